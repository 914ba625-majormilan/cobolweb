      *****************************************************************
      * CUSTMAST.CPY                                                  *
      * RECORD LAYOUT OF THE INDEXED CUSTOMER MASTER -- ONE RECORD    *
      * PER BILLABLE CUSTOMER (A DEPARTMENT OR OUTSIDE CLIENT), KEYED *
      * BY CUSTOMER ID, MAINTAINED WITH THE CUSTLOAD UTILITY. THE     *
      * VHOSTS EACH CUSTOMER OWNS ARE IN THE ASSIGNMENT FILE (SEE     *
      * CUSTASGN.CPY). READ BY VHOSTBILL, INVOICECALC AND ZONEREPORT  *
      * TO GROUP TRAFFIC AND CHARGES BY CUSTOMER.                     *
      * COPIED UNDER THE FD OF EACH PROGRAM THAT USES THE FILE.       *
      *****************************************************************
       01  CUSTOMER-RECORD.
           05  CU-CUSTOMER-ID    PIC X(10).
           05  CU-NAME           PIC X(60).
           05  CU-COST-CENTRE    PIC X(12).
      *    THE BILLING CONTACT INVOICES GO TO                          *
           05  CU-CONTACT-NAME   PIC X(60).
           05  CU-CONTACT-EMAIL  PIC X(80).
      *    'A' = ACTIVE, 'I' = INACTIVE (NO NEW VHOSTS MAY BE ASSIGNED)*
           05  CU-STATUS         PIC X.
           05  CU-UPDATED-STAMP  PIC X(14).
