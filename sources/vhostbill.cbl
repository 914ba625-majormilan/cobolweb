      *             MONTH (YYYYMM), TOTALS HITS, BYTES AND ERRORS PER *
      *             VHOST-NAME FOR THAT MONTH, AND WRITES ONE EXTRACT *
      *             LINE PER VHOST FOR THE BILLING DEPARTMENT TO KEY  *
      *             INTO THE INVOICING SYSTEM. EACH DAY'S TRAFFIC IS  *
      *             BOOKED TO THE CUSTOMER THE VHOST WAS ASSIGNED TO  *
      *             THAT DAY (SEE CUSTLOAD), THE LINES ARE GROUPED    *
      *             AND SUBTOTALLED BY CUSTOMER, AND TRAFFIC ON DAYS  *
      *             A VHOST HAD NO CUSTOMER GOES ON AN EXCEPTION LIST *
      *             AND SETS RETURN CODE 4                            *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VHOSTBILL.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VA-KEY
               FILE STATUS IS WS-ACCT-STATUS.
      *    CUSTOMER-FILE IS THE CUSTOMER MASTER (SEE CUSTLOAD)        *
           SELECT CUSTOMER-FILE ASSIGN TO DYNAMIC CUSTOMER-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CU-CUSTOMER-ID
               FILE STATUS IS WS-CUST-STATUS.
      *    CUSTOMER-ASSIGN-FILE DATES EACH VHOST'S OWNING CUSTOMER    *
           SELECT CUSTOMER-ASSIGN-FILE ASSIGN TO DYNAMIC
               CUSTOMER-ASSIGN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CA-KEY
               FILE STATUS IS WS-ASGN-STATUS.
      *    EXTRACT-FILE IS THE CHARGEBACK EXTRACT HANDED TO BILLING   *
           SELECT EXTRACT-FILE ASSIGN TO DYNAMIC EXTRACT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
       01  CONFIG-RECORD     PIC X(100).
       FD  VHOST-ACCT-FILE.
       COPY "sources/vhostacct.cpy".
       FD  CUSTOMER-FILE.
       COPY "sources/custmast.cpy".
       FD  CUSTOMER-ASSIGN-FILE.
       COPY "sources/custasgn.cpy".
       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD    PIC X(160).
       WORKING-STORAGE SECTION.
       01  CONFIG-VALUE      PIC X(80).
       01  VHOST-ACCT-PATH   PIC X(255) VALUE "vhost-acct.idx".
       01  EXTRACT-FILE-PATH PIC X(255) VALUE SPACES.
       01  CUSTOMER-FILE-PATH PIC X(255) VALUE "customers.idx".
       01  CUSTOMER-ASSIGN-PATH PIC X(255)
           VALUE "customer-assign.idx".
       01  WS-FILE-STATUS    PIC XX.
       01  WS-ACCT-STATUS    PIC XX.
       01  WS-EXTRACT-STATUS PIC XX.
       01  WS-CUST-STATUS    PIC XX.
       01  WS-ASGN-STATUS    PIC XX.
      *    BILLING MONTH ENTERED BY THE OPERATOR                      *
       01  WS-BILLING-MONTH  PIC X(6) VALUE SPACES.
      *    THE CUSTOMER MASTER AND THE DATED VHOST ASSIGNMENTS        *
       01  CUST-ENTRY-COUNT  PIC 9(3) VALUE 0.
       01  CUST-TABLE.
           05  CUST-ENTRY OCCURS 200 TIMES.
               10  CT-CUSTOMER-ID  PIC X(10).
               10  CT-NAME         PIC X(60).
               10  CT-COST-CENTRE  PIC X(12).
               10  CT-CONTACT-NAME PIC X(60).
               10  CT-CONTACT-EMAIL PIC X(80).
       01  ASGN-ENTRY-COUNT  PIC 9(3) VALUE 0.
       01  ASGN-TABLE.
           05  ASGN-ENTRY OCCURS 500 TIMES.
               10  AT-VHOST-NAME   PIC X(80).
               10  AT-FROM         PIC X(8).
               10  AT-TO           PIC X(8).
               10  AT-CUSTOMER-ID  PIC X(10).
       01  WS-CUSTOMER-ID    PIC X(10) VALUE SPACES.
       01  WS-CUST-IDX       PIC 9(3) VALUE 0.
      *    PER-CUSTOMER-PER-VHOST TOTALS FOR THE REQUESTED MONTH --   *
      *    A VHOST HANDED TO ANOTHER CUSTOMER MID-MONTH GETS ONE SLOT *
      *    PER CUSTOMER; DAYS WITH NO CUSTOMER GO IN A SLOT WITH A    *
      *    BLANK CUSTOMER ID AND ARE REPORTED AS EXCEPTIONS           *
       01  BILL-VHOST-COUNT  PIC 9(3) VALUE 0.
       01  BILL-VHOST-TABLE.
           05  BILL-VHOST-ENTRY OCCURS 100 TIMES.
               10  BILL-CUSTOMER-ID PIC X(10).
               10  BILL-VHOST-NAME PIC X(80).
               10  BILL-HITS       PIC 9(9).
               10  BILL-BYTES      PIC 9(15).
               10  BILL-ERRORS     PIC 9(9).
               10  BILL-DAYS       PIC 9(3).
       01  WS-SWAP-ENTRY     PIC X(126).
       01  WS-SUB            PIC 9(3) VALUE 0.
       01  WS-SUB-2          PIC 9(3) VALUE 0.
       01  WS-LOW-SUB        PIC 9(3) VALUE 0.
       01  WS-FOUND          PIC X VALUE 'N'.
      *    CUSTOMER SUBTOTALS AND THE EXCEPTION COUNT                 *
       01  WS-PREV-CUSTOMER  PIC X(10) VALUE SPACES.
       01  SUB-HITS          PIC 9(9) VALUE 0.
       01  SUB-BYTES         PIC 9(15) VALUE 0.
       01  SUB-ERRORS        PIC 9(9) VALUE 0.
       01  WS-CUSTOMER-COUNT PIC 9(3) VALUE 0.
       01  WS-EXCEPT-COUNT   PIC 9(3) VALUE 0.
      *    EXTRACT LINE FORMATTING                                    *
       01  WS-HITS-DISP      PIC Z(8)9.
       01  WS-BYTES-DISP     PIC Z(14)9.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-CUSTOMER-MASTER
           PERFORM LOAD-CUSTOMER-ASSIGNMENTS
           PERFORM ACCUMULATE-MONTH-TOTALS
           PERFORM SORT-BY-CUSTOMER
           PERFORM WRITE-CHARGEBACK-EXTRACT
           PERFORM LIST-UNASSIGNED-VHOSTS
           STOP RUN.
      *****************************************************************
      * READ SERVER CONFIGURATION TO FIND THE ACCOUNTING FILE PATH    *
                           IF CONFIG-VARIABLE = "VHOST-ACCT-PATH"
                               MOVE CONFIG-VALUE TO VHOST-ACCT-PATH
                           END-IF
                           IF CONFIG-VARIABLE = "CUSTOMER-FILE-PATH"
                               MOVE CONFIG-VALUE TO CUSTOMER-FILE-PATH
                           END-IF
                           IF CONFIG-VARIABLE = "CUSTOMER-ASSIGN-PATH"
                               MOVE CONFIG-VALUE
                                   TO CUSTOMER-ASSIGN-PATH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONFIG-FILE
           END-IF.
      *****************************************************************
      * LOAD THE CUSTOMER MASTER -- WITHOUT ONE, EVERY VHOST ENDS UP  *
      * ON THE EXCEPTION LIST                                         *
      *****************************************************************
       LOAD-CUSTOMER-MASTER.
           MOVE 0 TO CUST-ENTRY-COUNT
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-STATUS NOT = "00"
               DISPLAY "Warning: could not open customer master "
                   FUNCTION TRIM(CUSTOMER-FILE-PATH)
                   " status " WS-CUST-STATUS " - run CUSTLOAD"
           ELSE
               PERFORM UNTIL WS-CUST-STATUS NOT = "00"
                   READ CUSTOMER-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-CUST-STATUS
                       NOT AT END
                           IF CUST-ENTRY-COUNT < 200
                               ADD 1 TO CUST-ENTRY-COUNT
                               MOVE CU-CUSTOMER-ID TO
                                   CT-CUSTOMER-ID(CUST-ENTRY-COUNT)
                               MOVE CU-NAME TO
                                   CT-NAME(CUST-ENTRY-COUNT)
                               MOVE CU-COST-CENTRE TO
                                   CT-COST-CENTRE(CUST-ENTRY-COUNT)
                               MOVE CU-CONTACT-NAME TO
                                   CT-CONTACT-NAME(CUST-ENTRY-COUNT)
                               MOVE CU-CONTACT-EMAIL TO
                                   CT-CONTACT-EMAIL(CUST-ENTRY-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-FILE
           END-IF.
      *****************************************************************
      * LOAD EVERY DATED VHOST-TO-CUSTOMER ASSIGNMENT                 *
      *****************************************************************
       LOAD-CUSTOMER-ASSIGNMENTS.
           MOVE 0 TO ASGN-ENTRY-COUNT
           OPEN INPUT CUSTOMER-ASSIGN-FILE
           IF WS-ASGN-STATUS NOT = "00"
               DISPLAY "Warning: could not open customer assignments "
                   FUNCTION TRIM(CUSTOMER-ASSIGN-PATH)
                   " status " WS-ASGN-STATUS " - run CUSTLOAD"
           ELSE
               PERFORM UNTIL WS-ASGN-STATUS NOT = "00"
                   READ CUSTOMER-ASSIGN-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-ASGN-STATUS
                       NOT AT END
                           IF ASGN-ENTRY-COUNT < 500
                               ADD 1 TO ASGN-ENTRY-COUNT
                               MOVE CA-VHOST-NAME TO
                                   AT-VHOST-NAME(ASGN-ENTRY-COUNT)
                               MOVE CA-EFFECTIVE-FROM TO
                                   AT-FROM(ASGN-ENTRY-COUNT)
                               MOVE CA-EFFECTIVE-TO TO
                                   AT-TO(ASGN-ENTRY-COUNT)
                               MOVE CA-CUSTOMER-ID TO
                                   AT-CUSTOMER-ID(ASGN-ENTRY-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-ASSIGN-FILE
           END-IF
           DISPLAY "Loaded " CUST-ENTRY-COUNT " customer(s) and "
               ASGN-ENTRY-COUNT " vhost assignment(s)".
      *****************************************************************
      * SCAN THE ACCOUNTING FILE AND TOTAL THE DAYS THAT FALL IN THE  *
      * REQUESTED BILLING MONTH, ONE TABLE SLOT PER VHOST-NAME        *
      *****************************************************************
           END-PERFORM
           CLOSE VHOST-ACCT-FILE.
      *****************************************************************
      * FOLD ONE DAY RECORD INTO THE MONTHLY TOTALS OF ITS VHOST      *
      * UNDER THE CUSTOMER THAT OWNED THE VHOST THAT DAY              *
      *****************************************************************
       TALLY-VHOST-TOTALS.
           PERFORM RESOLVE-VHOST-CUSTOMER
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > BILL-VHOST-COUNT
               IF BILL-VHOST-NAME(WS-SUB) = VA-VHOST-NAME AND
                       BILL-CUSTOMER-ID(WS-SUB) = WS-CUSTOMER-ID
                   ADD VA-HITS TO BILL-HITS(WS-SUB)
                   ADD VA-BYTES TO BILL-BYTES(WS-SUB)
                   ADD VA-ERRORS TO BILL-ERRORS(WS-SUB)
                   ADD 1 TO BILL-DAYS(WS-SUB)
                   MOVE 'Y' TO WS-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FOUND = 'N'
               IF BILL-VHOST-COUNT < 100
                   ADD 1 TO BILL-VHOST-COUNT
                   MOVE WS-CUSTOMER-ID
                       TO BILL-CUSTOMER-ID(BILL-VHOST-COUNT)
                   MOVE VA-VHOST-NAME
                       TO BILL-VHOST-NAME(BILL-VHOST-COUNT)
                   MOVE VA-HITS TO BILL-HITS(BILL-VHOST-COUNT)
                   MOVE VA-BYTES TO BILL-BYTES(BILL-VHOST-COUNT)
                   MOVE VA-ERRORS TO BILL-ERRORS(BILL-VHOST-COUNT)
                   MOVE 1 TO BILL-DAYS(BILL-VHOST-COUNT)
               ELSE
                   DISPLAY "VHOSTBILL: table full - "
                       FUNCTION TRIM(VA-VHOST-NAME) " " VA-DATE
                       " NOT billed"
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF.
      *****************************************************************
      * FIND THE CUSTOMER VA-VHOST-NAME WAS ASSIGNED TO ON VA-DATE,   *
      * LEAVING WS-CUSTOMER-ID BLANK WHEN IT HAD NONE                 *
      *****************************************************************
       RESOLVE-VHOST-CUSTOMER.
           MOVE SPACES TO WS-CUSTOMER-ID
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > ASGN-ENTRY-COUNT
               IF AT-VHOST-NAME(WS-SUB) = VA-VHOST-NAME AND
                       AT-FROM(WS-SUB) <= VA-DATE AND
                       (AT-TO(WS-SUB) = SPACES OR
                        AT-TO(WS-SUB) >= VA-DATE)
                   MOVE AT-CUSTOMER-ID(WS-SUB) TO WS-CUSTOMER-ID
                   EXIT PERFORM
               END-IF
           END-PERFORM.
      *****************************************************************
      * ORDER THE TOTALS BY CUSTOMER, THEN VHOST, WITH THE DAYS THAT  *
      * HAD NO CUSTOMER LAST                                          *
      *****************************************************************
       SORT-BY-CUSTOMER.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB >= BILL-VHOST-COUNT
               MOVE WS-SUB TO WS-LOW-SUB
               PERFORM VARYING WS-SUB-2 FROM WS-SUB BY 1
                       UNTIL WS-SUB-2 > BILL-VHOST-COUNT
                   IF BILL-CUSTOMER-ID(WS-LOW-SUB) = SPACES AND
                           BILL-CUSTOMER-ID(WS-SUB-2) NOT = SPACES
                       MOVE WS-SUB-2 TO WS-LOW-SUB
                   ELSE
                       IF (BILL-CUSTOMER-ID(WS-SUB-2) NOT = SPACES OR
                           BILL-CUSTOMER-ID(WS-LOW-SUB) = SPACES) AND
                          (BILL-CUSTOMER-ID(WS-SUB-2) <
                           BILL-CUSTOMER-ID(WS-LOW-SUB) OR
                          (BILL-CUSTOMER-ID(WS-SUB-2) =
                           BILL-CUSTOMER-ID(WS-LOW-SUB) AND
                           BILL-VHOST-NAME(WS-SUB-2) <
                           BILL-VHOST-NAME(WS-LOW-SUB)))
                           MOVE WS-SUB-2 TO WS-LOW-SUB
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-LOW-SUB NOT = WS-SUB
                   MOVE BILL-VHOST-ENTRY(WS-SUB) TO WS-SWAP-ENTRY
                   MOVE BILL-VHOST-ENTRY(WS-LOW-SUB)
                       TO BILL-VHOST-ENTRY(WS-SUB)
                   MOVE WS-SWAP-ENTRY TO BILL-VHOST-ENTRY(WS-LOW-SUB)
               END-IF
           END-PERFORM.
      *****************************************************************
      * WRITE ONE EXTRACT LINE PER VHOST AND ECHO THE SAME TOTALS TO  *
      * THE CONSOLE FOR THE OPERATOR                                  *
      *****************************************************************
           DISPLAY "================================================="
           DISPLAY "VHOSTBILL CHARGEBACK - " WS-BILLING-MONTH
           DISPLAY "================================================="
           MOVE HIGH-VALUES TO WS-PREV-CUSTOMER
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > BILL-VHOST-COUNT
               IF BILL-CUSTOMER-ID(WS-SUB) NOT = WS-PREV-CUSTOMER
                   PERFORM PRINT-CUSTOMER-SUBTOTAL
                   MOVE BILL-CUSTOMER-ID(WS-SUB) TO WS-PREV-CUSTOMER
                   PERFORM PRINT-CUSTOMER-HEADING
               END-IF
               ADD BILL-HITS(WS-SUB) TO SUB-HITS
               ADD BILL-BYTES(WS-SUB) TO SUB-BYTES
               ADD BILL-ERRORS(WS-SUB) TO SUB-ERRORS
               MOVE BILL-HITS(WS-SUB) TO WS-HITS-DISP
               MOVE BILL-BYTES(WS-SUB) TO WS-BYTES-DISP
               MOVE BILL-ERRORS(WS-SUB) TO WS-ERRORS-DISP
                   FUNCTION TRIM(WS-BYTES-DISP)       DELIMITED BY SIZE
                   ";"                                DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ERRORS-DISP)      DELIMITED BY SIZE
                   ";"                                DELIMITED BY SIZE
                   BILL-CUSTOMER-ID(WS-SUB)           DELIMITED BY SPACE
                   INTO EXTRACT-RECORD
               END-STRING
               WRITE EXTRACT-RECORD
               DISPLAY "    " BILL-VHOST-NAME(WS-SUB)(1:38)
                   " hits " WS-HITS-DISP
                   " bytes " WS-BYTES-DISP
                   " errors " WS-ERRORS-DISP
           END-PERFORM
           PERFORM PRINT-CUSTOMER-SUBTOTAL
           CLOSE EXTRACT-FILE
           DISPLAY "================================================="
           DISPLAY "VHOSTBILL: wrote " BILL-VHOST-COUNT
               " vhost lines for " WS-CUSTOMER-COUNT " customer(s) to "
               FUNCTION TRIM(EXTRACT-FILE-PATH).
      *****************************************************************
      * START A CUSTOMER GROUP WITH THE CUSTOMER'S BILLING DETAILS    *
      *****************************************************************
       PRINT-CUSTOMER-HEADING.
           MOVE 0 TO SUB-HITS
           MOVE 0 TO SUB-BYTES
           MOVE 0 TO SUB-ERRORS
           IF WS-PREV-CUSTOMER = SPACES
               DISPLAY "  NO CUSTOMER ASSIGNED - SEE EXCEPTIONS BELOW"
           ELSE
               ADD 1 TO WS-CUSTOMER-COUNT
               PERFORM FIND-CUSTOMER-ENTRY
               IF WS-CUST-IDX = 0
                   DISPLAY "  CUSTOMER " WS-PREV-CUSTOMER
                       " (not in the customer master)"
               ELSE
                   DISPLAY "  CUSTOMER " WS-PREV-CUSTOMER " "
                       FUNCTION TRIM(CT-NAME(WS-CUST-IDX))
                       "  cost centre "
                       FUNCTION TRIM(CT-COST-CENTRE(WS-CUST-IDX))
                   DISPLAY "    contact "
                       FUNCTION TRIM(CT-CONTACT-NAME(WS-CUST-IDX))
                       " <" FUNCTION TRIM(CT-CONTACT-EMAIL(WS-CUST-IDX))
                       ">"
               END-IF
           END-IF.
      *****************************************************************
      * CLOSE THE CURRENT CUSTOMER GROUP WITH ITS SUBTOTAL LINE       *
      *****************************************************************
       PRINT-CUSTOMER-SUBTOTAL.
           IF WS-PREV-CUSTOMER NOT = HIGH-VALUES
               MOVE SUB-HITS TO WS-HITS-DISP
               MOVE SUB-BYTES TO WS-BYTES-DISP
               MOVE SUB-ERRORS TO WS-ERRORS-DISP
               DISPLAY "    SUBTOTAL                               "
                   " hits " WS-HITS-DISP
                   " bytes " WS-BYTES-DISP
                   " errors " WS-ERRORS-DISP
           END-IF.
      *****************************************************************
      * LOOK WS-PREV-CUSTOMER UP IN THE CUSTOMER MASTER TABLE         *
      *****************************************************************
       FIND-CUSTOMER-ENTRY.
           MOVE 0 TO WS-CUST-IDX
           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                   UNTIL WS-SUB-2 > CUST-ENTRY-COUNT
               IF CT-CUSTOMER-ID(WS-SUB-2) = WS-PREV-CUSTOMER
                   MOVE WS-SUB-2 TO WS-CUST-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
      *****************************************************************
      * EXCEPTION LIST -- EVERY VHOST WITH TRAFFIC ON DAYS IT HAD NO  *
      * CUSTOMER. THEIR LINES ARE STILL IN THE EXTRACT WITH A BLANK   *
      * CUSTOMER SO NOTHING IS LOST, BUT NOBODY WILL BE INVOICED      *
      * UNTIL CUSTLOAD ASSIGNS THEM                                   *
      *****************************************************************
       LIST-UNASSIGNED-VHOSTS.
           MOVE 0 TO WS-EXCEPT-COUNT
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > BILL-VHOST-COUNT
               IF BILL-CUSTOMER-ID(WS-SUB) = SPACES
                   ADD 1 TO WS-EXCEPT-COUNT
                   MOVE BILL-BYTES(WS-SUB) TO WS-BYTES-DISP
                   DISPLAY "EXCEPTION: no customer assigned to vhost "
                       FUNCTION TRIM(BILL-VHOST-NAME(WS-SUB))
                       " on " BILL-DAYS(WS-SUB) " day(s), "
                       FUNCTION TRIM(WS-BYTES-DISP) " bytes"
               END-IF
           END-PERFORM
           IF WS-EXCEPT-COUNT > 0
               DISPLAY "VHOSTBILL: " WS-EXCEPT-COUNT
                   " vhost(s) WITHOUT a customer - assign them with"
                   " CUSTLOAD and rerun"
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
      *****************************************************************
      * TERMINATE PROGRAM                                             *
      *****************************************************************
