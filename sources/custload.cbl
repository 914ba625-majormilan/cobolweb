      *****************************************************************
      * PROGRAM:    CUSTLOAD                                         *
      * AUTHOR:     MILÁN ATANÁZ MAJOR                                *
      * DATE:       15-OCT-2026                                       *
      * PURPOSE:    MAINTAINS THE INDEXED CUSTOMER MASTER AND THE     *
      *             VHOST-TO-CUSTOMER ASSIGNMENT FILE READ BY         *
      *             VHOSTBILL, INVOICECALC AND ZONEREPORT, THE WAY    *
      *             RATELOAD MAINTAINS THE RATE CARD -- ADDS, UPDATES *
      *             AND DELETES CUSTOMERS (ID, NAME, COST CENTRE,     *
      *             BILLING CONTACT, STATUS), ASSIGNS A VHOST TO A    *
      *             CUSTOMER FROM A GIVEN DATE (CLOSING ANY EARLIER   *
      *             ASSIGNMENT THE DAY BEFORE), ENDS AN ASSIGNMENT,   *
      *             AND LISTS BOTH FILES                              *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTLOAD.
      *****************************************************************
      * ENVIRONMENT DIVISION SPECIFIES PHYSICAL ASPECTS OF PROGRAM    *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    CONFIG FILE - SHARED WITH WEBAPPLICATION                   *
           SELECT CONFIG-FILE ASSIGN TO DYNAMIC CONFIG-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
      *    CUSTOMER-FILE IS THE CUSTOMER MASTER                       *
           SELECT CUSTOMER-FILE ASSIGN TO DYNAMIC CUSTOMER-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CUSTOMER-ID
               FILE STATUS IS WS-CUST-STATUS.
      *    CUSTOMER-ASSIGN-FILE HOLDS THE DATED VHOST ASSIGNMENTS     *
           SELECT CUSTOMER-ASSIGN-FILE ASSIGN TO DYNAMIC
               CUSTOMER-ASSIGN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-KEY
               FILE STATUS IS WS-ASGN-STATUS.
      *****************************************************************
      * DATA DIVISION DECLARES VARIABLES AND FILE STRUCTURES          *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CONFIG-FILE.
       01  CONFIG-RECORD     PIC X(100).
       FD  CUSTOMER-FILE.
       COPY "sources/custmast.cpy".
       FD  CUSTOMER-ASSIGN-FILE.
       COPY "sources/custasgn.cpy".
       WORKING-STORAGE SECTION.
       01  CONFIG-FILE-PATH  PIC X(255).
          88 CONFIG-FILE-DEFAULT
          VALUE "/etc/cobweb/cobweb.conf".
       01  CONFIG-VARIABLE   PIC X(20).
       01  CONFIG-VALUE      PIC X(80).
       01  CUSTOMER-FILE-PATH PIC X(255) VALUE "customers.idx".
       01  CUSTOMER-ASSIGN-PATH PIC X(255)
           VALUE "customer-assign.idx".
       01  WS-FILE-STATUS    PIC XX.
       01  WS-CUST-STATUS    PIC XX.
       01  WS-ASGN-STATUS    PIC XX.
      *    OPERATOR DIALOGUE                                          *
       01  WS-COMMAND        PIC X(10) VALUE SPACES.
       01  WS-TARGET-ID      PIC X(10) VALUE SPACES.
       01  WS-TARGET-VHOST   PIC X(80) VALUE SPACES.
       01  WS-NEW-NAME       PIC X(60) VALUE SPACES.
       01  WS-NEW-COST-CENTRE PIC X(12) VALUE SPACES.
       01  WS-NEW-CONTACT    PIC X(60) VALUE SPACES.
       01  WS-NEW-EMAIL      PIC X(80) VALUE SPACES.
       01  WS-NEW-STATUS     PIC X VALUE SPACES.
       01  WS-NEW-DATE       PIC X(8) VALUE SPACES.
       01  WS-TIMESTAMP      PIC X(21) VALUE SPACES.
      *    THE LATEST ASSIGNMENT ON FILE FOR WS-TARGET-VHOST          *
       01  ASSIGN-OK-FLAG    PIC X VALUE 'Y'.
       01  LAST-ASGN-FOUND   PIC X VALUE 'N'.
       01  LAST-ASGN-KEY     PIC X(88) VALUE SPACES.
       01  LAST-ASGN-FROM    PIC X(8) VALUE SPACES.
       01  LAST-ASGN-TO      PIC X(8) VALUE SPACES.
       01  LAST-ASGN-CUSTOMER PIC X(10) VALUE SPACES.
      *    DATE ARITHMETIC FOR CLOSING A PERIOD THE DAY BEFORE        *
       01  WS-DATE-NUM       PIC 9(8) VALUE 0.
       01  WS-DAY-INTEGER    PIC 9(8) VALUE 0.
      *    COUNTERS                                                   *
       01  WS-CUST-COUNT     PIC 9(5) VALUE 0.
       01  WS-ASGN-COUNT     PIC 9(5) VALUE 0.
      *****************************************************************
      * PROCEDURE DIVISION CONTAINS PROGRAM LOGIC                     *
      *****************************************************************
       PROCEDURE DIVISION.
      *    MAIN PROGRAM LOGIC                                         *
       MAIN-LOGIC.
           PERFORM READ-CONFIG-FILE
           PERFORM OPEN-CUSTOMER-FILES
           DISPLAY "Command (ADD/UPDATE/DELETE/ASSIGN/UNASSIGN/LIST): "
               WITH NO ADVANCING
           ACCEPT WS-COMMAND
           MOVE FUNCTION UPPER-CASE(WS-COMMAND) TO WS-COMMAND
           EVALUATE FUNCTION TRIM(WS-COMMAND)
               WHEN "ADD"
                   PERFORM ADD-CUSTOMER
               WHEN "UPDATE"
                   PERFORM UPDATE-CUSTOMER
               WHEN "DELETE"
                   PERFORM DELETE-CUSTOMER
               WHEN "ASSIGN"
                   PERFORM ASSIGN-VHOST
               WHEN "UNASSIGN"
                   PERFORM UNASSIGN-VHOST
               WHEN "LIST"
                   PERFORM LIST-CUSTOMERS
                   PERFORM LIST-ASSIGNMENTS
               WHEN OTHER
                   DISPLAY "CUSTLOAD: unknown command " WS-COMMAND
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           CLOSE CUSTOMER-FILE
           CLOSE CUSTOMER-ASSIGN-FILE
           STOP RUN.
      *****************************************************************
      * READ SERVER CONFIGURATION TO FIND THE CUSTOMER FILE PATHS     *
      *****************************************************************
       READ-CONFIG-FILE.
           ACCEPT CONFIG-FILE-PATH FROM ENVIRONMENT "COBWEB_CONFIG"
             ON EXCEPTION
                SET CONFIG-FILE-DEFAULT TO TRUE
           END-ACCEPT
           OPEN INPUT CONFIG-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No config file found, using default "
                   "customer file paths"
           ELSE
               PERFORM UNTIL WS-FILE-STATUS = "10"
                   READ CONFIG-FILE INTO CONFIG-RECORD
                       AT END
                           MOVE "10" TO WS-FILE-STATUS
                       NOT AT END
                           UNSTRING CONFIG-RECORD DELIMITED BY "="
                               INTO CONFIG-VARIABLE CONFIG-VALUE
                           END-UNSTRING
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
      * OPEN BOTH FILES FOR UPDATE, CREATING THEM THE FIRST TIME      *
      *****************************************************************
       OPEN-CUSTOMER-FILES.
           OPEN I-O CUSTOMER-FILE
           IF WS-CUST-STATUS = "05" OR WS-CUST-STATUS = "35"
               OPEN OUTPUT CUSTOMER-FILE
               CLOSE CUSTOMER-FILE
               OPEN I-O CUSTOMER-FILE
           END-IF
           IF WS-CUST-STATUS NOT = "00"
               DISPLAY "CUSTLOAD: error opening "
                   FUNCTION TRIM(CUSTOMER-FILE-PATH)
                   ", status " WS-CUST-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O CUSTOMER-ASSIGN-FILE
           IF WS-ASGN-STATUS = "05" OR WS-ASGN-STATUS = "35"
               OPEN OUTPUT CUSTOMER-ASSIGN-FILE
               CLOSE CUSTOMER-ASSIGN-FILE
               OPEN I-O CUSTOMER-ASSIGN-FILE
           END-IF
           IF WS-ASGN-STATUS NOT = "00"
               DISPLAY "CUSTLOAD: error opening "
                   FUNCTION TRIM(CUSTOMER-ASSIGN-PATH)
                   ", status " WS-ASGN-STATUS
               CLOSE CUSTOMER-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
      *****************************************************************
      * ADD A NEW CUSTOMER, REFUSING DUPLICATE IDS                    *
      *****************************************************************
       ADD-CUSTOMER.
           DISPLAY "Customer ID: " WITH NO ADVANCING
           ACCEPT WS-TARGET-ID
           MOVE FUNCTION UPPER-CASE(WS-TARGET-ID) TO WS-TARGET-ID
           IF WS-TARGET-ID = SPACES
               DISPLAY "CUSTLOAD: empty customer ID - nothing done"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-TARGET-ID TO CU-CUSTOMER-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       PERFORM PROMPT-CUSTOMER-FIELDS
                       INITIALIZE CUSTOMER-RECORD
                       MOVE WS-TARGET-ID TO CU-CUSTOMER-ID
                       MOVE 'A' TO CU-STATUS
                       PERFORM APPLY-CUSTOMER-FIELDS
                       WRITE CUSTOMER-RECORD
                       IF WS-CUST-STATUS = "00"
                           DISPLAY "CUSTLOAD: added "
                               FUNCTION TRIM(WS-TARGET-ID)
                       ELSE
                           DISPLAY "CUSTLOAD: error writing customer, "
                               "status " WS-CUST-STATUS
                           MOVE 12 TO RETURN-CODE
                       END-IF
                   NOT INVALID KEY
                       DISPLAY "CUSTLOAD: customer already exists: "
                           FUNCTION TRIM(WS-TARGET-ID)
                           " - use UPDATE"
                       MOVE 8 TO RETURN-CODE
               END-READ
           END-IF.
      *****************************************************************
      * PROMPT FOR THE CUSTOMER FIELDS -- ON UPDATE A BLANK ANSWER    *
      * KEEPS THE CURRENT VALUE                                       *
      *****************************************************************
       PROMPT-CUSTOMER-FIELDS.
           DISPLAY "Customer name: " WITH NO ADVANCING
           ACCEPT WS-NEW-NAME
           DISPLAY "Cost centre: " WITH NO ADVANCING
           ACCEPT WS-NEW-COST-CENTRE
           DISPLAY "Billing contact name: " WITH NO ADVANCING
           ACCEPT WS-NEW-CONTACT
           DISPLAY "Billing contact e-mail: " WITH NO ADVANCING
           ACCEPT WS-NEW-EMAIL.
      *****************************************************************
      * MOVE THE NON-BLANK ANSWERS INTO THE CUSTOMER RECORD           *
      *****************************************************************
       APPLY-CUSTOMER-FIELDS.
           IF WS-NEW-NAME NOT = SPACES
               MOVE WS-NEW-NAME TO CU-NAME
           END-IF
           IF WS-NEW-COST-CENTRE NOT = SPACES
               MOVE WS-NEW-COST-CENTRE TO CU-COST-CENTRE
           END-IF
           IF WS-NEW-CONTACT NOT = SPACES
               MOVE WS-NEW-CONTACT TO CU-CONTACT-NAME
           END-IF
           IF WS-NEW-EMAIL NOT = SPACES
               MOVE WS-NEW-EMAIL TO CU-CONTACT-EMAIL
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:14) TO CU-UPDATED-STAMP.
      *****************************************************************
      * CHANGE AN EXISTING CUSTOMER'S DETAILS OR STATUS               *
      *****************************************************************
       UPDATE-CUSTOMER.
           DISPLAY "Customer ID: " WITH NO ADVANCING
           ACCEPT WS-TARGET-ID
           MOVE FUNCTION UPPER-CASE(WS-TARGET-ID) TO WS-TARGET-ID
           MOVE WS-TARGET-ID TO CU-CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY "CUSTLOAD: no such customer: "
                       FUNCTION TRIM(WS-TARGET-ID)
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   DISPLAY "(blank keeps the current value)"
                   PERFORM PROMPT-CUSTOMER-FIELDS
                   DISPLAY "Status A=active I=inactive ("
                       CU-STATUS "): " WITH NO ADVANCING
                   ACCEPT WS-NEW-STATUS
                   MOVE FUNCTION UPPER-CASE(WS-NEW-STATUS)
                       TO WS-NEW-STATUS
                   IF WS-NEW-STATUS NOT = SPACES AND
                           WS-NEW-STATUS NOT = 'A' AND
                           WS-NEW-STATUS NOT = 'I'
                       DISPLAY "CUSTLOAD: status must be A or I"
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       IF WS-NEW-STATUS NOT = SPACES
                           MOVE WS-NEW-STATUS TO CU-STATUS
                       END-IF
                       PERFORM APPLY-CUSTOMER-FIELDS
                       REWRITE CUSTOMER-RECORD
                       IF WS-CUST-STATUS = "00"
                           DISPLAY "CUSTLOAD: updated "
                               FUNCTION TRIM(WS-TARGET-ID)
                       ELSE
                           DISPLAY "CUSTLOAD: error rewriting "
                               "customer, status " WS-CUST-STATUS
                           MOVE 12 TO RETURN-CODE
                       END-IF
                   END-IF
           END-READ.
      *****************************************************************
      * DELETE A CUSTOMER -- REFUSED WHILE ANY ASSIGNMENT, PAST OR    *
      * PRESENT, STILL NAMES THEM, SINCE OLD MONTHS MUST STILL BILL   *
      * TO THEM. MARK THEM INACTIVE WITH UPDATE INSTEAD               *
      *****************************************************************
       DELETE-CUSTOMER.
           DISPLAY "Customer ID: " WITH NO ADVANCING
           ACCEPT WS-TARGET-ID
           MOVE FUNCTION UPPER-CASE(WS-TARGET-ID) TO WS-TARGET-ID
           MOVE WS-TARGET-ID TO CU-CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY "CUSTLOAD: no such customer: "
                       FUNCTION TRIM(WS-TARGET-ID)
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   PERFORM COUNT-CUSTOMER-ASSIGNMENTS
                   IF WS-ASGN-COUNT > 0
                       DISPLAY "CUSTLOAD: " WS-ASGN-COUNT
                           " assignment(s) still name "
                           FUNCTION TRIM(WS-TARGET-ID)
                           " - set status I with UPDATE instead"
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       DELETE CUSTOMER-FILE
                           INVALID KEY
                               DISPLAY "CUSTLOAD: error deleting "
                                   "customer, status " WS-CUST-STATUS
                               MOVE 12 TO RETURN-CODE
                           NOT INVALID KEY
                               DISPLAY "CUSTLOAD: deleted "
                                   FUNCTION TRIM(WS-TARGET-ID)
                       END-DELETE
                   END-IF
           END-READ.
      *****************************************************************
      * COUNT THE ASSIGNMENTS THAT NAME WS-TARGET-ID                  *
      *****************************************************************
       COUNT-CUSTOMER-ASSIGNMENTS.
           MOVE 0 TO WS-ASGN-COUNT
           MOVE LOW-VALUES TO CA-KEY
           START CUSTOMER-ASSIGN-FILE KEY IS NOT LESS THAN CA-KEY
               INVALID KEY
                   MOVE "10" TO WS-ASGN-STATUS
           END-START
           PERFORM UNTIL WS-ASGN-STATUS NOT = "00"
               READ CUSTOMER-ASSIGN-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-ASGN-STATUS
                   NOT AT END
                       IF CA-CUSTOMER-ID = WS-TARGET-ID
                           ADD 1 TO WS-ASGN-COUNT
                       END-IF
               END-READ
           END-PERFORM.
      *****************************************************************
      * ASSIGN A VHOST TO A CUSTOMER FROM A GIVEN DATE. THE VHOST'S   *
      * CURRENT ASSIGNMENT, IF ANY, IS CLOSED THE DAY BEFORE; A NEW   *
      * PERIOD MUST START AFTER THE LATEST ONE ON FILE SO PERIODS     *
      * NEVER OVERLAP                                                 *
      *****************************************************************
       ASSIGN-VHOST.
           DISPLAY "Vhost name: " WITH NO ADVANCING
           ACCEPT WS-TARGET-VHOST
           DISPLAY "Customer ID: " WITH NO ADVANCING
           ACCEPT WS-TARGET-ID
           MOVE FUNCTION UPPER-CASE(WS-TARGET-ID) TO WS-TARGET-ID
           DISPLAY "Effective from (YYYYMMDD, blank for today): "
               WITH NO ADVANCING
           ACCEPT WS-NEW-DATE
           IF WS-NEW-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-NEW-DATE
           END-IF
           MOVE 'Y' TO ASSIGN-OK-FLAG
           IF WS-TARGET-VHOST = SPACES
               DISPLAY "CUSTLOAD: empty vhost name - nothing done"
               MOVE 'N' TO ASSIGN-OK-FLAG
           ELSE
               PERFORM VALIDATE-NEW-DATE
           END-IF
           IF ASSIGN-OK-FLAG = 'Y'
               PERFORM CHECK-ASSIGN-CUSTOMER
           END-IF
           IF ASSIGN-OK-FLAG = 'Y'
               PERFORM CHECK-ASSIGN-PERIOD
           END-IF
           IF ASSIGN-OK-FLAG = 'Y'
               INITIALIZE CUSTOMER-ASSIGN-RECORD
               MOVE WS-TARGET-VHOST TO CA-VHOST-NAME
               MOVE WS-NEW-DATE TO CA-EFFECTIVE-FROM
               MOVE WS-TARGET-ID TO CA-CUSTOMER-ID
               MOVE SPACES TO CA-EFFECTIVE-TO
               MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
               MOVE WS-TIMESTAMP(1:14) TO CA-UPDATED-STAMP
               WRITE CUSTOMER-ASSIGN-RECORD
               IF WS-ASGN-STATUS = "00"
                   DISPLAY "CUSTLOAD: " FUNCTION TRIM(WS-TARGET-VHOST)
                       " assigned to " FUNCTION TRIM(WS-TARGET-ID)
                       " from " WS-NEW-DATE
               ELSE
                   DISPLAY "CUSTLOAD: error writing assignment, "
                       "status " WS-ASGN-STATUS
                   MOVE 12 TO RETURN-CODE
               END-IF
           ELSE
               IF RETURN-CODE = 0
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
      *****************************************************************
      * THE CUSTOMER BEING ASSIGNED TO MUST EXIST AND BE ACTIVE       *
      *****************************************************************
       CHECK-ASSIGN-CUSTOMER.
           MOVE WS-TARGET-ID TO CU-CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY "CUSTLOAD: no such customer: "
                       FUNCTION TRIM(WS-TARGET-ID)
                   MOVE 'N' TO ASSIGN-OK-FLAG
               NOT INVALID KEY
                   IF CU-STATUS NOT = 'A'
                       DISPLAY "CUSTLOAD: customer "
                           FUNCTION TRIM(WS-TARGET-ID)
                           " is inactive"
                       MOVE 'N' TO ASSIGN-OK-FLAG
                   END-IF
           END-READ.
      *****************************************************************
      * THE NEW PERIOD MUST START AFTER THE VHOST'S LATEST ONE AND    *
      * MUST NOT REPEAT AN ASSIGNMENT STILL IN FORCE; THE LATEST ONE  *
      * IS CLOSED THE DAY BEFORE IF IT WOULD STILL BE RUNNING         *
      *****************************************************************
       CHECK-ASSIGN-PERIOD.
           PERFORM FIND-LAST-ASSIGNMENT
           IF LAST-ASGN-FOUND = 'Y'
               IF WS-NEW-DATE <= LAST-ASGN-FROM
                   DISPLAY "CUSTLOAD: " FUNCTION TRIM(WS-TARGET-VHOST)
                       " already has an assignment from "
                       LAST-ASGN-FROM " - the new one must start later"
                   MOVE 'N' TO ASSIGN-OK-FLAG
               ELSE
                   IF LAST-ASGN-TO = SPACES OR
                           LAST-ASGN-TO >= WS-NEW-DATE
                       IF LAST-ASGN-CUSTOMER = WS-TARGET-ID
                           DISPLAY "CUSTLOAD: "
                               FUNCTION TRIM(WS-TARGET-VHOST)
                               " is already assigned to "
                               FUNCTION TRIM(WS-TARGET-ID)
                           MOVE 'N' TO ASSIGN-OK-FLAG
                       ELSE
                           PERFORM CLOSE-LAST-ASSIGNMENT
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *****************************************************************
      * END A VHOST'S OPEN ASSIGNMENT ON A GIVEN DATE -- TRAFFIC      *
      * AFTER THAT DAY HAS NO CUSTOMER UNTIL IT IS ASSIGNED AGAIN     *
      *****************************************************************
       UNASSIGN-VHOST.
           DISPLAY "Vhost name: " WITH NO ADVANCING
           ACCEPT WS-TARGET-VHOST
           DISPLAY "Last billable day (YYYYMMDD, blank for today): "
               WITH NO ADVANCING
           ACCEPT WS-NEW-DATE
           IF WS-NEW-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-NEW-DATE
           END-IF
           MOVE 'Y' TO ASSIGN-OK-FLAG
           PERFORM VALIDATE-NEW-DATE
           IF ASSIGN-OK-FLAG = 'Y'
               PERFORM FIND-LAST-ASSIGNMENT
               IF LAST-ASGN-FOUND = 'N' OR LAST-ASGN-TO NOT = SPACES
                   DISPLAY "CUSTLOAD: "
                       FUNCTION TRIM(WS-TARGET-VHOST)
                       " has no open assignment"
                   MOVE 'N' TO ASSIGN-OK-FLAG
               ELSE
                   IF WS-NEW-DATE < LAST-ASGN-FROM
                       DISPLAY "CUSTLOAD: the open assignment only "
                           "starts on " LAST-ASGN-FROM
                       MOVE 'N' TO ASSIGN-OK-FLAG
                   END-IF
               END-IF
           END-IF
           IF ASSIGN-OK-FLAG = 'Y'
               MOVE LAST-ASGN-KEY TO CA-KEY
               READ CUSTOMER-ASSIGN-FILE
                   INVALID KEY
                       DISPLAY "CUSTLOAD: error re-reading "
                           "assignment, status " WS-ASGN-STATUS
                       MOVE 12 TO RETURN-CODE
                   NOT INVALID KEY
                       MOVE WS-NEW-DATE TO CA-EFFECTIVE-TO
                       MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
                       MOVE WS-TIMESTAMP(1:14) TO CA-UPDATED-STAMP
                       REWRITE CUSTOMER-ASSIGN-RECORD
                       IF WS-ASGN-STATUS = "00"
                           DISPLAY "CUSTLOAD: "
                               FUNCTION TRIM(WS-TARGET-VHOST)
                               " unassigned from "
                               FUNCTION TRIM(CA-CUSTOMER-ID)
                               " after " WS-NEW-DATE
                       ELSE
                           DISPLAY "CUSTLOAD: error updating "
                               "assignment, status " WS-ASGN-STATUS
                           MOVE 12 TO RETURN-CODE
                       END-IF
               END-READ
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
      *****************************************************************
      * CHECK WS-NEW-DATE IS A REAL YYYYMMDD DATE                     *
      *****************************************************************
       VALIDATE-NEW-DATE.
           IF WS-NEW-DATE IS NOT NUMERIC
               DISPLAY "CUSTLOAD: date must be YYYYMMDD"
               MOVE 'N' TO ASSIGN-OK-FLAG
           ELSE
               MOVE WS-NEW-DATE TO WS-DATE-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) NOT = 0
                   DISPLAY "CUSTLOAD: not a valid date: " WS-NEW-DATE
                   MOVE 'N' TO ASSIGN-OK-FLAG
               END-IF
           END-IF.
      *****************************************************************
      * FIND THE LATEST-STARTING ASSIGNMENT FOR WS-TARGET-VHOST       *
      *****************************************************************
       FIND-LAST-ASSIGNMENT.
           MOVE 'N' TO LAST-ASGN-FOUND
           MOVE LOW-VALUES TO CA-KEY
           MOVE WS-TARGET-VHOST TO CA-VHOST-NAME
           START CUSTOMER-ASSIGN-FILE KEY IS NOT LESS THAN CA-KEY
               INVALID KEY
                   MOVE "10" TO WS-ASGN-STATUS
           END-START
           PERFORM UNTIL WS-ASGN-STATUS NOT = "00"
               READ CUSTOMER-ASSIGN-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-ASGN-STATUS
                   NOT AT END
                       IF CA-VHOST-NAME NOT = WS-TARGET-VHOST
                           MOVE "10" TO WS-ASGN-STATUS
                       ELSE
                           MOVE 'Y' TO LAST-ASGN-FOUND
                           MOVE CA-KEY TO LAST-ASGN-KEY
                           MOVE CA-EFFECTIVE-FROM TO LAST-ASGN-FROM
                           MOVE CA-EFFECTIVE-TO TO LAST-ASGN-TO
                           MOVE CA-CUSTOMER-ID TO LAST-ASGN-CUSTOMER
                       END-IF
               END-READ
           END-PERFORM.
      *****************************************************************
      * CLOSE THE LATEST ASSIGNMENT THE DAY BEFORE WS-NEW-DATE        *
      *****************************************************************
       CLOSE-LAST-ASSIGNMENT.
           MOVE LAST-ASGN-KEY TO CA-KEY
           READ CUSTOMER-ASSIGN-FILE
               INVALID KEY
                   DISPLAY "CUSTLOAD: error re-reading assignment, "
                       "status " WS-ASGN-STATUS
                   MOVE 'N' TO ASSIGN-OK-FLAG
                   MOVE 12 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE WS-NEW-DATE TO WS-DATE-NUM
                   COMPUTE WS-DAY-INTEGER =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 1
                   MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER)
                       TO WS-DATE-NUM
                   MOVE WS-DATE-NUM TO CA-EFFECTIVE-TO
                   MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
                   MOVE WS-TIMESTAMP(1:14) TO CA-UPDATED-STAMP
                   REWRITE CUSTOMER-ASSIGN-RECORD
                   IF WS-ASGN-STATUS = "00"
                       DISPLAY "CUSTLOAD: previous assignment to "
                           FUNCTION TRIM(CA-CUSTOMER-ID)
                           " closed on " CA-EFFECTIVE-TO
                   ELSE
                       DISPLAY "CUSTLOAD: error closing assignment, "
                           "status " WS-ASGN-STATUS
                       MOVE 'N' TO ASSIGN-OK-FLAG
                       MOVE 12 TO RETURN-CODE
                   END-IF
           END-READ.
      *****************************************************************
      * LIST EVERY CUSTOMER                                           *
      *****************************************************************
       LIST-CUSTOMERS.
           MOVE 0 TO WS-CUST-COUNT
           DISPLAY "================================================="
           DISPLAY "CUSTOMERS - " FUNCTION TRIM(CUSTOMER-FILE-PATH)
           DISPLAY "================================================="
           MOVE LOW-VALUES TO CU-CUSTOMER-ID
           START CUSTOMER-FILE KEY IS NOT LESS THAN CU-CUSTOMER-ID
               INVALID KEY
                   MOVE "10" TO WS-CUST-STATUS
           END-START
           PERFORM UNTIL WS-CUST-STATUS NOT = "00"
               READ CUSTOMER-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-CUST-STATUS
                   NOT AT END
                       ADD 1 TO WS-CUST-COUNT
                       DISPLAY "  " CU-CUSTOMER-ID " " CU-STATUS " "
                           CU-NAME(1:30) " cc " CU-COST-CENTRE
                       DISPLAY "      contact "
                           FUNCTION TRIM(CU-CONTACT-NAME) " <"
                           FUNCTION TRIM(CU-CONTACT-EMAIL) ">"
               END-READ
           END-PERFORM
           DISPLAY "  (" WS-CUST-COUNT " customer(s))".
      *****************************************************************
      * LIST EVERY ASSIGNMENT PERIOD, VHOST BY VHOST                  *
      *****************************************************************
       LIST-ASSIGNMENTS.
           MOVE 0 TO WS-ASGN-COUNT
           DISPLAY "================================================="
           DISPLAY "VHOST ASSIGNMENTS - "
               FUNCTION TRIM(CUSTOMER-ASSIGN-PATH)
           DISPLAY "================================================="
           MOVE LOW-VALUES TO CA-KEY
           START CUSTOMER-ASSIGN-FILE KEY IS NOT LESS THAN CA-KEY
               INVALID KEY
                   MOVE "10" TO WS-ASGN-STATUS
           END-START
           PERFORM UNTIL WS-ASGN-STATUS NOT = "00"
               READ CUSTOMER-ASSIGN-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-ASGN-STATUS
                   NOT AT END
                       ADD 1 TO WS-ASGN-COUNT
                       IF CA-EFFECTIVE-TO = SPACES
                           DISPLAY "  " CA-VHOST-NAME(1:30) " "
                               CA-CUSTOMER-ID " from "
                               CA-EFFECTIVE-FROM " (open)"
                       ELSE
                           DISPLAY "  " CA-VHOST-NAME(1:30) " "
                               CA-CUSTOMER-ID " from "
                               CA-EFFECTIVE-FROM " to "
                               CA-EFFECTIVE-TO
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "  (" WS-ASGN-COUNT " assignment period(s))"
           DISPLAY "=================================================".
      *****************************************************************
      * TERMINATE PROGRAM                                             *
      *****************************************************************
       END PROGRAM CUSTLOAD.
