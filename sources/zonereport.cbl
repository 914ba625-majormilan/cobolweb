      *             BYTES AND ERRORS PER ZONE PER DAY, AND CAN PULL  *
      *             A DETAIL EXTRACT FOR ONE ZONE -- THE ANSWER TO   *
      *             AUDIT'S QUARTERLY "HOW MUCH OF OUR TRAFFIC IS    *
      *             STAFF VERSUS PARTNERS VERSUS THE OPEN INTERNET". *
      *             THE TOTALS ARE GROUPED AND SUBTOTALLED BY THE    *
      *             CUSTOMER THE SERVING VHOST WAS ASSIGNED TO THAT  *
      *             DAY (SEE CUSTLOAD), AND VHOSTS WITH NO CUSTOMER  *
      *             ARE LISTED AT THE END                            *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZONEREPORT.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LA-KEY
               FILE STATUS IS WS-ARCH-STATUS.
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
      *    EXTRACT-FILE RECEIVES THE OPTIONAL ONE-ZONE DETAIL PULL    *
           SELECT EXTRACT-FILE ASSIGN TO DYNAMIC EXTRACT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
       01  ZONE-DATA-RECORD  PIC X(80).
       FD  ARCHIVE-FILE.
       COPY "sources/logarchive.cpy".
       FD  CUSTOMER-FILE.
       COPY "sources/custmast.cpy".
       FD  CUSTOMER-ASSIGN-FILE.
       COPY "sources/custasgn.cpy".
       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD    PIC X(400).
       WORKING-STORAGE SECTION.
       01  NETZONE-DATA-PATH PIC X(255) VALUE "netzones.dat".
       01  ARCHIVE-FILE-PATH PIC X(255) VALUE "access-archive.idx".
       01  EXTRACT-FILE-PATH PIC X(255) VALUE "zone-extract.txt".
       01  CUSTOMER-FILE-PATH PIC X(255) VALUE "customers.idx".
       01  CUSTOMER-ASSIGN-PATH PIC X(255)
           VALUE "customer-assign.idx".
       01  WS-FILE-STATUS    PIC XX.
       01  WS-ZONE-STATUS    PIC XX.
       01  WS-ARCH-STATUS    PIC XX.
       01  WS-EXTRACT-STATUS PIC XX.
       01  WS-CUST-STATUS    PIC XX.
       01  WS-ASGN-STATUS    PIC XX.
      *    OPERATOR DIALOGUE                                          *
       01  WS-START-DATE     PIC X(8) VALUE SPACES.
       01  WS-END-DATE       PIC X(8) VALUE SPACES.
       01  ZONE-DEF-COUNT    PIC 9(3) VALUE 0.
       01  ZONE-DEF-TABLE.
           05  ZONE-DEF-ENTRY OCCURS 50 TIMES.
               10  ZD-PREFIX  PIC X(45).
               10  ZD-LABEL   PIC X(20).
       01  ZD-PREFIX-LEN     PIC 9(3) VALUE 0.
       01  ZD-BEST-LEN       PIC 9(3) VALUE 0.
       01  WS-MATCHED-ZONE   PIC X(20) VALUE SPACES.
      *    THE CUSTOMER MASTER AND THE DATED VHOST ASSIGNMENTS        *
       01  CUST-ENTRY-COUNT  PIC 9(3) VALUE 0.
       01  CUST-TABLE.
           05  CUST-ENTRY OCCURS 200 TIMES.
               10  CT-CUSTOMER-ID  PIC X(10).
               10  CT-NAME         PIC X(60).
               10  CT-COST-CENTRE  PIC X(12).
       01  ASGN-ENTRY-COUNT  PIC 9(3) VALUE 0.
       01  ASGN-TABLE.
           05  ASGN-ENTRY OCCURS 500 TIMES.
               10  AT-VHOST-NAME   PIC X(80).
               10  AT-FROM         PIC X(8).
               10  AT-TO           PIC X(8).
               10  AT-CUSTOMER-ID  PIC X(10).
       01  WS-CUSTOMER-ID    PIC X(10) VALUE SPACES.
       01  WS-CUST-IDX       PIC 9(3) VALUE 0.
      *    VHOSTS SEEN WITH NO CUSTOMER, FOR THE LIST AT THE END      *
       01  NOCUST-COUNT      PIC 9(3) VALUE 0.
       01  NOCUST-TABLE.
           05  NOCUST-ENTRY OCCURS 50 TIMES.
               10  NC-VHOST-NAME   PIC X(80).
               10  NC-HITS         PIC 9(9).
      *    PER-CUSTOMER-PER-ZONE-PER-DAY ACCUMULATION                 *
       01  TALLY-ENTRY-COUNT PIC 9(4) VALUE 0.
       01  TALLY-TABLE.
           05  TALLY-ENTRY OCCURS 600 TIMES.
               10  TL-CUSTOMER PIC X(10).
               10  TL-DATE    PIC X(8).
               10  TL-ZONE    PIC X(20).
               10  TL-HITS    PIC 9(9) VALUE 0.
               10  TL-BYTES   PIC 9(15) VALUE 0.
               10  TL-ERRORS  PIC 9(9) VALUE 0.
       01  WS-SWAP-ENTRY     PIC X(71).
       01  WS-SUB            PIC 9(4) VALUE 0.
       01  WS-SUB-2          PIC 9(4) VALUE 0.
       01  WS-LOW-SUB        PIC 9(4) VALUE 0.
       01  WS-FOUND          PIC X VALUE 'N'.
       01  WS-LOWER-FLAG     PIC X VALUE 'N'.
      *    CUSTOMER SUBTOTALS                                         *
       01  WS-PREV-CUSTOMER  PIC X(10) VALUE SPACES.
       01  SUB-HITS          PIC 9(9) VALUE 0.
       01  SUB-BYTES         PIC 9(15) VALUE 0.
       01  SUB-ERRORS        PIC 9(9) VALUE 0.
      *    COUNTERS AND FORMATTING                                    *
       01  WS-RECORD-COUNT   PIC 9(9) VALUE 0.
       01  WS-EXTRACT-COUNT  PIC 9(9) VALUE 0.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-CUSTOMER-MASTER
           PERFORM LOAD-CUSTOMER-ASSIGNMENTS
           PERFORM SCAN-ARCHIVE-RANGE
           PERFORM SORT-BY-CUSTOMER
           PERFORM PRINT-ZONE-REPORT
           STOP RUN.
      *****************************************************************
                           IF CONFIG-VARIABLE = "ARCHIVE-FILE-PATH"
                               MOVE CONFIG-VALUE TO ARCHIVE-FILE-PATH
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
                       INTO ZD-PREFIX(ZONE-DEF-COUNT)
                           ZD-LABEL(ZONE-DEF-COUNT)
                   END-UNSTRING
                   CALL "IPNORM" USING ZD-PREFIX(ZONE-DEF-COUNT)
                   END-CALL
               END-IF
           END-IF.
      *****************************************************************
      * LOAD THE CUSTOMER MASTER -- WITHOUT ONE, ALL TRAFFIC REPORTS  *
      * AS UNASSIGNED                                                 *
      *****************************************************************
       LOAD-CUSTOMER-MASTER.
           MOVE 0 TO CUST-ENTRY-COUNT
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-STATUS NOT = "00"
               DISPLAY "Warning: could not open customer master "
                   FUNCTION TRIM(CUSTOMER-FILE-PATH)
                   " status " WS-CUST-STATUS
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
                   " status " WS-ASGN-STATUS
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
           END-IF.
      *****************************************************************
      * WALK THE ARCHIVE OVER THE REQUESTED DATE RANGE, CLASSIFYING   *
      * EACH RECORD INTO ITS ZONE                                     *
      *****************************************************************
       CLASSIFY-ARCHIVE-RECORD.
           ADD 1 TO WS-RECORD-COUNT
           PERFORM MATCH-CLIENT-ZONE
           PERFORM RESOLVE-VHOST-CUSTOMER
           PERFORM TALLY-ZONE-DAY
           IF WS-DETAIL-ZONE NOT = SPACES AND
                   WS-MATCHED-ZONE = WS-DETAIL-ZONE
               END-IF
           END-PERFORM.
      *****************************************************************
      * FIND THE CUSTOMER THE SERVING VHOST WAS ASSIGNED TO ON THE    *
      * RECORD'S DATE. A RECORD WITH NO VHOST (ARCHIVED BEFORE THE    *
      * VHOST WAS LOGGED) OR A VHOST WITH NO CUSTOMER THAT DAY LEAVES *
      * WS-CUSTOMER-ID BLANK AND IS NOTED FOR THE UNASSIGNED LIST     *
      *****************************************************************
       RESOLVE-VHOST-CUSTOMER.
           MOVE SPACES TO WS-CUSTOMER-ID
           IF LA-VHOST-NAME NOT = SPACES
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > ASGN-ENTRY-COUNT
                   IF AT-VHOST-NAME(WS-SUB) = LA-VHOST-NAME AND
                           AT-FROM(WS-SUB) <= LA-DATE AND
                           (AT-TO(WS-SUB) = SPACES OR
                            AT-TO(WS-SUB) >= LA-DATE)
                       MOVE AT-CUSTOMER-ID(WS-SUB) TO WS-CUSTOMER-ID
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF WS-CUSTOMER-ID = SPACES
               MOVE 'N' TO WS-FOUND
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > NOCUST-COUNT
                   IF NC-VHOST-NAME(WS-SUB) = LA-VHOST-NAME
                       ADD 1 TO NC-HITS(WS-SUB)
                       MOVE 'Y' TO WS-FOUND
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-FOUND = 'N' AND NOCUST-COUNT < 50
                   ADD 1 TO NOCUST-COUNT
                   MOVE LA-VHOST-NAME TO NC-VHOST-NAME(NOCUST-COUNT)
                   MOVE 1 TO NC-HITS(NOCUST-COUNT)
               END-IF
           END-IF.
      *****************************************************************
      * ACCUMULATE THE RECORD INTO ITS CUSTOMER/ZONE/DAY SLOT         *
      *****************************************************************
       TALLY-ZONE-DAY.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > TALLY-ENTRY-COUNT
               IF TL-DATE(WS-SUB) = LA-DATE AND
                       TL-ZONE(WS-SUB) = WS-MATCHED-ZONE AND
                       TL-CUSTOMER(WS-SUB) = WS-CUSTOMER-ID
                   ADD 1 TO TL-HITS(WS-SUB)
                   ADD LA-BYTES TO TL-BYTES(WS-SUB)
                   IF LA-STATUS >= 400
           END-PERFORM
           IF WS-FOUND = 'N' AND TALLY-ENTRY-COUNT < 600
               ADD 1 TO TALLY-ENTRY-COUNT
               MOVE WS-CUSTOMER-ID TO TL-CUSTOMER(TALLY-ENTRY-COUNT)
               MOVE LA-DATE TO TL-DATE(TALLY-ENTRY-COUNT)
               MOVE WS-MATCHED-ZONE TO TL-ZONE(TALLY-ENTRY-COUNT)
               MOVE 1 TO TL-HITS(TALLY-ENTRY-COUNT)
               LA-STATUS                      DELIMITED BY SIZE
               " "                            DELIMITED BY SIZE
               FUNCTION TRIM(WS-BYTES-DISP)   DELIMITED BY SIZE
               " "                            DELIMITED BY SIZE
               WS-CUSTOMER-ID                 DELIMITED BY SPACE
               INTO EXTRACT-RECORD
           END-STRING
           WRITE EXTRACT-RECORD
           ADD 1 TO WS-EXTRACT-COUNT.
      *****************************************************************
      * ORDER THE SLOTS BY CUSTOMER (UNASSIGNED LAST), DAY AND ZONE   *
      *****************************************************************
       SORT-BY-CUSTOMER.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB >= TALLY-ENTRY-COUNT
               MOVE WS-SUB TO WS-LOW-SUB
               PERFORM VARYING WS-SUB-2 FROM WS-SUB BY 1
                       UNTIL WS-SUB-2 > TALLY-ENTRY-COUNT
                   PERFORM COMPARE-TALLY-ENTRIES
                   IF WS-LOWER-FLAG = 'Y'
                       MOVE WS-SUB-2 TO WS-LOW-SUB
                   END-IF
               END-PERFORM
               IF WS-LOW-SUB NOT = WS-SUB
                   MOVE TALLY-ENTRY(WS-SUB) TO WS-SWAP-ENTRY
                   MOVE TALLY-ENTRY(WS-LOW-SUB) TO TALLY-ENTRY(WS-SUB)
                   MOVE WS-SWAP-ENTRY TO TALLY-ENTRY(WS-LOW-SUB)
               END-IF
           END-PERFORM.
      *****************************************************************
      * DOES SLOT WS-SUB-2 SORT BEFORE SLOT WS-LOW-SUB                *
      *****************************************************************
       COMPARE-TALLY-ENTRIES.
           MOVE 'N' TO WS-LOWER-FLAG
           IF TL-CUSTOMER(WS-SUB-2) NOT = TL-CUSTOMER(WS-LOW-SUB)
               IF TL-CUSTOMER(WS-LOW-SUB) = SPACES
                   MOVE 'Y' TO WS-LOWER-FLAG
               ELSE
                   IF TL-CUSTOMER(WS-SUB-2) NOT = SPACES AND
                           TL-CUSTOMER(WS-SUB-2) <
                           TL-CUSTOMER(WS-LOW-SUB)
                       MOVE 'Y' TO WS-LOWER-FLAG
                   END-IF
               END-IF
           ELSE
               IF TL-DATE(WS-SUB-2) < TL-DATE(WS-LOW-SUB) OR
                       (TL-DATE(WS-SUB-2) = TL-DATE(WS-LOW-SUB) AND
                        TL-ZONE(WS-SUB-2) < TL-ZONE(WS-LOW-SUB))
                   MOVE 'Y' TO WS-LOWER-FLAG
               END-IF
           END-IF.
      *****************************************************************
      * PRINT HITS, BYTES AND ERRORS PER ZONE PER DAY                 *
      *****************************************************************
       PRINT-ZONE-REPORT.
           DISPLAY " "
           DISPLAY "Date     Zone                 Hits Bytes Errors"
           DISPLAY "-------------------------------------------------"
           MOVE HIGH-VALUES TO WS-PREV-CUSTOMER
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > TALLY-ENTRY-COUNT
               IF TL-CUSTOMER(WS-SUB) NOT = WS-PREV-CUSTOMER
                   PERFORM PRINT-CUSTOMER-SUBTOTAL
                   MOVE TL-CUSTOMER(WS-SUB) TO WS-PREV-CUSTOMER
                   PERFORM PRINT-CUSTOMER-HEADING
               END-IF
               ADD TL-HITS(WS-SUB) TO SUB-HITS
               ADD TL-BYTES(WS-SUB) TO SUB-BYTES
               ADD TL-ERRORS(WS-SUB) TO SUB-ERRORS
               DISPLAY "  " TL-DATE(WS-SUB) " " TL-ZONE(WS-SUB) " "
                   TL-HITS(WS-SUB) " " TL-BYTES(WS-SUB) " "
                   TL-ERRORS(WS-SUB)
           END-PERFORM
           PERFORM PRINT-CUSTOMER-SUBTOTAL
           DISPLAY "================================================="
           IF NOCUST-COUNT > 0
               DISPLAY "Vhosts with traffic but no customer assigned:"
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > NOCUST-COUNT
                   IF NC-VHOST-NAME(WS-SUB) = SPACES
                       DISPLAY "  (vhost not recorded)          "
                           " hits " NC-HITS(WS-SUB)
                   ELSE
                       DISPLAY "  " NC-VHOST-NAME(WS-SUB)(1:30)
                           " hits " NC-HITS(WS-SUB)
                   END-IF
               END-PERFORM
               DISPLAY "============================================="
           END-IF
           IF WS-DETAIL-ZONE NOT = SPACES
               DISPLAY "ZONEREPORT: " WS-EXTRACT-COUNT
                   " detail record(s) for zone "
                   FUNCTION TRIM(EXTRACT-FILE-PATH)
           END-IF.
      *****************************************************************
      * START A CUSTOMER GROUP                                        *
      *****************************************************************
       PRINT-CUSTOMER-HEADING.
           MOVE 0 TO SUB-HITS
           MOVE 0 TO SUB-BYTES
           MOVE 0 TO SUB-ERRORS
           IF WS-PREV-CUSTOMER = SPACES
               DISPLAY "NO CUSTOMER ASSIGNED"
           ELSE
               MOVE 0 TO WS-CUST-IDX
               PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                       UNTIL WS-SUB-2 > CUST-ENTRY-COUNT
                       OR WS-CUST-IDX > 0
                   IF CT-CUSTOMER-ID(WS-SUB-2) = WS-PREV-CUSTOMER
                       MOVE WS-SUB-2 TO WS-CUST-IDX
                   END-IF
               END-PERFORM
               IF WS-CUST-IDX = 0
                   DISPLAY "CUSTOMER " WS-PREV-CUSTOMER
                       " (not in the customer master)"
               ELSE
                   DISPLAY "CUSTOMER " WS-PREV-CUSTOMER " "
                       FUNCTION TRIM(CT-NAME(WS-CUST-IDX))
                       "  cost centre "
                       FUNCTION TRIM(CT-COST-CENTRE(WS-CUST-IDX))
               END-IF
           END-IF.
      *****************************************************************
      * CLOSE THE CURRENT CUSTOMER GROUP WITH ITS SUBTOTAL LINE       *
      *****************************************************************
       PRINT-CUSTOMER-SUBTOTAL.
           IF WS-PREV-CUSTOMER NOT = HIGH-VALUES
               DISPLAY "  Subtotal                      "
                   SUB-HITS " " SUB-BYTES " " SUB-ERRORS
               DISPLAY "-------------------------------------------"
           END-IF.
      *****************************************************************
      * TERMINATE PROGRAM                                             *
      *****************************************************************
       END PROGRAM ZONEREPORT.
