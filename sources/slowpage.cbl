      *****************************************************************
      * PROGRAM:    SLOWPAGE                                         *
      * AUTHOR:     MILÁN ATANÁZ MAJOR                                *
      * DATE:       15-OCT-2026                                       *
      * PURPOSE:    RESPONSE-TIME REPORT OVER THE INDEXED LOG         *
      *             ARCHIVE. FOR AN OPERATOR-GIVEN DATE RANGE IT      *
      *             PRINTS AVERAGE, 95TH-PERCENTILE AND MAXIMUM       *
      *             SERVICE TIME (LA-ELAPSED-MS) BY VHOST AND BY      *
      *             VHOST+PATH, AND COMPARES EACH PATH AGAINST THE    *
      *             PREVIOUS PERIOD OF THE SAME LENGTH. A PATH WHOSE  *
      *             AVERAGE GREW BY MORE THAN SLOWPAGE-TOLERANCE-PCT  *
      *             IS FLAGGED SLOWER AND THE RUN ENDS WITH RETURN    *
      *             CODE 4, SO A BLOATED SSI PAGE OR A SLOW CGI       *
      *             SUBPROGRAM SHOWS UP BEFORE THE USERS NOTICE.      *
      *             THE PERCENTILE COMES FROM A FIXED HISTOGRAM OF    *
      *             RESPONSE-TIME BUCKETS AND IS REPORTED AS THE      *
      *             UPPER BOUND OF THE BUCKET HOLDING THE 95TH        *
      *             PERCENTILE, NEVER MORE THAN THE OBSERVED MAXIMUM  *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLOWPAGE.
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
      *    ARCHIVE-FILE IS THE INDEXED ARCHIVE LOGARCHIVE LOADS       *
           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC ARCHIVE-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LA-KEY
               FILE STATUS IS WS-ARCH-STATUS.
      *****************************************************************
      * DATA DIVISION DECLARES VARIABLES AND FILE STRUCTURES          *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CONFIG-FILE.
       01  CONFIG-RECORD     PIC X(100).
       FD  ARCHIVE-FILE.
       COPY "sources/logarchive.cpy".
       WORKING-STORAGE SECTION.
       01  CONFIG-FILE-PATH  PIC X(255).
          88 CONFIG-FILE-DEFAULT
          VALUE "/etc/cobweb/cobweb.conf".
       01  CONFIG-VARIABLE   PIC X(25).
       01  CONFIG-VALUE      PIC X(80).
       01  ARCHIVE-FILE-PATH PIC X(255) VALUE "access-archive.idx".
      *    A PATH IS SLOWER WHEN ITS AVERAGE GREW BY MORE THAN THIS   *
      *    PERCENTAGE, AND ONLY WHEN BOTH PERIODS HAVE AT LEAST       *
      *    SLOWPAGE-MIN-HITS TIMED REQUESTS FOR IT                    *
       01  SLOW-TOLERANCE-PCT PIC 9(3) VALUE 20.
       01  SLOW-MIN-HITS     PIC 9(5) VALUE 5.
       01  SLOW-TOP-LIMIT    PIC 9(3) VALUE 30.
       01  WS-FILE-STATUS    PIC XX.
       01  WS-ARCH-STATUS    PIC XX.
      *    OPERATOR DIALOGUE AND THE TWO PERIODS                      *
       01  WS-START-DATE     PIC X(8) VALUE SPACES.
       01  WS-END-DATE       PIC X(8) VALUE SPACES.
       01  WS-PREV-START-DATE PIC X(8) VALUE SPACES.
       01  WS-PREV-END-DATE  PIC X(8) VALUE SPACES.
       01  WS-DATE-NUM       PIC 9(8) VALUE 0.
       01  WS-START-INT      PIC 9(7) VALUE 0.
       01  WS-END-INT        PIC 9(7) VALUE 0.
       01  WS-PERIOD-DAYS    PIC 9(5) VALUE 0.
      *    UPPER BOUNDS (MS) OF THE RESPONSE-TIME BUCKETS -- BUCKET   *
      *    26 CATCHES EVERYTHING OVER THE LAST BOUND                  *
       01  BUCKET-BOUND-VALUES.
           05  FILLER        PIC 9(5) VALUE 1.
           05  FILLER        PIC 9(5) VALUE 2.
           05  FILLER        PIC 9(5) VALUE 5.
           05  FILLER        PIC 9(5) VALUE 10.
           05  FILLER        PIC 9(5) VALUE 20.
           05  FILLER        PIC 9(5) VALUE 30.
           05  FILLER        PIC 9(5) VALUE 50.
           05  FILLER        PIC 9(5) VALUE 75.
           05  FILLER        PIC 9(5) VALUE 100.
           05  FILLER        PIC 9(5) VALUE 150.
           05  FILLER        PIC 9(5) VALUE 200.
           05  FILLER        PIC 9(5) VALUE 300.
           05  FILLER        PIC 9(5) VALUE 500.
           05  FILLER        PIC 9(5) VALUE 750.
           05  FILLER        PIC 9(5) VALUE 1000.
           05  FILLER        PIC 9(5) VALUE 1500.
           05  FILLER        PIC 9(5) VALUE 2000.
           05  FILLER        PIC 9(5) VALUE 3000.
           05  FILLER        PIC 9(5) VALUE 5000.
           05  FILLER        PIC 9(5) VALUE 7500.
           05  FILLER        PIC 9(5) VALUE 10000.
           05  FILLER        PIC 9(5) VALUE 15000.
           05  FILLER        PIC 9(5) VALUE 20000.
           05  FILLER        PIC 9(5) VALUE 30000.
           05  FILLER        PIC 9(5) VALUE 60000.
       01  BUCKET-BOUNDS REDEFINES BUCKET-BOUND-VALUES.
           05  BUCKET-BOUND  PIC 9(5) OCCURS 25 TIMES.
       01  WS-BUCKET         PIC 9(3) VALUE 0.
      *    ONE STATISTICS SLOT PER VHOST (PATH BLANK) AND PER         *
      *    VHOST+PATH, EACH WITH A CURRENT AND A PREVIOUS PERIOD      *
       01  STAT-ENTRY-COUNT  PIC 9(4) VALUE 0.
       01  STAT-TABLE.
           05  STAT-ENTRY OCCURS 600 TIMES.
               10  ST-VHOST       PIC X(80).
               10  ST-PATH        PIC X(255).
               10  ST-PERIOD OCCURS 2 TIMES.
                   15  ST-COUNT   PIC 9(9).
                   15  ST-SUM-MS  PIC 9(15).
                   15  ST-MAX-MS  PIC 9(9).
                   15  ST-AVG-MS  PIC 9(9).
                   15  ST-P95-MS  PIC 9(9).
                   15  ST-BUCKET-COUNT PIC 9(9) OCCURS 26 TIMES.
               10  ST-SLOWER-FLAG PIC X.
       01  WS-SWAP-ENTRY     PIC X(906).
       01  WS-KEY-VHOST      PIC X(80) VALUE SPACES.
       01  WS-KEY-PATH       PIC X(255) VALUE SPACES.
       01  WS-PERIOD         PIC 9 VALUE 1.
       01  WS-SUB            PIC 9(4) VALUE 0.
       01  WS-SUB2           PIC 9(4) VALUE 0.
       01  WS-SLOT           PIC 9(4) VALUE 0.
       01  WS-FOUND          PIC X VALUE 'N'.
       01  WS-TABLE-FULL     PIC X VALUE 'N'.
       01  WS-TARGET-RANK    PIC 9(9) VALUE 0.
       01  WS-RUNNING-COUNT  PIC 9(9) VALUE 0.
      *    COUNTERS AND FORMATTING                                    *
       01  WS-RECORD-COUNT   PIC 9(9) VALUE 0.
       01  WS-UNTIMED-COUNT  PIC 9(9) VALUE 0.
       01  WS-SLOWER-COUNT   PIC 9(5) VALUE 0.
       01  WS-SHOWN-COUNT    PIC 9(5) VALUE 0.
       01  WS-HITS-DISP      PIC Z(8)9.
       01  WS-AVG-DISP       PIC Z(8)9.
       01  WS-P95-DISP       PIC Z(8)9.
       01  WS-MAX-DISP       PIC Z(8)9.
       01  WS-PREV-AVG-DISP  PIC Z(8)9.
       01  WS-REPORT-LINE    PIC X(132) VALUE SPACES.
      *****************************************************************
      * PROCEDURE DIVISION CONTAINS PROGRAM LOGIC                     *
      *****************************************************************
       PROCEDURE DIVISION.
      *    MAIN PROGRAM LOGIC                                         *
       MAIN-LOGIC.
           PERFORM READ-CONFIG-FILE
           DISPLAY "Start date (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-START-DATE
           DISPLAY "End date (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-END-DATE
           PERFORM COMPUTE-PREVIOUS-PERIOD
           PERFORM SCAN-ARCHIVE-RANGE
           PERFORM COMPUTE-ENTRY-FIGURES
           PERFORM PRINT-SLOWPAGE-REPORT
           IF WS-SLOWER-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
      *****************************************************************
      * READ SERVER CONFIGURATION FOR THE ARCHIVE AND THE THRESHOLDS  *
      *****************************************************************
       READ-CONFIG-FILE.
           ACCEPT CONFIG-FILE-PATH FROM ENVIRONMENT "COBWEB_CONFIG"
             ON EXCEPTION
                SET CONFIG-FILE-DEFAULT TO TRUE
           END-ACCEPT
           OPEN INPUT CONFIG-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No config file found, using defaults"
           ELSE
               PERFORM UNTIL WS-FILE-STATUS = "10"
                   READ CONFIG-FILE INTO CONFIG-RECORD
                       AT END
                           MOVE "10" TO WS-FILE-STATUS
                       NOT AT END
                           UNSTRING CONFIG-RECORD DELIMITED BY "="
                               INTO CONFIG-VARIABLE CONFIG-VALUE
                           END-UNSTRING
                           PERFORM PROCESS-CONFIG-RECORD
                   END-READ
               END-PERFORM
               CLOSE CONFIG-FILE
           END-IF.
      *****************************************************************
      * APPLY ONE KEY=VALUE PAIR                                      *
      *****************************************************************
       PROCESS-CONFIG-RECORD.
           EVALUATE CONFIG-VARIABLE
               WHEN "ARCHIVE-FILE-PATH"
                   MOVE CONFIG-VALUE TO ARCHIVE-FILE-PATH
               WHEN "SLOWPAGE-TOLERANCE-PCT"
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                       TO SLOW-TOLERANCE-PCT
               WHEN "SLOWPAGE-MIN-HITS"
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE) TO SLOW-MIN-HITS
               WHEN "SLOWPAGE-TOP-LIMIT"
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE) TO SLOW-TOP-LIMIT
           END-EVALUATE.
      *****************************************************************
      * CHECK THE DATES AND WORK OUT THE PREVIOUS PERIOD -- THE SAME  *
      * NUMBER OF DAYS ENDING THE DAY BEFORE THE START DATE           *
      *****************************************************************
       COMPUTE-PREVIOUS-PERIOD.
           IF WS-START-DATE NOT NUMERIC OR WS-END-DATE NOT NUMERIC
               DISPLAY "SLOWPAGE: both dates are required as YYYYMMDD"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-START-DATE > WS-END-DATE
               DISPLAY "SLOWPAGE: start date is after end date"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-START-DATE TO WS-DATE-NUM
           COMPUTE WS-START-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           MOVE WS-END-DATE TO WS-DATE-NUM
           COMPUTE WS-END-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           IF WS-START-INT = 0 OR WS-END-INT = 0
               DISPLAY "SLOWPAGE: not a valid calendar date"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-PERIOD-DAYS = WS-END-INT - WS-START-INT + 1
           COMPUTE WS-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-START-INT - 1)
           MOVE WS-DATE-NUM TO WS-PREV-END-DATE
           COMPUTE WS-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-START-INT - WS-PERIOD-DAYS)
           MOVE WS-DATE-NUM TO WS-PREV-START-DATE.
      *****************************************************************
      * WALK THE ARCHIVE FROM THE START OF THE PREVIOUS PERIOD TO THE *
      * END OF THE CURRENT ONE                                        *
      *****************************************************************
       SCAN-ARCHIVE-RANGE.
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCH-STATUS NOT = "00"
               DISPLAY "Error opening archive file: "
                   FUNCTION TRIM(ARCHIVE-FILE-PATH)
                   " status " WS-ARCH-STATUS " - run LOGARCHIVE LOAD"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-PREV-START-DATE TO LA-DATE
           MOVE 0 TO LA-SEQ
           START ARCHIVE-FILE KEY IS NOT LESS THAN LA-KEY
               INVALID KEY
                   MOVE "23" TO WS-ARCH-STATUS
           END-START
           IF WS-ARCH-STATUS = "00"
               PERFORM UNTIL WS-ARCH-STATUS NOT = "00"
                   READ ARCHIVE-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-ARCH-STATUS
                       NOT AT END
                           IF LA-DATE > WS-END-DATE
                               MOVE "10" TO WS-ARCH-STATUS
                           ELSE
                               PERFORM TALLY-ARCHIVE-RECORD
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ARCHIVE-FILE
           IF WS-TABLE-FULL = 'Y'
               DISPLAY "Warning: more than 600 vhost/path slots -"
                   " later paths were left out of the report"
           END-IF.
      *****************************************************************
      * FOLD ONE TIMED RECORD INTO ITS VHOST SLOT AND ITS PATH SLOT.  *
      * RECORDS LOADED BEFORE THE SERVER LOGGED SERVICE TIMES CARRY   *
      * NO VHOST AND ARE COUNTED BUT LEFT OUT                         *
      *****************************************************************
       TALLY-ARCHIVE-RECORD.
           IF LA-VHOST-NAME = SPACES
               ADD 1 TO WS-UNTIMED-COUNT
           ELSE
               ADD 1 TO WS-RECORD-COUNT
               IF LA-DATE < WS-START-DATE
                   MOVE 2 TO WS-PERIOD
               ELSE
                   MOVE 1 TO WS-PERIOD
               END-IF
               PERFORM FIND-ELAPSED-BUCKET
               MOVE LA-VHOST-NAME TO WS-KEY-VHOST
               MOVE SPACES TO WS-KEY-PATH
               PERFORM TALLY-STAT-SLOT
               MOVE LA-PATH TO WS-KEY-PATH
               PERFORM TALLY-STAT-SLOT
           END-IF.
      *****************************************************************
      * WHICH HISTOGRAM BUCKET THE RECORD'S SERVICE TIME FALLS IN     *
      *****************************************************************
       FIND-ELAPSED-BUCKET.
           MOVE 26 TO WS-BUCKET
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 25
               IF LA-ELAPSED-MS <= BUCKET-BOUND(WS-SUB)
                   MOVE WS-SUB TO WS-BUCKET
                   EXIT PERFORM
               END-IF
           END-PERFORM.
      *****************************************************************
      * ACCUMULATE THE RECORD INTO THE SLOT FOR WS-KEY-VHOST AND      *
      * WS-KEY-PATH, OPENING A NEW SLOT THE FIRST TIME IT IS SEEN     *
      *****************************************************************
       TALLY-STAT-SLOT.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > STAT-ENTRY-COUNT
               IF ST-VHOST(WS-SUB) = WS-KEY-VHOST AND
                       ST-PATH(WS-SUB) = WS-KEY-PATH
                   MOVE WS-SUB TO WS-SLOT
                   MOVE 'Y' TO WS-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FOUND = 'N'
               IF STAT-ENTRY-COUNT < 600
                   ADD 1 TO STAT-ENTRY-COUNT
                   MOVE STAT-ENTRY-COUNT TO WS-SLOT
                   INITIALIZE STAT-ENTRY(WS-SLOT)
                   MOVE WS-KEY-VHOST TO ST-VHOST(WS-SLOT)
                   MOVE WS-KEY-PATH TO ST-PATH(WS-SLOT)
                   MOVE 'N' TO ST-SLOWER-FLAG(WS-SLOT)
                   MOVE 'Y' TO WS-FOUND
               ELSE
                   MOVE 'Y' TO WS-TABLE-FULL
               END-IF
           END-IF
           IF WS-FOUND = 'Y'
               ADD 1 TO ST-COUNT(WS-SLOT, WS-PERIOD)
               ADD LA-ELAPSED-MS TO ST-SUM-MS(WS-SLOT, WS-PERIOD)
               IF LA-ELAPSED-MS > ST-MAX-MS(WS-SLOT, WS-PERIOD)
                   MOVE LA-ELAPSED-MS TO ST-MAX-MS(WS-SLOT, WS-PERIOD)
               END-IF
               ADD 1 TO ST-BUCKET-COUNT(WS-SLOT, WS-PERIOD, WS-BUCKET)
           END-IF.
      *****************************************************************
      * AVERAGE AND 95TH PERCENTILE FOR BOTH PERIODS OF EVERY SLOT,   *
      * THEN THE SLOWER-THAN-BEFORE TEST FOR THE PATH SLOTS           *
      *****************************************************************
       COMPUTE-ENTRY-FIGURES.
           PERFORM VARYING WS-SLOT FROM 1 BY 1
                   UNTIL WS-SLOT > STAT-ENTRY-COUNT
               PERFORM VARYING WS-PERIOD FROM 1 BY 1
                       UNTIL WS-PERIOD > 2
                   PERFORM COMPUTE-PERIOD-FIGURES
               END-PERFORM
               IF ST-PATH(WS-SLOT) NOT = SPACES AND
                       ST-COUNT(WS-SLOT, 1) >= SLOW-MIN-HITS AND
                       ST-COUNT(WS-SLOT, 2) >= SLOW-MIN-HITS AND
                       ST-AVG-MS(WS-SLOT, 1) * 100 >
                       ST-AVG-MS(WS-SLOT, 2) *
                       (100 + SLOW-TOLERANCE-PCT)
                   MOVE 'Y' TO ST-SLOWER-FLAG(WS-SLOT)
                   ADD 1 TO WS-SLOWER-COUNT
               END-IF
           END-PERFORM.
      *****************************************************************
      * AVERAGE, AND THE UPPER BOUND OF THE BUCKET THAT HOLDS THE     *
      * 95TH-PERCENTILE REQUEST, CAPPED AT THE OBSERVED MAXIMUM       *
      *****************************************************************
       COMPUTE-PERIOD-FIGURES.
           MOVE 0 TO ST-AVG-MS(WS-SLOT, WS-PERIOD)
           MOVE 0 TO ST-P95-MS(WS-SLOT, WS-PERIOD)
           IF ST-COUNT(WS-SLOT, WS-PERIOD) > 0
               COMPUTE ST-AVG-MS(WS-SLOT, WS-PERIOD) ROUNDED =
                   ST-SUM-MS(WS-SLOT, WS-PERIOD) /
                   ST-COUNT(WS-SLOT, WS-PERIOD)
               COMPUTE WS-TARGET-RANK =
                   (ST-COUNT(WS-SLOT, WS-PERIOD) * 95 + 99) / 100
               MOVE 0 TO WS-RUNNING-COUNT
               MOVE ST-MAX-MS(WS-SLOT, WS-PERIOD)
                   TO ST-P95-MS(WS-SLOT, WS-PERIOD)
               PERFORM VARYING WS-BUCKET FROM 1 BY 1
                       UNTIL WS-BUCKET > 25
                   ADD ST-BUCKET-COUNT(WS-SLOT, WS-PERIOD, WS-BUCKET)
                       TO WS-RUNNING-COUNT
                   IF WS-RUNNING-COUNT >= WS-TARGET-RANK
                       IF BUCKET-BOUND(WS-BUCKET) <
                               ST-MAX-MS(WS-SLOT, WS-PERIOD)
                           MOVE BUCKET-BOUND(WS-BUCKET)
                               TO ST-P95-MS(WS-SLOT, WS-PERIOD)
                       END-IF
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.
      *****************************************************************
      * ORDER THE SLOTS SLOWEST AVERAGE FIRST FOR THE CURRENT PERIOD  *
      *****************************************************************
       RANK-SLOWEST-ENTRIES.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > STAT-ENTRY-COUNT
               PERFORM VARYING WS-SUB2 FROM WS-SUB BY 1
                       UNTIL WS-SUB2 > STAT-ENTRY-COUNT
                   IF ST-AVG-MS(WS-SUB2, 1) > ST-AVG-MS(WS-SUB, 1)
                       MOVE STAT-ENTRY(WS-SUB)  TO WS-SWAP-ENTRY
                       MOVE STAT-ENTRY(WS-SUB2) TO STAT-ENTRY(WS-SUB)
                       MOVE WS-SWAP-ENTRY       TO STAT-ENTRY(WS-SUB2)
                   END-IF
               END-PERFORM
           END-PERFORM.
      *****************************************************************
      * PRINT THE VHOST SUMMARY, THE SLOWEST PATHS AND THE PATHS THAT *
      * GOT SLOWER THAN THE PREVIOUS PERIOD                           *
      *****************************************************************
       PRINT-SLOWPAGE-REPORT.
           PERFORM RANK-SLOWEST-ENTRIES
           DISPLAY "================================================="
           DISPLAY "RESPONSE TIME REPORT - " WS-START-DATE
               " TO " WS-END-DATE
           DISPLAY "Compared with " WS-PREV-START-DATE
               " TO " WS-PREV-END-DATE
           DISPLAY "================================================="
           DISPLAY "Timed requests read:   " WS-RECORD-COUNT
           DISPLAY "Untimed records:       " WS-UNTIMED-COUNT
           DISPLAY " "
           DISPLAY "BY VHOST (ms)        Hits       Avg       P95"
               "       Max  Prev avg"
           DISPLAY "-------------------------------------------------"
           PERFORM VARYING WS-SLOT FROM 1 BY 1
                   UNTIL WS-SLOT > STAT-ENTRY-COUNT
               IF ST-PATH(WS-SLOT) = SPACES AND
                       ST-COUNT(WS-SLOT, 1) > 0
                   PERFORM PRINT-ENTRY-LINE
               END-IF
           END-PERFORM
           DISPLAY " "
           DISPLAY "SLOWEST PATHS (ms)   Hits       Avg       P95"
               "       Max  Prev avg"
           DISPLAY "-------------------------------------------------"
           MOVE 0 TO WS-SHOWN-COUNT
           PERFORM VARYING WS-SLOT FROM 1 BY 1
                   UNTIL WS-SLOT > STAT-ENTRY-COUNT
                   OR WS-SHOWN-COUNT >= SLOW-TOP-LIMIT
               IF ST-PATH(WS-SLOT) NOT = SPACES AND
                       ST-COUNT(WS-SLOT, 1) > 0
                   ADD 1 TO WS-SHOWN-COUNT
                   PERFORM PRINT-ENTRY-LINE
               END-IF
           END-PERFORM
           DISPLAY " "
           DISPLAY "SLOWER THAN PREVIOUS PERIOD (over "
               SLOW-TOLERANCE-PCT "% growth in average)"
           DISPLAY "-------------------------------------------------"
           PERFORM VARYING WS-SLOT FROM 1 BY 1
                   UNTIL WS-SLOT > STAT-ENTRY-COUNT
               IF ST-SLOWER-FLAG(WS-SLOT) = 'Y'
                   PERFORM PRINT-ENTRY-LINE
               END-IF
           END-PERFORM
           IF WS-SLOWER-COUNT = 0
               DISPLAY "  (none)"
           END-IF
           DISPLAY "================================================="
           DISPLAY "SLOWPAGE: " WS-SLOWER-COUNT
               " path(s) slower than the previous period".
      *****************************************************************
      * ONE REPORT LINE: THE VHOST OR VHOST+PATH, THEN THE FIGURES    *
      *****************************************************************
       PRINT-ENTRY-LINE.
           MOVE ST-COUNT(WS-SLOT, 1)  TO WS-HITS-DISP
           MOVE ST-AVG-MS(WS-SLOT, 1) TO WS-AVG-DISP
           MOVE ST-P95-MS(WS-SLOT, 1) TO WS-P95-DISP
           MOVE ST-MAX-MS(WS-SLOT, 1) TO WS-MAX-DISP
           MOVE ST-AVG-MS(WS-SLOT, 2) TO WS-PREV-AVG-DISP
           MOVE SPACES TO WS-REPORT-LINE
           IF ST-PATH(WS-SLOT) = SPACES
               STRING "  " FUNCTION TRIM(ST-VHOST(WS-SLOT))
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
           ELSE
               STRING "  " FUNCTION TRIM(ST-VHOST(WS-SLOT))
                   " " FUNCTION TRIM(ST-PATH(WS-SLOT))
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
           END-IF
           DISPLAY FUNCTION TRIM(WS-REPORT-LINE TRAILING)
           IF ST-COUNT(WS-SLOT, 2) > 0
               DISPLAY "                    " WS-HITS-DISP " "
                   WS-AVG-DISP " " WS-P95-DISP " " WS-MAX-DISP " "
                   WS-PREV-AVG-DISP
           ELSE
               DISPLAY "                    " WS-HITS-DISP " "
                   WS-AVG-DISP " " WS-P95-DISP " " WS-MAX-DISP
                   "         -"
           END-IF.
      *****************************************************************
      * TERMINATE PROGRAM                                             *
      *****************************************************************
       END PROGRAM SLOWPAGE.
