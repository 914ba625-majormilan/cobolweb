      *****************************************************************
      * PROGRAM:    SLAREPORT                                        *
      * AUTHOR:     MILÁN ATANÁZ MAJOR                                *
      * DATE:       15-OCT-2026                                       *
      * PURPOSE:    MONTHLY AVAILABILITY SLA REPORT. PROMPTS FOR A    *
      *             MONTH (YYYYMM) AND READS THAT MONTH'S PROBE RUNS  *
      *             FROM THE AVAILABILITY HISTORY WRITTEN BY          *
      *             AVAILPROBE. A PROBE RUN COUNTS AS DOWN FOR A      *
      *             VHOST WHEN ANY OF ITS CHECKS FAILED; RUNS MADE IN *
      *             THE MAINTENANCE WINDOW ARE LEFT OUT. FOR EACH     *
      *             VHOST THE REPORT SHOWS THE UPTIME PERCENTAGE, THE *
      *             OUTAGE WINDOWS (FIRST DOWN RUN TO THE NEXT UP     *
      *             RUN) AND THE FAILED CHECKS, THEN A SUMMARY        *
      *             AGAINST SLA-TARGET-PCT. WRITES                    *
      *             sla-report-YYYYMM.txt AND SETS RETURN CODE 4 WHEN *
      *             ANY VHOST MISSED THE TARGET                       *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLAREPORT.
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
      *    AVAIL-HIST-FILE IS THE AVAILABILITY HISTORY                *
           SELECT AVAIL-HIST-FILE ASSIGN TO DYNAMIC PROBE-HISTORY-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AH-KEY
               FILE STATUS IS WS-HIST-STATUS.
      *    REPORT-FILE RECEIVES THE SLA REPORT                        *
           SELECT REPORT-FILE ASSIGN TO DYNAMIC REPORT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
      *****************************************************************
      * DATA DIVISION DECLARES VARIABLES AND FILE STRUCTURES          *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CONFIG-FILE.
       01  CONFIG-RECORD     PIC X(100).
       FD  AVAIL-HIST-FILE.
       COPY "sources/availhist.cpy".
       FD  REPORT-FILE.
       01  REPORT-RECORD     PIC X(132).
       WORKING-STORAGE SECTION.
       01  CONFIG-FILE-PATH  PIC X(255).
          88 CONFIG-FILE-DEFAULT
          VALUE "/etc/cobweb/cobweb.conf".
       01  CONFIG-VARIABLE   PIC X(20).
       01  CONFIG-VALUE      PIC X(80).
       01  PROBE-HISTORY-PATH PIC X(255) VALUE "avail-history.idx".
       01  REPORT-FILE-PATH  PIC X(255) VALUE SPACES.
       01  SLA-TARGET-PCT    PIC 9(3)V99 VALUE 99.50.
       01  WS-FILE-STATUS    PIC XX.
       01  WS-HIST-STATUS    PIC XX.
       01  WS-REPORT-STATUS  PIC XX.
       01  WS-REPORT-LINE    PIC X(132) VALUE SPACES.
       01  WS-REPORT-MONTH   PIC X(6) VALUE SPACES.
       01  WS-MONTH-NUM      PIC 9(2) VALUE 0.
      *    CONTROL BREAKS -- THE HISTORY IS IN VHOST, RUN STAMP ORDER *
       01  WS-CURR-VHOST     PIC X(80) VALUE SPACES.
       01  WS-CURR-STAMP     PIC X(14) VALUE SPACES.
       01  WS-ROUND-DOWN     PIC X VALUE 'N'.
       01  WS-ROUND-MAINT    PIC X VALUE 'N'.
      *    FIGURES FOR THE VHOST IN HAND                              *
       01  VS-ROUNDS         PIC 9(7) VALUE 0.
       01  VS-UP-ROUNDS      PIC 9(7) VALUE 0.
       01  VS-MAINT-ROUNDS   PIC 9(7) VALUE 0.
       01  VS-FAILED-CHECKS  PIC 9(7) VALUE 0.
       01  VS-OUTAGE-COUNT   PIC 9(5) VALUE 0.
       01  VS-DOWN-MINUTES   PIC 9(7) VALUE 0.
       01  VS-OUTAGE-OPEN    PIC X VALUE 'N'.
       01  VS-OUTAGE-START   PIC X(14) VALUE SPACES.
       01  VS-LAST-DOWN      PIC X(14) VALUE SPACES.
       01  WS-OUTAGE-ONGOING PIC X VALUE 'N'.
       01  VS-UPTIME-PCT     PIC 9(3)V99 VALUE 0.
      *    OUTAGE WINDOWS AND FAILED CHECKS OF THE VHOST IN HAND,     *
      *    HELD UNTIL ITS SECTION IS PRINTED                          *
       01  OW-COUNT          PIC 9(3) VALUE 0.
       01  OW-TABLE.
           05  OW-ENTRY OCCURS 100 TIMES.
               10  OW-START          PIC X(14).
               10  OW-END            PIC X(14).
               10  OW-MINUTES        PIC 9(7).
               10  OW-ONGOING        PIC X.
       01  FC-COUNT          PIC 9(3) VALUE 0.
       01  FC-MAX            PIC 9(3) VALUE 20.
       01  FC-TABLE.
           05  FC-ENTRY OCCURS 20 TIMES.
               10  FC-STAMP          PIC X(14).
               10  FC-LISTENER       PIC X(5).
               10  FC-PATH           PIC X(40).
               10  FC-REASON         PIC X(40).
      *    ONE SUMMARY ENTRY PER VHOST                                *
       01  SM-COUNT          PIC 9(3) VALUE 0.
       01  SM-FULL-FLAG      PIC X VALUE 'N'.
       01  SM-TABLE.
           05  SM-ENTRY OCCURS 500 TIMES.
               10  SM-VHOST-NAME     PIC X(80).
               10  SM-ROUNDS         PIC 9(7).
               10  SM-UP-ROUNDS      PIC 9(7).
               10  SM-UPTIME-PCT     PIC 9(3)V99.
               10  SM-OUTAGES        PIC 9(5).
               10  SM-DOWN-MINUTES   PIC 9(7).
               10  SM-FAILED-CHECKS  PIC 9(7).
               10  SM-SLA-RESULT     PIC X(7).
       01  WS-SUB            PIC 9(3) VALUE 0.
      *    MINUTES BETWEEN TWO RUN STAMPS                             *
       01  WS-FROM-STAMP     PIC X(14) VALUE SPACES.
       01  WS-TO-STAMP       PIC X(14) VALUE SPACES.
       01  WS-STAMP-DATE     PIC 9(8) VALUE 0.
       01  WS-STAMP-HH       PIC 9(2) VALUE 0.
       01  WS-STAMP-MI       PIC 9(2) VALUE 0.
       01  WS-FROM-MINUTE    PIC 9(11) VALUE 0.
       01  WS-TO-MINUTE      PIC 9(11) VALUE 0.
       01  WS-GAP-MINUTES    PIC 9(7) VALUE 0.
      *    EDITED FIELDS                                              *
       01  WS-PCT-DISP       PIC ZZ9.99.
       01  WS-COUNT-DISP     PIC Z(6)9.
       01  WS-MIN-DISP       PIC Z(6)9.
       01  WS-STAMP-DISP     PIC X(16) VALUE SPACES.
      *    RUN COUNTERS                                               *
       01  WS-READ-COUNT     PIC 9(7) VALUE 0.
       01  WS-MET-COUNT      PIC 9(5) VALUE 0.
       01  WS-MISSED-COUNT   PIC 9(5) VALUE 0.
       01  WS-NODATA-COUNT   PIC 9(5) VALUE 0.
      *****************************************************************
      * PROCEDURE DIVISION CONTAINS PROGRAM LOGIC                     *
      *****************************************************************
       PROCEDURE DIVISION.
      *    MAIN PROGRAM LOGIC                                         *
       MAIN-LOGIC.
           PERFORM READ-CONFIG-FILE
           DISPLAY "Report month (YYYYMM): " WITH NO ADVANCING
           ACCEPT WS-REPORT-MONTH
           IF WS-REPORT-MONTH = SPACES
               DISPLAY "SLAREPORT: no report month given"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-REPORT-MONTH IS NOT NUMERIC
               DISPLAY "SLAREPORT: month must be YYYYMM"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-REPORT-MONTH(5:2) TO WS-MONTH-NUM
           IF WS-MONTH-NUM < 1 OR WS-MONTH-NUM > 12
               DISPLAY "SLAREPORT: not a valid month: "
                   WS-REPORT-MONTH
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT AVAIL-HIST-FILE
           IF WS-HIST-STATUS NOT = "00" AND WS-HIST-STATUS NOT = "35"
               DISPLAY "SLAREPORT: error opening "
                   FUNCTION TRIM(PROBE-HISTORY-PATH)
                   ", status " WS-HIST-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM START-REPORT
           IF WS-HIST-STATUS = "35"
               DISPLAY "SLAREPORT: no availability history "
                   FUNCTION TRIM(PROBE-HISTORY-PATH)
           ELSE
               PERFORM UNTIL WS-HIST-STATUS NOT = "00"
                   READ AVAIL-HIST-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-HIST-STATUS
                       NOT AT END
                           IF AH-STAMP(1:6) = WS-REPORT-MONTH
                               PERFORM TAKE-HISTORY-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AVAIL-HIST-FILE
               IF WS-CURR-VHOST NOT = SPACES
                   PERFORM END-ROUND
                   PERFORM END-VHOST
               END-IF
           END-IF
           PERFORM FINISH-REPORT
           IF WS-REPORT-STATUS = "00"
               CLOSE REPORT-FILE
           END-IF
           IF WS-MISSED-COUNT > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
      *****************************************************************
      * READ SERVER CONFIGURATION FOR THE HISTORY PATH AND THE TARGET *
      *****************************************************************
       READ-CONFIG-FILE.
           ACCEPT CONFIG-FILE-PATH FROM ENVIRONMENT "COBWEB_CONFIG"
             ON EXCEPTION
                SET CONFIG-FILE-DEFAULT TO TRUE
           END-ACCEPT
           OPEN INPUT CONFIG-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No config file found, using default "
                   "history path and SLA target"
           ELSE
               PERFORM UNTIL WS-FILE-STATUS = "10"
                   READ CONFIG-FILE INTO CONFIG-RECORD
                       AT END
                           MOVE "10" TO WS-FILE-STATUS
                       NOT AT END
                           MOVE SPACES TO CONFIG-VALUE
                           UNSTRING CONFIG-RECORD DELIMITED BY "="
                               INTO CONFIG-VARIABLE CONFIG-VALUE
                           END-UNSTRING
                           EVALUATE CONFIG-VARIABLE
                               WHEN "PROBE-HISTORY-PATH"
                                   MOVE CONFIG-VALUE
                                       TO PROBE-HISTORY-PATH
                               WHEN "SLA-TARGET-PCT"
                                   MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                                       TO SLA-TARGET-PCT
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE CONFIG-FILE
           END-IF.
      *****************************************************************
      * ONE HISTORY RECORD OF THE MONTH. A NEW VHOST OR A NEW RUN     *
      * STAMP CLOSES THE RUN BEFORE IT; THE CHECK IS THEN FOLDED INTO *
      * THE RUN IN HAND                                               *
      *****************************************************************
       TAKE-HISTORY-RECORD.
           ADD 1 TO WS-READ-COUNT
           IF AH-VHOST-NAME NOT = WS-CURR-VHOST
               IF WS-CURR-VHOST NOT = SPACES
                   PERFORM END-ROUND
                   PERFORM END-VHOST
               END-IF
               PERFORM START-VHOST
           ELSE
               IF AH-STAMP NOT = WS-CURR-STAMP
                   PERFORM END-ROUND
                   PERFORM START-ROUND
               END-IF
           END-IF
           IF AH-MAINT-FLAG = 'Y'
               MOVE 'Y' TO WS-ROUND-MAINT
           END-IF
           IF AH-RESULT NOT = "UP" AND AH-MAINT-FLAG NOT = 'Y'
               MOVE 'Y' TO WS-ROUND-DOWN
               ADD 1 TO VS-FAILED-CHECKS
               IF FC-COUNT < FC-MAX
                   ADD 1 TO FC-COUNT
                   MOVE AH-STAMP TO FC-STAMP(FC-COUNT)
                   MOVE AH-LISTENER TO FC-LISTENER(FC-COUNT)
                   MOVE AH-PATH TO FC-PATH(FC-COUNT)
                   MOVE AH-REASON TO FC-REASON(FC-COUNT)
               END-IF
           END-IF.
      *****************************************************************
      * CLEAR THE FIGURES FOR A NEW VHOST AND START ITS FIRST RUN     *
      *****************************************************************
       START-VHOST.
           MOVE AH-VHOST-NAME TO WS-CURR-VHOST
           MOVE 0 TO VS-ROUNDS VS-UP-ROUNDS VS-MAINT-ROUNDS
               VS-FAILED-CHECKS VS-OUTAGE-COUNT VS-DOWN-MINUTES
               OW-COUNT FC-COUNT
           MOVE 'N' TO VS-OUTAGE-OPEN
           MOVE SPACES TO VS-OUTAGE-START VS-LAST-DOWN
           PERFORM START-ROUND.
      *****************************************************************
      * START A NEW PROBE RUN FOR THE VHOST IN HAND                   *
      *****************************************************************
       START-ROUND.
           MOVE AH-STAMP TO WS-CURR-STAMP
           MOVE 'N' TO WS-ROUND-DOWN
           MOVE 'N' TO WS-ROUND-MAINT.
      *****************************************************************
      * COUNT THE RUN JUST FINISHED. A MAINTENANCE RUN IS ONLY        *
      * COUNTED AS EXCLUDED. A DOWN RUN OPENS AN OUTAGE WHEN NONE IS  *
      * OPEN; AN UP RUN CLOSES THE OPEN ONE, WHICH LASTED FROM ITS    *
      * FIRST DOWN RUN TO THIS RUN                                    *
      *****************************************************************
       END-ROUND.
           IF WS-ROUND-MAINT = 'Y'
               ADD 1 TO VS-MAINT-ROUNDS
           ELSE
               ADD 1 TO VS-ROUNDS
               IF WS-ROUND-DOWN = 'Y'
                   MOVE WS-CURR-STAMP TO VS-LAST-DOWN
                   IF VS-OUTAGE-OPEN = 'N'
                       MOVE 'Y' TO VS-OUTAGE-OPEN
                       MOVE WS-CURR-STAMP TO VS-OUTAGE-START
                   END-IF
               ELSE
                   ADD 1 TO VS-UP-ROUNDS
                   IF VS-OUTAGE-OPEN = 'Y'
                       MOVE WS-CURR-STAMP TO WS-TO-STAMP
                       MOVE 'N' TO WS-OUTAGE-ONGOING
                       PERFORM RECORD-OUTAGE
                   END-IF
               END-IF
           END-IF.
      *****************************************************************
      * ENTER THE OPEN OUTAGE IN THE WINDOW TABLE, ENDING AT          *
      * WS-TO-STAMP (ONGOING WHEN WS-OUTAGE-ONGOING IS 'Y'), AND      *
      * CLOSE IT                                                      *
      *****************************************************************
       RECORD-OUTAGE.
           MOVE VS-OUTAGE-START TO WS-FROM-STAMP
           PERFORM COMPUTE-STAMP-GAP
           ADD 1 TO VS-OUTAGE-COUNT
           ADD WS-GAP-MINUTES TO VS-DOWN-MINUTES
           IF OW-COUNT < 100
               ADD 1 TO OW-COUNT
               MOVE VS-OUTAGE-START TO OW-START(OW-COUNT)
               MOVE WS-TO-STAMP TO OW-END(OW-COUNT)
               MOVE WS-GAP-MINUTES TO OW-MINUTES(OW-COUNT)
               MOVE WS-OUTAGE-ONGOING TO OW-ONGOING(OW-COUNT)
           END-IF
           MOVE 'N' TO VS-OUTAGE-OPEN
           MOVE SPACES TO VS-OUTAGE-START.
      *****************************************************************
      * MINUTES FROM WS-FROM-STAMP TO WS-TO-STAMP                     *
      *****************************************************************
       COMPUTE-STAMP-GAP.
           MOVE WS-FROM-STAMP(1:8) TO WS-STAMP-DATE
           MOVE WS-FROM-STAMP(9:2) TO WS-STAMP-HH
           MOVE WS-FROM-STAMP(11:2) TO WS-STAMP-MI
           COMPUTE WS-FROM-MINUTE =
               FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE) * 1440 +
               WS-STAMP-HH * 60 + WS-STAMP-MI
           MOVE WS-TO-STAMP(1:8) TO WS-STAMP-DATE
           MOVE WS-TO-STAMP(9:2) TO WS-STAMP-HH
           MOVE WS-TO-STAMP(11:2) TO WS-STAMP-MI
           COMPUTE WS-TO-MINUTE =
               FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE) * 1440 +
               WS-STAMP-HH * 60 + WS-STAMP-MI
           IF WS-TO-MINUTE > WS-FROM-MINUTE
               COMPUTE WS-GAP-MINUTES = WS-TO-MINUTE - WS-FROM-MINUTE
           ELSE
               MOVE 0 TO WS-GAP-MINUTES
           END-IF.
      *****************************************************************
      * CLOSE THE VHOST: AN OUTAGE STILL OPEN AT THE END OF THE MONTH *
      * RUNS TO THE LAST DOWN RUN AND IS SHOWN AS ONGOING. PRINT THE  *
      * VHOST'S SECTION AND KEEP ITS FIGURES FOR THE SUMMARY          *
      *****************************************************************
       END-VHOST.
           IF VS-OUTAGE-OPEN = 'Y'
               MOVE VS-LAST-DOWN TO WS-TO-STAMP
               MOVE 'Y' TO WS-OUTAGE-ONGOING
               PERFORM RECORD-OUTAGE
           END-IF
           IF VS-ROUNDS > 0
               COMPUTE VS-UPTIME-PCT ROUNDED =
                   VS-UP-ROUNDS * 100 / VS-ROUNDS
           ELSE
               MOVE 0 TO VS-UPTIME-PCT
           END-IF
           PERFORM REPORT-VHOST-SECTION
           IF SM-COUNT < 500
               ADD 1 TO SM-COUNT
               MOVE WS-CURR-VHOST TO SM-VHOST-NAME(SM-COUNT)
               MOVE VS-ROUNDS TO SM-ROUNDS(SM-COUNT)
               MOVE VS-UP-ROUNDS TO SM-UP-ROUNDS(SM-COUNT)
               MOVE VS-UPTIME-PCT TO SM-UPTIME-PCT(SM-COUNT)
               MOVE VS-OUTAGE-COUNT TO SM-OUTAGES(SM-COUNT)
               MOVE VS-DOWN-MINUTES TO SM-DOWN-MINUTES(SM-COUNT)
               MOVE VS-FAILED-CHECKS TO SM-FAILED-CHECKS(SM-COUNT)
               EVALUATE TRUE
                   WHEN VS-ROUNDS = 0
                       MOVE "NO DATA" TO SM-SLA-RESULT(SM-COUNT)
                       ADD 1 TO WS-NODATA-COUNT
                   WHEN VS-UPTIME-PCT < SLA-TARGET-PCT
                       MOVE "MISSED" TO SM-SLA-RESULT(SM-COUNT)
                       ADD 1 TO WS-MISSED-COUNT
                   WHEN OTHER
                       MOVE "MET" TO SM-SLA-RESULT(SM-COUNT)
                       ADD 1 TO WS-MET-COUNT
               END-EVALUATE
           ELSE
               IF SM-FULL-FLAG = 'N'
                   DISPLAY "SLAREPORT: more than 500 vhosts - "
                       "the rest are left out of the summary"
                   MOVE 'Y' TO SM-FULL-FLAG
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
      *****************************************************************
      * OPEN THE REPORT FILE (sla-report-YYYYMM.txt) AND PRINT ITS    *
      * HEADING. THE RUN GOES ON WITHOUT THE FILE IF IT CANNOT BE     *
      * OPENED -- THE CONSOLE STILL GETS EVERY LINE                   *
      *****************************************************************
       START-REPORT.
           STRING "sla-report-" DELIMITED BY SIZE
               WS-REPORT-MONTH DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO REPORT-FILE-PATH
           END-STRING
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "SLAREPORT: cannot open report file "
                   FUNCTION TRIM(REPORT-FILE-PATH)
                   ", status " WS-REPORT-STATUS
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE ALL "=" TO WS-REPORT-LINE(1:102)
           PERFORM PUT-REPORT-LINE
           MOVE SLA-TARGET-PCT TO WS-PCT-DISP
           STRING "AVAILABILITY SLA REPORT FOR " DELIMITED BY SIZE
               WS-REPORT-MONTH DELIMITED BY SIZE
               " -- TARGET " DELIMITED BY SIZE
               FUNCTION TRIM(WS-PCT-DISP) DELIMITED BY SIZE
               "% UPTIME, MAINTENANCE WINDOW EXCLUDED"
                   DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM PUT-REPORT-LINE
           MOVE ALL "=" TO WS-REPORT-LINE(1:102)
           PERFORM PUT-REPORT-LINE.
      *****************************************************************
      * PRINT THE SECTION FOR THE VHOST IN HAND: ITS RUN COUNTS AND   *
      * UPTIME, EACH OUTAGE WINDOW, AND THE FIRST FAILED CHECKS       *
      *****************************************************************
       REPORT-VHOST-SECTION.
           STRING "VHOST " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CURR-VHOST) DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM PUT-REPORT-LINE
           MOVE VS-UPTIME-PCT TO WS-PCT-DISP
           MOVE VS-ROUNDS TO WS-COUNT-DISP
           STRING "  PROBE RUNS " DELIMITED BY SIZE
               FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE VS-UP-ROUNDS TO WS-COUNT-DISP
           STRING "  UP " DELIMITED BY SIZE
               FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
               "  UPTIME " DELIMITED BY SIZE
               FUNCTION TRIM(WS-PCT-DISP) DELIMITED BY SIZE
               "%" DELIMITED BY SIZE
               INTO WS-REPORT-LINE(25:60)
           END-STRING
           MOVE VS-MAINT-ROUNDS TO WS-COUNT-DISP
           STRING "  IN MAINTENANCE " DELIMITED BY SIZE
               FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
               INTO WS-REPORT-LINE(60:40)
           END-STRING
           PERFORM PUT-REPORT-LINE
           IF VS-ROUNDS = 0
               MOVE "  (every probe run fell in the maintenance window)"
                   TO WS-REPORT-LINE
               PERFORM PUT-REPORT-LINE
           END-IF
           IF VS-OUTAGE-COUNT > 0
               MOVE VS-DOWN-MINUTES TO WS-MIN-DISP
               STRING "  OUTAGES " DELIMITED BY SIZE
                   VS-OUTAGE-COUNT DELIMITED BY SIZE
                   ", " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MIN-DISP) DELIMITED BY SIZE
                   " MINUTES DOWN" DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM PUT-REPORT-LINE
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > OW-COUNT
                   PERFORM REPORT-OUTAGE-LINE
               END-PERFORM
               IF VS-OUTAGE-COUNT > OW-COUNT
                   COMPUTE WS-COUNT-DISP = VS-OUTAGE-COUNT - OW-COUNT
                   STRING "    ... " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
                       " MORE OUTAGES" DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   END-STRING
                   PERFORM PUT-REPORT-LINE
               END-IF
           END-IF
           IF VS-FAILED-CHECKS > 0
               MOVE VS-FAILED-CHECKS TO WS-COUNT-DISP
               STRING "  FAILED CHECKS " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM PUT-REPORT-LINE
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > FC-COUNT
                   PERFORM REPORT-FAILED-CHECK-LINE
               END-PERFORM
               IF VS-FAILED-CHECKS > FC-COUNT
                   COMPUTE WS-COUNT-DISP = VS-FAILED-CHECKS - FC-COUNT
                   STRING "    ... " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
                       " MORE FAILED CHECKS" DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   END-STRING
                   PERFORM PUT-REPORT-LINE
               END-IF
           END-IF
           MOVE ALL "-" TO WS-REPORT-LINE(1:102)
           PERFORM PUT-REPORT-LINE.
      *****************************************************************
      * ONE OUTAGE WINDOW, TABLE ENTRY WS-SUB                         *
      *****************************************************************
       REPORT-OUTAGE-LINE.
           MOVE OW-START(WS-SUB) TO WS-FROM-STAMP
           PERFORM EDIT-STAMP
           STRING "    DOWN FROM " DELIMITED BY SIZE
               WS-STAMP-DISP DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE OW-END(WS-SUB) TO WS-FROM-STAMP
           PERFORM EDIT-STAMP
           MOVE OW-MINUTES(WS-SUB) TO WS-MIN-DISP
           IF OW-ONGOING(WS-SUB) = 'Y'
               STRING " STILL DOWN AT " DELIMITED BY SIZE
                   WS-STAMP-DISP DELIMITED BY SIZE
                   "  (ONGOING, " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MIN-DISP) DELIMITED BY SIZE
                   "+ MIN)" DELIMITED BY SIZE
                   INTO WS-REPORT-LINE(31:70)
               END-STRING
           ELSE
               STRING " TO " DELIMITED BY SIZE
                   WS-STAMP-DISP DELIMITED BY SIZE
                   "  (" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MIN-DISP) DELIMITED BY SIZE
                   " MIN)" DELIMITED BY SIZE
                   INTO WS-REPORT-LINE(31:70)
               END-STRING
           END-IF
           PERFORM PUT-REPORT-LINE.
      *****************************************************************
      * ONE FAILED CHECK, TABLE ENTRY WS-SUB                          *
      *****************************************************************
       REPORT-FAILED-CHECK-LINE.
           MOVE FC-STAMP(WS-SUB) TO WS-FROM-STAMP
           PERFORM EDIT-STAMP
           MOVE WS-STAMP-DISP TO WS-REPORT-LINE(5:16)
           MOVE FC-LISTENER(WS-SUB) TO WS-REPORT-LINE(22:5)
           MOVE FC-PATH(WS-SUB) TO WS-REPORT-LINE(28:40)
           MOVE FC-REASON(WS-SUB) TO WS-REPORT-LINE(69:40)
           PERFORM PUT-REPORT-LINE.
      *****************************************************************
      * WS-FROM-STAMP AS "YYYY-MM-DD HH:MM" IN WS-STAMP-DISP          *
      *****************************************************************
       EDIT-STAMP.
           MOVE SPACES TO WS-STAMP-DISP
           STRING WS-FROM-STAMP(1:4) "-" WS-FROM-STAMP(5:2) "-"
               WS-FROM-STAMP(7:2) " " WS-FROM-STAMP(9:2) ":"
               WS-FROM-STAMP(11:2)
               DELIMITED BY SIZE
               INTO WS-STAMP-DISP
           END-STRING.
      *****************************************************************
      * SUMMARY TABLE, ONE LINE PER VHOST, AND THE RUN TOTALS         *
      *****************************************************************
       FINISH-REPORT.
           IF SM-COUNT = 0
               MOVE "  (no probe runs recorded for this month)"
                   TO WS-REPORT-LINE
               PERFORM PUT-REPORT-LINE
           END-IF
           MOVE "SUMMARY" TO WS-REPORT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE "  VHOST" TO WS-REPORT-LINE
           MOVE "RUNS" TO WS-REPORT-LINE(40:4)
           MOVE "UP" TO WS-REPORT-LINE(50:2)
           MOVE "UPTIME%" TO WS-REPORT-LINE(54:7)
           MOVE "OUTAGES" TO WS-REPORT-LINE(62:7)
           MOVE "MIN DOWN" TO WS-REPORT-LINE(70:8)
           MOVE "FAILED" TO WS-REPORT-LINE(80:6)
           MOVE "SLA" TO WS-REPORT-LINE(88:3)
           PERFORM PUT-REPORT-LINE
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > SM-COUNT
               PERFORM REPORT-SUMMARY-LINE
           END-PERFORM
           MOVE ALL "-" TO WS-REPORT-LINE(1:102)
           PERFORM PUT-REPORT-LINE
           STRING "HISTORY RECORDS IN MONTH " DELIMITED BY SIZE
               WS-READ-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM PUT-REPORT-LINE
           STRING "VHOSTS MEETING TARGET    " DELIMITED BY SIZE
               WS-MET-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM PUT-REPORT-LINE
           STRING "VHOSTS MISSING TARGET    " DELIMITED BY SIZE
               WS-MISSED-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM PUT-REPORT-LINE
           STRING "VHOSTS WITH NO DATA      " DELIMITED BY SIZE
               WS-NODATA-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM PUT-REPORT-LINE
           MOVE ALL "=" TO WS-REPORT-LINE(1:102)
           PERFORM PUT-REPORT-LINE.
      *****************************************************************
      * ONE SUMMARY LINE, TABLE ENTRY WS-SUB                          *
      *****************************************************************
       REPORT-SUMMARY-LINE.
           MOVE SM-VHOST-NAME(WS-SUB) TO WS-REPORT-LINE(3:34)
           MOVE SM-ROUNDS(WS-SUB) TO WS-COUNT-DISP
           MOVE WS-COUNT-DISP TO WS-REPORT-LINE(37:7)
           MOVE SM-UP-ROUNDS(WS-SUB) TO WS-COUNT-DISP
           MOVE WS-COUNT-DISP TO WS-REPORT-LINE(45:7)
           MOVE SM-UPTIME-PCT(WS-SUB) TO WS-PCT-DISP
           MOVE WS-PCT-DISP TO WS-REPORT-LINE(55:6)
           MOVE SM-OUTAGES(WS-SUB) TO WS-COUNT-DISP
           MOVE WS-COUNT-DISP TO WS-REPORT-LINE(62:7)
           MOVE SM-DOWN-MINUTES(WS-SUB) TO WS-MIN-DISP
           MOVE WS-MIN-DISP TO WS-REPORT-LINE(71:7)
           MOVE SM-FAILED-CHECKS(WS-SUB) TO WS-COUNT-DISP
           MOVE WS-COUNT-DISP TO WS-REPORT-LINE(79:7)
           MOVE SM-SLA-RESULT(WS-SUB) TO WS-REPORT-LINE(88:7)
           PERFORM PUT-REPORT-LINE.
      *****************************************************************
      * SHOW A REPORT LINE ON THE CONSOLE, WRITE IT TO THE REPORT     *
      * FILE WHEN THAT IS OPEN, AND CLEAR IT                          *
      *****************************************************************
       PUT-REPORT-LINE.
           DISPLAY FUNCTION TRIM(WS-REPORT-LINE TRAILING)
           IF WS-REPORT-STATUS = "00"
               MOVE WS-REPORT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           MOVE SPACES TO WS-REPORT-LINE.
      *****************************************************************
      * TERMINATE PROGRAM                                             *
      *****************************************************************
       END PROGRAM SLAREPORT.
