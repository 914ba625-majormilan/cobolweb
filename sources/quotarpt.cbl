      *****************************************************************
      * PROGRAM:    QUOTARPT                                         *
      * AUTHOR:     MILÁN ATANÁZ MAJOR                                *
      * DATE:       15-OCT-2026                                       *
      * PURPOSE:    DAILY BANDWIDTH QUOTA POSITION REPORT. PROMPTS    *
      *             FOR A POSITION DATE (YYYYMMDD, BLANK = TODAY),    *
      *             TOTALS EACH VHOST'S VA-BYTES FROM THE FIRST OF    *
      *             THAT MONTH UP TO THE DATE FROM THE VHOST          *
      *             ACCOUNTING FILE, AND SHOWS THE FIGURE AGAINST THE *
      *             VHOST'S SOFT AND HARD LIMITS (SEE QUOTALOAD)      *
      *             WITH A STRAIGHT-LINE PROJECTION TO MONTH END.     *
      *             WRITES quota-position-YYYYMMDD.txt AND SETS       *
      *             RETURN CODE 4 WHEN ANY VHOST IS PAST A LIMIT      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUOTARPT.
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
      *    QUOTA-FILE IS THE VHOST BANDWIDTH QUOTA TABLE              *
           SELECT QUOTA-FILE ASSIGN TO DYNAMIC QUOTA-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS QT-VHOST-NAME
               FILE STATUS IS WS-QUOTA-STATUS.
      *    VHOST-ACCT-FILE IS THE PER-VHOST/PER-DAY ACCOUNTING FILE   *
      *    WRITTEN BY WEBAPPLICATION                                  *
           SELECT VHOST-ACCT-FILE ASSIGN TO DYNAMIC VHOST-ACCT-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VA-KEY
               FILE STATUS IS WS-ACCT-STATUS.
      *    REPORT-FILE RECEIVES THE QUOTA POSITION REPORT             *
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
       FD  QUOTA-FILE.
       COPY "sources/quota.cpy".
       FD  VHOST-ACCT-FILE.
       COPY "sources/vhostacct.cpy".
       FD  REPORT-FILE.
       01  REPORT-RECORD     PIC X(132).
       WORKING-STORAGE SECTION.
       01  CONFIG-FILE-PATH  PIC X(255).
          88 CONFIG-FILE-DEFAULT
          VALUE "/etc/cobweb/cobweb.conf".
       01  CONFIG-VARIABLE   PIC X(20).
       01  CONFIG-VALUE      PIC X(80).
       01  QUOTA-FILE-PATH   PIC X(255) VALUE "vhost-quota.idx".
       01  VHOST-ACCT-PATH   PIC X(255) VALUE "vhost-acct.idx".
       01  REPORT-FILE-PATH  PIC X(255) VALUE SPACES.
       01  WS-FILE-STATUS    PIC XX.
       01  WS-QUOTA-STATUS   PIC XX.
       01  WS-ACCT-STATUS    PIC XX.
       01  WS-REPORT-STATUS  PIC XX.
       01  WS-TIMESTAMP      PIC X(21) VALUE SPACES.
       01  WS-REPORT-LINE    PIC X(132) VALUE SPACES.
      *    POSITION DATE AND THE MONTH IT FALLS IN                    *
       01  WS-POSITION-DATE  PIC X(8) VALUE SPACES.
       01  WS-DATE-NUM       PIC 9(8) VALUE 0.
       01  WS-MONTH-START    PIC X(8) VALUE SPACES.
       01  WS-NEXT-MONTH-NUM PIC 9(8) VALUE 0.
       01  WS-NEXT-YEAR      PIC 9(4) VALUE 0.
       01  WS-NEXT-MONTH     PIC 9(2) VALUE 0.
       01  WS-DAYS-ELAPSED   PIC 9(2) VALUE 0.
       01  WS-DAYS-IN-MONTH  PIC 9(2) VALUE 0.
      *    ONE ENTRY PER VHOST -- EVERY QUOTA, THEN EVERY VHOST WITH  *
      *    TRAFFIC THIS MONTH AND NO QUOTA                            *
       01  QP-COUNT          PIC 9(3) VALUE 0.
       01  QP-TABLE.
           05  QP-ENTRY OCCURS 500 TIMES.
               10  QP-VHOST-NAME     PIC X(80).
               10  QP-HAS-QUOTA      PIC X.
               10  QP-SOFT-LIMIT-MB  PIC 9(9).
               10  QP-HARD-LIMIT-MB  PIC 9(9).
               10  QP-OVERAGE        PIC X.
               10  QP-MTD-BYTES      PIC 9(15).
       01  QP-FULL-FLAG      PIC X VALUE 'N'.
       01  WS-SUB            PIC 9(3) VALUE 0.
       01  WS-FOUND          PIC X VALUE 'N'.
       01  WS-LOOKUP-VHOST   PIC X(80) VALUE SPACES.
      *    FIGURES FOR THE LINE IN HAND                               *
       01  WS-MTD-MB         PIC 9(9) VALUE 0.
       01  WS-PROJ-MB        PIC 9(9) VALUE 0.
       01  WS-LIMIT-MB       PIC 9(9) VALUE 0.
       01  WS-USED-PCT       PIC 9(5) VALUE 0.
       01  WS-LINE-STATUS    PIC X(8) VALUE SPACES.
       01  WS-OUTLOOK        PIC X(14) VALUE SPACES.
       01  WS-MB-DISP        PIC Z(8)9.
       01  WS-PCT-DISP       PIC ZZZZ9.
      *    RUN COUNTERS                                               *
       01  WS-QUOTA-COUNT    PIC 9(5) VALUE 0.
       01  WS-OK-COUNT       PIC 9(5) VALUE 0.
       01  WS-SOFT-COUNT     PIC 9(5) VALUE 0.
       01  WS-HARD-COUNT     PIC 9(5) VALUE 0.
       01  WS-OVERAGE-COUNT  PIC 9(5) VALUE 0.
       01  WS-NOQUOTA-COUNT  PIC 9(5) VALUE 0.
       01  WS-OUTLOOK-COUNT  PIC 9(5) VALUE 0.
      *****************************************************************
      * PROCEDURE DIVISION CONTAINS PROGRAM LOGIC                     *
      *****************************************************************
       PROCEDURE DIVISION.
      *    MAIN PROGRAM LOGIC                                         *
       MAIN-LOGIC.
           PERFORM READ-CONFIG-FILE
           DISPLAY "Position date (YYYYMMDD, blank for today): "
               WITH NO ADVANCING
           ACCEPT WS-POSITION-DATE
           PERFORM SET-POSITION-MONTH
           PERFORM LOAD-QUOTAS
           PERFORM TALLY-MONTH-TO-DATE
           PERFORM START-REPORT
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > QP-COUNT
               PERFORM REPORT-VHOST
           END-PERFORM
           PERFORM FINISH-REPORT
           IF WS-REPORT-STATUS = "00"
               CLOSE REPORT-FILE
           END-IF
           IF WS-SOFT-COUNT + WS-HARD-COUNT + WS-OVERAGE-COUNT > 0
                   AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
      *****************************************************************
      * READ SERVER CONFIGURATION FOR THE QUOTA AND ACCOUNTING PATHS  *
      *****************************************************************
       READ-CONFIG-FILE.
           ACCEPT CONFIG-FILE-PATH FROM ENVIRONMENT "COBWEB_CONFIG"
             ON EXCEPTION
                SET CONFIG-FILE-DEFAULT TO TRUE
           END-ACCEPT
           OPEN INPUT CONFIG-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No config file found, using default "
                   "quota and accounting file paths"
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
                               WHEN "QUOTA-FILE-PATH"
                                   MOVE CONFIG-VALUE
                                       TO QUOTA-FILE-PATH
                               WHEN "VHOST-ACCT-PATH"
                                   MOVE CONFIG-VALUE
                                       TO VHOST-ACCT-PATH
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE CONFIG-FILE
           END-IF.
      *****************************************************************
      * CHECK THE POSITION DATE AND WORK OUT THE FIRST OF ITS MONTH,  *
      * THE DAYS ELAPSED AND THE DAYS IN THE MONTH                    *
      *****************************************************************
       SET-POSITION-MONTH.
           IF WS-POSITION-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
               MOVE WS-TIMESTAMP(1:8) TO WS-POSITION-DATE
           END-IF
           IF WS-POSITION-DATE IS NOT NUMERIC
               DISPLAY "QUOTARPT: date must be YYYYMMDD"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-POSITION-DATE TO WS-DATE-NUM
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) NOT = 0
               DISPLAY "QUOTARPT: not a valid date: " WS-POSITION-DATE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-POSITION-DATE TO WS-MONTH-START
           MOVE "01" TO WS-MONTH-START(7:2)
           MOVE WS-POSITION-DATE(7:2) TO WS-DAYS-ELAPSED
           MOVE WS-POSITION-DATE(1:4) TO WS-NEXT-YEAR
           MOVE WS-POSITION-DATE(5:2) TO WS-NEXT-MONTH
           IF WS-NEXT-MONTH = 12
               ADD 1 TO WS-NEXT-YEAR
               MOVE 1 TO WS-NEXT-MONTH
           ELSE
               ADD 1 TO WS-NEXT-MONTH
           END-IF
           COMPUTE WS-NEXT-MONTH-NUM =
               WS-NEXT-YEAR * 10000 + WS-NEXT-MONTH * 100 + 1
           MOVE WS-MONTH-START TO WS-DATE-NUM
           COMPUTE WS-DAYS-IN-MONTH =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-NUM) -
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
      *****************************************************************
      * LOAD EVERY QUOTA INTO THE TABLE. NO QUOTA FILE YET MEANS NO   *
      * VHOST HAS A QUOTA -- THE REPORT STILL LISTS THE TRAFFIC       *
      *****************************************************************
       LOAD-QUOTAS.
           OPEN INPUT QUOTA-FILE
           IF WS-QUOTA-STATUS = "35"
               DISPLAY "QUOTARPT: no quota file "
                   FUNCTION TRIM(QUOTA-FILE-PATH)
           ELSE
               IF WS-QUOTA-STATUS NOT = "00"
                   DISPLAY "QUOTARPT: error opening "
                       FUNCTION TRIM(QUOTA-FILE-PATH)
                       ", status " WS-QUOTA-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-QUOTA-STATUS NOT = "00"
                   READ QUOTA-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-QUOTA-STATUS
                       NOT AT END
                           ADD 1 TO WS-QUOTA-COUNT
                           MOVE QT-VHOST-NAME TO WS-LOOKUP-VHOST
                           PERFORM ADD-VHOST-ENTRY
                           IF WS-FOUND = 'Y'
                               MOVE 'Y' TO QP-HAS-QUOTA(WS-SUB)
                               MOVE QT-SOFT-LIMIT-MB
                                   TO QP-SOFT-LIMIT-MB(WS-SUB)
                               MOVE QT-HARD-LIMIT-MB
                                   TO QP-HARD-LIMIT-MB(WS-SUB)
                               MOVE QT-OVERAGE-ALLOWED
                                   TO QP-OVERAGE(WS-SUB)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE QUOTA-FILE
           END-IF.
      *****************************************************************
      * READ THE ACCOUNTING FILE, ADDING EACH DAY FROM THE FIRST OF   *
      * THE MONTH TO THE POSITION DATE TO ITS VHOST'S ENTRY           *
      *****************************************************************
       TALLY-MONTH-TO-DATE.
           OPEN INPUT VHOST-ACCT-FILE
           IF WS-ACCT-STATUS = "35"
               DISPLAY "QUOTARPT: no accounting file "
                   FUNCTION TRIM(VHOST-ACCT-PATH)
           ELSE
               IF WS-ACCT-STATUS NOT = "00"
                   DISPLAY "QUOTARPT: error opening "
                       FUNCTION TRIM(VHOST-ACCT-PATH)
                       ", status " WS-ACCT-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-ACCT-STATUS NOT = "00"
                   READ VHOST-ACCT-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-ACCT-STATUS
                       NOT AT END
                           IF VA-DATE >= WS-MONTH-START AND
                                   VA-DATE <= WS-POSITION-DATE
                               MOVE FUNCTION LOWER-CASE(VA-VHOST-NAME)
                                   TO WS-LOOKUP-VHOST
                               PERFORM ADD-VHOST-ENTRY
                               IF WS-FOUND = 'Y'
                                   ADD VA-BYTES
                                       TO QP-MTD-BYTES(WS-SUB)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VHOST-ACCT-FILE
           END-IF.
      *****************************************************************
      * FIND WS-LOOKUP-VHOST IN THE TABLE, ADDING IT WHEN NEW. LEAVES *
      * WS-SUB ON THE ENTRY AND WS-FOUND 'N' ONLY WHEN THE TABLE IS   *
      * FULL                                                          *
      *****************************************************************
       ADD-VHOST-ENTRY.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > QP-COUNT OR WS-FOUND = 'Y'
               IF QP-VHOST-NAME(WS-SUB) = WS-LOOKUP-VHOST
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM
           IF WS-FOUND = 'Y'
               SUBTRACT 1 FROM WS-SUB
           ELSE
               IF QP-COUNT < 500
                   ADD 1 TO QP-COUNT
                   MOVE QP-COUNT TO WS-SUB
                   MOVE WS-LOOKUP-VHOST TO QP-VHOST-NAME(WS-SUB)
                   MOVE 'N' TO QP-HAS-QUOTA(WS-SUB)
                   MOVE 0 TO QP-SOFT-LIMIT-MB(WS-SUB)
                   MOVE 0 TO QP-HARD-LIMIT-MB(WS-SUB)
                   MOVE SPACE TO QP-OVERAGE(WS-SUB)
                   MOVE 0 TO QP-MTD-BYTES(WS-SUB)
                   MOVE 'Y' TO WS-FOUND
               ELSE
                   IF QP-FULL-FLAG = 'N'
                       DISPLAY "QUOTARPT: more than 500 vhosts - "
                           "the rest are left off the report"
                       MOVE 'Y' TO QP-FULL-FLAG
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
      *****************************************************************
      * OPEN THE REPORT FILE (quota-position-YYYYMMDD.txt) AND PRINT  *
      * ITS HEADING. THE RUN GOES ON WITHOUT THE FILE IF IT CANNOT BE *
      * OPENED -- THE CONSOLE STILL GETS EVERY LINE                   *
      *****************************************************************
       START-REPORT.
           STRING "quota-position-" DELIMITED BY SIZE
               WS-POSITION-DATE DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO REPORT-FILE-PATH
           END-STRING
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "QUOTARPT: cannot open report file "
                   FUNCTION TRIM(REPORT-FILE-PATH)
                   ", status " WS-REPORT-STATUS
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE ALL "=" TO WS-REPORT-LINE(1:102)
           PERFORM PUT-REPORT-LINE
           STRING "BANDWIDTH QUOTA POSITION AT " DELIMITED BY SIZE
               WS-POSITION-DATE DELIMITED BY SIZE
               " -- DAY " DELIMITED BY SIZE
               WS-DAYS-ELAPSED DELIMITED BY SIZE
               " OF " DELIMITED BY SIZE
               WS-DAYS-IN-MONTH DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM PUT-REPORT-LINE
           MOVE ALL "=" TO WS-REPORT-LINE(1:102)
           PERFORM PUT-REPORT-LINE
           MOVE "  VHOST" TO WS-REPORT-LINE
           MOVE "MTD MB" TO WS-REPORT-LINE(37:6)
           MOVE "SOFT MB" TO WS-REPORT-LINE(46:7)
           MOVE "HARD MB" TO WS-REPORT-LINE(56:7)
           MOVE "USED%" TO WS-REPORT-LINE(64:5)
           MOVE "PROJ MB" TO WS-REPORT-LINE(72:7)
           MOVE "STATUS   OUTLOOK" TO WS-REPORT-LINE(80:16)
           PERFORM PUT-REPORT-LINE.
      *****************************************************************
      * ONE REPORT LINE FOR TABLE ENTRY WS-SUB. USED% IS AGAINST THE  *
      * HARD LIMIT, OR THE SOFT ONE WHEN THERE IS NO HARD LIMIT. THE  *
      * PROJECTION CARRIES THE DAILY AVERAGE SO FAR TO MONTH END, AND *
      * THE OUTLOOK NAMES THE FIRST LIMIT IT WILL CROSS               *
      *****************************************************************
       REPORT-VHOST.
           DIVIDE QP-MTD-BYTES(WS-SUB) BY 1048576 GIVING WS-MTD-MB
           COMPUTE WS-PROJ-MB =
               QP-MTD-BYTES(WS-SUB) * WS-DAYS-IN-MONTH
               / WS-DAYS-ELAPSED / 1048576
           MOVE SPACES TO WS-OUTLOOK
           EVALUATE TRUE
               WHEN QP-HAS-QUOTA(WS-SUB) NOT = 'Y'
                   MOVE "NO QUOTA" TO WS-LINE-STATUS
                   ADD 1 TO WS-NOQUOTA-COUNT
               WHEN QP-HARD-LIMIT-MB(WS-SUB) > 0 AND
                       QP-MTD-BYTES(WS-SUB) >
                       QP-HARD-LIMIT-MB(WS-SUB) * 1048576
                   IF QP-OVERAGE(WS-SUB) = 'Y'
                       MOVE "OVERAGE" TO WS-LINE-STATUS
                       ADD 1 TO WS-OVERAGE-COUNT
                   ELSE
                       MOVE "HARD" TO WS-LINE-STATUS
                       ADD 1 TO WS-HARD-COUNT
                   END-IF
               WHEN QP-SOFT-LIMIT-MB(WS-SUB) > 0 AND
                       QP-MTD-BYTES(WS-SUB) >
                       QP-SOFT-LIMIT-MB(WS-SUB) * 1048576
                   MOVE "SOFT" TO WS-LINE-STATUS
                   ADD 1 TO WS-SOFT-COUNT
               WHEN OTHER
                   MOVE "OK" TO WS-LINE-STATUS
                   ADD 1 TO WS-OK-COUNT
           END-EVALUATE
           IF WS-LINE-STATUS = "OK"
               IF QP-SOFT-LIMIT-MB(WS-SUB) > 0 AND
                       WS-PROJ-MB > QP-SOFT-LIMIT-MB(WS-SUB)
                   MOVE "WILL PASS SOFT" TO WS-OUTLOOK
               END-IF
           END-IF
           IF WS-LINE-STATUS = "OK" OR WS-LINE-STATUS = "SOFT"
               IF QP-HARD-LIMIT-MB(WS-SUB) > 0 AND
                       WS-PROJ-MB > QP-HARD-LIMIT-MB(WS-SUB)
                   MOVE "WILL PASS HARD" TO WS-OUTLOOK
               END-IF
           END-IF
           IF WS-OUTLOOK NOT = SPACES
               ADD 1 TO WS-OUTLOOK-COUNT
           END-IF
           MOVE QP-VHOST-NAME(WS-SUB) TO WS-REPORT-LINE(3:30)
           MOVE WS-MTD-MB TO WS-MB-DISP
           MOVE WS-MB-DISP TO WS-REPORT-LINE(34:9)
           IF QP-HAS-QUOTA(WS-SUB) = 'Y'
               MOVE QP-SOFT-LIMIT-MB(WS-SUB) TO WS-MB-DISP
               MOVE WS-MB-DISP TO WS-REPORT-LINE(44:9)
               MOVE QP-HARD-LIMIT-MB(WS-SUB) TO WS-MB-DISP
               MOVE WS-MB-DISP TO WS-REPORT-LINE(54:9)
               MOVE QP-HARD-LIMIT-MB(WS-SUB) TO WS-LIMIT-MB
               IF WS-LIMIT-MB = 0
                   MOVE QP-SOFT-LIMIT-MB(WS-SUB) TO WS-LIMIT-MB
               END-IF
               COMPUTE WS-USED-PCT = WS-MTD-MB * 100 / WS-LIMIT-MB
               MOVE WS-USED-PCT TO WS-PCT-DISP
               MOVE WS-PCT-DISP TO WS-REPORT-LINE(64:5)
           END-IF
           MOVE WS-PROJ-MB TO WS-MB-DISP
           MOVE WS-MB-DISP TO WS-REPORT-LINE(70:9)
           MOVE WS-LINE-STATUS TO WS-REPORT-LINE(80:8)
           MOVE WS-OUTLOOK TO WS-REPORT-LINE(89:14)
           PERFORM PUT-REPORT-LINE.
      *****************************************************************
      * RUN TOTALS AT THE FOOT OF THE REPORT                          *
      *****************************************************************
       FINISH-REPORT.
           IF QP-COUNT = 0
               MOVE "  (no quotas and no traffic this month)"
                   TO WS-REPORT-LINE
               PERFORM PUT-REPORT-LINE
           END-IF
           MOVE ALL "-" TO WS-REPORT-LINE(1:102)
           PERFORM PUT-REPORT-LINE
           STRING "QUOTAS ON FILE        " DELIMITED BY SIZE
               WS-QUOTA-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM PUT-REPORT-LINE
           STRING "WITHIN QUOTA          " DELIMITED BY SIZE
               WS-OK-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM PUT-REPORT-LINE
           STRING "PAST SOFT LIMIT       " DELIMITED BY SIZE
               WS-SOFT-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM PUT-REPORT-LINE
           STRING "PAST HARD, REFUSED    " DELIMITED BY SIZE
               WS-HARD-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM PUT-REPORT-LINE
           STRING "PAST HARD, OVERAGE    " DELIMITED BY SIZE
               WS-OVERAGE-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM PUT-REPORT-LINE
           STRING "PROJECTED TO PASS     " DELIMITED BY SIZE
               WS-OUTLOOK-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM PUT-REPORT-LINE
           STRING "TRAFFIC WITH NO QUOTA " DELIMITED BY SIZE
               WS-NOQUOTA-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM PUT-REPORT-LINE
           MOVE ALL "=" TO WS-REPORT-LINE(1:102)
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
       END PROGRAM QUOTARPT.
