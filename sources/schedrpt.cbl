      *****************************************************************
      * PROGRAM:    SCHEDRPT                                         *
      * AUTHOR:     MILÁN ATANÁZ MAJOR                                *
      * DATE:       15-OCT-2026                                       *
      * PURPOSE:    DAILY CONTENT SCHEDULE REPORT. PROMPTS FOR AN     *
      *             AS-OF TIME (YYYYMMDDHHMM, BLANK = NOW) AND LISTS  *
      *             FROM THE CONTENT SCHEDULE (SEE CONTSCHED) THE     *
      *             PAGES RELEASED AND THE PAGES EXPIRED IN THE 24    *
      *             HOURS UP TO THEN, AND THE RELEASES AND EXPIRIES   *
      *             DUE IN THE 7 DAYS AFTER IT. WRITES                *
      *             content-schedule-YYYYMMDD.txt                     *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHEDRPT.
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
      *    CONTENT-SCHEDULE-FILE IS THE SCHEDULE KEPT BY CONTSCHED    *
           SELECT CONTENT-SCHEDULE-FILE
               ASSIGN TO DYNAMIC CONTENT-SCHED-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CS-KEY
               FILE STATUS IS WS-SCHED-STATUS.
      *    REPORT-FILE RECEIVES THE CONTENT SCHEDULE REPORT           *
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
       FD  CONTENT-SCHEDULE-FILE.
       COPY "sources/contsched.cpy".
       FD  REPORT-FILE.
       01  REPORT-RECORD     PIC X(132).
       WORKING-STORAGE SECTION.
       01  CONFIG-FILE-PATH  PIC X(255).
          88 CONFIG-FILE-DEFAULT
          VALUE "/etc/cobweb/cobweb.conf".
       01  CONFIG-VARIABLE   PIC X(25).
       01  CONFIG-VALUE      PIC X(80).
       01  CONTENT-SCHED-PATH PIC X(255) VALUE "content-schedule.idx".
       01  REPORT-FILE-PATH  PIC X(255) VALUE SPACES.
       01  WS-FILE-STATUS    PIC XX.
       01  WS-SCHED-STATUS   PIC XX.
       01  WS-REPORT-STATUS  PIC XX.
       01  WS-TIMESTAMP      PIC X(21) VALUE SPACES.
       01  WS-REPORT-LINE    PIC X(132) VALUE SPACES.
      *    THE AS-OF TIME AND THE WINDOWS EITHER SIDE OF IT           *
       01  WS-AS-OF.
           05  WS-AS-OF-DATE     PIC 9(8).
           05  WS-AS-OF-HH       PIC 9(2).
           05  WS-AS-OF-MI       PIC 9(2).
           05  WS-AS-OF-SS       PIC 9(2).
       01  WS-AS-OF-STAMP REDEFINES WS-AS-OF PIC X(14).
       01  WS-BACK-STAMP     PIC X(14) VALUE SPACES.
       01  WS-AHEAD-STAMP    PIC X(14) VALUE SPACES.
       01  WS-DAY-NUM        PIC 9(8) VALUE 0.
       01  WS-DAY-INT        PIC 9(9) VALUE 0.
      *    THE SECTION IN HAND -- R RELEASED, X EXPIRED, D RELEASES   *
      *    DUE, E EXPIRIES DUE                                        *
       01  WS-SECTION        PIC X VALUE SPACES.
       01  WS-SECTION-TITLE  PIC X(60) VALUE SPACES.
       01  WS-SECTION-COUNT  PIC 9(5) VALUE 0.
       01  WS-SECTION-STAMP  PIC X(14) VALUE SPACES.
       01  WS-NO-FILE-FLAG   PIC X VALUE 'N'.
       01  WS-STAMP-TEXT     PIC X(19) VALUE SPACES.
      *    RUN COUNTERS                                               *
       01  WS-ENTRY-COUNT    PIC 9(5) VALUE 0.
       01  WS-RELEASED-COUNT PIC 9(5) VALUE 0.
       01  WS-EXPIRED-COUNT  PIC 9(5) VALUE 0.
       01  WS-DUE-REL-COUNT  PIC 9(5) VALUE 0.
       01  WS-DUE-EXP-COUNT  PIC 9(5) VALUE 0.
      *****************************************************************
      * PROCEDURE DIVISION CONTAINS PROGRAM LOGIC                     *
      *****************************************************************
       PROCEDURE DIVISION.
      *    MAIN PROGRAM LOGIC                                         *
       MAIN-LOGIC.
           PERFORM READ-CONFIG-FILE
           DISPLAY "Report as of (YYYYMMDDHHMM, blank for now): "
               WITH NO ADVANCING
           ACCEPT WS-AS-OF-STAMP
           PERFORM SET-REPORT-WINDOWS
           PERFORM START-REPORT
           MOVE "R" TO WS-SECTION
           MOVE "RELEASED IN THE LAST 24 HOURS" TO WS-SECTION-TITLE
           PERFORM REPORT-SECTION
           MOVE WS-SECTION-COUNT TO WS-RELEASED-COUNT
           MOVE "X" TO WS-SECTION
           MOVE "EXPIRED IN THE LAST 24 HOURS" TO WS-SECTION-TITLE
           PERFORM REPORT-SECTION
           MOVE WS-SECTION-COUNT TO WS-EXPIRED-COUNT
           MOVE "D" TO WS-SECTION
           MOVE "DUE FOR RELEASE IN THE NEXT 7 DAYS" TO WS-SECTION-TITLE
           PERFORM REPORT-SECTION
           MOVE WS-SECTION-COUNT TO WS-DUE-REL-COUNT
           MOVE "E" TO WS-SECTION
           MOVE "DUE TO EXPIRE IN THE NEXT 7 DAYS" TO WS-SECTION-TITLE
           PERFORM REPORT-SECTION
           MOVE WS-SECTION-COUNT TO WS-DUE-EXP-COUNT
           PERFORM FINISH-REPORT
           IF WS-REPORT-STATUS = "00"
               CLOSE REPORT-FILE
           END-IF
           STOP RUN.
      *****************************************************************
      * READ SERVER CONFIGURATION FOR THE CONTENT SCHEDULE PATH       *
      *****************************************************************
       READ-CONFIG-FILE.
           ACCEPT CONFIG-FILE-PATH FROM ENVIRONMENT "COBWEB_CONFIG"
             ON EXCEPTION
                SET CONFIG-FILE-DEFAULT TO TRUE
           END-ACCEPT
           OPEN INPUT CONFIG-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No config file found, using default "
                   "content schedule path: " CONTENT-SCHED-PATH
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
                           IF CONFIG-VARIABLE = "CONTENT-SCHED-PATH"
                               MOVE CONFIG-VALUE
                                   TO CONTENT-SCHED-PATH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONFIG-FILE
           END-IF.
      *****************************************************************
      * CHECK THE AS-OF TIME AND SET THE LOOK-BACK STAMP 24 HOURS     *
      * BEFORE IT AND THE LOOK-AHEAD STAMP 7 DAYS AFTER IT            *
      *****************************************************************
       SET-REPORT-WINDOWS.
           IF WS-AS-OF-STAMP = SPACES
               MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
               MOVE WS-TIMESTAMP(1:14) TO WS-AS-OF-STAMP
           END-IF
           IF WS-AS-OF-STAMP(13:2) = SPACES
               MOVE "00" TO WS-AS-OF-STAMP(13:2)
           END-IF
           IF WS-AS-OF-STAMP IS NOT NUMERIC
               DISPLAY "SCHEDRPT: time must be YYYYMMDDHHMM"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-AS-OF-DATE) NOT = 0
                   OR WS-AS-OF-HH > 23 OR WS-AS-OF-MI > 59
                   OR WS-AS-OF-SS > 59
               DISPLAY "SCHEDRPT: not a valid time: " WS-AS-OF-STAMP
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE) - 1
           COMPUTE WS-DAY-NUM = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
           MOVE WS-AS-OF-STAMP TO WS-BACK-STAMP
           MOVE WS-DAY-NUM TO WS-BACK-STAMP(1:8)
           ADD 8 TO WS-DAY-INT
           COMPUTE WS-DAY-NUM = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
           MOVE WS-AS-OF-STAMP TO WS-AHEAD-STAMP
           MOVE WS-DAY-NUM TO WS-AHEAD-STAMP(1:8).
      *****************************************************************
      * OPEN THE REPORT FILE (content-schedule-YYYYMMDD.txt) AND      *
      * PRINT ITS HEADING. THE RUN GOES ON WITHOUT THE FILE IF IT     *
      * CANNOT BE OPENED -- THE CONSOLE STILL GETS EVERY LINE         *
      *****************************************************************
       START-REPORT.
           STRING "content-schedule-" DELIMITED BY SIZE
               WS-AS-OF-STAMP(1:8) DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO REPORT-FILE-PATH
           END-STRING
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "SCHEDRPT: cannot open report file "
                   FUNCTION TRIM(REPORT-FILE-PATH)
                   ", status " WS-REPORT-STATUS
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE ALL "=" TO WS-REPORT-LINE(1:120)
           PERFORM PUT-REPORT-LINE
           MOVE WS-AS-OF-STAMP TO WS-SECTION-STAMP
           PERFORM FORMAT-STAMP
           STRING "CONTENT SCHEDULE AS OF " DELIMITED BY SIZE
               WS-STAMP-TEXT DELIMITED BY SIZE
               " -- " DELIMITED BY SIZE
               FUNCTION TRIM(CONTENT-SCHED-PATH) DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM PUT-REPORT-LINE
           MOVE ALL "=" TO WS-REPORT-LINE(1:120)
           PERFORM PUT-REPORT-LINE.
      *****************************************************************
      * ONE SECTION OF THE REPORT -- A PASS OVER THE WHOLE SCHEDULE,  *
      * PRINTING EACH ENTRY WHOSE RELEASE OR EXPIRY FALLS IN THE      *
      * SECTION'S WINDOW. NO SCHEDULE FILE YET MEANS EMPTY SECTIONS   *
      *****************************************************************
       REPORT-SECTION.
           MOVE 0 TO WS-SECTION-COUNT
           PERFORM PUT-REPORT-LINE
           MOVE WS-SECTION-TITLE TO WS-REPORT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE ALL "-" TO WS-REPORT-LINE(1:120)
           PERFORM PUT-REPORT-LINE
           MOVE "  VHOST" TO WS-REPORT-LINE
           MOVE "PATH" TO WS-REPORT-LINE(24:4)
           IF WS-SECTION = "R" OR WS-SECTION = "D"
               MOVE "RELEASE" TO WS-REPORT-LINE(70:7)
           ELSE
               MOVE "EXPIRY" TO WS-REPORT-LINE(70:6)
           END-IF
           MOVE "NOTE" TO WS-REPORT-LINE(91:4)
           PERFORM PUT-REPORT-LINE
           IF WS-NO-FILE-FLAG = 'N'
               OPEN INPUT CONTENT-SCHEDULE-FILE
               IF WS-SCHED-STATUS = "35"
                   DISPLAY "SCHEDRPT: no content schedule "
                       FUNCTION TRIM(CONTENT-SCHED-PATH)
                   MOVE 'Y' TO WS-NO-FILE-FLAG
               ELSE
                   IF WS-SCHED-STATUS NOT = "00"
                       DISPLAY "SCHEDRPT: error opening "
                           FUNCTION TRIM(CONTENT-SCHED-PATH)
                           ", status " WS-SCHED-STATUS
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   PERFORM UNTIL WS-SCHED-STATUS NOT = "00"
                       READ CONTENT-SCHEDULE-FILE NEXT RECORD
                           AT END
                               MOVE "10" TO WS-SCHED-STATUS
                           NOT AT END
                               PERFORM REPORT-ENTRY
                       END-READ
                   END-PERFORM
                   CLOSE CONTENT-SCHEDULE-FILE
               END-IF
           END-IF
           IF WS-SECTION-COUNT = 0
               MOVE "  (none)" TO WS-REPORT-LINE
               PERFORM PUT-REPORT-LINE
           END-IF.
      *****************************************************************
      * PRINT THE ENTRY IN HAND IF IT BELONGS IN THIS SECTION. A PAGE *
      * COUNTS AS RELEASED OR EXPIRED AT ITS STAMP, AS WEBAPPLICATION *
      * TREATS IT                                                     *
      *****************************************************************
       REPORT-ENTRY.
           IF WS-SECTION = "R"
               ADD 1 TO WS-ENTRY-COUNT
           END-IF
           MOVE SPACES TO WS-SECTION-STAMP
           EVALUATE WS-SECTION
               WHEN "R"
                   IF CS-RELEASE-STAMP NOT = SPACES AND
                           CS-RELEASE-STAMP > WS-BACK-STAMP AND
                           CS-RELEASE-STAMP <= WS-AS-OF-STAMP
                       MOVE CS-RELEASE-STAMP TO WS-SECTION-STAMP
                   END-IF
               WHEN "X"
                   IF CS-EXPIRY-STAMP NOT = SPACES AND
                           CS-EXPIRY-STAMP > WS-BACK-STAMP AND
                           CS-EXPIRY-STAMP <= WS-AS-OF-STAMP
                       MOVE CS-EXPIRY-STAMP TO WS-SECTION-STAMP
                   END-IF
               WHEN "D"
                   IF CS-RELEASE-STAMP NOT = SPACES AND
                           CS-RELEASE-STAMP > WS-AS-OF-STAMP AND
                           CS-RELEASE-STAMP <= WS-AHEAD-STAMP
                       MOVE CS-RELEASE-STAMP TO WS-SECTION-STAMP
                   END-IF
               WHEN "E"
                   IF CS-EXPIRY-STAMP NOT = SPACES AND
                           CS-EXPIRY-STAMP > WS-AS-OF-STAMP AND
                           CS-EXPIRY-STAMP <= WS-AHEAD-STAMP
                       MOVE CS-EXPIRY-STAMP TO WS-SECTION-STAMP
                   END-IF
           END-EVALUATE
           IF WS-SECTION-STAMP NOT = SPACES
               ADD 1 TO WS-SECTION-COUNT
               PERFORM FORMAT-STAMP
               MOVE CS-VHOST-NAME TO WS-REPORT-LINE(3:20)
               MOVE CS-PATH TO WS-REPORT-LINE(24:45)
               MOVE WS-STAMP-TEXT TO WS-REPORT-LINE(70:19)
               MOVE CS-NOTE TO WS-REPORT-LINE(91:30)
               PERFORM PUT-REPORT-LINE
           END-IF.
      *****************************************************************
      * SHOW THE STAMP IN WS-SECTION-STAMP AS YYYY-MM-DD HH:MM:SS     *
      *****************************************************************
       FORMAT-STAMP.
           MOVE SPACES TO WS-STAMP-TEXT
           STRING WS-SECTION-STAMP(1:4) "-" WS-SECTION-STAMP(5:2) "-"
               WS-SECTION-STAMP(7:2) " " WS-SECTION-STAMP(9:2) ":"
               WS-SECTION-STAMP(11:2) ":" WS-SECTION-STAMP(13:2)
               DELIMITED BY SIZE
               INTO WS-STAMP-TEXT
           END-STRING.
      *****************************************************************
      * RUN TOTALS AT THE FOOT OF THE REPORT                          *
      *****************************************************************
       FINISH-REPORT.
           PERFORM PUT-REPORT-LINE
           MOVE ALL "-" TO WS-REPORT-LINE(1:120)
           PERFORM PUT-REPORT-LINE
           STRING "ENTRIES ON SCHEDULE   " DELIMITED BY SIZE
               WS-ENTRY-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM PUT-REPORT-LINE
           STRING "RELEASED, LAST 24H    " DELIMITED BY SIZE
               WS-RELEASED-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM PUT-REPORT-LINE
           STRING "EXPIRED, LAST 24H     " DELIMITED BY SIZE
               WS-EXPIRED-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM PUT-REPORT-LINE
           STRING "RELEASES DUE, 7 DAYS  " DELIMITED BY SIZE
               WS-DUE-REL-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM PUT-REPORT-LINE
           STRING "EXPIRIES DUE, 7 DAYS  " DELIMITED BY SIZE
               WS-DUE-EXP-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM PUT-REPORT-LINE
           MOVE ALL "=" TO WS-REPORT-LINE(1:120)
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
       END PROGRAM SCHEDRPT.
