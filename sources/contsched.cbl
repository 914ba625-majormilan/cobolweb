      *****************************************************************
      * PROGRAM:    CONTSCHED                                        *
      * AUTHOR:     MILÁN ATANÁZ MAJOR                                *
      * DATE:       15-OCT-2026                                       *
      * PURPOSE:    MAINTAINS THE INDEXED CONTENT SCHEDULE READ BY    *
      *             WEBAPPLICATION, THE WAY FORMROUTE MAINTAINS THE   *
      *             FORM ROUTING TABLE -- ADDS, CANCELS AND LISTS THE *
      *             SCHEDULED PAGES. EACH ENTRY IS KEYED BY VHOST AND *
      *             REQUEST PATH AND GIVES THE RELEASE TIME BEFORE    *
      *             WHICH THE PAGE IS NOT FOUND AND/OR THE EXPIRY     *
      *             TIME FROM WHICH IT IS GONE. CANCELLING AN ENTRY   *
      *             PUTS THE PAGE BACK ON ORDINARY SERVING            *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTSCHED.
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
      *    CONTENT-SCHEDULE-FILE IS THE SCHEDULE                      *
           SELECT CONTENT-SCHEDULE-FILE
               ASSIGN TO DYNAMIC CONTENT-SCHED-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-KEY
               FILE STATUS IS WS-SCHED-STATUS.
      *****************************************************************
      * DATA DIVISION DECLARES VARIABLES AND FILE STRUCTURES          *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CONFIG-FILE.
       01  CONFIG-RECORD     PIC X(100).
       FD  CONTENT-SCHEDULE-FILE.
       COPY "sources/contsched.cpy".
       WORKING-STORAGE SECTION.
       01  CONFIG-FILE-PATH  PIC X(255).
          88 CONFIG-FILE-DEFAULT
          VALUE "/etc/cobweb/cobweb.conf".
       01  CONFIG-VARIABLE   PIC X(25).
       01  CONFIG-VALUE      PIC X(80).
       01  CONTENT-SCHED-PATH PIC X(255) VALUE "content-schedule.idx".
       01  WS-FILE-STATUS    PIC XX.
       01  WS-SCHED-STATUS   PIC XX.
      *    OPERATOR DIALOGUE                                          *
       01  WS-COMMAND        PIC X(10) VALUE SPACES.
       01  WS-TARGET-VHOST   PIC X(80) VALUE SPACES.
       01  WS-TARGET-PATH    PIC X(255) VALUE SPACES.
       01  WS-NEW-RELEASE    PIC X(14) VALUE SPACES.
       01  WS-NEW-EXPIRY     PIC X(14) VALUE SPACES.
       01  WS-NEW-NOTE       PIC X(60) VALUE SPACES.
       01  WS-TIMESTAMP      PIC X(21) VALUE SPACES.
       01  WS-NOW-STAMP      PIC X(14) VALUE SPACES.
       01  ENTRY-OK-FLAG     PIC X VALUE 'Y'.
       01  WS-ENTRY-COUNT    PIC 9(5) VALUE 0.
       01  WS-PATH-LEN       PIC 9(3) VALUE 0.
       01  WS-TRAVERSAL-COUNT PIC 9(3) VALUE 0.
       01  WS-DOT-SEG-COUNT  PIC 9(3) VALUE 0.
      *    A RELEASE OR EXPIRY ANSWER, YYYYMMDDHHMM[SS]               *
       01  WS-STAMP-WORK.
           05  WS-STAMP-DATE     PIC 9(8).
           05  WS-STAMP-HH       PIC 9(2).
           05  WS-STAMP-MI       PIC 9(2).
           05  WS-STAMP-SS       PIC 9(2).
       01  STAMP-OK-FLAG     PIC X VALUE 'Y'.
      *    LISTING                                                    *
       01  WS-ENTRY-STATE    PIC X(8) VALUE SPACES.
       01  WS-STAMP-TEXT     PIC X(19) VALUE SPACES.
       01  WS-RELEASE-TEXT   PIC X(19) VALUE SPACES.
       01  WS-EXPIRY-TEXT    PIC X(19) VALUE SPACES.
      *****************************************************************
      * PROCEDURE DIVISION CONTAINS PROGRAM LOGIC                     *
      *****************************************************************
       PROCEDURE DIVISION.
      *    MAIN PROGRAM LOGIC                                         *
       MAIN-LOGIC.
           PERFORM READ-CONFIG-FILE
           PERFORM OPEN-SCHEDULE-FILE
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:14) TO WS-NOW-STAMP
           DISPLAY "Command (ADD/CANCEL/LIST): " WITH NO ADVANCING
           ACCEPT WS-COMMAND
           MOVE FUNCTION UPPER-CASE(WS-COMMAND) TO WS-COMMAND
           EVALUATE FUNCTION TRIM(WS-COMMAND)
               WHEN "ADD"
                   PERFORM ADD-ENTRY
               WHEN "CANCEL"
                   PERFORM CANCEL-ENTRY
               WHEN "LIST"
                   PERFORM LIST-ENTRIES
               WHEN OTHER
                   DISPLAY "CONTSCHED: unknown command " WS-COMMAND
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           CLOSE CONTENT-SCHEDULE-FILE
           STOP RUN.
      *****************************************************************
      * READ SERVER CONFIGURATION TO FIND THE SCHEDULE PATH           *
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
      * OPEN THE SCHEDULE FOR UPDATE, CREATING IT THE FIRST TIME      *
      *****************************************************************
       OPEN-SCHEDULE-FILE.
           OPEN I-O CONTENT-SCHEDULE-FILE
           IF WS-SCHED-STATUS = "05" OR WS-SCHED-STATUS = "35"
               OPEN OUTPUT CONTENT-SCHEDULE-FILE
               CLOSE CONTENT-SCHEDULE-FILE
               OPEN I-O CONTENT-SCHEDULE-FILE
           END-IF
           IF WS-SCHED-STATUS NOT = "00"
               DISPLAY "CONTSCHED: error opening "
                   FUNCTION TRIM(CONTENT-SCHED-PATH)
                   ", status " WS-SCHED-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
      *****************************************************************
      * ASK WHICH VHOST AND PAGE THE ENTRY IS FOR. THE PATH IS THE    *
      * ONE THE BROWSER ASKS FOR, FROM THE SITE ROOT, SO IT MUST      *
      * START WITH A SLASH AND NAME A PAGE RATHER THAN A DIRECTORY,   *
      * AND MUST FIT THE KEY                                          *
      *****************************************************************
       PROMPT-ENTRY-KEY.
           DISPLAY "Vhost name (blank for the default site): "
               WITH NO ADVANCING
           ACCEPT WS-TARGET-VHOST
           MOVE FUNCTION LOWER-CASE(WS-TARGET-VHOST) TO WS-TARGET-VHOST
           IF WS-TARGET-VHOST = SPACES
               MOVE "default" TO WS-TARGET-VHOST
           END-IF
           DISPLAY "Page path (e.g. /promo/summer.html): "
               WITH NO ADVANCING
           ACCEPT WS-TARGET-PATH
           MOVE 'Y' TO ENTRY-OK-FLAG
           MOVE 0 TO WS-TRAVERSAL-COUNT
           INSPECT WS-TARGET-PATH TALLYING WS-TRAVERSAL-COUNT
               FOR ALL ".."
      *    THE SERVER REDUCES "//" AND "/./" BEFORE THE LOOKUP, SO A  *
      *    KEY HOLDING EITHER COULD NEVER MATCH A REQUEST             *
           MOVE 0 TO WS-DOT-SEG-COUNT
           INSPECT WS-TARGET-PATH TALLYING WS-DOT-SEG-COUNT
               FOR ALL "//" ALL "/./"
           IF WS-TARGET-PATH = SPACES
               DISPLAY "CONTSCHED: a page path is required"
               MOVE 'N' TO ENTRY-OK-FLAG
           ELSE
               COMPUTE WS-PATH-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(WS-TARGET-PATH))
               IF WS-TARGET-PATH(1:1) NOT = "/" OR
                       WS-TRAVERSAL-COUNT > 0
                   DISPLAY "CONTSCHED: the path must start with / "
                       "and may not contain .."
                   MOVE 'N' TO ENTRY-OK-FLAG
               ELSE
                   IF WS-DOT-SEG-COUNT > 0 OR
                           (WS-PATH-LEN > 1 AND
                            WS-TARGET-PATH(WS-PATH-LEN - 1:2) = "/.")
                       DISPLAY "CONTSCHED: the path may not contain // "
                           "or /./"
                       MOVE 'N' TO ENTRY-OK-FLAG
                   ELSE
                       IF WS-TARGET-PATH(WS-PATH-LEN:1) = "/"
                           DISPLAY "CONTSCHED: name the page itself, "
                               "e.g. " FUNCTION TRIM(WS-TARGET-PATH)
                               "index.html"
                           MOVE 'N' TO ENTRY-OK-FLAG
                       END-IF
                       IF WS-PATH-LEN > LENGTH OF CS-PATH
                           DISPLAY "CONTSCHED: the path may be at most "
                               "120 characters"
                           MOVE 'N' TO ENTRY-OK-FLAG
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF ENTRY-OK-FLAG NOT = 'Y'
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE WS-TARGET-VHOST TO CS-VHOST-NAME
           MOVE WS-TARGET-PATH TO CS-PATH.
      *****************************************************************
      * ADD A NEW ENTRY, REFUSING ONE THAT ALREADY EXISTS -- CANCEL   *
      * IT FIRST TO RESCHEDULE THE PAGE                               *
      *****************************************************************
       ADD-ENTRY.
           PERFORM PROMPT-ENTRY-KEY
           IF ENTRY-OK-FLAG = 'Y'
               READ CONTENT-SCHEDULE-FILE
                   INVALID KEY
                       PERFORM PROMPT-ENTRY-FIELDS
                       PERFORM VALIDATE-ENTRY-FIELDS
                       IF ENTRY-OK-FLAG = 'Y'
                           PERFORM WRITE-NEW-ENTRY
                       END-IF
                   NOT INVALID KEY
                       DISPLAY "CONTSCHED: page is already scheduled"
                           " - CANCEL it first to reschedule"
                       MOVE 8 TO RETURN-CODE
               END-READ
           END-IF.
      *****************************************************************
      * PROMPT FOR THE RELEASE AND EXPIRY TIMES AND THE NOTE          *
      *****************************************************************
       PROMPT-ENTRY-FIELDS.
           DISPLAY "Release at (YYYYMMDDHHMM[SS], blank for none): "
               WITH NO ADVANCING
           ACCEPT WS-NEW-RELEASE
           DISPLAY "Expire at (YYYYMMDDHHMM[SS], blank for never): "
               WITH NO ADVANCING
           ACCEPT WS-NEW-EXPIRY
           DISPLAY "Note: " WITH NO ADVANCING
           ACCEPT WS-NEW-NOTE.
      *****************************************************************
      * CHECK THE ANSWERS -- AT LEAST ONE TIME IS REQUIRED, EACH MUST *
      * BE A REAL DATE AND TIME, AND EXPIRY MUST COME AFTER RELEASE   *
      *****************************************************************
       VALIDATE-ENTRY-FIELDS.
           IF WS-NEW-RELEASE = SPACES AND WS-NEW-EXPIRY = SPACES
               DISPLAY "CONTSCHED: a release or an expiry time is "
                   "required"
               MOVE 'N' TO ENTRY-OK-FLAG
           END-IF
           IF WS-NEW-RELEASE NOT = SPACES
               MOVE WS-NEW-RELEASE TO WS-STAMP-WORK
               PERFORM VALIDATE-STAMP
               IF STAMP-OK-FLAG = 'Y'
                   MOVE WS-STAMP-WORK TO WS-NEW-RELEASE
               ELSE
                   DISPLAY "CONTSCHED: release time "
                       FUNCTION TRIM(WS-NEW-RELEASE) " is not valid"
                   MOVE 'N' TO ENTRY-OK-FLAG
               END-IF
           END-IF
           IF WS-NEW-EXPIRY NOT = SPACES
               MOVE WS-NEW-EXPIRY TO WS-STAMP-WORK
               PERFORM VALIDATE-STAMP
               IF STAMP-OK-FLAG = 'Y'
                   MOVE WS-STAMP-WORK TO WS-NEW-EXPIRY
               ELSE
                   DISPLAY "CONTSCHED: expiry time "
                       FUNCTION TRIM(WS-NEW-EXPIRY) " is not valid"
                   MOVE 'N' TO ENTRY-OK-FLAG
               END-IF
           END-IF
           IF ENTRY-OK-FLAG = 'Y' AND
                   WS-NEW-RELEASE NOT = SPACES AND
                   WS-NEW-EXPIRY NOT = SPACES AND
                   WS-NEW-EXPIRY NOT > WS-NEW-RELEASE
               DISPLAY "CONTSCHED: expiry must come after release"
               MOVE 'N' TO ENTRY-OK-FLAG
           END-IF
           IF ENTRY-OK-FLAG NOT = 'Y'
               MOVE 8 TO RETURN-CODE
           END-IF.
      *****************************************************************
      * CHECK ONE YYYYMMDDHHMM[SS] ANSWER IN WS-STAMP-WORK -- MISSING *
      * SECONDS ARE TAKEN AS 00                                       *
      *****************************************************************
       VALIDATE-STAMP.
           MOVE 'Y' TO STAMP-OK-FLAG
           IF WS-STAMP-WORK(13:2) = SPACES
               MOVE "00" TO WS-STAMP-WORK(13:2)
           END-IF
           IF WS-STAMP-WORK IS NOT NUMERIC
               MOVE 'N' TO STAMP-OK-FLAG
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-STAMP-DATE) NOT = 0
                       OR WS-STAMP-HH > 23 OR WS-STAMP-MI > 59
                       OR WS-STAMP-SS > 59
                   MOVE 'N' TO STAMP-OK-FLAG
               END-IF
           END-IF.
      *****************************************************************
      * WRITE THE CHECKED ENTRY                                       *
      *****************************************************************
       WRITE-NEW-ENTRY.
           INITIALIZE CONTENT-SCHEDULE-RECORD
           MOVE WS-TARGET-VHOST TO CS-VHOST-NAME
           MOVE WS-TARGET-PATH TO CS-PATH
           MOVE WS-NEW-RELEASE TO CS-RELEASE-STAMP
           MOVE WS-NEW-EXPIRY TO CS-EXPIRY-STAMP
           MOVE WS-NEW-NOTE TO CS-NOTE
           MOVE WS-NOW-STAMP TO CS-ADDED-STAMP
           WRITE CONTENT-SCHEDULE-RECORD
           IF WS-SCHED-STATUS = "00"
               PERFORM SET-ENTRY-STATE
               DISPLAY "CONTSCHED: scheduled "
                   FUNCTION TRIM(WS-TARGET-VHOST) " "
                   FUNCTION TRIM(WS-TARGET-PATH) " - now "
                   FUNCTION TRIM(WS-ENTRY-STATE)
           ELSE
               DISPLAY "CONTSCHED: error writing entry, status "
                   WS-SCHED-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF.
      *****************************************************************
      * CANCEL AN ENTRY -- THE PAGE IS SERVED AS USUAL FROM NOW ON    *
      *****************************************************************
       CANCEL-ENTRY.
           PERFORM PROMPT-ENTRY-KEY
           IF ENTRY-OK-FLAG = 'Y'
               READ CONTENT-SCHEDULE-FILE
                   INVALID KEY
                       DISPLAY "CONTSCHED: page is not scheduled"
                       MOVE 8 TO RETURN-CODE
                   NOT INVALID KEY
                       DELETE CONTENT-SCHEDULE-FILE
                           INVALID KEY
                               DISPLAY "CONTSCHED: error cancelling "
                                   "entry, status " WS-SCHED-STATUS
                               MOVE 12 TO RETURN-CODE
                           NOT INVALID KEY
                               DISPLAY "CONTSCHED: cancelled entry"
                       END-DELETE
               END-READ
           END-IF.
      *****************************************************************
      * LIST EVERY ENTRY IN KEY ORDER WITH ITS STATE RIGHT NOW        *
      *****************************************************************
       LIST-ENTRIES.
           MOVE 0 TO WS-ENTRY-COUNT
           DISPLAY "================================================="
           DISPLAY "CONTENT SCHEDULE - "
               FUNCTION TRIM(CONTENT-SCHED-PATH)
           DISPLAY "================================================="
           MOVE LOW-VALUES TO CS-KEY
           START CONTENT-SCHEDULE-FILE KEY IS NOT LESS THAN CS-KEY
               INVALID KEY
                   MOVE "10" TO WS-SCHED-STATUS
           END-START
           PERFORM UNTIL WS-SCHED-STATUS NOT = "00"
               READ CONTENT-SCHEDULE-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-SCHED-STATUS
                   NOT AT END
                       ADD 1 TO WS-ENTRY-COUNT
                       PERFORM SET-ENTRY-STATE
                       MOVE CS-RELEASE-STAMP TO WS-STAMP-WORK
                       PERFORM FORMAT-STAMP
                       MOVE WS-STAMP-TEXT TO WS-RELEASE-TEXT
                       MOVE CS-EXPIRY-STAMP TO WS-STAMP-WORK
                       PERFORM FORMAT-STAMP
                       MOVE WS-STAMP-TEXT TO WS-EXPIRY-TEXT
                       IF CS-EXPIRY-STAMP = SPACES
                           MOVE "never" TO WS-EXPIRY-TEXT
                       END-IF
                       DISPLAY "  " CS-VHOST-NAME(1:20) " "
                           CS-PATH(1:45) " " WS-ENTRY-STATE
                       DISPLAY "      release " WS-RELEASE-TEXT
                           "  expiry " WS-EXPIRY-TEXT "  "
                           FUNCTION TRIM(CS-NOTE)
               END-READ
           END-PERFORM
           DISPLAY "  (" WS-ENTRY-COUNT " entry(ies))".
      *****************************************************************
      * PENDING BEFORE THE RELEASE TIME, EXPIRED FROM THE EXPIRY TIME *
      * ON, LIVE IN BETWEEN -- THE SAME TEST WEBAPPLICATION MAKES     *
      *****************************************************************
       SET-ENTRY-STATE.
           MOVE "LIVE" TO WS-ENTRY-STATE
           IF CS-RELEASE-STAMP NOT = SPACES AND
                   WS-NOW-STAMP < CS-RELEASE-STAMP
               MOVE "PENDING" TO WS-ENTRY-STATE
           ELSE
               IF CS-EXPIRY-STAMP NOT = SPACES AND
                       WS-NOW-STAMP >= CS-EXPIRY-STAMP
                   MOVE "EXPIRED" TO WS-ENTRY-STATE
               END-IF
           END-IF.
      *****************************************************************
      * SHOW THE STAMP IN WS-STAMP-WORK AS YYYY-MM-DD HH:MM:SS        *
      *****************************************************************
       FORMAT-STAMP.
           MOVE SPACES TO WS-STAMP-TEXT
           IF WS-STAMP-WORK = SPACES
               MOVE "-" TO WS-STAMP-TEXT
           ELSE
               STRING WS-STAMP-WORK(1:4) "-" WS-STAMP-WORK(5:2) "-"
                   WS-STAMP-WORK(7:2) " " WS-STAMP-WORK(9:2) ":"
                   WS-STAMP-WORK(11:2) ":" WS-STAMP-WORK(13:2)
                   DELIMITED BY SIZE
                   INTO WS-STAMP-TEXT
               END-STRING
           END-IF.
      *****************************************************************
      * TERMINATE PROGRAM                                             *
      *****************************************************************
       END PROGRAM CONTSCHED.
