      *****************************************************************
      * PROGRAM:    LOGCUTOVER                                       *
      * AUTHOR:     MILÁN ATANÁZ MAJOR                                *
      * DATE:       15-OCT-2026                                       *
      * PURPOSE:    NIGHTLY ACCESS LOG CUTOVER. RENAMES THE LIVE LOG *
      *             AT ACCESS-LOG-PATH ASIDE AS A DATED GENERATION   *
      *             FILE (ACCESS-LOG-PATH.YYYYMMDD), BUMPS THE LOG   *
      *             GENERATION NUMBER IN THE SHARED STATISTICS       *
      *             RECORD SO THE RUNNING WORKERS REOPEN A FRESH LOG *
      *             ON THEIR NEXT LINE, WAITS OUT ANY LINE ALREADY   *
      *             IN FLIGHT, THEN COUNTS THE CLOSED GENERATION AND *
      *             WRITES ITS CONTROL RECORD -- LINE COUNT, TOTAL   *
      *             RESPONSE BYTES, FIRST AND LAST TIMESTAMP. THE    *
      *             SERVER IS NEVER STOPPED. LOGARCHIVE AND          *
      *             RECONCILE WORK FROM THE CLOSED GENERATIONS AND   *
      *             CHECK THEM AGAINST THESE TOTALS                  *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOGCUTOVER.
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
      *    ACCESS-LOG-FILE IS THE LIVE LOG WRITTEN BY WEBAPPLICATION  *
           SELECT ACCESS-LOG-FILE ASSIGN TO DYNAMIC ACCESS-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
      *    GENERATION-FILE IS THE CLOSED LOG AFTER THE RENAME         *
           SELECT GENERATION-FILE ASSIGN TO DYNAMIC GENERATION-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.
      *    LOG-CONTROL-FILE HOLDS ONE CONTROL RECORD PER GENERATION   *
           SELECT LOG-CONTROL-FILE ASSIGN TO DYNAMIC LOG-CONTROL-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LC-GEN-DATE
               FILE STATUS IS WS-CTL-STATUS.
      *    STATS-FILE IS THE SHARED LIVE STATISTICS RECORD            *
           SELECT STATS-FILE ASSIGN TO DYNAMIC STATS-FILE-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATS-STATUS.
      *****************************************************************
      * DATA DIVISION DECLARES VARIABLES AND FILE STRUCTURES          *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CONFIG-FILE.
       01  CONFIG-RECORD     PIC X(100).
       FD  ACCESS-LOG-FILE.
       01  ACCESS-LOG-RECORD PIC X(1024).
       FD  GENERATION-FILE.
       01  GENERATION-RECORD PIC X(1024).
       FD  LOG-CONTROL-FILE.
       COPY "sources/logcontrol.cpy".
       FD  STATS-FILE.
       COPY "sources/cobwebstats.cpy".
       WORKING-STORAGE SECTION.
       01  CONFIG-FILE-PATH  PIC X(255).
          88 CONFIG-FILE-DEFAULT
          VALUE "/etc/cobweb/cobweb.conf".
       01  CONFIG-VARIABLE   PIC X(25).
       01  CONFIG-VALUE      PIC X(80).
       01  ACCESS-LOG-PATH   PIC X(255) VALUE "access.log".
       01  GENERATION-PATH   PIC X(255) VALUE SPACES.
       01  LOG-CONTROL-PATH  PIC X(255) VALUE "access-log-ctl.idx".
       01  STATS-FILE-PATH   PIC X(255) VALUE "cobweb.stats".
       01  WS-FILE-STATUS    PIC XX.
       01  WS-LOG-STATUS     PIC XX.
       01  WS-GEN-STATUS     PIC XX.
       01  WS-CTL-STATUS     PIC XX.
       01  WS-STATS-STATUS   PIC XX.
       01  WS-STATS-RETRY    PIC 9(2) VALUE 0.
       01  WS-RETRY-USLEEP   PIC S9(9) COMP-5 VALUE 20000.
      *    SECONDS TO WAIT AFTER THE GENERATION BUMP FOR A WORKER     *
      *    THAT READ THE OLD GENERATION NUMBER JUST BEFORE IT, AND    *
      *    SO MAY STILL APPEND ONE LINE TO THE RENAMED FILE           *
       01  LOG-CUTOVER-WAIT-SECS PIC 9(3) VALUE 5.
       01  WS-WAIT-SECS      PIC S9(9) COMP-5 VALUE 0.
      *    THE GENERATION BEING CLOSED AND ITS C-LIBRARY PATHS        *
       01  WS-GEN-DATE       PIC X(8) VALUE SPACES.
       01  WS-NOW-STAMP      PIC X(21) VALUE SPACES.
       01  WS-FROM-PATHZ     PIC X(513) VALUE SPACES.
       01  WS-TO-PATHZ       PIC X(513) VALUE SPACES.
       01  WS-RETURN-CODE    PIC S9(4) COMP-5 VALUE 0.
       01  WS-SERVER-UP-FLAG PIC X VALUE 'N'.
      *    LOG LINE PARSING WORK AREAS (SAME SHAPE AS LOGARCHIVE)     *
       01  LOG-SEG-1          PIC X(80).
       01  LOG-SEG-2          PIC X(300).
       01  LOG-SEG-3          PIC X(40).
       01  LOG-MID-TRIMMED    PIC X(40).
       01  LOG-STATUS-FIELD   PIC X(10).
       01  LOG-BYTES-FIELD    PIC X(15).
       01  LOG-BYTES-NUM      PIC 9(9).
      *    TIMESTAMP PARSING -- "[DD/Mon/YYYY:HH:MM:SS ..." OUT OF    *
      *    SEGMENT 1                                                  *
       01  LOG-STAMP-REST     PIC X(80).
       01  LOG-STAMP-DAY      PIC X(2).
       01  LOG-STAMP-MONTH    PIC X(3).
       01  LOG-STAMP-YEAR     PIC X(4).
       01  LOG-STAMP-HOUR     PIC X(2).
       01  LOG-STAMP-MINUTE   PIC X(2).
       01  LOG-STAMP-SECOND   PIC X(2).
       01  LOG-MONTH-NUM      PIC 99.
       01  MONTH-NAMES-LITERAL PIC X(36)
           VALUE "JanFebMarAprMayJunJulAugSepOctNovDec".
       01  MONTH-NAMES REDEFINES MONTH-NAMES-LITERAL.
           05  MONTH-ABBREV   PIC X(3) OCCURS 12 TIMES.
       01  LOG-LINE-STAMP     PIC X(14).
       01  WS-SUB             PIC 9(3) VALUE 0.
      *    CONTROL TOTALS GATHERED FROM THE CLOSED GENERATION         *
       01  GEN-LINE-COUNT     PIC 9(9) VALUE 0.
       01  GEN-TOTAL-BYTES    PIC 9(15) VALUE 0.
       01  GEN-FIRST-STAMP    PIC X(14) VALUE SPACES.
       01  GEN-LAST-STAMP     PIC X(14) VALUE SPACES.
      *****************************************************************
      * PROCEDURE DIVISION CONTAINS PROGRAM LOGIC                     *
      *****************************************************************
       PROCEDURE DIVISION.
      *    MAIN PROGRAM LOGIC                                         *
       MAIN-LOGIC.
           PERFORM READ-CONFIG-FILE
           MOVE FUNCTION CURRENT-DATE TO WS-NOW-STAMP
           MOVE WS-NOW-STAMP(1:8) TO WS-GEN-DATE
           MOVE SPACES TO GENERATION-PATH
           STRING FUNCTION TRIM(ACCESS-LOG-PATH) "." WS-GEN-DATE
               DELIMITED BY SIZE
               INTO GENERATION-PATH
           END-STRING
           PERFORM OPEN-CONTROL-FILE-IO
           MOVE WS-GEN-DATE TO LC-GEN-DATE
           READ LOG-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "LOGCUTOVER: generation " WS-GEN-DATE
                       " was already closed at " LC-CUTOVER-STAMP
                       " - one cutover per day"
                   CLOSE LOG-CONTROL-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ
           OPEN INPUT ACCESS-LOG-FILE
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "LOGCUTOVER: no live log at "
                   FUNCTION TRIM(ACCESS-LOG-PATH)
                   " - nothing to cut over"
               CLOSE LOG-CONTROL-FILE
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE ACCESS-LOG-FILE
           PERFORM OPEN-STATS-FOR-BUMP
           PERFORM RENAME-LIVE-LOG
           PERFORM BUMP-LOG-GENERATION
           IF WS-SERVER-UP-FLAG = 'Y'
               MOVE LOG-CUTOVER-WAIT-SECS TO WS-WAIT-SECS
               CALL "sleep" USING BY VALUE WS-WAIT-SECS
               END-CALL
           END-IF
           PERFORM COUNT-GENERATION-FILE
           PERFORM WRITE-CONTROL-RECORD
           CLOSE LOG-CONTROL-FILE
           DISPLAY "LOGCUTOVER: closed " FUNCTION TRIM(GENERATION-PATH)
           DISPLAY "  lines.........: " GEN-LINE-COUNT
           DISPLAY "  bytes sent....: " GEN-TOTAL-BYTES
           DISPLAY "  first line....: " GEN-FIRST-STAMP
           DISPLAY "  last line.....: " GEN-LAST-STAMP
           STOP RUN.
      *****************************************************************
      * READ SERVER CONFIGURATION FOR THE LOG, CONTROL AND STATS      *
      * PATHS AND THE IN-FLIGHT WAIT                                  *
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
                           PERFORM PROCESS-CONFIG-RECORD
                   END-READ
               END-PERFORM
               CLOSE CONFIG-FILE
           END-IF.
      *****************************************************************
      * PROCESS ONE CONFIGURATION RECORD                              *
      *****************************************************************
       PROCESS-CONFIG-RECORD.
           UNSTRING CONFIG-RECORD DELIMITED BY "="
               INTO CONFIG-VARIABLE CONFIG-VALUE
           END-UNSTRING
           EVALUATE CONFIG-VARIABLE
               WHEN "ACCESS-LOG-PATH"
                   MOVE CONFIG-VALUE TO ACCESS-LOG-PATH
               WHEN "LOG-CONTROL-PATH"
                   MOVE CONFIG-VALUE TO LOG-CONTROL-PATH
               WHEN "STATS-FILE-PATH"
                   MOVE CONFIG-VALUE TO STATS-FILE-PATH
               WHEN "LOG-CUTOVER-WAIT-SECS"
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                       TO LOG-CUTOVER-WAIT-SECS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *****************************************************************
      * OPEN THE CONTROL FILE FOR UPDATE, CREATING IT ON FIRST USE    *
      *****************************************************************
       OPEN-CONTROL-FILE-IO.
           OPEN I-O LOG-CONTROL-FILE
           IF WS-CTL-STATUS = "05" OR WS-CTL-STATUS = "35"
               OPEN OUTPUT LOG-CONTROL-FILE
               CLOSE LOG-CONTROL-FILE
               OPEN I-O LOG-CONTROL-FILE
           END-IF
           IF WS-CTL-STATUS NOT = "00"
               DISPLAY "Error opening log control file: "
                   FUNCTION TRIM(LOG-CONTROL-PATH)
                   " status " WS-CTL-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
      *****************************************************************
      * MOVE THE LIVE LOG ASIDE UNDER ITS GENERATION NAME. A WORKER   *
      * STILL HOLDING THE OLD HANDLE KEEPS WRITING INTO THE RENAMED   *
      * FILE UNTIL IT SEES THE GENERATION BUMP; A WORKER OPENING THE  *
      * LOG FROM NOW ON CREATES A FRESH ONE AT ACCESS-LOG-PATH        *
      *****************************************************************
       RENAME-LIVE-LOG.
           OPEN INPUT GENERATION-FILE
           IF WS-GEN-STATUS = "00"
               CLOSE GENERATION-FILE
               DISPLAY "LOGCUTOVER: " FUNCTION TRIM(GENERATION-PATH)
                   " already exists - move it away first"
               IF WS-SERVER-UP-FLAG = 'Y'
                   CLOSE STATS-FILE
               END-IF
               CLOSE LOG-CONTROL-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-FROM-PATHZ
           STRING FUNCTION TRIM(ACCESS-LOG-PATH) X"00"
               DELIMITED BY SIZE
               INTO WS-FROM-PATHZ
           END-STRING
           MOVE SPACES TO WS-TO-PATHZ
           STRING FUNCTION TRIM(GENERATION-PATH) X"00"
               DELIMITED BY SIZE
               INTO WS-TO-PATHZ
           END-STRING
           CALL "rename" USING
               BY REFERENCE WS-FROM-PATHZ
               BY REFERENCE WS-TO-PATHZ
               RETURNING WS-RETURN-CODE
           END-CALL
           IF WS-RETURN-CODE NOT = 0
               DISPLAY "LOGCUTOVER: rename of the live log failed, rc "
                   WS-RETURN-CODE
               IF WS-SERVER-UP-FLAG = 'Y'
                   CLOSE STATS-FILE
               END-IF
               CLOSE LOG-CONTROL-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
      *****************************************************************
      * OPEN AND READ THE SHARED STATISTICS RECORD BEFORE THE LIVE    *
      * LOG IS TOUCHED, AND HOLD IT UNTIL THE GENERATION IS BUMPED,   *
      * SO NO WORKER READS THE GENERATION IN BETWEEN. NO STATS FILE   *
      * MEANS NO SERVER RUNNING AND NO WORKER TO TELL; A STATS FILE   *
      * THAT CANNOT BE OPENED OR READ STOPS THE CUTOVER HERE          *
      *****************************************************************
       OPEN-STATS-FOR-BUMP.
           MOVE 'N' TO WS-SERVER-UP-FLAG
           MOVE 0 TO WS-STATS-RETRY
           PERFORM WITH TEST AFTER UNTIL WS-STATS-STATUS = "00" OR
                   WS-STATS-STATUS = "35" OR WS-STATS-RETRY > 25
               OPEN I-O STATS-FILE
               IF WS-STATS-STATUS NOT = "00" AND
                       WS-STATS-STATUS NOT = "35"
                   ADD 1 TO WS-STATS-RETRY
                   CALL "usleep" USING BY VALUE WS-RETRY-USLEEP
                   END-CALL
               END-IF
           END-PERFORM
           IF WS-STATS-STATUS = "35"
               DISPLAY "LOGCUTOVER: no statistics file at "
                   FUNCTION TRIM(STATS-FILE-PATH)
                   " - assuming the server is down"
           ELSE
               IF WS-STATS-STATUS NOT = "00"
                   DISPLAY "Error opening statistics file: "
                       FUNCTION TRIM(STATS-FILE-PATH)
                       " status " WS-STATS-STATUS
                   CLOSE LOG-CONTROL-FILE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ STATS-FILE
               IF WS-STATS-STATUS NOT = "00"
                   DISPLAY "Error reading statistics file: "
                       FUNCTION TRIM(STATS-FILE-PATH)
                       " status " WS-STATS-STATUS
                   CLOSE STATS-FILE
                   CLOSE LOG-CONTROL-FILE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'Y' TO WS-SERVER-UP-FLAG
           END-IF.
      *****************************************************************
      * BUMP THE LOG GENERATION IN THE SHARED STATISTICS RECORD --    *
      * EVERY WORKER COMPARES IT WITH THE GENERATION IT OPENED THE    *
      * LOG UNDER BEFORE WRITING ITS NEXT LINE. IF THE BUMP CANNOT BE *
      * WRITTEN THE WORKERS WOULD GO ON WRITING INTO THE RENAMED      *
      * FILE, SO THE RENAME IS UNDONE AND THE CUTOVER STOPPED         *
      *****************************************************************
       BUMP-LOG-GENERATION.
           IF WS-SERVER-UP-FLAG = 'Y'
               ADD 1 TO STATS-LOG-GENERATION
               REWRITE STATS-RECORD
               IF WS-STATS-STATUS NOT = "00"
                   DISPLAY "Error rewriting statistics file: "
                       FUNCTION TRIM(STATS-FILE-PATH)
                       " status " WS-STATS-STATUS
                   CLOSE STATS-FILE
                   PERFORM UNDO-RENAME-LIVE-LOG
                   CLOSE LOG-CONTROL-FILE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE STATS-FILE
           END-IF.
      *****************************************************************
      * PUT THE GENERATION FILE BACK AS THE LIVE LOG AFTER A FAILED   *
      * GENERATION BUMP, SO THE NEXT RUN STARTS FROM WHERE THIS ONE   *
      * DID                                                           *
      *****************************************************************
       UNDO-RENAME-LIVE-LOG.
           CALL "rename" USING
               BY REFERENCE WS-TO-PATHZ
               BY REFERENCE WS-FROM-PATHZ
               RETURNING WS-RETURN-CODE
           END-CALL
           IF WS-RETURN-CODE = 0
               DISPLAY "LOGCUTOVER: live log restored - cutover not "
                   "done"
           ELSE
               DISPLAY "LOGCUTOVER: could not restore the live log "
                   "from " FUNCTION TRIM(GENERATION-PATH) ", rc "
                   WS-RETURN-CODE " - rename it back by hand"
           END-IF.
      *****************************************************************
      * READ THE CLOSED GENERATION ONCE FOR ITS CONTROL TOTALS        *
      *****************************************************************
       COUNT-GENERATION-FILE.
           MOVE 0 TO GEN-LINE-COUNT
           MOVE 0 TO GEN-TOTAL-BYTES
           MOVE SPACES TO GEN-FIRST-STAMP
           MOVE SPACES TO GEN-LAST-STAMP
           OPEN INPUT GENERATION-FILE
           IF WS-GEN-STATUS NOT = "00"
               DISPLAY "Error opening generation file: "
                   FUNCTION TRIM(GENERATION-PATH)
                   " status " WS-GEN-STATUS
               CLOSE LOG-CONTROL-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-GEN-STATUS = "10"
               READ GENERATION-FILE INTO GENERATION-RECORD
                   AT END
                       MOVE "10" TO WS-GEN-STATUS
                   NOT AT END
                       PERFORM COUNT-ONE-LOG-LINE
               END-READ
           END-PERFORM
           CLOSE GENERATION-FILE.
      *****************************************************************
      * FOLD ONE LINE INTO THE CONTROL TOTALS                         *
      *****************************************************************
       COUNT-ONE-LOG-LINE.
           ADD 1 TO GEN-LINE-COUNT
           MOVE SPACES TO LOG-SEG-1 LOG-SEG-2 LOG-SEG-3
           UNSTRING GENERATION-RECORD DELIMITED BY QUOTE
               INTO LOG-SEG-1 LOG-SEG-2 LOG-SEG-3
           END-UNSTRING
           MOVE SPACES TO LOG-STAMP-REST
           UNSTRING LOG-SEG-1 DELIMITED BY "["
               INTO LOG-MID-TRIMMED LOG-STAMP-REST
           END-UNSTRING
           PERFORM PARSE-STAMP-FULL
           IF LOG-LINE-STAMP NOT = SPACES
               IF GEN-FIRST-STAMP = SPACES
                   MOVE LOG-LINE-STAMP TO GEN-FIRST-STAMP
               END-IF
               MOVE LOG-LINE-STAMP TO GEN-LAST-STAMP
           END-IF
           MOVE SPACES TO LOG-STATUS-FIELD LOG-BYTES-FIELD
           MOVE FUNCTION TRIM(LOG-SEG-3) TO LOG-MID-TRIMMED
           UNSTRING LOG-MID-TRIMMED DELIMITED BY SPACE
               INTO LOG-STATUS-FIELD LOG-BYTES-FIELD
           END-UNSTRING
           IF LOG-BYTES-FIELD NOT = SPACES
               MOVE FUNCTION NUMVAL(LOG-BYTES-FIELD) TO LOG-BYTES-NUM
               ADD LOG-BYTES-NUM TO GEN-TOTAL-BYTES
           END-IF.
      *****************************************************************
      * TURN "[DD/Mon/YYYY:HH:MM:SS ..." INTO YYYYMMDDHHMMSS, BLANK   *
      * WHEN THE LINE DOESN'T CARRY A RECOGNIZABLE TIMESTAMP          *
      *****************************************************************
       PARSE-STAMP-FULL.
           MOVE SPACES TO LOG-LINE-STAMP
           IF LOG-STAMP-REST NOT = SPACES
               MOVE SPACES TO LOG-STAMP-DAY LOG-STAMP-MONTH
                   LOG-STAMP-YEAR LOG-STAMP-HOUR LOG-STAMP-MINUTE
                   LOG-STAMP-SECOND
               UNSTRING LOG-STAMP-REST DELIMITED BY "/" OR ":"
                   OR SPACE
                   INTO LOG-STAMP-DAY LOG-STAMP-MONTH LOG-STAMP-YEAR
                       LOG-STAMP-HOUR LOG-STAMP-MINUTE LOG-STAMP-SECOND
               END-UNSTRING
               MOVE 0 TO LOG-MONTH-NUM
               PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 12
                   IF LOG-STAMP-MONTH = MONTH-ABBREV(WS-SUB)
                       MOVE WS-SUB TO LOG-MONTH-NUM
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF LOG-MONTH-NUM > 0 AND LOG-STAMP-YEAR NOT = SPACES
                   STRING LOG-STAMP-YEAR LOG-MONTH-NUM LOG-STAMP-DAY
                       LOG-STAMP-HOUR LOG-STAMP-MINUTE LOG-STAMP-SECOND
                       DELIMITED BY SIZE
                       INTO LOG-LINE-STAMP
                   END-STRING
               END-IF
           END-IF.
      *****************************************************************
      * RECORD THE CLOSED GENERATION AND ITS CONTROL TOTALS           *
      *****************************************************************
       WRITE-CONTROL-RECORD.
           INITIALIZE LOG-CONTROL-RECORD
           MOVE WS-GEN-DATE TO LC-GEN-DATE
           MOVE GENERATION-PATH TO LC-GEN-PATH
           MOVE GEN-LINE-COUNT TO LC-LINE-COUNT
           MOVE GEN-TOTAL-BYTES TO LC-TOTAL-BYTES
           MOVE GEN-FIRST-STAMP TO LC-FIRST-STAMP
           MOVE GEN-LAST-STAMP TO LC-LAST-STAMP
           MOVE WS-NOW-STAMP(1:14) TO LC-CUTOVER-STAMP
           MOVE 'N' TO LC-ARCHIVED-FLAG
           MOVE SPACES TO LC-ARCHIVED-STAMP
           WRITE LOG-CONTROL-RECORD
               INVALID KEY
                   DISPLAY "LOGCUTOVER: could not write the control"
                       " record for " WS-GEN-DATE
                       " status " WS-CTL-STATUS
                   MOVE 12 TO RETURN-CODE
           END-WRITE.
      *****************************************************************
      * TERMINATE PROGRAM                                             *
      *****************************************************************
       END PROGRAM LOGCUTOVER.
