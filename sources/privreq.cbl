      *****************************************************************
      * PROGRAM:    PRIVREQ                                          *
      * AUTHOR:     MILÁN ATANÁZ MAJOR                                *
      * DATE:       15-OCT-2026                                       *
      * PURPOSE:    PRIVACY REQUESTS AGAINST EVERYTHING THE SERVER    *
      *             KEEPS ABOUT ONE CLIENT ADDRESS -- THE ACCESS LOG  *
      *             ARCHIVE, FORM SUBMISSIONS, THE SECURITY LOG, THE  *
      *             UPLOAD REGISTER, THE BLOCK LIST AND THE RATE-     *
      *             LIMIT FILE. THREE RUN MODES, CHOSEN AT THE        *
      *             CONSOLE:                                          *
      *               EXTRACT - EVERY RECORD HELD FOR ONE CLIENT IP,  *
      *                         OPTIONALLY WITHIN A DATE RANGE, TO    *
      *                         ONE COMBINED EXTRACT,                 *
      *                         privacy-extract-STAMP.txt             *
      *               ERASE   - MASK THE ADDRESS TO "-" ON THOSE      *
      *                         RECORDS (BLANKING FORM FIELD DATA     *
      *                         TOO), DELETE ITS BLOCK-LIST AND RATE- *
      *                         LIMIT ENTRIES, READ EVERYTHING BACK   *
      *                         AND WRITE erasure-certificate-STAMP.  *
      *                         txt WITH THE COUNTS PER FILE. REFUSED *
      *                         UNLESS THE SERVER HAS BEEN STOPPED,   *
      *                         AS IT REWRITES THE LOGS THE SERVER    *
      *                         APPENDS TO                            *
      *               AGEMASK - MASK THE ADDRESS ON EVERY ARCHIVE     *
      *                         RECORD OLDER THAN ARCHIVE-IP-MASK-    *
      *                         DAYS. MEANT FOR THE NIGHTLY SCHEDULE  *
      *             OPERATOR-CONFIRMED (TIER 'P') BLOCK-LIST ENTRIES  *
      *             ARE KEPT BY AN ERASURE AND SHOWN AS RETAINED.     *
      *             RETURN CODE 8 FOR A REFUSED RUN OR AN INCOMPLETE  *
      *             ERASURE, 12 WHEN A FILE CANNOT BE OPENED          *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRIVREQ.
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
      *    ARCHIVE-FILE IS THE INDEXED ACCESS LOG ARCHIVE             *
           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC ARCHIVE-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LA-KEY
               FILE STATUS IS WS-ARCH-STATUS.
      *    FORM-SUBMIT-FILE HOLDS EVERY POSTED FORM                   *
           SELECT FORM-SUBMIT-FILE ASSIGN TO DYNAMIC FORM-SUBMIT-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-KEY
               FILE STATUS IS WS-FORM-STATUS.
      *    SECURITY-LOG-FILE IS THE AUDIT TRAIL THE SERVER WRITES     *
           SELECT SECURITY-LOG-FILE ASSIGN TO DYNAMIC SECURITY-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEC-STATUS.
      *    UPLOAD-REGISTER-FILE RECORDS ONE LINE PER STAGED UPLOAD    *
           SELECT UPLOAD-REGISTER-FILE ASSIGN TO DYNAMIC
               UPLOAD-REGISTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UPREG-STATUS.
      *    WORK-FILE IS THE MASKED COPY OF A LOG BEING REWRITTEN,     *
      *    RENAMED OVER THE ORIGINAL ONCE COMPLETE                    *
           SELECT WORK-FILE ASSIGN TO DYNAMIC WORK-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
      *    BLOCK-LIST-FILE IS THE INDEXED CLIENT BLOCK LIST           *
           SELECT BLOCK-LIST-FILE ASSIGN TO DYNAMIC BLOCK-LIST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BL-CLIENT-IP
               FILE STATUS IS WS-BLOCK-STATUS.
      *    RATE-LIMIT-FILE COUNTS EACH CLIENT'S REQUESTS              *
           SELECT RATE-LIMIT-FILE ASSIGN TO DYNAMIC RATE-LIMIT-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RL-CLIENT-IP
               FILE STATUS IS WS-RATE-STATUS.
      *    STOP-FILE IS THE SERVER'S GRACEFUL SHUTDOWN TRIGGER        *
           SELECT STOP-FILE ASSIGN TO DYNAMIC STOP-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STOP-STATUS.
      *    STATS-FILE IS THE SHARED LIVE STATISTICS RECORD            *
           SELECT STATS-FILE ASSIGN TO DYNAMIC STATS-FILE-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATS-STATUS.
      *    REPORT-FILE RECEIVES THE EXTRACT OR THE CERTIFICATE        *
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
       FD  ARCHIVE-FILE.
       COPY "sources/logarchive.cpy".
       FD  FORM-SUBMIT-FILE.
       COPY "sources/formsubmit.cpy".
       FD  SECURITY-LOG-FILE.
       01  SECURITY-LOG-RECORD PIC X(600).
       FD  UPLOAD-REGISTER-FILE.
       01  UPLOAD-REGISTER-RECORD PIC X(600).
       FD  WORK-FILE.
       01  WORK-RECORD       PIC X(600).
       FD  BLOCK-LIST-FILE.
       COPY "sources/blocklist.cpy".
       FD  RATE-LIMIT-FILE.
       COPY "sources/ratelimit.cpy".
       FD  STOP-FILE.
       01  STOP-FILE-RECORD  PIC X(80).
       FD  STATS-FILE.
       COPY "sources/cobwebstats.cpy".
       FD  REPORT-FILE.
       01  REPORT-RECORD     PIC X(1400).
       WORKING-STORAGE SECTION.
       01  CONFIG-FILE-PATH  PIC X(255).
          88 CONFIG-FILE-DEFAULT
          VALUE "/etc/cobweb/cobweb.conf".
       01  CONFIG-VARIABLE   PIC X(25).
       01  CONFIG-VALUE      PIC X(80).
       01  ARCHIVE-FILE-PATH PIC X(255) VALUE "access-archive.idx".
       01  FORM-SUBMIT-PATH  PIC X(255) VALUE "form-submit.idx".
       01  SECURITY-LOG-PATH PIC X(255) VALUE "security.log".
       01  UPLOAD-REGISTER-PATH PIC X(255)
           VALUE "upload-register.log".
       01  WORK-FILE-PATH    PIC X(255) VALUE SPACES.
       01  BLOCK-LIST-PATH   PIC X(255) VALUE "blocklist.idx".
       01  RATE-LIMIT-PATH   PIC X(255) VALUE "ratelimit.idx".
       01  STOP-FILE-PATH    PIC X(255) VALUE "/tmp/cobweb.stop".
       01  STATS-FILE-PATH   PIC X(255) VALUE "cobweb.stats".
       01  REPORT-FILE-PATH  PIC X(255) VALUE SPACES.
      *    ARCHIVE RECORDS OLDER THAN THIS MANY DAYS HAVE THEIR       *
      *    ADDRESS MASKED BY AGEMASK, 0 = NEVER                       *
       01  ARCHIVE-IP-MASK-DAYS PIC 9(5) VALUE 30.
       01  WS-FILE-STATUS    PIC XX.
       01  WS-ARCH-STATUS    PIC XX.
       01  WS-FORM-STATUS    PIC XX.
       01  WS-SEC-STATUS     PIC XX.
       01  WS-UPREG-STATUS   PIC XX.
       01  WS-WORK-STATUS    PIC XX.
       01  WS-BLOCK-STATUS   PIC XX.
       01  WS-RATE-STATUS    PIC XX.
       01  WS-STOP-STATUS    PIC XX.
       01  WS-STATS-STATUS   PIC XX.
       01  WS-REPORT-STATUS  PIC XX.
       01  WS-OPEN-STATUS    PIC XX.
      *    RUN MODE CHOSEN BY THE OPERATOR                            *
       01  WS-RUN-MODE       PIC X(10) VALUE SPACES.
      *    THE REQUEST -- ADDRESS, DATE RANGE, REFERENCE              *
       01  WS-TARGET-IP      PIC X(45) VALUE SPACES.
       01  WS-TARGET-IP-LEN  PIC 9(3) VALUE 0.
       01  WS-FROM-DATE      PIC X(8) VALUE SPACES.
       01  WS-TO-DATE        PIC X(8) VALUE SPACES.
       01  WS-RANGE-FLAG     PIC X VALUE 'N'.
       01  WS-REQUEST-REF    PIC X(40) VALUE SPACES.
       01  WS-CONFIRM        PIC X(3) VALUE SPACES.
      *    WHAT A SCAN DOES WITH EACH MATCHING RECORD: 'X' = WRITE IT *
      *    TO THE EXTRACT, 'C' = COUNT IT ONLY, 'E' = ERASE IT        *
       01  WS-ACTION         PIC X VALUE 'C'.
      *    'F' = THE FIRST PASS, 'R' = THE READ-BACK AFTER AN ERASURE *
       01  WS-PASS           PIC X VALUE 'F'.
      *    WHAT TAKES THE PLACE OF A MASKED ADDRESS -- THE SAME "-"   *
      *    THE ACCESS LOG WRITES FOR A VALUE IT DOES NOT HAVE         *
       01  WS-MASKED-IP      PIC X(45) VALUE "-".
      *    ONE ENTRY PER FILE SEARCHED, IN SEARCH ORDER               *
       01  SRC-COUNT         PIC 9(2) VALUE 6.
       01  SRC-TABLE.
           05  SRC-ENTRY OCCURS 6 TIMES.
               10  SRC-TITLE         PIC X(20).
               10  SRC-ERASE-ACTION  PIC X(30).
               10  SRC-PATH          PIC X(255).
      *        OK, ABSENT (NO SUCH FILE), OPEN FAILED, RENAME FAILED  *
      *        OR RECHECK FAILED                                      *
               10  SRC-STATE         PIC X(14).
               10  SRC-FOUND         PIC 9(9).
               10  SRC-ERASED        PIC 9(9).
               10  SRC-RETAINED      PIC 9(9).
               10  SRC-REMAINING     PIC 9(9).
       01  WS-SRC-SUB        PIC 9(2) VALUE 0.
      *    RESULT OF THE SCAN IN HAND                                 *
       01  WS-SCAN-FOUND     PIC 9(9) VALUE 0.
       01  WS-SCAN-ERASED    PIC 9(9) VALUE 0.
       01  WS-SCAN-RETAINED  PIC 9(9) VALUE 0.
       01  WS-SCAN-STATE     PIC X(14) VALUE SPACES.
       01  WS-LINE-MATCH     PIC X VALUE 'N'.
      *    LOG LINE PARSING WORK AREAS (SAME SHAPE AS SECSWEEP)       *
       01  LOG-CLIENT-IP     PIC X(45).
       01  LOG-STAMP-REST    PIC X(80).
       01  LOG-SCRAP         PIC X(600).
       01  LOG-STAMP-DAY     PIC X(2).
       01  LOG-STAMP-MONTH   PIC X(3).
       01  LOG-STAMP-YEAR    PIC X(4).
       01  LOG-MONTH-NUM     PIC 99.
       01  MONTH-NAMES-LITERAL PIC X(36)
           VALUE "JanFebMarAprMayJunJulAugSepOctNovDec".
       01  MONTH-NAMES REDEFINES MONTH-NAMES-LITERAL.
           05  MONTH-ABBREV  PIC X(3) OCCURS 12 TIMES.
       01  LOG-LINE-DATE     PIC X(8).
      *    AN UPLOAD REGISTER LINE SPLIT AROUND ITS " ip=" FIELD      *
       01  UR-HEAD           PIC X(600).
       01  UR-HEAD-LEN       PIC 9(3) VALUE 0.
       01  UR-REST           PIC X(600).
       01  UR-CLIENT-IP      PIC X(45).
       01  WS-SUB            PIC 9(3) VALUE 0.
      *    RENAME OF A REWRITTEN LOG OVER THE ORIGINAL                *
       01  WS-FROM-PATHZ     PIC X(256) VALUE SPACES.
       01  WS-TO-PATHZ       PIC X(256) VALUE SPACES.
       01  WS-RETURN-CODE    PIC S9(9) COMP-5 VALUE 0.
      *    SERVER-STOPPED CHECK                                       *
       01  WS-WORKERS-TOTAL  PIC 9(6) VALUE 0.
      *    AGE MASK CUTOFF ARITHMETIC                                 *
       01  WS-TODAY-DATE     PIC X(8).
       01  WS-TODAY-NUM      PIC 9(8).
       01  WS-CUTOFF-INT     PIC 9(8).
       01  WS-CUTOFF-NUM     PIC 9(8).
       01  WS-CUTOFF-DATE    PIC X(8).
       01  WS-MASKED-COUNT   PIC 9(9) VALUE 0.
      *    REPORT LINES AND FIGURES                                   *
       01  WS-RUN-STAMP      PIC X(21) VALUE SPACES.
       01  WS-REPORT-LINE    PIC X(1400) VALUE SPACES.
       01  WS-ECHO-FLAG      PIC X VALUE 'N'.
       01  WS-COMPLETE-FLAG  PIC X VALUE 'Y'.
       01  WS-RANGE-TEXT     PIC X(40) VALUE SPACES.
       01  WS-TOTAL-FOUND    PIC 9(9) VALUE 0.
       01  WS-TOTAL-ERASED   PIC 9(9) VALUE 0.
       01  WS-COUNT-DISP     PIC Z(8)9.
       01  WS-COUNT-DISP-2   PIC Z(8)9.
       01  WS-COUNT-DISP-3   PIC Z(8)9.
       01  WS-COUNT-DISP-4   PIC Z(8)9.
       01  WS-BYTES-DISP     PIC Z(8)9.
       01  WS-ELAPSED-DISP   PIC Z(8)9.
       01  WS-EPOCH-DISP     PIC Z(11)9.
      *****************************************************************
      * PROCEDURE DIVISION CONTAINS PROGRAM LOGIC                     *
      *****************************************************************
       PROCEDURE DIVISION.
      *    MAIN PROGRAM LOGIC                                         *
       MAIN-LOGIC.
           PERFORM SET-SOURCE-TABLE
           PERFORM READ-CONFIG-FILE
           DISPLAY "Run mode (EXTRACT/ERASE/AGEMASK): "
               WITH NO ADVANCING
           ACCEPT WS-RUN-MODE
           MOVE FUNCTION UPPER-CASE(WS-RUN-MODE) TO WS-RUN-MODE
           EVALUATE FUNCTION TRIM(WS-RUN-MODE)
               WHEN "EXTRACT"
                   PERFORM RUN-EXTRACT
               WHEN "ERASE"
                   PERFORM RUN-ERASE
               WHEN "AGEMASK"
                   PERFORM RUN-AGE-MASK
               WHEN OTHER
                   DISPLAY "PRIVREQ: unknown run mode " WS-RUN-MODE
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.
      *****************************************************************
      * THE FILES SEARCHED, IN ORDER, AND WHAT AN ERASURE DOES TO A   *
      * MATCHING RECORD IN EACH                                       *
      *****************************************************************
       SET-SOURCE-TABLE.
           INITIALIZE SRC-TABLE
           MOVE "ACCESS LOG ARCHIVE" TO SRC-TITLE(1)
           MOVE "ADDRESS MASKED" TO SRC-ERASE-ACTION(1)
           MOVE "FORM SUBMISSIONS" TO SRC-TITLE(2)
           MOVE "ADDRESS MASKED, FIELDS BLANKED"
               TO SRC-ERASE-ACTION(2)
           MOVE "SECURITY LOG" TO SRC-TITLE(3)
           MOVE "ADDRESS MASKED" TO SRC-ERASE-ACTION(3)
           MOVE "UPLOAD REGISTER" TO SRC-TITLE(4)
           MOVE "ADDRESS MASKED" TO SRC-ERASE-ACTION(4)
           MOVE "BLOCK LIST" TO SRC-TITLE(5)
           MOVE "ENTRY DELETED (TIER T)" TO SRC-ERASE-ACTION(5)
           MOVE "RATE LIMIT" TO SRC-TITLE(6)
           MOVE "ENTRY DELETED" TO SRC-ERASE-ACTION(6).
      *****************************************************************
      * READ SERVER CONFIGURATION FOR THE PATH OF EVERY FILE SEARCHED *
      * AND THE ARCHIVE MASKING AGE                                   *
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
           END-IF
           MOVE ARCHIVE-FILE-PATH TO SRC-PATH(1)
           MOVE FORM-SUBMIT-PATH TO SRC-PATH(2)
           MOVE SECURITY-LOG-PATH TO SRC-PATH(3)
           MOVE UPLOAD-REGISTER-PATH TO SRC-PATH(4)
           MOVE BLOCK-LIST-PATH TO SRC-PATH(5)
           MOVE RATE-LIMIT-PATH TO SRC-PATH(6).
      *****************************************************************
      * PROCESS ONE CONFIGURATION RECORD                              *
      *****************************************************************
       PROCESS-CONFIG-RECORD.
           MOVE SPACES TO CONFIG-VALUE
           UNSTRING CONFIG-RECORD DELIMITED BY "="
               INTO CONFIG-VARIABLE CONFIG-VALUE
           END-UNSTRING
           EVALUATE CONFIG-VARIABLE
               WHEN "ARCHIVE-FILE-PATH"
                   MOVE CONFIG-VALUE TO ARCHIVE-FILE-PATH
               WHEN "FORM-SUBMIT-PATH"
                   MOVE CONFIG-VALUE TO FORM-SUBMIT-PATH
               WHEN "SECURITY-LOG-PATH"
                   MOVE CONFIG-VALUE TO SECURITY-LOG-PATH
               WHEN "UPLOAD-REGISTER-PATH"
                   MOVE CONFIG-VALUE TO UPLOAD-REGISTER-PATH
               WHEN "BLOCK-LIST-PATH"
                   MOVE CONFIG-VALUE TO BLOCK-LIST-PATH
               WHEN "RATE-LIMIT-PATH"
                   MOVE CONFIG-VALUE TO RATE-LIMIT-PATH
               WHEN "STOP-FILE-PATH"
                   MOVE CONFIG-VALUE TO STOP-FILE-PATH
               WHEN "STATS-FILE-PATH"
                   MOVE CONFIG-VALUE TO STATS-FILE-PATH
               WHEN "ARCHIVE-IP-MASK-DAYS"
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                       TO ARCHIVE-IP-MASK-DAYS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *****************************************************************
      * ASK FOR THE CLIENT ADDRESS AND THE OPTIONAL DATE RANGE. THE   *
      * ADDRESS IS PUT INTO THE FORM THE SERVER LOGS IT IN; A MISSING *
      * END OF THE RANGE IS OPEN                                      *
      *****************************************************************
       PROMPT-REQUEST.
           DISPLAY "Client IP: " WITH NO ADVANCING
           ACCEPT WS-TARGET-IP
           CALL "IPNORM" USING WS-TARGET-IP
           END-CALL
           IF WS-TARGET-IP = SPACES OR WS-TARGET-IP = WS-MASKED-IP
               DISPLAY "PRIVREQ: a client IP is required"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO WS-TARGET-IP-LEN
           INSPECT WS-TARGET-IP TALLYING WS-TARGET-IP-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           DISPLAY "From date (YYYYMMDD, blank for no limit): "
               WITH NO ADVANCING
           ACCEPT WS-FROM-DATE
           DISPLAY "To date (YYYYMMDD, blank for no limit): "
               WITH NO ADVANCING
           ACCEPT WS-TO-DATE
           IF WS-FROM-DATE NOT = SPACES OR WS-TO-DATE NOT = SPACES
               MOVE 'Y' TO WS-RANGE-FLAG
           END-IF
           IF WS-FROM-DATE = SPACES
               MOVE "00000000" TO WS-FROM-DATE
           ELSE
               PERFORM CHECK-FROM-DATE
           END-IF
           IF WS-TO-DATE = SPACES
               MOVE "99999999" TO WS-TO-DATE
           ELSE
               PERFORM CHECK-TO-DATE
           END-IF
           IF WS-FROM-DATE > WS-TO-DATE
               DISPLAY "PRIVREQ: from date is after to date"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-RANGE-FLAG = 'Y'
               STRING WS-FROM-DATE DELIMITED BY SIZE
                   " TO " DELIMITED BY SIZE
                   WS-TO-DATE DELIMITED BY SIZE
                   INTO WS-RANGE-TEXT
               END-STRING
           ELSE
               MOVE "ALL DATES" TO WS-RANGE-TEXT
           END-IF.
      *****************************************************************
      * A GIVEN END OF THE RANGE MUST BE A REAL DATE                  *
      *****************************************************************
       CHECK-FROM-DATE.
           IF WS-FROM-DATE IS NOT NUMERIC
               DISPLAY "PRIVREQ: date must be YYYYMMDD"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(WS-FROM-DATE))
                   NOT = 0
               DISPLAY "PRIVREQ: not a valid date: " WS-FROM-DATE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *****************************************************************
      * A GIVEN END OF THE RANGE MUST BE A REAL DATE                  *
      *****************************************************************
       CHECK-TO-DATE.
           IF WS-TO-DATE IS NOT NUMERIC
               DISPLAY "PRIVREQ: date must be YYYYMMDD"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(WS-TO-DATE))
                   NOT = 0
               DISPLAY "PRIVREQ: not a valid date: " WS-TO-DATE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *****************************************************************
      * EXTRACT MODE -- ONE SECTION PER FILE IN THE EXTRACT, THEN A   *
      * SUMMARY OF THE COUNTS                                         *
      *****************************************************************
       RUN-EXTRACT.
           PERFORM PROMPT-REQUEST
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP
           STRING "privacy-extract-" DELIMITED BY SIZE
               WS-RUN-STAMP(1:14) DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO REPORT-FILE-PATH
           END-STRING
           PERFORM OPEN-REPORT-FILE
           MOVE 'N' TO WS-ECHO-FLAG
           MOVE ALL "=" TO WS-REPORT-LINE(1:102)
           PERFORM PUT-REPORT-LINE
           STRING "PRIVACY EXTRACT FOR CLIENT " DELIMITED BY SIZE
               FUNCTION TRIM(WS-TARGET-IP) DELIMITED BY SIZE
               " -- " DELIMITED BY SIZE
               FUNCTION TRIM(WS-RANGE-TEXT) DELIMITED BY SIZE
               " -- TAKEN " DELIMITED BY SIZE
               WS-RUN-STAMP(1:14) DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM PUT-REPORT-LINE
           MOVE ALL "=" TO WS-REPORT-LINE(1:102)
           PERFORM PUT-REPORT-LINE
           MOVE 'X' TO WS-ACTION
           MOVE 'F' TO WS-PASS
           PERFORM SCAN-ALL-SOURCES
           MOVE ALL "=" TO WS-REPORT-LINE(1:102)
           PERFORM PUT-REPORT-LINE
           MOVE "SUMMARY" TO WS-REPORT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE 'Y' TO WS-ECHO-FLAG
           PERFORM VARYING WS-SRC-SUB FROM 1 BY 1
                   UNTIL WS-SRC-SUB > SRC-COUNT
               MOVE SRC-FOUND(WS-SRC-SUB) TO WS-COUNT-DISP
               MOVE SPACES TO WS-REPORT-LINE
               MOVE SRC-TITLE(WS-SRC-SUB) TO WS-REPORT-LINE(3:20)
               MOVE WS-COUNT-DISP TO WS-REPORT-LINE(24:9)
               MOVE "RECORD(S)" TO WS-REPORT-LINE(34:9)
               IF SRC-STATE(WS-SRC-SUB) NOT = "OK"
                   MOVE SRC-STATE(WS-SRC-SUB) TO WS-REPORT-LINE(44:14)
               END-IF
               PERFORM PUT-REPORT-LINE
           END-PERFORM
           MOVE ALL "=" TO WS-REPORT-LINE(1:102)
           PERFORM PUT-REPORT-LINE
           CLOSE REPORT-FILE
           DISPLAY "PRIVREQ: extract written to "
               FUNCTION TRIM(REPORT-FILE-PATH).
      *****************************************************************
      * ERASE MODE -- ONLY WITH THE SERVER STOPPED AND THE OPERATOR'S *
      * CONFIRMATION. COUNTS WHAT IS HELD, ERASES IT, THEN READS      *
      * EVERY FILE BACK SO THE CERTIFICATE SHOWS WHAT IS LEFT         *
      *****************************************************************
       RUN-ERASE.
           PERFORM CHECK-SERVER-STOPPED
           PERFORM PROMPT-REQUEST
           DISPLAY "Request reference (for the certificate): "
               WITH NO ADVANCING
           ACCEPT WS-REQUEST-REF
           DISPLAY "Erase everything held for "
               FUNCTION TRIM(WS-TARGET-IP) ", "
               FUNCTION TRIM(WS-RANGE-TEXT) " (Y/N): "
               WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "YES"
               DISPLAY "PRIVREQ: erasure not confirmed - nothing "
                   "changed"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP
           STRING "erasure-certificate-" DELIMITED BY SIZE
               WS-RUN-STAMP(1:14) DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO REPORT-FILE-PATH
           END-STRING
           PERFORM OPEN-REPORT-FILE
           MOVE 'E' TO WS-ACTION
           MOVE 'F' TO WS-PASS
           PERFORM SCAN-ALL-SOURCES
           MOVE 'C' TO WS-ACTION
           MOVE 'R' TO WS-PASS
           PERFORM SCAN-ALL-SOURCES
           PERFORM WRITE-CERTIFICATE
           CLOSE REPORT-FILE
           IF WS-COMPLETE-FLAG NOT = 'Y' AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY "PRIVREQ: certificate written to "
               FUNCTION TRIM(REPORT-FILE-PATH).
      *****************************************************************
      * AN ERASURE REWRITES THE SECURITY LOG AND UPLOAD REGISTER THE  *
      * SERVER APPENDS TO, SO IT NEEDS THE SERVER DOWN -- THE STOP    *
      * FILE IN PLACE AND THE STATS RECORD SHOWING BOTH LISTENERS     *
      * DOWN WITH NO WORKERS                                          *
      *****************************************************************
       CHECK-SERVER-STOPPED.
           OPEN INPUT STOP-FILE
           IF WS-STOP-STATUS NOT = "00"
               DISPLAY "PRIVREQ: no stop file at "
                   FUNCTION TRIM(STOP-FILE-PATH)
                   " - stop the server before an erasure"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE STOP-FILE
           OPEN INPUT STATS-FILE
           IF WS-STATS-STATUS = "00"
               READ STATS-FILE
               IF WS-STATS-STATUS = "00"
                   COMPUTE WS-WORKERS-TOTAL =
                       STATS-ACTIVE-WORKERS + STATS-TLS-WORKERS
                   IF STATS-LISTENER-STATE = "U" OR
                           STATS-TLS-LISTENER-STATE = "U" OR
                           WS-WORKERS-TOTAL > 0
                       DISPLAY "PRIVREQ: the server is still "
                           "running (listener "
                           STATS-LISTENER-STATE "/"
                           STATS-TLS-LISTENER-STATE ", "
                           WS-WORKERS-TOTAL " worker(s)) - wait for "
                           "it to stop"
                       DISPLAY "PRIVREQ: if it ended without "
                           "stopping, remove "
                           FUNCTION TRIM(STATS-FILE-PATH)
                           " once no server process is left"
                       CLOSE STATS-FILE
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
               CLOSE STATS-FILE
           END-IF.
      *****************************************************************
      * OPEN THE EXTRACT OR CERTIFICATE -- WITHOUT IT THE RUN HAS     *
      * NOTHING TO SHOW, SO NOTHING IS READ OR CHANGED                *
      *****************************************************************
       OPEN-REPORT-FILE.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "PRIVREQ: cannot open "
                   FUNCTION TRIM(REPORT-FILE-PATH)
                   ", status " WS-REPORT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
      *****************************************************************
      * RUN EVERY FILE'S SCAN, KEEPING ITS RESULT IN THE SOURCE TABLE *
      *****************************************************************
       SCAN-ALL-SOURCES.
           MOVE 1 TO WS-SRC-SUB
           PERFORM SCAN-ARCHIVE
           PERFORM STORE-SCAN-RESULT
           MOVE 2 TO WS-SRC-SUB
           PERFORM SCAN-FORM-SUBMISSIONS
           PERFORM STORE-SCAN-RESULT
           MOVE 3 TO WS-SRC-SUB
           PERFORM SCAN-SECURITY-LOG
           PERFORM STORE-SCAN-RESULT
           MOVE 4 TO WS-SRC-SUB
           PERFORM SCAN-UPLOAD-REGISTER
           PERFORM STORE-SCAN-RESULT
           MOVE 5 TO WS-SRC-SUB
           PERFORM SCAN-BLOCK-LIST
           PERFORM STORE-SCAN-RESULT
           MOVE 6 TO WS-SRC-SUB
           PERFORM SCAN-RATE-LIMIT
           PERFORM STORE-SCAN-RESULT.
      *****************************************************************
      * START A SCAN -- CLEAR ITS COUNTS AND, FOR AN EXTRACT, HEAD    *
      * THE FILE'S SECTION                                            *
      *****************************************************************
       BEGIN-SCAN.
           MOVE 0 TO WS-SCAN-FOUND
           MOVE 0 TO WS-SCAN-ERASED
           MOVE 0 TO WS-SCAN-RETAINED
           MOVE "OK" TO WS-SCAN-STATE
           IF WS-ACTION = 'X'
               MOVE SPACES TO WS-REPORT-LINE
               PERFORM PUT-REPORT-LINE
               STRING SRC-TITLE(WS-SRC-SUB) DELIMITED BY "  "
                   " (" DELIMITED BY SIZE
                   FUNCTION TRIM(SRC-PATH(WS-SRC-SUB))
                       DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM PUT-REPORT-LINE
               MOVE ALL "-" TO WS-REPORT-LINE(1:102)
               PERFORM PUT-REPORT-LINE
           END-IF.
      *****************************************************************
      * A FILE THAT COULD NOT BE OPENED -- NO SUCH FILE IS NOTHING    *
      * HELD, ANY OTHER STATUS FAILS THE RUN                          *
      *****************************************************************
       NOTE-OPEN-FAILURE.
           IF WS-OPEN-STATUS = "35"
               MOVE "ABSENT" TO WS-SCAN-STATE
           ELSE
               MOVE "OPEN FAILED" TO WS-SCAN-STATE
               DISPLAY "PRIVREQ: cannot open "
                   FUNCTION TRIM(SRC-PATH(WS-SRC-SUB))
                   ", status " WS-OPEN-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF.
      *****************************************************************
      * CLOSE A SCAN -- FOR AN EXTRACT, THE SECTION'S RECORD COUNT OR *
      * WHY THE FILE WAS NOT READ                                     *
      *****************************************************************
       END-SCAN.
           IF WS-ACTION = 'X'
               EVALUATE WS-SCAN-STATE
                   WHEN "ABSENT"
                       MOVE "  NO SUCH FILE - NOTHING HELD"
                           TO WS-REPORT-LINE
                   WHEN "OPEN FAILED"
                       STRING "  FILE COULD NOT BE OPENED, STATUS "
                           DELIMITED BY SIZE
                           WS-OPEN-STATUS DELIMITED BY SIZE
                           INTO WS-REPORT-LINE
                       END-STRING
                   WHEN OTHER
                       MOVE WS-SCAN-FOUND TO WS-COUNT-DISP
                       STRING "  " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-COUNT-DISP)
                               DELIMITED BY SIZE
                           " RECORD(S)" DELIMITED BY SIZE
                           INTO WS-REPORT-LINE
                       END-STRING
               END-EVALUATE
               PERFORM PUT-REPORT-LINE
           END-IF.
      *****************************************************************
      * FILE THE SCAN JUST RUN UNDER ITS SOURCE. THE READ-BACK PASS   *
      * ONLY FILLS IN WHAT IS STILL THERE                             *
      *****************************************************************
       STORE-SCAN-RESULT.
           IF WS-PASS = 'R'
               MOVE WS-SCAN-FOUND TO SRC-REMAINING(WS-SRC-SUB)
               IF WS-SCAN-STATE = "OPEN FAILED"
                   MOVE "RECHECK FAILED" TO SRC-STATE(WS-SRC-SUB)
               END-IF
           ELSE
               MOVE WS-SCAN-FOUND TO SRC-FOUND(WS-SRC-SUB)
               MOVE WS-SCAN-ERASED TO SRC-ERASED(WS-SRC-SUB)
               MOVE WS-SCAN-RETAINED TO SRC-RETAINED(WS-SRC-SUB)
               MOVE WS-SCAN-STATE TO SRC-STATE(WS-SRC-SUB)
           END-IF.
      *****************************************************************
      * ACCESS LOG ARCHIVE -- THE KEY LEADS WITH THE DATE, SO ONLY    *
      * THE RANGE ASKED FOR IS READ                                   *
      *****************************************************************
       SCAN-ARCHIVE.
           PERFORM BEGIN-SCAN
           IF WS-ACTION = 'E'
               OPEN I-O ARCHIVE-FILE
           ELSE
               OPEN INPUT ARCHIVE-FILE
           END-IF
           IF WS-ARCH-STATUS NOT = "00"
               MOVE WS-ARCH-STATUS TO WS-OPEN-STATUS
               PERFORM NOTE-OPEN-FAILURE
           ELSE
               MOVE WS-FROM-DATE TO LA-DATE
               MOVE 0 TO LA-SEQ
               START ARCHIVE-FILE KEY IS NOT LESS THAN LA-KEY
                   INVALID KEY
                       MOVE "23" TO WS-ARCH-STATUS
               END-START
               PERFORM UNTIL WS-ARCH-STATUS NOT = "00"
                   READ ARCHIVE-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-ARCH-STATUS
                       NOT AT END
                           IF LA-DATE > WS-TO-DATE
                               MOVE "10" TO WS-ARCH-STATUS
                           ELSE
                               IF LA-CLIENT-IP = WS-TARGET-IP
                                   PERFORM TAKE-ARCHIVE-RECORD
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF
           PERFORM END-SCAN.
      *****************************************************************
      * ONE ARCHIVE RECORD FOR THE ADDRESS -- EXTRACT OR MASK IT      *
      *****************************************************************
       TAKE-ARCHIVE-RECORD.
           ADD 1 TO WS-SCAN-FOUND
           EVALUATE WS-ACTION
               WHEN 'X'
                   MOVE LA-BYTES TO WS-BYTES-DISP
                   MOVE LA-ELAPSED-MS TO WS-ELAPSED-DISP
                   STRING
                       "  "                         DELIMITED BY SIZE
                       LA-DATE                      DELIMITED BY SIZE
                       " "                          DELIMITED BY SIZE
                       FUNCTION TRIM(LA-CLIENT-IP)  DELIMITED BY SIZE
                       " "                          DELIMITED BY SIZE
                       FUNCTION TRIM(LA-VHOST-NAME) DELIMITED BY SIZE
                       " "                          DELIMITED BY SIZE
                       FUNCTION TRIM(LA-METHOD)     DELIMITED BY SIZE
                       " "                          DELIMITED BY SIZE
                       FUNCTION TRIM(LA-PATH)       DELIMITED BY SIZE
                       " "                          DELIMITED BY SIZE
                       LA-STATUS                    DELIMITED BY SIZE
                       " "                          DELIMITED BY SIZE
                       FUNCTION TRIM(WS-BYTES-DISP) DELIMITED BY SIZE
                       " "                          DELIMITED BY SIZE
                       FUNCTION TRIM(LA-MIME-TYPE)  DELIMITED BY SIZE
                       " "                          DELIMITED BY SIZE
                       QUOTE                        DELIMITED BY SIZE
                       FUNCTION TRIM(LA-REFERER)    DELIMITED BY SIZE
                       QUOTE                        DELIMITED BY SIZE
                       " "                          DELIMITED BY SIZE
                       QUOTE                        DELIMITED BY SIZE
                       FUNCTION TRIM(LA-USER-AGENT) DELIMITED BY SIZE
                       QUOTE                        DELIMITED BY SIZE
                       " "                          DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ELAPSED-DISP)
                                                    DELIMITED BY SIZE
                       "ms"                         DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   END-STRING
                   PERFORM PUT-REPORT-LINE
               WHEN 'E'
                   MOVE WS-MASKED-IP TO LA-CLIENT-IP
                   REWRITE LOG-ARCHIVE-RECORD
                   IF WS-ARCH-STATUS = "00"
                       ADD 1 TO WS-SCAN-ERASED
                   ELSE
                       DISPLAY "PRIVREQ: archive rewrite failed for "
                           LA-DATE "/" LA-SEQ ", status "
                           WS-ARCH-STATUS
                       MOVE "00" TO WS-ARCH-STATUS
                   END-IF
           END-EVALUATE.
      *****************************************************************
      * FORM SUBMISSIONS -- KEYED BY SUBMISSION TIME, SO ONLY THE     *
      * RANGE ASKED FOR IS READ                                       *
      *****************************************************************
       SCAN-FORM-SUBMISSIONS.
           PERFORM BEGIN-SCAN
           IF WS-ACTION = 'E'
               OPEN I-O FORM-SUBMIT-FILE
           ELSE
               OPEN INPUT FORM-SUBMIT-FILE
           END-IF
           IF WS-FORM-STATUS NOT = "00"
               MOVE WS-FORM-STATUS TO WS-OPEN-STATUS
               PERFORM NOTE-OPEN-FAILURE
           ELSE
               MOVE LOW-VALUES TO FS-KEY
               MOVE WS-FROM-DATE TO FS-STAMP(1:8)
               START FORM-SUBMIT-FILE KEY IS NOT LESS THAN FS-KEY
                   INVALID KEY
                       MOVE "23" TO WS-FORM-STATUS
               END-START
               PERFORM UNTIL WS-FORM-STATUS NOT = "00"
                   READ FORM-SUBMIT-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-FORM-STATUS
                       NOT AT END
                           IF FS-STAMP(1:8) > WS-TO-DATE
                               MOVE "10" TO WS-FORM-STATUS
                           ELSE
                               IF FS-CLIENT-IP = WS-TARGET-IP
                                   PERFORM TAKE-FORM-RECORD
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FORM-SUBMIT-FILE
           END-IF
           PERFORM END-SCAN.
      *****************************************************************
      * ONE FORM SUBMISSION FOR THE ADDRESS -- EXTRACT IT, OR MASK    *
      * THE ADDRESS AND BLANK WHAT THE VISITOR TYPED                  *
      *****************************************************************
       TAKE-FORM-RECORD.
           ADD 1 TO WS-SCAN-FOUND
           EVALUATE WS-ACTION
               WHEN 'X'
                   STRING
                       "  "                         DELIMITED BY SIZE
                       FS-STAMP                     DELIMITED BY SIZE
                       " "                          DELIMITED BY SIZE
                       FUNCTION TRIM(FS-CLIENT-IP)  DELIMITED BY SIZE
                       " "                          DELIMITED BY SIZE
                       FUNCTION TRIM(FS-VHOST-NAME) DELIMITED BY SIZE
                       " form="                     DELIMITED BY SIZE
                       FUNCTION TRIM(FS-FORM-NAME)  DELIMITED BY SIZE
                       " fields="                   DELIMITED BY SIZE
                       FUNCTION TRIM(FS-FIELD-DATA) DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   END-STRING
                   PERFORM PUT-REPORT-LINE
               WHEN 'E'
                   MOVE WS-MASKED-IP TO FS-CLIENT-IP
                   MOVE SPACES TO FS-FIELD-DATA
                   REWRITE FORM-SUBMIT-RECORD
                   IF WS-FORM-STATUS = "00"
                       ADD 1 TO WS-SCAN-ERASED
                   ELSE
                       DISPLAY "PRIVREQ: form rewrite failed for "
                           FS-STAMP "/" FS-SEQ ", status "
                           WS-FORM-STATUS
                       MOVE "00" TO WS-FORM-STATUS
                   END-IF
           END-EVALUATE.
      *****************************************************************
      * SECURITY LOG -- READ THROUGH FOR MATCHING LINES. AN ERASURE   *
      * WITH ANYTHING FOUND THEN REWRITES THE LOG                     *
      *****************************************************************
       SCAN-SECURITY-LOG.
           PERFORM BEGIN-SCAN
           OPEN INPUT SECURITY-LOG-FILE
           IF WS-SEC-STATUS NOT = "00"
               MOVE WS-SEC-STATUS TO WS-OPEN-STATUS
               PERFORM NOTE-OPEN-FAILURE
           ELSE
               PERFORM UNTIL WS-SEC-STATUS NOT = "00"
                   READ SECURITY-LOG-FILE
                       AT END
                           MOVE "10" TO WS-SEC-STATUS
                       NOT AT END
                           PERFORM MATCH-SECURITY-LINE
                           IF WS-LINE-MATCH = 'Y'
                               ADD 1 TO WS-SCAN-FOUND
                               IF WS-ACTION = 'X'
                                   STRING "  " DELIMITED BY SIZE
                                       FUNCTION TRIM(
                                           SECURITY-LOG-RECORD TRAILING)
                                           DELIMITED BY SIZE
                                       INTO WS-REPORT-LINE
                                   END-STRING
                                   PERFORM PUT-REPORT-LINE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SECURITY-LOG-FILE
               IF WS-ACTION = 'E' AND WS-SCAN-FOUND > 0
                   PERFORM REWRITE-SECURITY-LOG
               END-IF
           END-IF
           PERFORM END-SCAN.
      *****************************************************************
      * A SECURITY LINE MATCHES WHEN IT STARTS WITH THE ADDRESS AND,  *
      * IF A RANGE WAS GIVEN, ITS TIMESTAMP FALLS IN IT               *
      *****************************************************************
       MATCH-SECURITY-LINE.
           MOVE 'N' TO WS-LINE-MATCH
           MOVE SPACES TO LOG-CLIENT-IP
           UNSTRING SECURITY-LOG-RECORD DELIMITED BY SPACE
               INTO LOG-CLIENT-IP
           END-UNSTRING
           IF LOG-CLIENT-IP = WS-TARGET-IP
               MOVE SPACES TO LOG-STAMP-REST
               UNSTRING SECURITY-LOG-RECORD DELIMITED BY "["
                   INTO LOG-SCRAP LOG-STAMP-REST
               END-UNSTRING
               PERFORM CHECK-LINE-IN-RANGE
           END-IF.
      *****************************************************************
      * COPY THE SECURITY LOG WITH THE ADDRESS ON EACH MATCHING LINE  *
      * MASKED, THEN PUT THE COPY IN THE LOG'S PLACE                  *
      *****************************************************************
       REWRITE-SECURITY-LOG.
           MOVE SPACES TO WORK-FILE-PATH
           STRING FUNCTION TRIM(SECURITY-LOG-PATH) DELIMITED BY SIZE
               ".erase" DELIMITED BY SIZE
               INTO WORK-FILE-PATH
           END-STRING
           OPEN INPUT SECURITY-LOG-FILE
           OPEN OUTPUT WORK-FILE
           IF WS-SEC-STATUS NOT = "00" OR WS-WORK-STATUS NOT = "00"
               IF WS-SEC-STATUS NOT = "00"
                   MOVE WS-SEC-STATUS TO WS-OPEN-STATUS
               ELSE
                   MOVE WS-WORK-STATUS TO WS-OPEN-STATUS
               END-IF
               PERFORM NOTE-OPEN-FAILURE
               CLOSE SECURITY-LOG-FILE
               CLOSE WORK-FILE
           ELSE
               PERFORM UNTIL WS-SEC-STATUS NOT = "00"
                   READ SECURITY-LOG-FILE
                       AT END
                           MOVE "10" TO WS-SEC-STATUS
                       NOT AT END
                           PERFORM MATCH-SECURITY-LINE
                           MOVE SPACES TO WORK-RECORD
                           IF WS-LINE-MATCH = 'Y'
                               STRING FUNCTION TRIM(WS-MASKED-IP)
                                   DELIMITED BY SIZE
                                   SECURITY-LOG-RECORD
                                       (WS-TARGET-IP-LEN + 1:)
                                   DELIMITED BY SIZE
                                   INTO WORK-RECORD
                               END-STRING
                               ADD 1 TO WS-SCAN-ERASED
                           ELSE
                               MOVE SECURITY-LOG-RECORD TO WORK-RECORD
                           END-IF
                           WRITE WORK-RECORD
                   END-READ
               END-PERFORM
               CLOSE SECURITY-LOG-FILE
               CLOSE WORK-FILE
               PERFORM REPLACE-WITH-WORK-FILE
           END-IF.
      *****************************************************************
      * UPLOAD REGISTER -- READ THROUGH FOR MATCHING LINES. AN        *
      * ERASURE WITH ANYTHING FOUND THEN REWRITES THE REGISTER        *
      *****************************************************************
       SCAN-UPLOAD-REGISTER.
           PERFORM BEGIN-SCAN
           OPEN INPUT UPLOAD-REGISTER-FILE
           IF WS-UPREG-STATUS NOT = "00"
               MOVE WS-UPREG-STATUS TO WS-OPEN-STATUS
               PERFORM NOTE-OPEN-FAILURE
           ELSE
               PERFORM UNTIL WS-UPREG-STATUS NOT = "00"
                   READ UPLOAD-REGISTER-FILE
                       AT END
                           MOVE "10" TO WS-UPREG-STATUS
                       NOT AT END
                           PERFORM MATCH-UPLOAD-LINE
                           IF WS-LINE-MATCH = 'Y'
                               ADD 1 TO WS-SCAN-FOUND
                               IF WS-ACTION = 'X'
                                   STRING "  " DELIMITED BY SIZE
                                       FUNCTION TRIM(
                                       UPLOAD-REGISTER-RECORD TRAILING)
                                           DELIMITED BY SIZE
                                       INTO WS-REPORT-LINE
                                   END-STRING
                                   PERFORM PUT-REPORT-LINE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE UPLOAD-REGISTER-FILE
               IF WS-ACTION = 'E' AND WS-SCAN-FOUND > 0
                   PERFORM REWRITE-UPLOAD-REGISTER
               END-IF
           END-IF
           PERFORM END-SCAN.
      *****************************************************************
      * AN UPLOAD LINE MATCHES WHEN ITS ip= FIELD IS THE ADDRESS AND, *
      * IF A RANGE WAS GIVEN, ITS TIMESTAMP FALLS IN IT. THE LINE IS  *
      * LEFT SPLIT AROUND THE FIELD FOR A REWRITE                     *
      *****************************************************************
       MATCH-UPLOAD-LINE.
           MOVE 'N' TO WS-LINE-MATCH
           MOVE SPACES TO UR-HEAD
           MOVE SPACES TO UR-REST
           MOVE 0 TO UR-HEAD-LEN
           UNSTRING UPLOAD-REGISTER-RECORD DELIMITED BY " ip="
               INTO UR-HEAD COUNT IN UR-HEAD-LEN
                    UR-REST
           END-UNSTRING
           MOVE SPACES TO UR-CLIENT-IP
           UNSTRING UR-REST DELIMITED BY SPACE
               INTO UR-CLIENT-IP
           END-UNSTRING
           IF UR-CLIENT-IP = WS-TARGET-IP AND UR-HEAD-LEN > 0
               MOVE SPACES TO LOG-STAMP-REST
               UNSTRING UPLOAD-REGISTER-RECORD DELIMITED BY "["
                   INTO LOG-SCRAP LOG-STAMP-REST
               END-UNSTRING
               PERFORM CHECK-LINE-IN-RANGE
           END-IF.
      *****************************************************************
      * COPY THE UPLOAD REGISTER WITH THE ip= FIELD ON EACH MATCHING  *
      * LINE MASKED, THEN PUT THE COPY IN THE REGISTER'S PLACE        *
      *****************************************************************
       REWRITE-UPLOAD-REGISTER.
           MOVE SPACES TO WORK-FILE-PATH
           STRING FUNCTION TRIM(UPLOAD-REGISTER-PATH) DELIMITED BY SIZE
               ".erase" DELIMITED BY SIZE
               INTO WORK-FILE-PATH
           END-STRING
           OPEN INPUT UPLOAD-REGISTER-FILE
           OPEN OUTPUT WORK-FILE
           IF WS-UPREG-STATUS NOT = "00" OR WS-WORK-STATUS NOT = "00"
               IF WS-UPREG-STATUS NOT = "00"
                   MOVE WS-UPREG-STATUS TO WS-OPEN-STATUS
               ELSE
                   MOVE WS-WORK-STATUS TO WS-OPEN-STATUS
               END-IF
               PERFORM NOTE-OPEN-FAILURE
               CLOSE UPLOAD-REGISTER-FILE
               CLOSE WORK-FILE
           ELSE
               PERFORM UNTIL WS-UPREG-STATUS NOT = "00"
                   READ UPLOAD-REGISTER-FILE
                       AT END
                           MOVE "10" TO WS-UPREG-STATUS
                       NOT AT END
                           PERFORM MATCH-UPLOAD-LINE
                           MOVE SPACES TO WORK-RECORD
                           IF WS-LINE-MATCH = 'Y'
                               STRING UR-HEAD(1:UR-HEAD-LEN)
                                   DELIMITED BY SIZE
                                   " ip=" DELIMITED BY SIZE
                                   FUNCTION TRIM(WS-MASKED-IP)
                                   DELIMITED BY SIZE
                                   UR-REST(WS-TARGET-IP-LEN + 1:)
                                   DELIMITED BY SIZE
                                   INTO WORK-RECORD
                               END-STRING
                               ADD 1 TO WS-SCAN-ERASED
                           ELSE
                               MOVE UPLOAD-REGISTER-RECORD
                                   TO WORK-RECORD
                           END-IF
                           WRITE WORK-RECORD
                   END-READ
               END-PERFORM
               CLOSE UPLOAD-REGISTER-FILE
               CLOSE WORK-FILE
               PERFORM REPLACE-WITH-WORK-FILE
           END-IF.
      *****************************************************************
      * RENAME THE MASKED COPY OVER THE FILE IT WAS MADE FROM. IF     *
      * THAT FAILS THE ORIGINAL IS UNTOUCHED AND NOTHING WAS ERASED   *
      *****************************************************************
       REPLACE-WITH-WORK-FILE.
           MOVE SPACES TO WS-FROM-PATHZ
           STRING FUNCTION TRIM(WORK-FILE-PATH) X"00"
               DELIMITED BY SIZE
               INTO WS-FROM-PATHZ
           END-STRING
           MOVE SPACES TO WS-TO-PATHZ
           STRING FUNCTION TRIM(SRC-PATH(WS-SRC-SUB)) X"00"
               DELIMITED BY SIZE
               INTO WS-TO-PATHZ
           END-STRING
           CALL "rename" USING
               BY REFERENCE WS-FROM-PATHZ
               BY REFERENCE WS-TO-PATHZ
               RETURNING WS-RETURN-CODE
           END-CALL
           IF WS-RETURN-CODE NOT = 0
               DISPLAY "PRIVREQ: rename of "
                   FUNCTION TRIM(WORK-FILE-PATH)
                   " failed, rc " WS-RETURN-CODE
               MOVE "RENAME FAILED" TO WS-SCAN-STATE
               MOVE 0 TO WS-SCAN-ERASED
               MOVE 12 TO RETURN-CODE
           END-IF.
      *****************************************************************
      * A LOG LINE FOR THE ADDRESS COUNTS WHEN NO RANGE WAS GIVEN, OR *
      * WHEN ITS TIMESTAMP PARSES TO A DATE INSIDE THE RANGE          *
      *****************************************************************
       CHECK-LINE-IN-RANGE.
           IF WS-RANGE-FLAG = 'N'
               MOVE 'Y' TO WS-LINE-MATCH
           ELSE
               PERFORM PARSE-STAMP-DATE
               IF LOG-LINE-DATE NOT = SPACES AND
                       LOG-LINE-DATE >= WS-FROM-DATE AND
                       LOG-LINE-DATE <= WS-TO-DATE
                   MOVE 'Y' TO WS-LINE-MATCH
               END-IF
           END-IF.
      *****************************************************************
      * TURN "[DD/Mon/YYYY:..." INTO A YYYYMMDD DATE, BLANK WHEN THE  *
      * LINE DOESN'T CARRY A RECOGNIZABLE TIMESTAMP                   *
      *****************************************************************
       PARSE-STAMP-DATE.
           MOVE SPACES TO LOG-LINE-DATE
           IF LOG-STAMP-REST NOT = SPACES
               MOVE SPACES TO LOG-STAMP-DAY
               MOVE SPACES TO LOG-STAMP-MONTH
               MOVE SPACES TO LOG-STAMP-YEAR
               UNSTRING LOG-STAMP-REST DELIMITED BY "/" OR ":"
                   INTO LOG-STAMP-DAY LOG-STAMP-MONTH LOG-STAMP-YEAR
               END-UNSTRING
               MOVE 0 TO LOG-MONTH-NUM
               PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 12
                   IF LOG-STAMP-MONTH = MONTH-ABBREV(WS-SUB)
                       MOVE WS-SUB TO LOG-MONTH-NUM
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF LOG-MONTH-NUM > 0 AND LOG-STAMP-YEAR NOT = SPACES
                   MOVE SPACES TO LOG-LINE-DATE
                   STRING LOG-STAMP-YEAR LOG-MONTH-NUM LOG-STAMP-DAY
                       DELIMITED BY SIZE
                       INTO LOG-LINE-DATE
                   END-STRING
               END-IF
           END-IF.
      *****************************************************************
      * BLOCK LIST -- AT MOST ONE ENTRY, KEYED BY THE ADDRESS. AN     *
      * ERASURE DELETES A QUARANTINE (TIER 'T') ENTRY BUT KEEPS AN    *
      * OPERATOR-CONFIRMED (TIER 'P') ONE, WHICH ONLY THE BLOCKLIST   *
      * UTILITY LIFTS                                                 *
      *****************************************************************
       SCAN-BLOCK-LIST.
           PERFORM BEGIN-SCAN
           IF WS-ACTION = 'E'
               OPEN I-O BLOCK-LIST-FILE
           ELSE
               OPEN INPUT BLOCK-LIST-FILE
           END-IF
           IF WS-BLOCK-STATUS NOT = "00"
               MOVE WS-BLOCK-STATUS TO WS-OPEN-STATUS
               PERFORM NOTE-OPEN-FAILURE
           ELSE
               MOVE WS-TARGET-IP TO BL-CLIENT-IP
               READ BLOCK-LIST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF WS-RANGE-FLAG = 'N' OR
                               (BL-ADDED-STAMP(1:8) >= WS-FROM-DATE AND
                                BL-ADDED-STAMP(1:8) <= WS-TO-DATE)
                           PERFORM TAKE-BLOCK-ENTRY
                       END-IF
               END-READ
               CLOSE BLOCK-LIST-FILE
           END-IF
           PERFORM END-SCAN.
      *****************************************************************
      * THE ADDRESS'S BLOCK-LIST ENTRY -- EXTRACT, DELETE OR RETAIN   *
      *****************************************************************
       TAKE-BLOCK-ENTRY.
           ADD 1 TO WS-SCAN-FOUND
           EVALUATE WS-ACTION
               WHEN 'X'
                   MOVE BL-SCORE TO WS-COUNT-DISP
                   MOVE BL-EXPIRY-EPOCH TO WS-EPOCH-DISP
                   STRING
                       "  "                         DELIMITED BY SIZE
                       FUNCTION TRIM(BL-CLIENT-IP)  DELIMITED BY SIZE
                       " tier="                     DELIMITED BY SIZE
                       BL-TIER                      DELIMITED BY SIZE
                       " added="                    DELIMITED BY SIZE
                       BL-ADDED-STAMP               DELIMITED BY SIZE
                       " expires-epoch="            DELIMITED BY SIZE
                       FUNCTION TRIM(WS-EPOCH-DISP) DELIMITED BY SIZE
                       " score="                    DELIMITED BY SIZE
                       FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   END-STRING
                   PERFORM PUT-REPORT-LINE
               WHEN 'E'
                   IF BL-TIER = 'P'
                       ADD 1 TO WS-SCAN-RETAINED
                   ELSE
                       DELETE BLOCK-LIST-FILE RECORD
                       IF WS-BLOCK-STATUS = "00"
                           ADD 1 TO WS-SCAN-ERASED
                       ELSE
                           DISPLAY "PRIVREQ: block-list delete "
                               "failed, status " WS-BLOCK-STATUS
                       END-IF
                   END-IF
           END-EVALUATE.
      *****************************************************************
      * RATE LIMIT -- AT MOST ONE ENTRY, KEYED BY THE ADDRESS. IT     *
      * ONLY EVER HOLDS THE CURRENT WINDOW, SO NO DATE RANGE APPLIES  *
      *****************************************************************
       SCAN-RATE-LIMIT.
           PERFORM BEGIN-SCAN
           IF WS-ACTION = 'E'
               OPEN I-O RATE-LIMIT-FILE
           ELSE
               OPEN INPUT RATE-LIMIT-FILE
           END-IF
           IF WS-RATE-STATUS NOT = "00"
               MOVE WS-RATE-STATUS TO WS-OPEN-STATUS
               PERFORM NOTE-OPEN-FAILURE
           ELSE
               MOVE WS-TARGET-IP TO RL-CLIENT-IP
               READ RATE-LIMIT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM TAKE-RATE-ENTRY
               END-READ
               CLOSE RATE-LIMIT-FILE
           END-IF
           PERFORM END-SCAN.
      *****************************************************************
      * THE ADDRESS'S RATE-LIMIT ENTRY -- EXTRACT OR DELETE IT        *
      *****************************************************************
       TAKE-RATE-ENTRY.
           ADD 1 TO WS-SCAN-FOUND
           EVALUATE WS-ACTION
               WHEN 'X'
                   MOVE RL-COUNT TO WS-COUNT-DISP
                   MOVE RL-WINDOW-START TO WS-EPOCH-DISP
                   STRING
                       "  "                         DELIMITED BY SIZE
                       FUNCTION TRIM(RL-CLIENT-IP)  DELIMITED BY SIZE
                       " window-start-epoch="       DELIMITED BY SIZE
                       FUNCTION TRIM(WS-EPOCH-DISP) DELIMITED BY SIZE
                       " requests="                 DELIMITED BY SIZE
                       FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   END-STRING
                   PERFORM PUT-REPORT-LINE
               WHEN 'E'
                   DELETE RATE-LIMIT-FILE RECORD
                   IF WS-RATE-STATUS = "00"
                       ADD 1 TO WS-SCAN-ERASED
                   ELSE
                       DISPLAY "PRIVREQ: rate-limit delete failed, "
                           "status " WS-RATE-STATUS
                   END-IF
           END-EVALUATE.
      *****************************************************************
      * THE CERTIFICATE OF ERASURE -- THE REQUEST, THEN PER FILE WHAT *
      * WAS FOUND, ERASED AND RETAINED AND WHAT THE READ-BACK STILL   *
      * FOUND. THE ERASURE IS COMPLETE WHEN EVERY FILE WAS READ AND   *
      * NOTHING BUT RETAINED RECORDS REMAIN                           *
      *****************************************************************
       WRITE-CERTIFICATE.
           MOVE 'Y' TO WS-ECHO-FLAG
           MOVE 0 TO WS-TOTAL-FOUND
           MOVE 0 TO WS-TOTAL-ERASED
           MOVE ALL "=" TO WS-REPORT-LINE(1:102)
           PERFORM PUT-REPORT-LINE
           MOVE "CERTIFICATE OF ERASURE" TO WS-REPORT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE ALL "=" TO WS-REPORT-LINE(1:102)
           PERFORM PUT-REPORT-LINE
           STRING "CLIENT ADDRESS    : " DELIMITED BY SIZE
               FUNCTION TRIM(WS-TARGET-IP) DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM PUT-REPORT-LINE
           STRING "DATE RANGE        : " DELIMITED BY SIZE
               FUNCTION TRIM(WS-RANGE-TEXT) DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM PUT-REPORT-LINE
           STRING "REQUEST REFERENCE : " DELIMITED BY SIZE
               FUNCTION TRIM(WS-REQUEST-REF) DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM PUT-REPORT-LINE
           STRING "ERASED AT         : " DELIMITED BY SIZE
               WS-RUN-STAMP(1:4) "-" WS-RUN-STAMP(5:2) "-"
               WS-RUN-STAMP(7:2) " " WS-RUN-STAMP(9:2) ":"
               WS-RUN-STAMP(11:2) ":" WS-RUN-STAMP(13:2)
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM PUT-REPORT-LINE
           MOVE ALL "-" TO WS-REPORT-LINE(1:102)
           PERFORM PUT-REPORT-LINE
           MOVE "  FILE" TO WS-REPORT-LINE
           MOVE "FOUND" TO WS-REPORT-LINE(28:5)
           MOVE "ERASED" TO WS-REPORT-LINE(37:6)
           MOVE "RETAINED" TO WS-REPORT-LINE(45:8)
           MOVE "REMAINING" TO WS-REPORT-LINE(54:9)
           MOVE "ACTION" TO WS-REPORT-LINE(65:6)
           PERFORM PUT-REPORT-LINE
           PERFORM VARYING WS-SRC-SUB FROM 1 BY 1
                   UNTIL WS-SRC-SUB > SRC-COUNT
               PERFORM PUT-CERTIFICATE-LINE
           END-PERFORM
           MOVE ALL "-" TO WS-REPORT-LINE(1:102)
           PERFORM PUT-REPORT-LINE
           MOVE WS-TOTAL-FOUND TO WS-COUNT-DISP
           MOVE WS-TOTAL-ERASED TO WS-COUNT-DISP-2
           MOVE "  TOTAL" TO WS-REPORT-LINE
           MOVE WS-COUNT-DISP TO WS-REPORT-LINE(24:9)
           MOVE WS-COUNT-DISP-2 TO WS-REPORT-LINE(34:9)
           PERFORM PUT-REPORT-LINE
           MOVE ALL "=" TO WS-REPORT-LINE(1:102)
           PERFORM PUT-REPORT-LINE
           IF WS-COMPLETE-FLAG = 'Y'
               MOVE "ERASURE COMPLETE -- NO RECORD FOR THE ADDRESS "
                   TO WS-REPORT-LINE
               MOVE "REMAINS BEYOND THOSE RETAINED ABOVE"
                   TO WS-REPORT-LINE(47:35)
           ELSE
               MOVE "ERASURE INCOMPLETE -- SEE THE FILES ABOVE"
                   TO WS-REPORT-LINE
           END-IF
           PERFORM PUT-REPORT-LINE
           MOVE "RETAINED = OPERATOR-CONFIRMED BLOCK-LIST ENTRY, "
               TO WS-REPORT-LINE
           MOVE "LIFTED ONLY THROUGH THE BLOCKLIST UTILITY"
               TO WS-REPORT-LINE(49:41)
           PERFORM PUT-REPORT-LINE
           MOVE ALL "=" TO WS-REPORT-LINE(1:102)
           PERFORM PUT-REPORT-LINE.
      *****************************************************************
      * ONE FILE'S LINE ON THE CERTIFICATE                            *
      *****************************************************************
       PUT-CERTIFICATE-LINE.
           ADD SRC-FOUND(WS-SRC-SUB) TO WS-TOTAL-FOUND
           ADD SRC-ERASED(WS-SRC-SUB) TO WS-TOTAL-ERASED
           IF (SRC-STATE(WS-SRC-SUB) NOT = "OK" AND
                   SRC-STATE(WS-SRC-SUB) NOT = "ABSENT") OR
                   SRC-REMAINING(WS-SRC-SUB) NOT =
                   SRC-RETAINED(WS-SRC-SUB)
               MOVE 'N' TO WS-COMPLETE-FLAG
           END-IF
           MOVE SRC-FOUND(WS-SRC-SUB) TO WS-COUNT-DISP
           MOVE SRC-ERASED(WS-SRC-SUB) TO WS-COUNT-DISP-2
           MOVE SRC-RETAINED(WS-SRC-SUB) TO WS-COUNT-DISP-3
           MOVE SRC-REMAINING(WS-SRC-SUB) TO WS-COUNT-DISP-4
           MOVE SPACES TO WS-REPORT-LINE
           MOVE SRC-TITLE(WS-SRC-SUB) TO WS-REPORT-LINE(3:20)
           MOVE WS-COUNT-DISP TO WS-REPORT-LINE(24:9)
           MOVE WS-COUNT-DISP-2 TO WS-REPORT-LINE(34:9)
           MOVE WS-COUNT-DISP-3 TO WS-REPORT-LINE(44:9)
           MOVE WS-COUNT-DISP-4 TO WS-REPORT-LINE(54:9)
           IF SRC-STATE(WS-SRC-SUB) = "OK"
               MOVE SRC-ERASE-ACTION(WS-SRC-SUB)
                   TO WS-REPORT-LINE(65:30)
           ELSE
               MOVE SRC-STATE(WS-SRC-SUB) TO WS-REPORT-LINE(65:14)
           END-IF
           PERFORM PUT-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "    " DELIMITED BY SIZE
               FUNCTION TRIM(SRC-PATH(WS-SRC-SUB)) DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM PUT-REPORT-LINE.
      *****************************************************************
      * AGEMASK MODE -- MASK THE ADDRESS ON EVERY ARCHIVE RECORD      *
      * DATED BEFORE TODAY LESS ARCHIVE-IP-MASK-DAYS. THE KEY LEADS   *
      * WITH THE DATE, SO THE READ STOPS AT THE CUTOFF                *
      *****************************************************************
       RUN-AGE-MASK.
           IF ARCHIVE-IP-MASK-DAYS = 0
               DISPLAY "PRIVREQ: ARCHIVE-IP-MASK-DAYS is 0 - archive "
                   "addresses are kept"
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           MOVE FUNCTION NUMVAL(WS-TODAY-DATE) TO WS-TODAY-NUM
           COMPUTE WS-CUTOFF-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
               - ARCHIVE-IP-MASK-DAYS
           COMPUTE WS-CUTOFF-NUM =
               FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
           MOVE WS-CUTOFF-NUM TO WS-CUTOFF-DATE
           DISPLAY "PRIVREQ: masking archive addresses before "
               WS-CUTOFF-DATE
           OPEN I-O ARCHIVE-FILE
           IF WS-ARCH-STATUS = "35"
               DISPLAY "PRIVREQ: no archive file "
                   FUNCTION TRIM(ARCHIVE-FILE-PATH)
                   " - nothing to mask"
               STOP RUN
           END-IF
           IF WS-ARCH-STATUS NOT = "00"
               DISPLAY "Error opening archive file: "
                   FUNCTION TRIM(ARCHIVE-FILE-PATH)
                   " status " WS-ARCH-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE LOW-VALUES TO LA-KEY
           START ARCHIVE-FILE KEY IS NOT LESS THAN LA-KEY
               INVALID KEY
                   MOVE "23" TO WS-ARCH-STATUS
           END-START
           PERFORM UNTIL WS-ARCH-STATUS NOT = "00"
               READ ARCHIVE-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-ARCH-STATUS
                   NOT AT END
                       IF LA-DATE NOT < WS-CUTOFF-DATE
                           MOVE "10" TO WS-ARCH-STATUS
                       ELSE
                           IF LA-CLIENT-IP NOT = WS-MASKED-IP
                               MOVE WS-MASKED-IP TO LA-CLIENT-IP
                               REWRITE LOG-ARCHIVE-RECORD
                               IF WS-ARCH-STATUS = "00"
                                   ADD 1 TO WS-MASKED-COUNT
                               ELSE
                                   DISPLAY "PRIVREQ: archive rewrite "
                                       "failed for " LA-DATE "/" LA-SEQ
                                       ", status " WS-ARCH-STATUS
                                   MOVE 12 TO RETURN-CODE
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-FILE
           DISPLAY "PRIVREQ: masked " WS-MASKED-COUNT
               " archive record(s)".
      *****************************************************************
      * WRITE ONE LINE TO THE EXTRACT OR CERTIFICATE, ECHOING IT TO   *
      * THE CONSOLE WHEN ASKED, AND CLEAR IT FOR THE NEXT             *
      *****************************************************************
       PUT-REPORT-LINE.
           IF WS-ECHO-FLAG = 'Y'
               DISPLAY FUNCTION TRIM(WS-REPORT-LINE TRAILING)
           END-IF
           IF WS-REPORT-STATUS = "00"
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-REPORT-LINE.
      *****************************************************************
      * TERMINATE PROGRAM                                             *
      *****************************************************************
       END PROGRAM PRIVREQ.
