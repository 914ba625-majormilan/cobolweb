      *             HASH ITSELF WITH THE SAME crypt() CALL THE SERVER *
      *             VERIFIES WITH), DELETES, DISABLES OR RE-ENABLES   *
      *             A USER, AND LISTS ENTRIES. VALIDATES DUPLICATES   *
      *             AND THE 50-ENTRY TABLE LIMIT BEFORE WRITING.      *
      *             ALSO KEEPS EACH USER'S RECORD IN THE SHARED AUTH  *
      *             SECURITY FILE -- DATING EVERY PASSWORD IT SETS,   *
      *             UNLOCKING A LOCKED-OUT USER, FORCING A PASSWORD   *
      *             TO EXPIRE -- AND REPORTS THE PASSWORDS DUE TO     *
      *             EXPIRE WITHIN A GIVEN NUMBER OF DAYS              *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDLOAD.
               CREDENTIALS-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRED-STATUS.
      *    AUTH-SECURITY-FILE - SHARED WITH WEBAPPLICATION            *
           SELECT AUTH-SECURITY-FILE ASSIGN TO DYNAMIC
               AUTH-SECURITY-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AS-USERNAME
               FILE STATUS IS WS-AUTHSEC-STATUS.
      *****************************************************************
      * DATA DIVISION DECLARES VARIABLES AND FILE STRUCTURES          *
      *****************************************************************
       01  CONFIG-RECORD     PIC X(450).
       FD  CREDENTIALS-FILE.
       01  CREDENTIALS-RECORD PIC X(160).
       FD  AUTH-SECURITY-FILE.
       COPY "sources/authsec.cpy".
       WORKING-STORAGE SECTION.
       01  CONFIG-FILE-PATH  PIC X(255).
          88 CONFIG-FILE-DEFAULT
           VALUE "/etc/cobweb/cobweb.htpasswd".
       01  WS-FILE-STATUS    PIC XX.
       01  WS-CRED-STATUS    PIC XX.
      *    AUTH SECURITY FILE -- THE SERVER MAY HOLD IT FOR A MOMENT, *
      *    SO OPENS RETRY THE WAY ITS WORKERS DO                      *
       01  AUTH-SECURITY-PATH PIC X(255) VALUE "authsec.idx".
       01  WS-AUTHSEC-STATUS PIC XX.
       01  AUTHSEC-RETRY-COUNT PIC 9(2) VALUE 0.
       01  AUTHSEC-RETRY-USLEEP PIC S9(9) COMP-5 VALUE 20000.
       01  AUTHSEC-OPEN-FLAG PIC X VALUE 'N'.
       01  AUTHSEC-FOUND-FLAG PIC X VALUE 'N'.
      *    PASSWORD AGING -- ZERO MEANS PASSWORDS NEVER EXPIRE         *
       01  AUTH-PASSWORD-MAX-DAYS PIC 9(4) VALUE 0.
       01  WS-TODAY          PIC 9(8) VALUE 0.
       01  WS-SET-DATE       PIC 9(8) VALUE 0.
       01  WS-PASSWORD-AGE   PIC S9(6) VALUE 0.
       01  WS-DAYS-LEFT      PIC S9(6) VALUE 0.
       01  WS-AGE-DISPLAY    PIC -(5)9.
       01  WS-LEFT-DISPLAY   PIC -(5)9.
       01  WS-WARN-DAYS      PIC 9(4) VALUE 0.
       01  WS-WARN-INPUT     PIC X(10) VALUE SPACES.
       01  WS-EXPIRING-COUNT PIC 9(3) VALUE 0.
       01  WS-LOCK-TEXT      PIC X(8) VALUE SPACES.
       01  WS-AGE-TEXT       PIC X(30) VALUE SPACES.
      *    IN-MEMORY COPY OF THE CREDENTIALS FILE, LINE BY LINE AND IN *
      *    ORDER -- OPERATOR COMMENT AND BLANK LINES ('C') ARE CARRIED *
      *    THROUGH THE REWRITE UNTOUCHED, ENTRY LINES ('E') ARE PARSED *
       01  CRED-OVERFLOW-FLAG PIC X VALUE 'N'.
       01  CRED-WRITE-ERRORS PIC 9(3) VALUE 0.
      *    OPERATOR DIALOGUE                                          *
       01  WS-COMMAND        PIC X(12) VALUE SPACES.
       01  WS-TARGET-USER    PIC X(40) VALUE SPACES.
       01  WS-NEW-PASSWORD   PIC X(200) VALUE SPACES.
      *    HASH GENERATION VIA THE C LIBRARY'S crypt() -- THE SALT IS  *
           PERFORM LOAD-CREDENTIALS
           DISPLAY "CREDLOAD: " CRED-USER-COUNT " entries loaded from "
               FUNCTION TRIM(CREDENTIALS-FILE-PATH)
           DISPLAY "Command (ADD/DELETE/DISABLE/ENABLE/PASSWORD/"
               "UNLOCK/FORCE-EXPIRE/LIST/EXPIRING): "
               WITH NO ADVANCING
           ACCEPT WS-COMMAND
           MOVE FUNCTION UPPER-CASE(WS-COMMAND) TO WS-COMMAND
                   PERFORM DISABLE-USER-ENTRY
               WHEN "ENABLE"
                   PERFORM ENABLE-USER-ENTRY
               WHEN "PASSWORD"
                   PERFORM CHANGE-USER-PASSWORD
               WHEN "UNLOCK"
                   PERFORM UNLOCK-USER-ENTRY
               WHEN "FORCE-EXPIRE"
                   PERFORM FORCE-EXPIRE-USER-ENTRY
               WHEN "LIST"
                   PERFORM LIST-USER-ENTRIES
               WHEN "EXPIRING"
                   PERFORM REPORT-EXPIRING-PASSWORDS
               WHEN OTHER
                   DISPLAY "CREDLOAD: unknown command " WS-COMMAND
                   MOVE 8 TO RETURN-CODE
                               MOVE CONFIG-VALUE
                                   TO CREDENTIALS-FILE-PATH
                           END-IF
                           IF CONFIG-VARIABLE = "AUTH-SECURITY-PATH"
                               MOVE CONFIG-VALUE TO AUTH-SECURITY-PATH
                           END-IF
                           IF CONFIG-VARIABLE = "AUTH-PASSWORD-MAX-DAYS"
                               MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                                   TO AUTH-PASSWORD-MAX-DAYS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONFIG-FILE
                           PERFORM REWRITE-CREDENTIALS-FILE
                           DISPLAY "CREDLOAD: added "
                               FUNCTION TRIM(WS-TARGET-USER)
                           IF RETURN-CODE = 0
                               PERFORM RECORD-PASSWORD-SET
                           END-IF
                       END-IF
                   END-IF
               END-IF
               PERFORM REWRITE-CREDENTIALS-FILE
               DISPLAY "CREDLOAD: deleted "
                   FUNCTION TRIM(WS-TARGET-USER)
               IF RETURN-CODE = 0
                   PERFORM DELETE-SECURITY-RECORD
               END-IF
           END-IF.
      *****************************************************************
      * DISABLE AN ENTRY BY PREFIXING ITS HASH WITH "!" -- crypt()    *
               END-IF
           END-IF.
      *****************************************************************
      * GIVE AN EXISTING USER A NEW PASSWORD -- A DISABLED ENTRY      *
      * STAYS DISABLED, AND THE NEW PASSWORD IS DATED TODAY, WHICH    *
      * ALSO CLEARS ANY LOCK OR FORCED EXPIRY                         *
      *****************************************************************
       CHANGE-USER-PASSWORD.
           DISPLAY "Username: " WITH NO ADVANCING
           ACCEPT WS-TARGET-USER
           PERFORM FIND-USER-ENTRY
           IF CRED-FOUND-IDX = 0
               DISPLAY "CREDLOAD: no such user: "
                   FUNCTION TRIM(WS-TARGET-USER)
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "Password: " WITH NO ADVANCING
               ACCEPT WS-NEW-PASSWORD
               PERFORM GENERATE-PASSWORD-HASH
               IF WS-NEW-HASH = SPACES
                   DISPLAY "CREDLOAD: hash generation failed"
                   MOVE 12 TO RETURN-CODE
               ELSE
                   IF CRED-PASSHASH(CRED-FOUND-IDX)(1:1) = "!"
                       MOVE SPACES TO CRED-PASSHASH(CRED-FOUND-IDX)
                       STRING "!" WS-NEW-HASH(1:106)
                           DELIMITED BY SIZE
                           INTO CRED-PASSHASH(CRED-FOUND-IDX)
                       END-STRING
                   ELSE
                       MOVE WS-NEW-HASH TO CRED-PASSHASH(CRED-FOUND-IDX)
                   END-IF
                   PERFORM REWRITE-CREDENTIALS-FILE
                   IF RETURN-CODE = 0
                       PERFORM RECORD-PASSWORD-SET
                       DISPLAY "CREDLOAD: password changed for "
                           FUNCTION TRIM(WS-TARGET-USER)
                   END-IF
               END-IF
           END-IF.
      *****************************************************************
      * CLEAR THE LOCK AND FAILED-LOGIN COUNT OF A LOCKED-OUT USER    *
      *****************************************************************
       UNLOCK-USER-ENTRY.
           DISPLAY "Username: " WITH NO ADVANCING
           ACCEPT WS-TARGET-USER
           PERFORM FIND-USER-ENTRY
           IF CRED-FOUND-IDX = 0
               DISPLAY "CREDLOAD: no such user: "
                   FUNCTION TRIM(WS-TARGET-USER)
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM OPEN-SECURITY-FILE-IO
               IF AUTHSEC-OPEN-FLAG = 'Y'
                   PERFORM READ-SECURITY-RECORD
                   IF AUTHSEC-FOUND-FLAG = 'N' OR
                           AS-LOCKED-FLAG NOT = 'Y'
                       DISPLAY "CREDLOAD: user is not locked"
                   ELSE
                       MOVE 'N' TO AS-LOCKED-FLAG
                       MOVE SPACES TO AS-LOCKED-STAMP
                       MOVE 0 TO AS-FAILED-COUNT
                       PERFORM WRITE-SECURITY-RECORD
                       IF RETURN-CODE = 0
                           DISPLAY "CREDLOAD: unlocked "
                               FUNCTION TRIM(WS-TARGET-USER)
                       END-IF
                   END-IF
                   CLOSE AUTH-SECURITY-FILE
               END-IF
           END-IF.
      *****************************************************************
      * MARK A USER'S PASSWORD EXPIRED WHATEVER ITS AGE -- THE SERVER *
      * REFUSES IT UNTIL A NEW ONE IS SET WITH THE PASSWORD COMMAND   *
      *****************************************************************
       FORCE-EXPIRE-USER-ENTRY.
           DISPLAY "Username: " WITH NO ADVANCING
           ACCEPT WS-TARGET-USER
           PERFORM FIND-USER-ENTRY
           IF CRED-FOUND-IDX = 0
               DISPLAY "CREDLOAD: no such user: "
                   FUNCTION TRIM(WS-TARGET-USER)
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM OPEN-SECURITY-FILE-IO
               IF AUTHSEC-OPEN-FLAG = 'Y'
                   PERFORM READ-SECURITY-RECORD
                   IF AS-FORCE-EXPIRE-FLAG = 'Y'
                       DISPLAY "CREDLOAD: password already expired"
                   ELSE
                       MOVE 'Y' TO AS-FORCE-EXPIRE-FLAG
                       PERFORM WRITE-SECURITY-RECORD
                       IF RETURN-CODE = 0
                           DISPLAY "CREDLOAD: password expired for "
                               FUNCTION TRIM(WS-TARGET-USER)
                       END-IF
                   END-IF
                   CLOSE AUTH-SECURITY-FILE
               END-IF
           END-IF.
      *****************************************************************
      * DATE WS-TARGET-USER'S NEW PASSWORD TODAY, STARTING THEM OFF   *
      * UNLOCKED WITH NO FAILED LOGINS AND NO FORCED EXPIRY           *
      *****************************************************************
       RECORD-PASSWORD-SET.
           PERFORM OPEN-SECURITY-FILE-IO
           IF AUTHSEC-OPEN-FLAG = 'Y'
               PERFORM READ-SECURITY-RECORD
               MOVE 0 TO AS-FAILED-COUNT
               MOVE SPACES TO AS-LAST-FAIL-STAMP
               MOVE 'N' TO AS-LOCKED-FLAG
               MOVE SPACES TO AS-LOCKED-STAMP
               MOVE FUNCTION CURRENT-DATE(1:8) TO AS-PASSWORD-SET-DATE
               MOVE 'N' TO AS-FORCE-EXPIRE-FLAG
               PERFORM WRITE-SECURITY-RECORD
               CLOSE AUTH-SECURITY-FILE
           END-IF.
      *****************************************************************
      * REMOVE A DELETED USER'S SECURITY RECORD, IF THEY HAD ONE, SO  *
      * A LATER USER OF THE SAME NAME STARTS CLEAN                    *
      *****************************************************************
       DELETE-SECURITY-RECORD.
           PERFORM OPEN-SECURITY-FILE-IO
           IF AUTHSEC-OPEN-FLAG = 'Y'
               MOVE WS-TARGET-USER TO AS-USERNAME
               DELETE AUTH-SECURITY-FILE
                   INVALID KEY
                       CONTINUE
               END-DELETE
               CLOSE AUTH-SECURITY-FILE
           END-IF.
      *****************************************************************
      * OPEN THE AUTH SECURITY FILE FOR UPDATE, CREATING IT THE FIRST *
      * TIME, AND RETRYING WHILE A SERVER WORKER HAS IT OPEN          *
      *****************************************************************
       OPEN-SECURITY-FILE-IO.
           MOVE 'N' TO AUTHSEC-OPEN-FLAG
           MOVE 0 TO AUTHSEC-RETRY-COUNT
           PERFORM WITH TEST AFTER UNTIL WS-AUTHSEC-STATUS = "00" OR
                   AUTHSEC-RETRY-COUNT > 25
               OPEN I-O AUTH-SECURITY-FILE
               IF WS-AUTHSEC-STATUS = "05" OR WS-AUTHSEC-STATUS = "35"
      *            FILE DOES NOT EXIST YET - CREATE IT                *
                   OPEN OUTPUT AUTH-SECURITY-FILE
                   CLOSE AUTH-SECURITY-FILE
                   OPEN I-O AUTH-SECURITY-FILE
               END-IF
               IF WS-AUTHSEC-STATUS NOT = "00"
                   ADD 1 TO AUTHSEC-RETRY-COUNT
                   CALL "usleep" USING BY VALUE AUTHSEC-RETRY-USLEEP
                   END-CALL
               END-IF
           END-PERFORM
           IF WS-AUTHSEC-STATUS = "00"
               MOVE 'Y' TO AUTHSEC-OPEN-FLAG
           ELSE
               DISPLAY "CREDLOAD: error opening "
                   FUNCTION TRIM(AUTH-SECURITY-PATH)
                   ", status " WS-AUTHSEC-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF.
      *****************************************************************
      * READ WS-TARGET-USER'S SECURITY RECORD -- WHEN THERE IS NONE,  *
      * LEAVE A FRESH ONE IN THE RECORD AREA WITH NO PASSWORD DATE    *
      *****************************************************************
       READ-SECURITY-RECORD.
           MOVE 'Y' TO AUTHSEC-FOUND-FLAG
           MOVE WS-TARGET-USER TO AS-USERNAME
           READ AUTH-SECURITY-FILE
               INVALID KEY
                   MOVE 'N' TO AUTHSEC-FOUND-FLAG
                   MOVE WS-TARGET-USER TO AS-USERNAME
                   MOVE 0 TO AS-FAILED-COUNT
                   MOVE SPACES TO AS-LAST-FAIL-STAMP
                   MOVE 'N' TO AS-LOCKED-FLAG
                   MOVE SPACES TO AS-LOCKED-STAMP
                   MOVE SPACES TO AS-PASSWORD-SET-DATE
                   MOVE 'N' TO AS-FORCE-EXPIRE-FLAG
           END-READ.
      *****************************************************************
      * WRITE BACK THE RECORD READ-SECURITY-RECORD LEFT IN THE AREA   *
      *****************************************************************
       WRITE-SECURITY-RECORD.
           IF AUTHSEC-FOUND-FLAG = 'Y'
               REWRITE AUTH-SECURITY-RECORD
           ELSE
               WRITE AUTH-SECURITY-RECORD
           END-IF
           IF WS-AUTHSEC-STATUS NOT = "00"
               DISPLAY "CREDLOAD: error writing security record for "
                   FUNCTION TRIM(WS-TARGET-USER)
                   ", status " WS-AUTHSEC-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF.
      *****************************************************************
      * LIST EVERY ENTRY, WHETHER IT IS ACTIVE OR DISABLED, WHETHER   *
      * IT IS LOCKED OUT, AND HOW OLD ITS PASSWORD IS                 *
      *****************************************************************
       LIST-USER-ENTRIES.
           PERFORM OPEN-SECURITY-FILE-INPUT
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           DISPLAY "================================================="
           DISPLAY "CREDENTIALS - "
               FUNCTION TRIM(CREDENTIALS-FILE-PATH)
           PERFORM VARYING CRED-TABLE-IDX FROM 1 BY 1
                   UNTIL CRED-TABLE-IDX > CRED-LINE-COUNT
               IF CRED-LINE-TYPE(CRED-TABLE-IDX) = 'E'
                   MOVE CRED-USERNAME(CRED-TABLE-IDX) TO WS-TARGET-USER
                   PERFORM DESCRIBE-SECURITY-RECORD
                   IF CRED-PASSHASH(CRED-TABLE-IDX)(1:1) = "!"
                       DISPLAY "  " CRED-USERNAME(CRED-TABLE-IDX)
                           " DISABLED " WS-LOCK-TEXT " "
                           FUNCTION TRIM(WS-AGE-TEXT)
                   ELSE
                       DISPLAY "  " CRED-USERNAME(CRED-TABLE-IDX)
                           " active   " WS-LOCK-TEXT " "
                           FUNCTION TRIM(WS-AGE-TEXT)
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY "  (" CRED-USER-COUNT " of 50 slots used)"
           IF AUTH-PASSWORD-MAX-DAYS > 0
               DISPLAY "  Passwords expire after "
                   AUTH-PASSWORD-MAX-DAYS " days"
           END-IF
           DISPLAY "================================================="
           IF AUTHSEC-OPEN-FLAG = 'Y'
               CLOSE AUTH-SECURITY-FILE
           END-IF.
      *****************************************************************
      * REPORT EVERY ACCOUNT WHOSE PASSWORD IS WITHIN THE GIVEN       *
      * NUMBER OF DAYS OF AUTH-PASSWORD-MAX-DAYS, OR ALREADY PAST IT  *
      * OR FORCE-EXPIRED. RETURN CODE 4 WHEN ANY ARE LISTED           *
      *****************************************************************
       REPORT-EXPIRING-PASSWORDS.
           DISPLAY "Warning window in days: " WITH NO ADVANCING
           ACCEPT WS-WARN-INPUT
           MOVE FUNCTION NUMVAL(WS-WARN-INPUT) TO WS-WARN-DAYS
           PERFORM OPEN-SECURITY-FILE-INPUT
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE 0 TO WS-EXPIRING-COUNT
           DISPLAY "================================================="
           DISPLAY "PASSWORDS EXPIRING WITHIN " WS-WARN-DAYS " DAYS"
           IF AUTH-PASSWORD-MAX-DAYS = 0
               DISPLAY "  AUTH-PASSWORD-MAX-DAYS not set - only "
                   "force-expired passwords are listed"
           ELSE
               DISPLAY "  Maximum password age "
                   AUTH-PASSWORD-MAX-DAYS " days"
           END-IF
           DISPLAY "================================================="
           PERFORM VARYING CRED-TABLE-IDX FROM 1 BY 1
                   UNTIL CRED-TABLE-IDX > CRED-LINE-COUNT
               IF CRED-LINE-TYPE(CRED-TABLE-IDX) = 'E'
                   MOVE CRED-USERNAME(CRED-TABLE-IDX) TO WS-TARGET-USER
                   PERFORM CHECK-ONE-EXPIRING-USER
               END-IF
           END-PERFORM
           DISPLAY "  " WS-EXPIRING-COUNT " account(s) listed"
           DISPLAY "================================================="
           IF AUTHSEC-OPEN-FLAG = 'Y'
               CLOSE AUTH-SECURITY-FILE
           END-IF
           IF WS-EXPIRING-COUNT > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF.
      *****************************************************************
      * LIST WS-TARGET-USER WHEN THEIR PASSWORD IS DUE TO EXPIRE      *
      *****************************************************************
       CHECK-ONE-EXPIRING-USER.
           PERFORM DESCRIBE-SECURITY-RECORD
           IF AS-FORCE-EXPIRE-FLAG = 'Y'
               ADD 1 TO WS-EXPIRING-COUNT
               DISPLAY "  " WS-TARGET-USER " FORCE-EXPIRED"
           ELSE
               IF AUTH-PASSWORD-MAX-DAYS > 0 AND
                       AS-PASSWORD-SET-DATE IS NUMERIC
                   COMPUTE WS-DAYS-LEFT =
                       AUTH-PASSWORD-MAX-DAYS - WS-PASSWORD-AGE
                   IF WS-DAYS-LEFT <= WS-WARN-DAYS
                       ADD 1 TO WS-EXPIRING-COUNT
                       MOVE WS-DAYS-LEFT TO WS-LEFT-DISPLAY
                       IF WS-DAYS-LEFT < 0
                           DISPLAY "  " WS-TARGET-USER " EXPIRED    "
                               FUNCTION TRIM(WS-AGE-TEXT)
                       ELSE
                           DISPLAY "  " WS-TARGET-USER " expires in "
                               FUNCTION TRIM(WS-LEFT-DISPLAY)
                               " day(s), "
                               FUNCTION TRIM(WS-AGE-TEXT)
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *****************************************************************
      * OPEN THE AUTH SECURITY FILE TO READ -- A MISSING FILE JUST    *
      * MEANS NO USER HAS A RECORD YET                                *
      *****************************************************************
       OPEN-SECURITY-FILE-INPUT.
           MOVE 'N' TO AUTHSEC-OPEN-FLAG
           OPEN INPUT AUTH-SECURITY-FILE
           IF WS-AUTHSEC-STATUS = "00"
               MOVE 'Y' TO AUTHSEC-OPEN-FLAG
           END-IF.
      *****************************************************************
      * LOOK UP WS-TARGET-USER'S SECURITY RECORD AND DESCRIBE IT IN   *
      * WS-LOCK-TEXT AND WS-AGE-TEXT, LEAVING THE PASSWORD AGE IN     *
      * WS-PASSWORD-AGE                                               *
      *****************************************************************
       DESCRIBE-SECURITY-RECORD.
           MOVE 'N' TO AUTHSEC-FOUND-FLAG
           IF AUTHSEC-OPEN-FLAG = 'Y'
               PERFORM READ-SECURITY-RECORD
           ELSE
               MOVE 'N' TO AS-LOCKED-FLAG
               MOVE SPACES TO AS-PASSWORD-SET-DATE
               MOVE 'N' TO AS-FORCE-EXPIRE-FLAG
           END-IF
           IF AS-LOCKED-FLAG = 'Y'
               MOVE "LOCKED" TO WS-LOCK-TEXT
           ELSE
               MOVE "unlocked" TO WS-LOCK-TEXT
           END-IF
           MOVE 0 TO WS-PASSWORD-AGE
           MOVE SPACES TO WS-AGE-TEXT
           IF AS-PASSWORD-SET-DATE IS NUMERIC
               MOVE AS-PASSWORD-SET-DATE TO WS-SET-DATE
               COMPUTE WS-PASSWORD-AGE =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY) -
                   FUNCTION INTEGER-OF-DATE(WS-SET-DATE)
               MOVE WS-PASSWORD-AGE TO WS-AGE-DISPLAY
               STRING "password age "
                   FUNCTION TRIM(WS-AGE-DISPLAY) " day(s)"
                   DELIMITED BY SIZE
                   INTO WS-AGE-TEXT
               END-STRING
           ELSE
               MOVE "password age unknown" TO WS-AGE-TEXT
           END-IF
           IF AS-FORCE-EXPIRE-FLAG = 'Y'
               MOVE "password FORCE-EXPIRED" TO WS-AGE-TEXT
           END-IF.
      *****************************************************************
      * WRITE THE WHOLE FILE BACK IN ITS ORIGINAL LINE ORDER --       *
      * COMMENT AND BLANK LINES VERBATIM, ENTRY LINES REBUILT AS      *
