      *****************************************************************
      * PROGRAM:    IDXBACKUP                                        *
      * AUTHOR:     MILÁN ATANÁZ MAJOR                                *
      * DATE:       15-OCT-2026                                       *
      * PURPOSE:    BACKUP AND RESTORE OF EVERY INDEXED FILE THE      *
      *             SERVER AND ITS BATCH PROGRAMS KEEP. TWO RUN       *
      *             MODES, CHOSEN AT THE CONSOLE:                     *
      *               BACKUP  - UNLOAD EACH FILE IN KEY ORDER TO ONE  *
      *                         BACKUP SET OF FIXED-LENGTH RECORDS,   *
      *                         BACKUP-DIR/cobweb-backup-STAMP.dat.   *
      *                         EACH FILE'S SECTION OPENS WITH A      *
      *                         HEADER GIVING ITS RECORD LENGTH,      *
      *                         RECORD COUNT AND LOW/HIGH KEY,        *
      *                         FOLLOWED BY ONE SET RECORD PER        *
      *                         RECORD. THE IMAGES ARE CARRIED AS     *
      *                         THEY ARE, SO A FORM BODY OR SESSION   *
      *                         HOLDING LINE BREAKS OR BINARY FIELDS  *
      *                         COMES BACK INTACT                     *
      *               RESTORE - RELOAD ONE FILE (BY NAME) OR ALL OF   *
      *                         THEM FROM A CHOSEN BACKUP SET. THE    *
      *                         SET IS CHECKED AGAINST ITS HEADERS    *
      *                         BEFORE ANYTHING IS TOUCHED, AND EACH  *
      *                         RELOADED FILE IS READ BACK AND ITS    *
      *                         COUNT AND KEY RANGE COMPARED WITH THE *
      *                         HEADER. REFUSED UNLESS THE SERVER HAS *
      *                         BEEN STOPPED -- THE STOP FILE IS IN   *
      *                         PLACE AND THE STATS RECORD SHOWS BOTH *
      *                         LISTENERS DOWN WITH NO WORKERS        *
      *             RETURN CODE 4 WHEN A FILE CHANGED DURING BACKUP,  *
      *             8 FOR A REFUSED RESTORE OR ANY MISMATCH, 12 WHEN  *
      *             A FILE CANNOT BE OPENED                           *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDXBACKUP.
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
      *    BACKUP-FILE IS ONE BACKUP SET                              *
           SELECT BACKUP-FILE ASSIGN TO DYNAMIC BACKUP-FILE-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BACKUP-STATUS.
      *    STOP-FILE IS THE SERVER'S GRACEFUL SHUTDOWN TRIGGER        *
           SELECT STOP-FILE ASSIGN TO DYNAMIC STOP-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STOP-STATUS.
      *    STATS-FILE IS THE SHARED LIVE STATISTICS RECORD            *
           SELECT STATS-FILE ASSIGN TO DYNAMIC STATS-FILE-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATS-STATUS.
      *    THE INDEXED FILES, ALL SHARING ONE STATUS FIELD -- ONLY    *
      *    ONE IS OPEN AT A TIME                                      *
      *    MIME TYPE INDEX                                            *
           SELECT MIME-FILE ASSIGN TO DYNAMIC MIME-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MF-EXTENSION
               FILE STATUS IS WS-IDX-STATUS.
      *    CLIENT BLOCK LIST                                          *
           SELECT BLOCK-LIST-FILE ASSIGN TO DYNAMIC BLOCK-LIST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BL-CLIENT-IP
               FILE STATUS IS WS-IDX-STATUS.
      *    RATE-LIMIT COUNTERS                                        *
           SELECT RATE-LIMIT-FILE ASSIGN TO DYNAMIC RATE-LIMIT-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RL-CLIENT-IP
               FILE STATUS IS WS-IDX-STATUS.
      *    SESSION STORE                                              *
           SELECT SESSION-FILE ASSIGN TO DYNAMIC SESSION-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SES-TOKEN
               FILE STATUS IS WS-IDX-STATUS.
      *    VHOST ACCOUNTING                                           *
           SELECT VHOST-ACCT-FILE ASSIGN TO DYNAMIC VHOST-ACCT-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VA-KEY
               FILE STATUS IS WS-IDX-STATUS.
      *    LOGIN LOCKOUT/AGING                                        *
           SELECT AUTH-SECURITY-FILE ASSIGN TO DYNAMIC
               AUTH-SECURITY-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AS-USERNAME
               FILE STATUS IS WS-IDX-STATUS.
      *    CONFIG VERSION HISTORY                                     *
           SELECT CONFIG-HISTORY-FILE ASSIGN TO DYNAMIC
               CONFIG-HISTORY-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CV-KEY
               FILE STATUS IS WS-IDX-STATUS.
      *    BANDWIDTH QUOTAS                                           *
           SELECT QUOTA-FILE ASSIGN TO DYNAMIC QUOTA-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS QT-VHOST-NAME
               FILE STATUS IS WS-IDX-STATUS.
      *    LOG GENERATION CONTROL                                     *
           SELECT LOG-CONTROL-FILE ASSIGN TO DYNAMIC LOG-CONTROL-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LC-GEN-DATE
               FILE STATUS IS WS-IDX-STATUS.
      *    ACCESS LOG ARCHIVE                                         *
           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC ARCHIVE-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LA-KEY
               FILE STATUS IS WS-IDX-STATUS.
      *    FORM SUBMISSIONS                                           *
           SELECT FORM-SUBMIT-FILE ASSIGN TO DYNAMIC FORM-SUBMIT-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FS-KEY
               FILE STATUS IS WS-IDX-STATUS.
      *    FORM ROUTING TABLE                                         *
           SELECT FORM-ROUTE-FILE ASSIGN TO DYNAMIC FORM-ROUTE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FR-KEY
               FILE STATUS IS WS-IDX-STATUS.
      *    FORM DELIVERY STATUS                                       *
           SELECT FORM-DELIVERY-FILE ASSIGN TO DYNAMIC
               FORM-DELIVERY-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DL-KEY
               FILE STATUS IS WS-IDX-STATUS.
      *    CUSTOMER MASTER                                            *
           SELECT CUSTOMER-FILE ASSIGN TO DYNAMIC CUSTOMER-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CU-CUSTOMER-ID
               FILE STATUS IS WS-IDX-STATUS.
      *    VHOST/CUSTOMER ASSIGNMENTS                                 *
           SELECT CUSTOMER-ASSIGN-FILE ASSIGN TO DYNAMIC
               CUSTOMER-ASSIGN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CA-KEY
               FILE STATUS IS WS-IDX-STATUS.
      *    NIGHTLY RUN CONTROL                                        *
           SELECT RUN-CONTROL-FILE ASSIGN TO DYNAMIC BATCH-CONTROL-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-IDX-STATUS.
      *    PUBLISH HISTORY                                            *
           SELECT PUBLISH-HISTORY-FILE ASSIGN TO DYNAMIC
               PUBLISH-HISTORY-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PH-PUB-ID
               FILE STATUS IS WS-IDX-STATUS.
      *    AVAILABILITY HISTORY                                       *
           SELECT AVAIL-HIST-FILE ASSIGN TO DYNAMIC PROBE-HISTORY-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AH-KEY
               FILE STATUS IS WS-IDX-STATUS.
      *    CONTENT SCHEDULE                                           *
           SELECT CONTENT-SCHEDULE-FILE
               ASSIGN TO DYNAMIC CONTENT-SCHED-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CS-KEY
               FILE STATUS IS WS-IDX-STATUS.
      *****************************************************************
      * DATA DIVISION DECLARES VARIABLES AND FILE STRUCTURES          *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CONFIG-FILE.
       01  CONFIG-RECORD     PIC X(100).
      *    A BACKUP SET RECORD -- A FILE HEADER ('H') OR ONE RECORD   *
      *    IMAGE ('D') OF THE FILE NAMED ON IT                        *
       FD  BACKUP-FILE
           RECORD CONTAINS 2013 CHARACTERS.
       01  BACKUP-RECORD.
           05  BK-TYPE           PIC X.
           05  BK-FILE-NAME      PIC X(12).
           05  BK-DATA           PIC X(2000).
       01  BACKUP-HEADER-RECORD.
           05  BH-TYPE           PIC X.
           05  BH-FILE-NAME      PIC X(12).
           05  BH-STAMP          PIC X(14).
      *    'P' = FILE UNLOADED, 'M' = NO FILE AT BACKUP TIME          *
           05  BH-STATE          PIC X.
           05  BH-RECORD-LEN     PIC 9(5).
           05  BH-KEY-LEN        PIC 9(3).
           05  BH-RECORD-COUNT   PIC 9(9).
           05  BH-LOW-KEY        PIC X(200).
           05  BH-HIGH-KEY       PIC X(200).
           05  FILLER            PIC X(1568).
       FD  STOP-FILE.
       01  STOP-FILE-RECORD  PIC X(80).
       FD  STATS-FILE.
       COPY "sources/cobwebstats.cpy".
       FD  MIME-FILE.
       01  MIME-FILE-RECORD.
           05  MF-EXTENSION  PIC X(10).
           05  MF-MIME-TYPE  PIC X(75).
       FD  BLOCK-LIST-FILE.
       COPY "sources/blocklist.cpy".
       FD  RATE-LIMIT-FILE.
       COPY "sources/ratelimit.cpy".
       FD  SESSION-FILE.
       COPY "sources/cobwebsess.cpy".
       FD  VHOST-ACCT-FILE.
       COPY "sources/vhostacct.cpy".
       FD  AUTH-SECURITY-FILE.
       COPY "sources/authsec.cpy".
       FD  CONFIG-HISTORY-FILE.
       COPY "sources/cfghist.cpy".
       FD  QUOTA-FILE.
       COPY "sources/quota.cpy".
       FD  LOG-CONTROL-FILE.
       COPY "sources/logcontrol.cpy".
       FD  ARCHIVE-FILE.
       COPY "sources/logarchive.cpy".
       FD  FORM-SUBMIT-FILE.
       COPY "sources/formsubmit.cpy".
       FD  FORM-ROUTE-FILE.
       COPY "sources/formroute.cpy".
       FD  FORM-DELIVERY-FILE.
       COPY "sources/formdlv.cpy".
       FD  CUSTOMER-FILE.
       COPY "sources/custmast.cpy".
       FD  CUSTOMER-ASSIGN-FILE.
       COPY "sources/custasgn.cpy".
       FD  RUN-CONTROL-FILE.
       COPY "sources/runctl.cpy".
       FD  PUBLISH-HISTORY-FILE.
       COPY "sources/pubhist.cpy".
       FD  AVAIL-HIST-FILE.
       COPY "sources/availhist.cpy".
       FD  CONTENT-SCHEDULE-FILE.
       COPY "sources/contsched.cpy".
       WORKING-STORAGE SECTION.
       01  CONFIG-FILE-PATH  PIC X(255).
          88 CONFIG-FILE-DEFAULT
          VALUE "/etc/cobweb/cobweb.conf".
       01  CONFIG-VARIABLE   PIC X(20).
       01  CONFIG-VALUE      PIC X(80).
       01  BACKUP-DIR        PIC X(200) VALUE ".".
       01  BACKUP-FILE-PATH  PIC X(255) VALUE SPACES.
       01  STOP-FILE-PATH    PIC X(255) VALUE "/tmp/cobweb.stop".
       01  STATS-FILE-PATH   PIC X(255) VALUE "cobweb.stats".
       01  MIME-FILE-PATH    PIC X(255) VALUE "mime-types.idx".
       01  BLOCK-LIST-PATH   PIC X(255) VALUE "blocklist.idx".
       01  RATE-LIMIT-PATH   PIC X(255) VALUE "ratelimit.idx".
       01  SESSION-FILE-PATH PIC X(255) VALUE "sessions.idx".
       01  VHOST-ACCT-PATH   PIC X(255) VALUE "vhost-acct.idx".
       01  AUTH-SECURITY-PATH PIC X(255) VALUE "authsec.idx".
       01  CONFIG-HISTORY-PATH PIC X(255) VALUE "config-history.idx".
       01  QUOTA-FILE-PATH   PIC X(255) VALUE "vhost-quota.idx".
       01  LOG-CONTROL-PATH  PIC X(255) VALUE "access-log-ctl.idx".
       01  ARCHIVE-FILE-PATH PIC X(255) VALUE "access-archive.idx".
       01  FORM-SUBMIT-PATH  PIC X(255) VALUE "form-submit.idx".
       01  FORM-ROUTE-PATH   PIC X(255) VALUE "form-route.idx".
       01  FORM-DELIVERY-PATH PIC X(255) VALUE "form-delivery.idx".
       01  CUSTOMER-FILE-PATH PIC X(255) VALUE "customers.idx".
       01  CUSTOMER-ASSIGN-PATH PIC X(255) VALUE "customer-assign.idx".
       01  BATCH-CONTROL-PATH PIC X(255) VALUE "batch-control.idx".
       01  PUBLISH-HISTORY-PATH PIC X(255) VALUE "publish-history.idx".
       01  PROBE-HISTORY-PATH PIC X(255) VALUE "avail-history.idx".
       01  CONTENT-SCHED-PATH PIC X(255) VALUE "content-schedule.idx".
       01  WS-FILE-STATUS    PIC XX.
       01  WS-BACKUP-STATUS  PIC XX.
       01  WS-STOP-STATUS    PIC XX.
       01  WS-STATS-STATUS   PIC XX.
       01  WS-IDX-STATUS     PIC XX.
       01  WS-TIMESTAMP      PIC X(21) VALUE SPACES.
       01  WS-RUN-MODE       PIC X(10) VALUE SPACES.
       01  WS-FILE-CHOICE    PIC X(12) VALUE SPACES.
      *    ONE ENTRY PER INDEXED FILE, IN THE ORDER OF THE SELECTS.   *
      *    THE FT- FIGURES ARE FILLED FROM THE BACKUP SET ON RESTORE  *
       01  FT-COUNT          PIC 9(2) VALUE 19.
       01  FT-SUB            PIC 9(2) VALUE 0.
       01  FT-TABLE.
           05  FT-ENTRY OCCURS 19 TIMES.
               10  FT-NAME           PIC X(12).
               10  FT-SELECTED       PIC X.
               10  FT-HDR-FOUND      PIC X.
               10  FT-HDR-STATE      PIC X.
               10  FT-HDR-RECORD-LEN PIC 9(5).
               10  FT-HDR-COUNT      PIC 9(9).
               10  FT-HDR-LOW-KEY    PIC X(200).
               10  FT-HDR-HIGH-KEY   PIC X(200).
               10  FT-SET-COUNT      PIC 9(9).
               10  FT-SET-LOW-KEY    PIC X(200).
               10  FT-SET-HIGH-KEY   PIC X(200).
               10  FT-RESULT         PIC X(10).
      *    THE INDEXED FILE IN HAND                                   *
       01  WS-IDX-PATH       PIC X(255) VALUE SPACES.
       01  WS-IDX-DATA       PIC X(2000) VALUE SPACES.
       01  WS-IDX-KEY        PIC X(200) VALUE SPACES.
       01  WS-IDX-RECORD-LEN PIC 9(5) VALUE 0.
       01  WS-IDX-KEY-LEN    PIC 9(3) VALUE 0.
       01  WS-IDX-COUNT      PIC 9(9) VALUE 0.
       01  WS-IDX-WRITTEN    PIC 9(9) VALUE 0.
       01  WS-IDX-LOW-KEY    PIC X(200) VALUE SPACES.
       01  WS-IDX-HIGH-KEY   PIC X(200) VALUE SPACES.
       01  WS-LOAD-SUB       PIC 9(2) VALUE 0.
       01  WS-LOAD-ERRORS    PIC 9(9) VALUE 0.
       01  WS-WORKERS-TOTAL  PIC 9(6) VALUE 0.
      *    RUN COUNTERS                                               *
       01  WS-FILES-DONE     PIC 9(2) VALUE 0.
       01  WS-FILES-MISSING  PIC 9(2) VALUE 0.
       01  WS-FILES-FAILED   PIC 9(2) VALUE 0.
       01  WS-COUNT-DISP     PIC Z(8)9.
      *****************************************************************
      * PROCEDURE DIVISION CONTAINS PROGRAM LOGIC                     *
      *****************************************************************
       PROCEDURE DIVISION.
      *    MAIN PROGRAM LOGIC                                         *
       MAIN-LOGIC.
           PERFORM SET-FILE-TABLE
           PERFORM READ-CONFIG-FILE
           DISPLAY "Run mode (BACKUP/RESTORE): " WITH NO ADVANCING
           ACCEPT WS-RUN-MODE
           MOVE FUNCTION UPPER-CASE(WS-RUN-MODE) TO WS-RUN-MODE
           EVALUATE FUNCTION TRIM(WS-RUN-MODE)
               WHEN "BACKUP"
                   PERFORM RUN-BACKUP
               WHEN "RESTORE"
                   PERFORM RUN-RESTORE
               WHEN OTHER
                   DISPLAY "IDXBACKUP: unknown run mode " WS-RUN-MODE
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.
      *****************************************************************
      * THE NAME EACH INDEXED FILE GOES BY IN A BACKUP SET AND AT THE *
      * RESTORE PROMPT                                                *
      *****************************************************************
       SET-FILE-TABLE.
           INITIALIZE FT-TABLE
           MOVE "MIME" TO FT-NAME(1)
           MOVE "BLOCKLIST" TO FT-NAME(2)
           MOVE "RATELIMIT" TO FT-NAME(3)
           MOVE "SESSIONS" TO FT-NAME(4)
           MOVE "VHOSTACCT" TO FT-NAME(5)
           MOVE "AUTHSEC" TO FT-NAME(6)
           MOVE "CONFIGHIST" TO FT-NAME(7)
           MOVE "QUOTA" TO FT-NAME(8)
           MOVE "LOGCONTROL" TO FT-NAME(9)
           MOVE "ARCHIVE" TO FT-NAME(10)
           MOVE "FORMSUBMIT" TO FT-NAME(11)
           MOVE "FORMROUTE" TO FT-NAME(12)
           MOVE "FORMDELIVERY" TO FT-NAME(13)
           MOVE "CUSTOMER" TO FT-NAME(14)
           MOVE "CUSTASSIGN" TO FT-NAME(15)
           MOVE "BATCHCONTROL" TO FT-NAME(16)
           MOVE "PUBHISTORY" TO FT-NAME(17)
           MOVE "AVAILHIST" TO FT-NAME(18)
           MOVE "CONTSCHED" TO FT-NAME(19).
      *****************************************************************
      * READ SERVER CONFIGURATION FOR THE BACKUP DIRECTORY, THE STOP  *
      * AND STATS FILES, AND THE PATH OF EVERY INDEXED FILE           *
      *****************************************************************
       READ-CONFIG-FILE.
           ACCEPT CONFIG-FILE-PATH FROM ENVIRONMENT "COBWEB_CONFIG"
             ON EXCEPTION
                SET CONFIG-FILE-DEFAULT TO TRUE
           END-ACCEPT
           OPEN INPUT CONFIG-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No config file found, using default "
                   "file paths"
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
                               WHEN "BACKUP-DIR"
                                   MOVE CONFIG-VALUE TO BACKUP-DIR
                               WHEN "STOP-FILE-PATH"
                                   MOVE CONFIG-VALUE TO STOP-FILE-PATH
                               WHEN "STATS-FILE-PATH"
                                   MOVE CONFIG-VALUE
                                       TO STATS-FILE-PATH
                               WHEN "MIME-FILE-PATH"
                                   MOVE CONFIG-VALUE
                                       TO MIME-FILE-PATH
                               WHEN "BLOCK-LIST-PATH"
                                   MOVE CONFIG-VALUE
                                       TO BLOCK-LIST-PATH
                               WHEN "RATE-LIMIT-PATH"
                                   MOVE CONFIG-VALUE
                                       TO RATE-LIMIT-PATH
                               WHEN "SESSION-FILE-PATH"
                                   MOVE CONFIG-VALUE
                                       TO SESSION-FILE-PATH
                               WHEN "VHOST-ACCT-PATH"
                                   MOVE CONFIG-VALUE
                                       TO VHOST-ACCT-PATH
                               WHEN "AUTH-SECURITY-PATH"
                                   MOVE CONFIG-VALUE
                                       TO AUTH-SECURITY-PATH
                               WHEN "CONFIG-HISTORY-PATH"
                                   MOVE CONFIG-VALUE
                                       TO CONFIG-HISTORY-PATH
                               WHEN "QUOTA-FILE-PATH"
                                   MOVE CONFIG-VALUE
                                       TO QUOTA-FILE-PATH
                               WHEN "LOG-CONTROL-PATH"
                                   MOVE CONFIG-VALUE
                                       TO LOG-CONTROL-PATH
                               WHEN "ARCHIVE-FILE-PATH"
                                   MOVE CONFIG-VALUE
                                       TO ARCHIVE-FILE-PATH
                               WHEN "FORM-SUBMIT-PATH"
                                   MOVE CONFIG-VALUE
                                       TO FORM-SUBMIT-PATH
                               WHEN "FORM-ROUTE-PATH"
                                   MOVE CONFIG-VALUE
                                       TO FORM-ROUTE-PATH
                               WHEN "FORM-DELIVERY-PATH"
                                   MOVE CONFIG-VALUE
                                       TO FORM-DELIVERY-PATH
                               WHEN "CUSTOMER-FILE-PATH"
                                   MOVE CONFIG-VALUE
                                       TO CUSTOMER-FILE-PATH
                               WHEN "CUSTOMER-ASSIGN-PATH"
                                   MOVE CONFIG-VALUE
                                       TO CUSTOMER-ASSIGN-PATH
                               WHEN "BATCH-CONTROL-PATH"
                                   MOVE CONFIG-VALUE
                                       TO BATCH-CONTROL-PATH
                               WHEN "PUBLISH-HISTORY-PATH"
                                   MOVE CONFIG-VALUE
                                       TO PUBLISH-HISTORY-PATH
                               WHEN "PROBE-HISTORY-PATH"
                                   MOVE CONFIG-VALUE
                                       TO PROBE-HISTORY-PATH
                               WHEN "CONTENT-SCHED-PATH"
                                   MOVE CONFIG-VALUE
                                       TO CONTENT-SCHED-PATH
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE CONFIG-FILE
           END-IF.
      *****************************************************************
      * BACKUP: OPEN A NEW SET NAMED FOR THE RUN STAMP AND UNLOAD     *
      * EVERY FILE INTO IT                                            *
      *****************************************************************
       RUN-BACKUP.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO BACKUP-FILE-PATH
           STRING FUNCTION TRIM(BACKUP-DIR) DELIMITED BY SIZE
               "/cobweb-backup-" DELIMITED BY SIZE
               WS-TIMESTAMP(1:14) DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO BACKUP-FILE-PATH
           END-STRING
           OPEN OUTPUT BACKUP-FILE
           IF WS-BACKUP-STATUS NOT = "00"
               DISPLAY "IDXBACKUP: cannot create backup set "
                   FUNCTION TRIM(BACKUP-FILE-PATH)
                   ", status " WS-BACKUP-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "IDXBACKUP: backup set "
               FUNCTION TRIM(BACKUP-FILE-PATH)
           PERFORM VARYING FT-SUB FROM 1 BY 1 UNTIL FT-SUB > FT-COUNT
               PERFORM BACKUP-ONE-FILE
           END-PERFORM
           CLOSE BACKUP-FILE
           DISPLAY "IDXBACKUP: " WS-FILES-DONE " file(s) unloaded, "
               WS-FILES-MISSING " not present, "
               WS-FILES-FAILED " failed".
      *****************************************************************
      * UNLOAD ONE FILE. A FIRST PASS TAKES THE CONTROL TOTALS FOR    *
      * THE HEADER; THE SECOND WRITES THE RECORDS. A FILE THAT DOES   *
      * NOT EXIST YET GETS A HEADER MARKED 'M' SO A RESTORE KNOWS IT  *
      * WAS NOT FORGOTTEN                                             *
      *****************************************************************
       BACKUP-ONE-FILE.
           PERFORM SET-RECORD-SIZES
           MOVE 0 TO WS-IDX-COUNT WS-IDX-WRITTEN
           MOVE SPACES TO WS-IDX-LOW-KEY WS-IDX-HIGH-KEY
           PERFORM OPEN-INDEXED-INPUT
           IF WS-IDX-STATUS = "35"
               PERFORM WRITE-BACKUP-HEADER
               MOVE "M" TO BH-STATE
               WRITE BACKUP-HEADER-RECORD
               ADD 1 TO WS-FILES-MISSING
               DISPLAY "  " FT-NAME(FT-SUB) " not present - "
                   FUNCTION TRIM(WS-IDX-PATH)
           ELSE
               IF WS-IDX-STATUS NOT = "00"
                   DISPLAY "  " FT-NAME(FT-SUB) " cannot be opened - "
                       FUNCTION TRIM(WS-IDX-PATH)
                       ", status " WS-IDX-STATUS
                   ADD 1 TO WS-FILES-FAILED
                   MOVE 12 TO RETURN-CODE
               ELSE
                   PERFORM TAKE-CONTROL-TOTALS
                   PERFORM CLOSE-INDEXED
                   PERFORM WRITE-BACKUP-HEADER
                   WRITE BACKUP-HEADER-RECORD
                   PERFORM OPEN-INDEXED-INPUT
                   PERFORM UNLOAD-RECORDS
                   PERFORM CLOSE-INDEXED
                   ADD 1 TO WS-FILES-DONE
                   MOVE WS-IDX-COUNT TO WS-COUNT-DISP
                   DISPLAY "  " FT-NAME(FT-SUB) WS-COUNT-DISP
                       " records  "
                       FUNCTION TRIM(WS-IDX-LOW-KEY(1:WS-IDX-KEY-LEN))
                       " .. "
                       FUNCTION TRIM(WS-IDX-HIGH-KEY(1:WS-IDX-KEY-LEN))
                   IF WS-IDX-WRITTEN NOT = WS-IDX-COUNT
                       DISPLAY "  " FT-NAME(FT-SUB) " changed during "
                           "the backup (" WS-IDX-WRITTEN " records "
                           "unloaded) - run again with the server "
                           "stopped for a consistent copy"
                       IF RETURN-CODE < 4
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *****************************************************************
      * READ THE OPEN FILE THROUGH, COUNTING RECORDS AND NOTING THE   *
      * FIRST AND LAST KEY                                            *
      *****************************************************************
       TAKE-CONTROL-TOTALS.
           MOVE 0 TO WS-IDX-COUNT
           MOVE SPACES TO WS-IDX-LOW-KEY WS-IDX-HIGH-KEY
           PERFORM READ-INDEXED-NEXT
           PERFORM UNTIL WS-IDX-STATUS NOT = "00"
               ADD 1 TO WS-IDX-COUNT
               IF WS-IDX-COUNT = 1
                   MOVE WS-IDX-KEY TO WS-IDX-LOW-KEY
               END-IF
               MOVE WS-IDX-KEY TO WS-IDX-HIGH-KEY
               PERFORM READ-INDEXED-NEXT
           END-PERFORM
           IF WS-IDX-STATUS NOT = "10"
               DISPLAY "  " FT-NAME(FT-SUB) " read error, status "
                   WS-IDX-STATUS " after " WS-IDX-COUNT " records"
               MOVE 12 TO RETURN-CODE
           END-IF.
      *****************************************************************
      * BUILD THE HEADER RECORD FOR THE FILE IN HAND FROM ITS CONTROL *
      * TOTALS                                                        *
      *****************************************************************
       WRITE-BACKUP-HEADER.
           MOVE SPACES TO BACKUP-HEADER-RECORD
           MOVE "H" TO BH-TYPE
           MOVE FT-NAME(FT-SUB) TO BH-FILE-NAME
           MOVE WS-TIMESTAMP(1:14) TO BH-STAMP
           MOVE "P" TO BH-STATE
           MOVE WS-IDX-RECORD-LEN TO BH-RECORD-LEN
           MOVE WS-IDX-KEY-LEN TO BH-KEY-LEN
           MOVE WS-IDX-COUNT TO BH-RECORD-COUNT
           MOVE WS-IDX-LOW-KEY TO BH-LOW-KEY
           MOVE WS-IDX-HIGH-KEY TO BH-HIGH-KEY.
      *****************************************************************
      * SECOND PASS -- ONE 'D' RECORD PER RECORD, IN KEY ORDER        *
      *****************************************************************
       UNLOAD-RECORDS.
           PERFORM READ-INDEXED-NEXT
           PERFORM UNTIL WS-IDX-STATUS NOT = "00"
               MOVE SPACES TO BACKUP-RECORD
               MOVE "D" TO BK-TYPE
               MOVE FT-NAME(FT-SUB) TO BK-FILE-NAME
               MOVE WS-IDX-DATA TO BK-DATA
               WRITE BACKUP-RECORD
               IF WS-BACKUP-STATUS NOT = "00"
                   DISPLAY "IDXBACKUP: error writing backup set, "
                       "status " WS-BACKUP-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-IDX-WRITTEN
               PERFORM READ-INDEXED-NEXT
           END-PERFORM.
      *****************************************************************
      * RESTORE: MAKE SURE THE SERVER IS DOWN, TAKE THE SET AND THE   *
      * FILE(S), CHECK THE SET, RELOAD, THEN CHECK EACH RELOADED FILE *
      *****************************************************************
       RUN-RESTORE.
           PERFORM CHECK-SERVER-STOPPED
           DISPLAY "Backup set to restore from: " WITH NO ADVANCING
           ACCEPT BACKUP-FILE-PATH
           IF BACKUP-FILE-PATH = SPACES
               DISPLAY "IDXBACKUP: no backup set given"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "File to restore (name or ALL): "
               WITH NO ADVANCING
           ACCEPT WS-FILE-CHOICE
           MOVE FUNCTION UPPER-CASE(WS-FILE-CHOICE) TO WS-FILE-CHOICE
           PERFORM SELECT-RESTORE-FILES
           PERFORM CHECK-BACKUP-SET
           PERFORM LOAD-BACKUP-SET
           PERFORM VARYING FT-SUB FROM 1 BY 1 UNTIL FT-SUB > FT-COUNT
               IF FT-RESULT(FT-SUB) = "LOADED"
                   PERFORM VERIFY-RESTORED-FILE
               END-IF
           END-PERFORM
           PERFORM REPORT-RESTORE.
      *****************************************************************
      * REFUSE TO RESTORE WHILE ANY PART OF THE SERVER MAY STILL      *
      * WRITE: THE STOP FILE MUST BE IN PLACE, AND THE STATS RECORD   *
      * MUST SHOW BOTH LISTENERS DOWN AND NO WORKERS. A SERVER THAT   *
      * DIED WITHOUT STOPPING LEAVES ITS LISTENERS MARKED UP -- ONCE  *
      * THE OPERATOR HAS CHECKED NO PROCESS IS LEFT, REMOVING THE     *
      * STATS FILE (THE SERVER RECREATES IT AT START) CLEARS THAT     *
      *****************************************************************
       CHECK-SERVER-STOPPED.
           OPEN INPUT STOP-FILE
           IF WS-STOP-STATUS NOT = "00"
               DISPLAY "IDXBACKUP: no stop file at "
                   FUNCTION TRIM(STOP-FILE-PATH)
                   " - stop the server before a restore"
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
                       DISPLAY "IDXBACKUP: the server is still "
                           "running (listener "
                           STATS-LISTENER-STATE "/"
                           STATS-TLS-LISTENER-STATE ", "
                           WS-WORKERS-TOTAL " worker(s)) - wait for "
                           "it to stop"
                       DISPLAY "IDXBACKUP: if it ended without "
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
      * MARK THE FILE(S) TO RESTORE -- ONE BY NAME, OR ALL            *
      *****************************************************************
       SELECT-RESTORE-FILES.
           MOVE 0 TO WS-LOAD-SUB
           PERFORM VARYING FT-SUB FROM 1 BY 1 UNTIL FT-SUB > FT-COUNT
               IF WS-FILE-CHOICE = "ALL" OR
                       WS-FILE-CHOICE = FT-NAME(FT-SUB)
                   MOVE "Y" TO FT-SELECTED(FT-SUB)
                   ADD 1 TO WS-LOAD-SUB
               END-IF
           END-PERFORM
           IF WS-LOAD-SUB = 0
               DISPLAY "IDXBACKUP: unknown file "
                   FUNCTION TRIM(WS-FILE-CHOICE) " - one of:"
               PERFORM VARYING FT-SUB FROM 1 BY 1
                       UNTIL FT-SUB > FT-COUNT
                   DISPLAY "  " FT-NAME(FT-SUB)
               END-PERFORM
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *****************************************************************
      * READ THE WHOLE SET ONCE, TAKING EACH HEADER AND COUNTING AND  *
      * RANGING THE RECORDS UNDER IT, THEN JUDGE EACH SELECTED FILE'S *
      * SECTION BEFORE ANYTHING IS OVERWRITTEN. A SECTION THAT DOES   *
      * NOT AGREE WITH ITS OWN HEADER (A TRUNCATED OR EDITED SET) IS  *
      * NOT RESTORED                                                  *
      *****************************************************************
       CHECK-BACKUP-SET.
           OPEN INPUT BACKUP-FILE
           IF WS-BACKUP-STATUS NOT = "00"
               DISPLAY "IDXBACKUP: cannot open backup set "
                   FUNCTION TRIM(BACKUP-FILE-PATH)
                   ", status " WS-BACKUP-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO FT-SUB
           PERFORM UNTIL WS-BACKUP-STATUS NOT = "00"
               READ BACKUP-FILE
                   AT END
                       MOVE "10" TO WS-BACKUP-STATUS
                   NOT AT END
                       PERFORM CHECK-BACKUP-LINE
               END-READ
           END-PERFORM
           CLOSE BACKUP-FILE
           PERFORM VARYING FT-SUB FROM 1 BY 1 UNTIL FT-SUB > FT-COUNT
               IF FT-SELECTED(FT-SUB) = "Y"
                   PERFORM JUDGE-SET-SECTION
               END-IF
           END-PERFORM.
      *****************************************************************
      * ONE RECORD OF THE SET: A HEADER SETS THE FILE IN HAND; A      *
      * RECORD IMAGE IS COUNTED AND ITS KEY TAKEN FOR THAT FILE       *
      *****************************************************************
       CHECK-BACKUP-LINE.
           EVALUATE BK-TYPE
               WHEN "H"
                   PERFORM FIND-FILE-NAME
                   IF FT-SUB > 0
                       MOVE "Y" TO FT-HDR-FOUND(FT-SUB)
                       MOVE BH-STATE TO FT-HDR-STATE(FT-SUB)
                       MOVE BH-RECORD-LEN TO FT-HDR-RECORD-LEN(FT-SUB)
                       MOVE BH-RECORD-COUNT TO FT-HDR-COUNT(FT-SUB)
                       MOVE BH-LOW-KEY TO FT-HDR-LOW-KEY(FT-SUB)
                       MOVE BH-HIGH-KEY TO FT-HDR-HIGH-KEY(FT-SUB)
                       MOVE 0 TO FT-SET-COUNT(FT-SUB)
                   ELSE
                       DISPLAY "IDXBACKUP: set holds unknown file "
                           BK-FILE-NAME " - ignored"
                   END-IF
               WHEN "D"
                   IF FT-SUB > 0 AND BK-FILE-NAME = FT-NAME(FT-SUB)
                       PERFORM SET-RECORD-SIZES
                       PERFORM LOAD-RECORD-AREA
                       ADD 1 TO FT-SET-COUNT(FT-SUB)
                       IF FT-SET-COUNT(FT-SUB) = 1
                           MOVE WS-IDX-KEY TO FT-SET-LOW-KEY(FT-SUB)
                       END-IF
                       MOVE WS-IDX-KEY TO FT-SET-HIGH-KEY(FT-SUB)
                   END-IF
               WHEN OTHER
                   DISPLAY "IDXBACKUP: unrecognised record in set - "
                       BACKUP-RECORD(1:40)
           END-EVALUATE.
      *****************************************************************
      * FT-SUB TO THE TABLE ENTRY FOR BK-FILE-NAME, 0 WHEN UNKNOWN    *
      *****************************************************************
       FIND-FILE-NAME.
           PERFORM VARYING FT-SUB FROM 1 BY 1
                   UNTIL FT-SUB > FT-COUNT
                   OR FT-NAME(FT-SUB) = BK-FILE-NAME
               CONTINUE
           END-PERFORM
           IF FT-SUB > FT-COUNT
               MOVE 0 TO FT-SUB
           END-IF.
      *****************************************************************
      * DECIDE WHETHER A SELECTED FILE CAN BE RESTORED FROM THIS SET  *
      *****************************************************************
       JUDGE-SET-SECTION.
           PERFORM SET-RECORD-SIZES
           EVALUATE TRUE
               WHEN FT-HDR-FOUND(FT-SUB) NOT = "Y"
                   MOVE "NOT IN SET" TO FT-RESULT(FT-SUB)
               WHEN FT-HDR-STATE(FT-SUB) = "M"
                   MOVE "WAS ABSENT" TO FT-RESULT(FT-SUB)
               WHEN FT-HDR-RECORD-LEN(FT-SUB) NOT = WS-IDX-RECORD-LEN
                   MOVE "LAYOUT" TO FT-RESULT(FT-SUB)
               WHEN FT-SET-COUNT(FT-SUB) NOT = FT-HDR-COUNT(FT-SUB)
                   OR FT-SET-LOW-KEY(FT-SUB) NOT =
                       FT-HDR-LOW-KEY(FT-SUB)
                   OR FT-SET-HIGH-KEY(FT-SUB) NOT =
                       FT-HDR-HIGH-KEY(FT-SUB)
                   MOVE "SET DAMAGED" TO FT-RESULT(FT-SUB)
               WHEN OTHER
                   MOVE "READY" TO FT-RESULT(FT-SUB)
           END-EVALUATE.
      *****************************************************************
      * SECOND READ OF THE SET -- EACH READY FILE IS RECREATED EMPTY  *
      * AT ITS HEADER AND ITS RECORDS WRITTEN BACK IN KEY ORDER       *
      *****************************************************************
       LOAD-BACKUP-SET.
           MOVE 0 TO WS-LOAD-SUB
           OPEN INPUT BACKUP-FILE
           IF WS-BACKUP-STATUS NOT = "00"
               DISPLAY "IDXBACKUP: cannot reopen backup set, status "
                   WS-BACKUP-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-BACKUP-STATUS NOT = "00"
               READ BACKUP-FILE
                   AT END
                       MOVE "10" TO WS-BACKUP-STATUS
                   NOT AT END
                       PERFORM LOAD-BACKUP-LINE
               END-READ
           END-PERFORM
           PERFORM END-LOAD-SECTION
           CLOSE BACKUP-FILE.
      *****************************************************************
      * ONE RECORD OF THE SET DURING THE RELOAD                       *
      *****************************************************************
       LOAD-BACKUP-LINE.
           IF BK-TYPE = "H"
               PERFORM END-LOAD-SECTION
               PERFORM FIND-FILE-NAME
               IF FT-SUB > 0
                   IF FT-RESULT(FT-SUB) = "READY"
                       PERFORM START-LOAD-SECTION
                   END-IF
               END-IF
           ELSE
               IF WS-LOAD-SUB > 0 AND BK-TYPE = "D"
                       AND BK-FILE-NAME = FT-NAME(WS-LOAD-SUB)
                   MOVE WS-LOAD-SUB TO FT-SUB
                   PERFORM LOAD-RECORD-AREA
                   PERFORM WRITE-INDEXED-RECORD
                   IF WS-IDX-STATUS = "00"
                       ADD 1 TO WS-IDX-WRITTEN
                   ELSE
                       ADD 1 TO WS-LOAD-ERRORS
                       IF WS-LOAD-ERRORS <= 10
                           DISPLAY "  " FT-NAME(FT-SUB)
                               " write failed, status "
                               WS-IDX-STATUS " key "
                               WS-IDX-KEY(1:60)
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *****************************************************************
      * RECREATE THE FILE FOR THE HEADER JUST READ                    *
      *****************************************************************
       START-LOAD-SECTION.
           PERFORM SET-RECORD-SIZES
           PERFORM OPEN-INDEXED-OUTPUT
           IF WS-IDX-STATUS NOT = "00"
               DISPLAY "  " FT-NAME(FT-SUB) " cannot be created - "
                   FUNCTION TRIM(WS-IDX-PATH)
                   ", status " WS-IDX-STATUS
               MOVE "OPEN FAILED" TO FT-RESULT(FT-SUB)
               MOVE 12 TO RETURN-CODE
           ELSE
               DISPLAY "  " FT-NAME(FT-SUB) " reloading "
                   FUNCTION TRIM(WS-IDX-PATH)
               MOVE FT-SUB TO WS-LOAD-SUB
               MOVE 0 TO WS-IDX-WRITTEN WS-LOAD-ERRORS
           END-IF.
      *****************************************************************
      * CLOSE THE FILE BEING RELOADED, IF ANY                         *
      *****************************************************************
       END-LOAD-SECTION.
           IF WS-LOAD-SUB > 0
               MOVE WS-LOAD-SUB TO FT-SUB
               PERFORM CLOSE-INDEXED
               MOVE "LOADED" TO FT-RESULT(FT-SUB)
               IF WS-LOAD-ERRORS > 0
                   DISPLAY "  " FT-NAME(FT-SUB) " " WS-LOAD-ERRORS
                       " record(s) could not be written"
               END-IF
               MOVE 0 TO WS-LOAD-SUB
           END-IF.
      *****************************************************************
      * READ THE RELOADED FILE BACK AND COMPARE ITS COUNT AND KEY     *
      * RANGE WITH THE HEADER IN THE SET                              *
      *****************************************************************
       VERIFY-RESTORED-FILE.
           PERFORM SET-RECORD-SIZES
           PERFORM OPEN-INDEXED-INPUT
           IF WS-IDX-STATUS NOT = "00"
               MOVE "MISMATCH" TO FT-RESULT(FT-SUB)
               DISPLAY "  " FT-NAME(FT-SUB) " cannot be reopened, "
                   "status " WS-IDX-STATUS
           ELSE
               PERFORM TAKE-CONTROL-TOTALS
               PERFORM CLOSE-INDEXED
               IF WS-IDX-COUNT = FT-HDR-COUNT(FT-SUB) AND
                       WS-IDX-LOW-KEY = FT-HDR-LOW-KEY(FT-SUB) AND
                       WS-IDX-HIGH-KEY = FT-HDR-HIGH-KEY(FT-SUB)
                   MOVE "MATCH" TO FT-RESULT(FT-SUB)
               ELSE
                   MOVE "MISMATCH" TO FT-RESULT(FT-SUB)
                   DISPLAY "  " FT-NAME(FT-SUB) " header count "
                       FT-HDR-COUNT(FT-SUB) ", reloaded "
                       WS-IDX-COUNT
                   IF WS-IDX-LOW-KEY NOT = FT-HDR-LOW-KEY(FT-SUB)
                           OR WS-IDX-HIGH-KEY NOT =
                           FT-HDR-HIGH-KEY(FT-SUB)
                       DISPLAY "  " FT-NAME(FT-SUB)
                           " key range differs from the header"
                   END-IF
               END-IF
           END-IF.
      *****************************************************************
      * ONE LINE PER SELECTED FILE WITH ITS OUTCOME. ANYTHING BUT A   *
      * MATCH (OR A FILE THAT WAS ABSENT AT BACKUP TIME) SETS 8       *
      *****************************************************************
       REPORT-RESTORE.
           DISPLAY "IDXBACKUP: restore from "
               FUNCTION TRIM(BACKUP-FILE-PATH)
           PERFORM VARYING FT-SUB FROM 1 BY 1 UNTIL FT-SUB > FT-COUNT
               IF FT-SELECTED(FT-SUB) = "Y"
                   MOVE FT-HDR-COUNT(FT-SUB) TO WS-COUNT-DISP
                   DISPLAY "  " FT-NAME(FT-SUB) " "
                       FT-RESULT(FT-SUB) WS-COUNT-DISP " record(s)"
                   IF FT-RESULT(FT-SUB) NOT = "MATCH" AND
                           FT-RESULT(FT-SUB) NOT = "WAS ABSENT"
                           AND RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-PERFORM.
      *****************************************************************
      * RECORD AND KEY LENGTH OF THE FILE AT FT-SUB                   *
      *****************************************************************
       SET-RECORD-SIZES.
           MOVE SPACES TO WS-IDX-PATH
           EVALUATE FT-SUB
               WHEN 1
                   MOVE LENGTH OF MIME-FILE-RECORD
                       TO WS-IDX-RECORD-LEN
                   MOVE LENGTH OF MF-EXTENSION TO WS-IDX-KEY-LEN
                   MOVE MIME-FILE-PATH TO WS-IDX-PATH
               WHEN 2
                   MOVE LENGTH OF BLOCK-LIST-RECORD
                       TO WS-IDX-RECORD-LEN
                   MOVE LENGTH OF BL-CLIENT-IP TO WS-IDX-KEY-LEN
                   MOVE BLOCK-LIST-PATH TO WS-IDX-PATH
               WHEN 3
                   MOVE LENGTH OF RATE-LIMIT-RECORD
                       TO WS-IDX-RECORD-LEN
                   MOVE LENGTH OF RL-CLIENT-IP TO WS-IDX-KEY-LEN
                   MOVE RATE-LIMIT-PATH TO WS-IDX-PATH
               WHEN 4
                   MOVE LENGTH OF SESSION-RECORD
                       TO WS-IDX-RECORD-LEN
                   MOVE LENGTH OF SES-TOKEN TO WS-IDX-KEY-LEN
                   MOVE SESSION-FILE-PATH TO WS-IDX-PATH
               WHEN 5
                   MOVE LENGTH OF VHOST-ACCT-RECORD
                       TO WS-IDX-RECORD-LEN
                   MOVE LENGTH OF VA-KEY TO WS-IDX-KEY-LEN
                   MOVE VHOST-ACCT-PATH TO WS-IDX-PATH
               WHEN 6
                   MOVE LENGTH OF AUTH-SECURITY-RECORD
                       TO WS-IDX-RECORD-LEN
                   MOVE LENGTH OF AS-USERNAME TO WS-IDX-KEY-LEN
                   MOVE AUTH-SECURITY-PATH TO WS-IDX-PATH
               WHEN 7
                   MOVE LENGTH OF CONFIG-HISTORY-RECORD
                       TO WS-IDX-RECORD-LEN
                   MOVE LENGTH OF CV-KEY TO WS-IDX-KEY-LEN
                   MOVE CONFIG-HISTORY-PATH TO WS-IDX-PATH
               WHEN 8
                   MOVE LENGTH OF QUOTA-RECORD
                       TO WS-IDX-RECORD-LEN
                   MOVE LENGTH OF QT-VHOST-NAME TO WS-IDX-KEY-LEN
                   MOVE QUOTA-FILE-PATH TO WS-IDX-PATH
               WHEN 9
                   MOVE LENGTH OF LOG-CONTROL-RECORD
                       TO WS-IDX-RECORD-LEN
                   MOVE LENGTH OF LC-GEN-DATE TO WS-IDX-KEY-LEN
                   MOVE LOG-CONTROL-PATH TO WS-IDX-PATH
               WHEN 10
                   MOVE LENGTH OF LOG-ARCHIVE-RECORD
                       TO WS-IDX-RECORD-LEN
                   MOVE LENGTH OF LA-KEY TO WS-IDX-KEY-LEN
                   MOVE ARCHIVE-FILE-PATH TO WS-IDX-PATH
               WHEN 11
                   MOVE LENGTH OF FORM-SUBMIT-RECORD
                       TO WS-IDX-RECORD-LEN
                   MOVE LENGTH OF FS-KEY TO WS-IDX-KEY-LEN
                   MOVE FORM-SUBMIT-PATH TO WS-IDX-PATH
               WHEN 12
                   MOVE LENGTH OF FORM-ROUTE-RECORD
                       TO WS-IDX-RECORD-LEN
                   MOVE LENGTH OF FR-KEY TO WS-IDX-KEY-LEN
                   MOVE FORM-ROUTE-PATH TO WS-IDX-PATH
               WHEN 13
                   MOVE LENGTH OF FORM-DELIVERY-RECORD
                       TO WS-IDX-RECORD-LEN
                   MOVE LENGTH OF DL-KEY TO WS-IDX-KEY-LEN
                   MOVE FORM-DELIVERY-PATH TO WS-IDX-PATH
               WHEN 14
                   MOVE LENGTH OF CUSTOMER-RECORD
                       TO WS-IDX-RECORD-LEN
                   MOVE LENGTH OF CU-CUSTOMER-ID TO WS-IDX-KEY-LEN
                   MOVE CUSTOMER-FILE-PATH TO WS-IDX-PATH
               WHEN 15
                   MOVE LENGTH OF CUSTOMER-ASSIGN-RECORD
                       TO WS-IDX-RECORD-LEN
                   MOVE LENGTH OF CA-KEY TO WS-IDX-KEY-LEN
                   MOVE CUSTOMER-ASSIGN-PATH TO WS-IDX-PATH
               WHEN 16
                   MOVE LENGTH OF RUN-CONTROL-RECORD
                       TO WS-IDX-RECORD-LEN
                   MOVE LENGTH OF RC-KEY TO WS-IDX-KEY-LEN
                   MOVE BATCH-CONTROL-PATH TO WS-IDX-PATH
               WHEN 17
                   MOVE LENGTH OF PUBLISH-HISTORY-RECORD
                       TO WS-IDX-RECORD-LEN
                   MOVE LENGTH OF PH-PUB-ID TO WS-IDX-KEY-LEN
                   MOVE PUBLISH-HISTORY-PATH TO WS-IDX-PATH
               WHEN 18
                   MOVE LENGTH OF AVAIL-HIST-RECORD
                       TO WS-IDX-RECORD-LEN
                   MOVE LENGTH OF AH-KEY TO WS-IDX-KEY-LEN
                   MOVE PROBE-HISTORY-PATH TO WS-IDX-PATH
               WHEN 19
                   MOVE LENGTH OF CONTENT-SCHEDULE-RECORD
                       TO WS-IDX-RECORD-LEN
                   MOVE LENGTH OF CS-KEY TO WS-IDX-KEY-LEN
                   MOVE CONTENT-SCHED-PATH TO WS-IDX-PATH
           END-EVALUATE.
      *****************************************************************
      * OPEN THE FILE AT FT-SUB FOR READING                           *
      *****************************************************************
       OPEN-INDEXED-INPUT.
           EVALUATE FT-SUB
               WHEN 1
                   OPEN INPUT MIME-FILE
               WHEN 2
                   OPEN INPUT BLOCK-LIST-FILE
               WHEN 3
                   OPEN INPUT RATE-LIMIT-FILE
               WHEN 4
                   OPEN INPUT SESSION-FILE
               WHEN 5
                   OPEN INPUT VHOST-ACCT-FILE
               WHEN 6
                   OPEN INPUT AUTH-SECURITY-FILE
               WHEN 7
                   OPEN INPUT CONFIG-HISTORY-FILE
               WHEN 8
                   OPEN INPUT QUOTA-FILE
               WHEN 9
                   OPEN INPUT LOG-CONTROL-FILE
               WHEN 10
                   OPEN INPUT ARCHIVE-FILE
               WHEN 11
                   OPEN INPUT FORM-SUBMIT-FILE
               WHEN 12
                   OPEN INPUT FORM-ROUTE-FILE
               WHEN 13
                   OPEN INPUT FORM-DELIVERY-FILE
               WHEN 14
                   OPEN INPUT CUSTOMER-FILE
               WHEN 15
                   OPEN INPUT CUSTOMER-ASSIGN-FILE
               WHEN 16
                   OPEN INPUT RUN-CONTROL-FILE
               WHEN 17
                   OPEN INPUT PUBLISH-HISTORY-FILE
               WHEN 18
                   OPEN INPUT AVAIL-HIST-FILE
               WHEN 19
                   OPEN INPUT CONTENT-SCHEDULE-FILE
           END-EVALUATE.
      *****************************************************************
      * CREATE THE FILE AT FT-SUB AFRESH FOR A RELOAD                 *
      *****************************************************************
       OPEN-INDEXED-OUTPUT.
           EVALUATE FT-SUB
               WHEN 1
                   OPEN OUTPUT MIME-FILE
               WHEN 2
                   OPEN OUTPUT BLOCK-LIST-FILE
               WHEN 3
                   OPEN OUTPUT RATE-LIMIT-FILE
               WHEN 4
                   OPEN OUTPUT SESSION-FILE
               WHEN 5
                   OPEN OUTPUT VHOST-ACCT-FILE
               WHEN 6
                   OPEN OUTPUT AUTH-SECURITY-FILE
               WHEN 7
                   OPEN OUTPUT CONFIG-HISTORY-FILE
               WHEN 8
                   OPEN OUTPUT QUOTA-FILE
               WHEN 9
                   OPEN OUTPUT LOG-CONTROL-FILE
               WHEN 10
                   OPEN OUTPUT ARCHIVE-FILE
               WHEN 11
                   OPEN OUTPUT FORM-SUBMIT-FILE
               WHEN 12
                   OPEN OUTPUT FORM-ROUTE-FILE
               WHEN 13
                   OPEN OUTPUT FORM-DELIVERY-FILE
               WHEN 14
                   OPEN OUTPUT CUSTOMER-FILE
               WHEN 15
                   OPEN OUTPUT CUSTOMER-ASSIGN-FILE
               WHEN 16
                   OPEN OUTPUT RUN-CONTROL-FILE
               WHEN 17
                   OPEN OUTPUT PUBLISH-HISTORY-FILE
               WHEN 18
                   OPEN OUTPUT AVAIL-HIST-FILE
               WHEN 19
                   OPEN OUTPUT CONTENT-SCHEDULE-FILE
           END-EVALUATE.
      *****************************************************************
      * CLOSE THE FILE AT FT-SUB                                      *
      *****************************************************************
       CLOSE-INDEXED.
           EVALUATE FT-SUB
               WHEN 1
                   CLOSE MIME-FILE
               WHEN 2
                   CLOSE BLOCK-LIST-FILE
               WHEN 3
                   CLOSE RATE-LIMIT-FILE
               WHEN 4
                   CLOSE SESSION-FILE
               WHEN 5
                   CLOSE VHOST-ACCT-FILE
               WHEN 6
                   CLOSE AUTH-SECURITY-FILE
               WHEN 7
                   CLOSE CONFIG-HISTORY-FILE
               WHEN 8
                   CLOSE QUOTA-FILE
               WHEN 9
                   CLOSE LOG-CONTROL-FILE
               WHEN 10
                   CLOSE ARCHIVE-FILE
               WHEN 11
                   CLOSE FORM-SUBMIT-FILE
               WHEN 12
                   CLOSE FORM-ROUTE-FILE
               WHEN 13
                   CLOSE FORM-DELIVERY-FILE
               WHEN 14
                   CLOSE CUSTOMER-FILE
               WHEN 15
                   CLOSE CUSTOMER-ASSIGN-FILE
               WHEN 16
                   CLOSE RUN-CONTROL-FILE
               WHEN 17
                   CLOSE PUBLISH-HISTORY-FILE
               WHEN 18
                   CLOSE AVAIL-HIST-FILE
               WHEN 19
                   CLOSE CONTENT-SCHEDULE-FILE
           END-EVALUATE.
      *****************************************************************
      * NEXT RECORD OF THE FILE AT FT-SUB INTO WS-IDX-DATA, WITH ITS  *
      * KEY IN WS-IDX-KEY                                             *
      *****************************************************************
       READ-INDEXED-NEXT.
           EVALUATE FT-SUB
               WHEN 1
                   READ MIME-FILE NEXT RECORD
                   MOVE MIME-FILE-RECORD TO WS-IDX-DATA
                   MOVE MF-EXTENSION TO WS-IDX-KEY
               WHEN 2
                   READ BLOCK-LIST-FILE NEXT RECORD
                   MOVE BLOCK-LIST-RECORD TO WS-IDX-DATA
                   MOVE BL-CLIENT-IP TO WS-IDX-KEY
               WHEN 3
                   READ RATE-LIMIT-FILE NEXT RECORD
                   MOVE RATE-LIMIT-RECORD TO WS-IDX-DATA
                   MOVE RL-CLIENT-IP TO WS-IDX-KEY
               WHEN 4
                   READ SESSION-FILE NEXT RECORD
                   MOVE SESSION-RECORD TO WS-IDX-DATA
                   MOVE SES-TOKEN TO WS-IDX-KEY
               WHEN 5
                   READ VHOST-ACCT-FILE NEXT RECORD
                   MOVE VHOST-ACCT-RECORD TO WS-IDX-DATA
                   MOVE VA-KEY TO WS-IDX-KEY
               WHEN 6
                   READ AUTH-SECURITY-FILE NEXT RECORD
                   MOVE AUTH-SECURITY-RECORD TO WS-IDX-DATA
                   MOVE AS-USERNAME TO WS-IDX-KEY
               WHEN 7
                   READ CONFIG-HISTORY-FILE NEXT RECORD
                   MOVE CONFIG-HISTORY-RECORD TO WS-IDX-DATA
                   MOVE CV-KEY TO WS-IDX-KEY
               WHEN 8
                   READ QUOTA-FILE NEXT RECORD
                   MOVE QUOTA-RECORD TO WS-IDX-DATA
                   MOVE QT-VHOST-NAME TO WS-IDX-KEY
               WHEN 9
                   READ LOG-CONTROL-FILE NEXT RECORD
                   MOVE LOG-CONTROL-RECORD TO WS-IDX-DATA
                   MOVE LC-GEN-DATE TO WS-IDX-KEY
               WHEN 10
                   READ ARCHIVE-FILE NEXT RECORD
                   MOVE LOG-ARCHIVE-RECORD TO WS-IDX-DATA
                   MOVE LA-KEY TO WS-IDX-KEY
               WHEN 11
                   READ FORM-SUBMIT-FILE NEXT RECORD
                   MOVE FORM-SUBMIT-RECORD TO WS-IDX-DATA
                   MOVE FS-KEY TO WS-IDX-KEY
               WHEN 12
                   READ FORM-ROUTE-FILE NEXT RECORD
                   MOVE FORM-ROUTE-RECORD TO WS-IDX-DATA
                   MOVE FR-KEY TO WS-IDX-KEY
               WHEN 13
                   READ FORM-DELIVERY-FILE NEXT RECORD
                   MOVE FORM-DELIVERY-RECORD TO WS-IDX-DATA
                   MOVE DL-KEY TO WS-IDX-KEY
               WHEN 14
                   READ CUSTOMER-FILE NEXT RECORD
                   MOVE CUSTOMER-RECORD TO WS-IDX-DATA
                   MOVE CU-CUSTOMER-ID TO WS-IDX-KEY
               WHEN 15
                   READ CUSTOMER-ASSIGN-FILE NEXT RECORD
                   MOVE CUSTOMER-ASSIGN-RECORD TO WS-IDX-DATA
                   MOVE CA-KEY TO WS-IDX-KEY
               WHEN 16
                   READ RUN-CONTROL-FILE NEXT RECORD
                   MOVE RUN-CONTROL-RECORD TO WS-IDX-DATA
                   MOVE RC-KEY TO WS-IDX-KEY
               WHEN 17
                   READ PUBLISH-HISTORY-FILE NEXT RECORD
                   MOVE PUBLISH-HISTORY-RECORD TO WS-IDX-DATA
                   MOVE PH-PUB-ID TO WS-IDX-KEY
               WHEN 18
                   READ AVAIL-HIST-FILE NEXT RECORD
                   MOVE AVAIL-HIST-RECORD TO WS-IDX-DATA
                   MOVE AH-KEY TO WS-IDX-KEY
               WHEN 19
                   READ CONTENT-SCHEDULE-FILE NEXT RECORD
                   MOVE CONTENT-SCHEDULE-RECORD TO WS-IDX-DATA
                   MOVE CS-KEY TO WS-IDX-KEY
           END-EVALUATE.
      *****************************************************************
      * THE RECORD IMAGE ON THE SET RECORD INTO THE RECORD AREA OF    *
      * THE FILE AT FT-SUB, WITH ITS KEY IN WS-IDX-KEY                *
      *****************************************************************
       LOAD-RECORD-AREA.
           EVALUATE FT-SUB
               WHEN 1
                   MOVE BK-DATA TO MIME-FILE-RECORD
                   MOVE MF-EXTENSION TO WS-IDX-KEY
               WHEN 2
                   MOVE BK-DATA TO BLOCK-LIST-RECORD
                   MOVE BL-CLIENT-IP TO WS-IDX-KEY
               WHEN 3
                   MOVE BK-DATA TO RATE-LIMIT-RECORD
                   MOVE RL-CLIENT-IP TO WS-IDX-KEY
               WHEN 4
                   MOVE BK-DATA TO SESSION-RECORD
                   MOVE SES-TOKEN TO WS-IDX-KEY
               WHEN 5
                   MOVE BK-DATA TO VHOST-ACCT-RECORD
                   MOVE VA-KEY TO WS-IDX-KEY
               WHEN 6
                   MOVE BK-DATA TO AUTH-SECURITY-RECORD
                   MOVE AS-USERNAME TO WS-IDX-KEY
               WHEN 7
                   MOVE BK-DATA TO CONFIG-HISTORY-RECORD
                   MOVE CV-KEY TO WS-IDX-KEY
               WHEN 8
                   MOVE BK-DATA TO QUOTA-RECORD
                   MOVE QT-VHOST-NAME TO WS-IDX-KEY
               WHEN 9
                   MOVE BK-DATA TO LOG-CONTROL-RECORD
                   MOVE LC-GEN-DATE TO WS-IDX-KEY
               WHEN 10
                   MOVE BK-DATA TO LOG-ARCHIVE-RECORD
                   MOVE LA-KEY TO WS-IDX-KEY
               WHEN 11
                   MOVE BK-DATA TO FORM-SUBMIT-RECORD
                   MOVE FS-KEY TO WS-IDX-KEY
               WHEN 12
                   MOVE BK-DATA TO FORM-ROUTE-RECORD
                   MOVE FR-KEY TO WS-IDX-KEY
               WHEN 13
                   MOVE BK-DATA TO FORM-DELIVERY-RECORD
                   MOVE DL-KEY TO WS-IDX-KEY
               WHEN 14
                   MOVE BK-DATA TO CUSTOMER-RECORD
                   MOVE CU-CUSTOMER-ID TO WS-IDX-KEY
               WHEN 15
                   MOVE BK-DATA TO CUSTOMER-ASSIGN-RECORD
                   MOVE CA-KEY TO WS-IDX-KEY
               WHEN 16
                   MOVE BK-DATA TO RUN-CONTROL-RECORD
                   MOVE RC-KEY TO WS-IDX-KEY
               WHEN 17
                   MOVE BK-DATA TO PUBLISH-HISTORY-RECORD
                   MOVE PH-PUB-ID TO WS-IDX-KEY
               WHEN 18
                   MOVE BK-DATA TO AVAIL-HIST-RECORD
                   MOVE AH-KEY TO WS-IDX-KEY
               WHEN 19
                   MOVE BK-DATA TO CONTENT-SCHEDULE-RECORD
                   MOVE CS-KEY TO WS-IDX-KEY
           END-EVALUATE.
      *****************************************************************
      * WRITE THE RECORD AREA OF THE FILE AT FT-SUB                   *
      *****************************************************************
       WRITE-INDEXED-RECORD.
           EVALUATE FT-SUB
               WHEN 1
                   WRITE MIME-FILE-RECORD
               WHEN 2
                   WRITE BLOCK-LIST-RECORD
               WHEN 3
                   WRITE RATE-LIMIT-RECORD
               WHEN 4
                   WRITE SESSION-RECORD
               WHEN 5
                   WRITE VHOST-ACCT-RECORD
               WHEN 6
                   WRITE AUTH-SECURITY-RECORD
               WHEN 7
                   WRITE CONFIG-HISTORY-RECORD
               WHEN 8
                   WRITE QUOTA-RECORD
               WHEN 9
                   WRITE LOG-CONTROL-RECORD
               WHEN 10
                   WRITE LOG-ARCHIVE-RECORD
               WHEN 11
                   WRITE FORM-SUBMIT-RECORD
               WHEN 12
                   WRITE FORM-ROUTE-RECORD
               WHEN 13
                   WRITE FORM-DELIVERY-RECORD
               WHEN 14
                   WRITE CUSTOMER-RECORD
               WHEN 15
                   WRITE CUSTOMER-ASSIGN-RECORD
               WHEN 16
                   WRITE RUN-CONTROL-RECORD
               WHEN 17
                   WRITE PUBLISH-HISTORY-RECORD
               WHEN 18
                   WRITE AVAIL-HIST-RECORD
               WHEN 19
                   WRITE CONTENT-SCHEDULE-RECORD
           END-EVALUATE.
      *****************************************************************
      * TERMINATE PROGRAM                                             *
      *****************************************************************
       END PROGRAM IDXBACKUP.
