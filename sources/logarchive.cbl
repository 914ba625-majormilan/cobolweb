      *             LINE PARSED ONCE AT LOAD TIME INTO TYPED FIELDS   *
      *             (CLIENT IP, METHOD, PATH, STATUS, BYTES, MIME).   *
      *             THREE RUN MODES, CHOSEN AT THE CONSOLE:           *
      *               LOAD    - PARSE A CLOSED LOG GENERATION (OR     *
      *                         EVERY ONE NOT YET LOADED) INTO THE    *
      *                         ARCHIVE, AFTER CHECKING IT AGAINST    *
      *                         THE CONTROL TOTALS LOGCUTOVER WROTE   *
      *               PURGE   - DELETE RECORDS PAST THE CONFIGURED    *
      *                         RETENTION PERIOD                      *
      *               EXTRACT - PULL A DATE RANGE (WITH AN OPTIONAL   *
           SELECT CONFIG-FILE ASSIGN TO DYNAMIC CONFIG-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
      *    ACCESS-LOG-FILE IS ONE CLOSED GENERATION OF THE RAW LOG    *
           SELECT ACCESS-LOG-FILE ASSIGN TO DYNAMIC GENERATION-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
      *    LOG-CONTROL-FILE HOLDS ONE CONTROL RECORD PER GENERATION   *
           SELECT LOG-CONTROL-FILE ASSIGN TO DYNAMIC LOG-CONTROL-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LC-GEN-DATE
               FILE STATUS IS WS-CTL-STATUS.
      *    ARCHIVE-FILE IS THE INDEXED ARCHIVE KEYED DATE + SEQUENCE  *
           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC ARCHIVE-FILE-PATH
               ORGANIZATION IS INDEXED
       01  ACCESS-LOG-RECORD PIC X(1024).
       FD  ARCHIVE-FILE.
       COPY "sources/logarchive.cpy".
       FD  LOG-CONTROL-FILE.
       COPY "sources/logcontrol.cpy".
       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD    PIC X(900).
       WORKING-STORAGE SECTION.
          VALUE "/etc/cobweb/cobweb.conf".
       01  CONFIG-VARIABLE   PIC X(25).
       01  CONFIG-VALUE      PIC X(80).
       01  GENERATION-PATH   PIC X(255) VALUE SPACES.
       01  LOG-CONTROL-PATH  PIC X(255) VALUE "access-log-ctl.idx".
       01  ARCHIVE-FILE-PATH PIC X(255) VALUE "access-archive.idx".
       01  EXTRACT-FILE-PATH PIC X(255) VALUE "archive-extract.txt".
       01  ARCHIVE-RETENTION-DAYS PIC 9(5) VALUE 90.
       01  WS-LOG-STATUS     PIC XX.
       01  WS-ARCH-STATUS    PIC XX.
       01  WS-EXTRACT-STATUS PIC XX.
       01  WS-CTL-STATUS     PIC XX.
      *    RUN MODE CHOSEN BY THE OPERATOR                            *
       01  WS-RUN-MODE       PIC X(10) VALUE SPACES.
      *    LOG LINE PARSING WORK AREAS (SAME SHAPE AS ACCESSREPORT)   *
       01  LOG-SEG-6          PIC X(300).
       01  LOG-SEG-7          PIC X(10).
       01  LOG-SEG-8          PIC X(220).
       01  LOG-SEG-9          PIC X(40).
       01  LOG-VHOST-FIELD    PIC X(100).
       01  LOG-ELAPSED-FIELD  PIC X(20).
       01  LOG-METHOD         PIC X(10).
       01  LOG-PATH           PIC X(255).
       01  LOG-PROTOCOL       PIC X(20).
       01  LOG-BYTES-FIELD    PIC X(15).
       01  LOG-STATUS-NUM     PIC 999.
       01  LOG-BYTES-NUM      PIC 9(9).
       01  LOG-CLIENT-IP      PIC X(45).
      *    TIMESTAMP PARSING -- "[DD/Mon/YYYY:..." OUT OF SEGMENT 1   *
       01  LOG-STAMP-REST     PIC X(80).
       01  LOG-STAMP-DAY      PIC X(2).
       01  MONTH-NAMES REDEFINES MONTH-NAMES-LITERAL.
           05  MONTH-ABBREV   PIC X(3) OCCURS 12 TIMES.
       01  LOG-LINE-DATE      PIC X(8).
      *    PER-DATE SEQUENCE ASSIGNMENT -- THE FIRST TIME A DATE IS   *
      *    MET THIS RUN, THE HIGHEST SEQUENCE ALREADY IN THE ARCHIVE  *
      *    FOR IT IS LOOKED UP (SD-BASE-SEQ) AND THE LINES LOADED FOR *
      *    IT ARE COUNTED ON TOP (SD-SEEN-COUNT). A DATE WHOSE LINES  *
      *    STRADDLE TWO GENERATIONS THEREFORE CONTINUES ITS SEQUENCE  *
      *    RATHER THAN COLLIDING WITH THE EARLIER LOAD                *
       01  SEQ-DATE-COUNT     PIC 9(3) VALUE 0.
       01  SEQ-DATE-TABLE.
           05  SEQ-DATE-ENTRY OCCURS 400 TIMES.
      *    COUNTERS AND EXTRACT DIALOGUE                              *
       01  WS-LOADED-COUNT    PIC 9(9) VALUE 0.
       01  WS-SKIPPED-COUNT   PIC 9(9) VALUE 0.
       01  WS-GEN-LOADED-COUNT PIC 9(5) VALUE 0.
       01  WS-GEN-HELD-COUNT  PIC 9(5) VALUE 0.
       01  WS-GEN-DATE        PIC X(8) VALUE SPACES.
       01  WS-GEN-OK-FLAG     PIC X VALUE 'N'.
       01  WS-ARCH-SAVE-STATUS PIC XX.
      *    CONTROL TOTALS RECOUNTED FROM THE GENERATION FILE          *
       01  GEN-LINE-COUNT     PIC 9(9) VALUE 0.
       01  GEN-TOTAL-BYTES    PIC 9(15) VALUE 0.
       01  WS-NOW-STAMP       PIC X(21) VALUE SPACES.
       01  WS-PURGED-COUNT    PIC 9(9) VALUE 0.
       01  WS-EXTRACT-COUNT   PIC 9(9) VALUE 0.
       01  WS-START-DATE      PIC X(8) VALUE SPACES.
       01  WS-END-DATE        PIC X(8) VALUE SPACES.
       01  WS-IP-FILTER       PIC X(45) VALUE SPACES.
      *    RETENTION CUTOFF ARITHMETIC                                *
       01  WS-TODAY-DATE      PIC X(8).
       01  WS-TODAY-NUM       PIC 9(8).
               INTO CONFIG-VARIABLE CONFIG-VALUE
           END-UNSTRING
           EVALUATE CONFIG-VARIABLE
               WHEN "LOG-CONTROL-PATH"
                   MOVE CONFIG-VALUE TO LOG-CONTROL-PATH
               WHEN "ARCHIVE-FILE-PATH"
                   MOVE CONFIG-VALUE TO ARCHIVE-FILE-PATH
               WHEN "ARCHIVE-RETENTION-DAYS"
               STOP RUN
           END-IF.
      *****************************************************************
      * LOAD MODE -- LOAD ONE NAMED LOG GENERATION, OR EVERY CLOSED   *
      * GENERATION NOT YET ARCHIVED, IN CUTOVER ORDER                 *
      *****************************************************************
       LOAD-ACCESS-LOG.
           DISPLAY "Generation date (YYYYMMDD, blank for all pending): "
               WITH NO ADVANCING
           ACCEPT WS-GEN-DATE
           PERFORM OPEN-ARCHIVE-IO
           OPEN I-O LOG-CONTROL-FILE
           IF WS-CTL-STATUS NOT = "00"
               DISPLAY "Error opening log control file: "
                   FUNCTION TRIM(LOG-CONTROL-PATH)
                   " status " WS-CTL-STATUS
                   " - has LOGCUTOVER run?"
               CLOSE ARCHIVE-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-GEN-DATE NOT = SPACES
               MOVE WS-GEN-DATE TO LC-GEN-DATE
               READ LOG-CONTROL-FILE
                   INVALID KEY
                       DISPLAY "LOGARCHIVE: no closed generation "
                           WS-GEN-DATE
                       MOVE 8 TO RETURN-CODE
                   NOT INVALID KEY
                       IF LC-ARCHIVED-FLAG = 'Y'
                           DISPLAY "LOGARCHIVE: generation "
                               WS-GEN-DATE " was already loaded at "
                               LC-ARCHIVED-STAMP
                           MOVE 8 TO RETURN-CODE
                       ELSE
                           PERFORM LOAD-ONE-GENERATION
                       END-IF
               END-READ
           ELSE
               MOVE LOW-VALUES TO LC-GEN-DATE
               START LOG-CONTROL-FILE KEY IS NOT LESS THAN LC-GEN-DATE
                   INVALID KEY
                       MOVE "23" TO WS-CTL-STATUS
               END-START
               PERFORM UNTIL WS-CTL-STATUS NOT = "00"
                   READ LOG-CONTROL-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-CTL-STATUS
                       NOT AT END
                           IF LC-ARCHIVED-FLAG NOT = 'Y'
                               PERFORM LOAD-ONE-GENERATION
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE LOG-CONTROL-FILE
           CLOSE ARCHIVE-FILE
           DISPLAY "LOGARCHIVE: " WS-GEN-LOADED-COUNT
               " generation(s) loaded, " WS-GEN-HELD-COUNT
               " held on control totals; " WS-LOADED-COUNT
               " records loaded, skipped " WS-SKIPPED-COUNT
               " unparseable lines"
           IF WS-GEN-HELD-COUNT > 0 AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.
      *****************************************************************
      * CHECK ONE GENERATION AGAINST ITS CONTROL RECORD AND, WHEN IT  *
      * AGREES, LOAD IT AND MARK THE CONTROL RECORD ARCHIVED. A       *
      * GENERATION THAT DISAGREES IS LEFT UNLOADED AND UNMARKED SO    *
      * IT IS PICKED UP AGAIN ONCE SOMEONE HAS LOOKED AT IT. ONE THAT *
      * CANNOT BE OPENED OR READ TO THE END IS LEFT UNMARKED TOO      *
      *****************************************************************
       LOAD-ONE-GENERATION.
           MOVE LC-GEN-PATH TO GENERATION-PATH
           PERFORM VERIFY-GENERATION-TOTALS
           IF WS-GEN-OK-FLAG = 'Y'
               OPEN INPUT ACCESS-LOG-FILE
               IF WS-LOG-STATUS NOT = "00"
                   DISPLAY "LOGARCHIVE: generation " LC-GEN-DATE
                       " file " FUNCTION TRIM(GENERATION-PATH)
                       " cannot be opened, status " WS-LOG-STATUS
                       " - not loaded"
                   ADD 1 TO WS-GEN-HELD-COUNT
                   MOVE 12 TO RETURN-CODE
               ELSE
                   PERFORM UNTIL WS-LOG-STATUS NOT = "00"
                       READ ACCESS-LOG-FILE INTO ACCESS-LOG-RECORD
                           AT END
                               MOVE "10" TO WS-LOG-STATUS
                           NOT AT END
                               PERFORM ARCHIVE-ONE-LOG-LINE
                       END-READ
                   END-PERFORM
                   IF WS-LOG-STATUS = "10"
                       CLOSE ACCESS-LOG-FILE
                       PERFORM MARK-GENERATION-ARCHIVED
                   ELSE
                       DISPLAY "LOGARCHIVE: generation " LC-GEN-DATE
                           " read error, status " WS-LOG-STATUS
                           " - left unmarked, check the archive"
                           " before loading it again"
                       CLOSE ACCESS-LOG-FILE
                       ADD 1 TO WS-GEN-HELD-COUNT
                       MOVE 12 TO RETURN-CODE
                   END-IF
               END-IF
           ELSE
               ADD 1 TO WS-GEN-HELD-COUNT
           END-IF.
      *****************************************************************
      * MARK THE GENERATION IN HAND ARCHIVED IN ITS CONTROL RECORD    *
      *****************************************************************
       MARK-GENERATION-ARCHIVED.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW-STAMP
           MOVE 'Y' TO LC-ARCHIVED-FLAG
           MOVE WS-NOW-STAMP(1:14) TO LC-ARCHIVED-STAMP
           REWRITE LOG-CONTROL-RECORD
           IF WS-CTL-STATUS = "00"
               ADD 1 TO WS-GEN-LOADED-COUNT
               DISPLAY "LOGARCHIVE: loaded generation " LC-GEN-DATE
                   " (" LC-LINE-COUNT " lines)"
           ELSE
               DISPLAY "LOGARCHIVE: generation " LC-GEN-DATE
                   " loaded but its control record could not be"
                   " marked archived, status " WS-CTL-STATUS
                   " - mark it before the next LOAD"
               MOVE 12 TO RETURN-CODE
           END-IF.
      *****************************************************************
      * RECOUNT THE GENERATION FILE AND COMPARE IT WITH THE CONTROL   *
      * RECORD -- A SHORT, LONG OR MISSING FILE IS NOT LOADED         *
      *****************************************************************
       VERIFY-GENERATION-TOTALS.
           MOVE 'N' TO WS-GEN-OK-FLAG
           MOVE 0 TO GEN-LINE-COUNT
           MOVE 0 TO GEN-TOTAL-BYTES
           OPEN INPUT ACCESS-LOG-FILE
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "LOGARCHIVE: generation " LC-GEN-DATE
                   " file " FUNCTION TRIM(GENERATION-PATH)
                   " cannot be opened, status " WS-LOG-STATUS
           ELSE
               PERFORM UNTIL WS-LOG-STATUS NOT = "00"
                   READ ACCESS-LOG-FILE INTO ACCESS-LOG-RECORD
                       AT END
                           MOVE "10" TO WS-LOG-STATUS
                       NOT AT END
                           PERFORM COUNT-ONE-LOG-LINE
                   END-READ
               END-PERFORM
               CLOSE ACCESS-LOG-FILE
               IF GEN-LINE-COUNT = LC-LINE-COUNT AND
                       GEN-TOTAL-BYTES = LC-TOTAL-BYTES
                   MOVE 'Y' TO WS-GEN-OK-FLAG
               ELSE
                   DISPLAY "LOGARCHIVE: generation " LC-GEN-DATE
                       " fails its control totals - file has "
                       GEN-LINE-COUNT " lines/" GEN-TOTAL-BYTES
                       " bytes, control record " LC-LINE-COUNT
                       " lines/" LC-TOTAL-BYTES " bytes - not loaded"
               END-IF
           END-IF.
      *****************************************************************
      * FOLD ONE GENERATION LINE INTO THE RECOUNTED CONTROL TOTALS -- *
      * THE SAME FIELDS LOGCUTOVER COUNTED                            *
      *****************************************************************
       COUNT-ONE-LOG-LINE.
           ADD 1 TO GEN-LINE-COUNT
           MOVE SPACES TO LOG-SEG-1 LOG-SEG-2 LOG-SEG-3
           UNSTRING ACCESS-LOG-RECORD DELIMITED BY QUOTE
               INTO LOG-SEG-1 LOG-SEG-2 LOG-SEG-3
           END-UNSTRING
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
      * FIND THE HIGHEST SEQUENCE ALREADY STORED FOR THE LINE'S DATE  *
      * -- A KEYED START AT THE DATE AND A READ THROUGH THAT ONE DAY, *
      * NOT A SCAN OF THE WHOLE ARCHIVE                               *
      *****************************************************************
       FIND-DATE-BASE-SEQ.
           MOVE 0 TO SD-BASE-SEQ(WS-SEQ-IDX)
           MOVE WS-ARCH-STATUS TO WS-ARCH-SAVE-STATUS
           MOVE LOG-LINE-DATE TO LA-DATE
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
                       IF LA-DATE = LOG-LINE-DATE
                           MOVE LA-SEQ TO SD-BASE-SEQ(WS-SEQ-IDX)
                       ELSE
                           MOVE "10" TO WS-ARCH-STATUS
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-ARCH-SAVE-STATUS TO WS-ARCH-STATUS.
      *****************************************************************
      * THE DATE TABLE IS FULL -- SAY SO ONCE, LOUDLY, SO THE RUN IS  *
      * KNOWN TO BE PARTIAL INSTEAD OF QUIETLY WRONG                  *
      *****************************************************************
           IF DATE-TABLE-FULL-FLAG NOT = 'Y'
               MOVE 'Y' TO DATE-TABLE-FULL-FLAG
               DISPLAY "LOGARCHIVE: more than 400 distinct dates -"
                   " lines for further dates are skipped; load the"
                   " generations one date at a time"
           END-IF.
      *****************************************************************
      * PARSE ONE RAW LOG LINE AND WRITE IT AS A TYPED ARCHIVE RECORD *
       ARCHIVE-ONE-LOG-LINE.
           MOVE SPACES TO LOG-SEG-1 LOG-SEG-2 LOG-SEG-3
               LOG-SEG-4 LOG-SEG-5 LOG-SEG-6 LOG-SEG-7 LOG-SEG-8
               LOG-SEG-9
           UNSTRING ACCESS-LOG-RECORD DELIMITED BY QUOTE
               INTO LOG-SEG-1 LOG-SEG-2 LOG-SEG-3 LOG-SEG-4 LOG-SEG-5
                   LOG-SEG-6 LOG-SEG-7 LOG-SEG-8 LOG-SEG-9
           END-UNSTRING
      *    SEGMENT 1 IS: IP - - [DD/Mon/YYYY:HH:MM:SS +ZZZZ]          *
           MOVE SPACES TO LOG-CLIENT-IP
                   WHEN WS-SEQ-IDX = 0
      *                DATE TABLE FULL -- THE LINE CANNOT BE PLACED   *
                       ADD 1 TO WS-SKIPPED-COUNT
                   WHEN OTHER
                       MOVE LOG-LINE-DATE TO LA-DATE
                       COMPUTE LA-SEQ = SD-BASE-SEQ(WS-SEQ-IDX)
                           + SD-SEEN-COUNT(WS-SEQ-IDX)
                       MOVE LOG-CLIENT-IP TO LA-CLIENT-IP
                       MOVE LOG-METHOD TO LA-METHOD
                       MOVE LOG-PATH TO LA-PATH
                       ELSE
                           MOVE LOG-SEG-8 TO LA-USER-AGENT
                       END-IF
                       PERFORM PARSE-VHOST-AND-ELAPSED
                       WRITE LOG-ARCHIVE-RECORD
                           INVALID KEY
                               ADD 1 TO WS-SKIPPED-COUNT
               END-EVALUATE
           END-IF.
      *****************************************************************
      * SEGMENT 5 IS " vhost=NAME " AND SEGMENT 9, AFTER THE QUOTED   *
      * USER-AGENT, IS " ms=NNN" -- EITHER MAY BE ABSENT ON OLDER     *
      * LINES                                                         *
      *****************************************************************
       PARSE-VHOST-AND-ELAPSED.
           MOVE SPACES TO LA-VHOST-NAME
           MOVE 0 TO LA-ELAPSED-MS
           MOVE FUNCTION TRIM(LOG-SEG-5) TO LOG-VHOST-FIELD
           IF LOG-VHOST-FIELD(1:6) = "vhost="
               MOVE LOG-VHOST-FIELD(7:) TO LA-VHOST-NAME
           END-IF
           MOVE FUNCTION TRIM(LOG-SEG-9) TO LOG-ELAPSED-FIELD
           IF LOG-ELAPSED-FIELD(1:3) = "ms=" AND
                   LOG-ELAPSED-FIELD(4:) NOT = SPACES
               MOVE FUNCTION NUMVAL(LOG-ELAPSED-FIELD(4:))
                   TO LA-ELAPSED-MS
           END-IF.
      *****************************************************************
      * TURN "[DD/Mon/YYYY:..." INTO A YYYYMMDD KEY DATE, BLANK WHEN  *
      * THE LINE DOESN'T CARRY A RECOGNIZABLE TIMESTAMP               *
      *****************************************************************
           END-IF.
      *****************************************************************
      * FIND (OR OPEN) THE LINE'S DATE SLOT AND COUNT THE LINE --     *
      * SD-BASE-SEQ PLUS SD-SEEN-COUNT IS ITS SEQUENCE NUMBER WITHIN  *
      * THE DATE.                                                     *
      * WS-SEQ-IDX COMES BACK ZERO WHEN THE 400-DATE TABLE IS FULL,   *
      * SO THE CALLER SKIPS THE LINE INSTEAD OF WRITING PAST THE      *
      * TABLE                                                         *
               IF SEQ-DATE-COUNT < 400
                   ADD 1 TO SEQ-DATE-COUNT
                   MOVE LOG-LINE-DATE TO SD-DATE(SEQ-DATE-COUNT)
                   MOVE 0 TO SD-SEEN-COUNT(SEQ-DATE-COUNT)
                   MOVE SEQ-DATE-COUNT TO WS-SEQ-IDX
                   PERFORM FIND-DATE-BASE-SEQ
               ELSE
                   PERFORM NOTE-DATE-TABLE-FULL
               END-IF
           ACCEPT WS-END-DATE
           DISPLAY "Client IP (blank for all): " WITH NO ADVANCING
           ACCEPT WS-IP-FILTER
           CALL "IPNORM" USING WS-IP-FILTER
           END-CALL
           IF WS-START-DATE = SPACES OR WS-END-DATE = SPACES
               DISPLAY "LOGARCHIVE: both dates are required"
               MOVE 8 TO RETURN-CODE
