      *             TOLERANCE) AND SANITY-CHECKS THE STATS COUNTERS, *
      *             PRINTING A DISCREPANCY REPORT AND SETTING RETURN *
      *             CODE 8 ON DIVERGENCE SO THE NIGHTLY SCHEDULE CAN *
      *             HOLD THE VHOSTBILL EXTRACT UNTIL SOMEONE LOOKS.  *
      *             THE LOG FIGURES COME FROM THE CLOSED LOG          *
      *             GENERATIONS THAT COVER THE DATE, EACH CHECKED     *
      *             AGAINST ITS LOGCUTOVER CONTROL RECORD FIRST       *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECONCILE.
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
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LC-GEN-DATE
               FILE STATUS IS WS-CTL-STATUS.
      *    VHOST-ACCT-FILE IS THE PER-VHOST/PER-DAY ACCOUNTING FILE   *
           SELECT VHOST-ACCT-FILE ASSIGN TO DYNAMIC VHOST-ACCT-PATH
               ORGANIZATION IS INDEXED
       COPY "sources/vhostacct.cpy".
       FD  STATS-FILE.
       COPY "sources/cobwebstats.cpy".
       FD  LOG-CONTROL-FILE.
       COPY "sources/logcontrol.cpy".
       WORKING-STORAGE SECTION.
       01  CONFIG-FILE-PATH  PIC X(255).
          88 CONFIG-FILE-DEFAULT
          VALUE "/etc/cobweb/cobweb.conf".
       01  CONFIG-VARIABLE   PIC X(25).
       01  CONFIG-VALUE      PIC X(80).
       01  GENERATION-PATH   PIC X(255) VALUE SPACES.
       01  LOG-CONTROL-PATH  PIC X(255) VALUE "access-log-ctl.idx".
       01  VHOST-ACCT-PATH   PIC X(255) VALUE "vhost-acct.idx".
       01  STATS-FILE-PATH   PIC X(255) VALUE "cobweb.stats".
       01  WS-FILE-STATUS    PIC XX.
       01  WS-LOG-STATUS     PIC XX.
       01  WS-ACCT-STATUS    PIC XX.
       01  WS-STATS-STATUS   PIC XX.
       01  WS-CTL-STATUS     PIC XX.
       01  WS-STATS-RETRY    PIC 9(2) VALUE 0.
       01  WS-RETRY-USLEEP   PIC S9(9) COMP-5 VALUE 20000.
      *    ALLOWED DIVERGENCE BETWEEN THE LOG AND THE ACCOUNTING      *
           05  MONTH-ABBREV   PIC X(3) OCCURS 12 TIMES.
       01  LOG-LINE-DATE      PIC X(8).
       01  WS-SUB             PIC 9(3) VALUE 0.
      *    GENERATIONS COVERING THE DATE AND THEIR CONTROL CHECK --   *
      *    THE DATE IS ONLY FULLY CLOSED ONCE A CUTOVER HAS RUN AFTER *
      *    IT ENDED                                                   *
       01  GEN-USED-COUNT     PIC 9(3) VALUE 0.
       01  GEN-BAD-COUNT      PIC 9(3) VALUE 0.
       01  GEN-DAY-CLOSED-FLAG PIC X VALUE 'N'.
       01  GEN-LINE-COUNT     PIC 9(9) VALUE 0.
       01  GEN-TOTAL-BYTES    PIC 9(15) VALUE 0.
       01  GEN-DAY-REQS       PIC 9(12) VALUE 0.
       01  GEN-DAY-BYTES      PIC 9(15) VALUE 0.
       01  GEN-DAY-ERRORS     PIC 9(12) VALUE 0.
      *    THE THREE SETS OF FIGURES UNDER COMPARISON                 *
       01  LOG-DAY-REQS       PIC 9(12) VALUE 0.
       01  LOG-DAY-BYTES      PIC 9(15) VALUE 0.
               INTO CONFIG-VARIABLE CONFIG-VALUE
           END-UNSTRING
           EVALUATE CONFIG-VARIABLE
               WHEN "LOG-CONTROL-PATH"
                   MOVE CONFIG-VALUE TO LOG-CONTROL-PATH
               WHEN "VHOST-ACCT-PATH"
                   MOVE CONFIG-VALUE TO VHOST-ACCT-PATH
               WHEN "STATS-FILE-PATH"
                   CONTINUE
           END-EVALUATE.
      *****************************************************************
      * TALLY REQUESTS, BYTES AND ERRORS FOR THE DATE UNDER           *
      * RECONCILIATION FROM EVERY CLOSED LOG GENERATION WHOSE FIRST   *
      * TO LAST TIMESTAMP SPANS IT -- A DAY NORMALLY SITS IN ONE      *
      * GENERATION, BUT A CUTOVER RUN LATE OR EARLY SPLITS IT ACROSS  *
      * TWO                                                           *
      *****************************************************************
       TALLY-ACCESS-LOG.
           OPEN INPUT LOG-CONTROL-FILE
           IF WS-CTL-STATUS NOT = "00"
               DISPLAY "Error opening log control file: "
                   FUNCTION TRIM(LOG-CONTROL-PATH)
                   " status " WS-CTL-STATUS
                   " - has LOGCUTOVER run?"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-CTL-STATUS = "10"
               READ LOG-CONTROL-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-CTL-STATUS
                   NOT AT END
                       IF LC-CUTOVER-STAMP(1:8) > WS-RECON-DATE
                           MOVE 'Y' TO GEN-DAY-CLOSED-FLAG
                       END-IF
                       IF LC-FIRST-STAMP NOT = SPACES AND
                               LC-FIRST-STAMP(1:8) <= WS-RECON-DATE AND
                               LC-LAST-STAMP(1:8) >= WS-RECON-DATE
                           PERFORM TALLY-ONE-GENERATION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOG-CONTROL-FILE.
      *****************************************************************
      * READ ONE GENERATION, RECOUNTING ITS CONTROL TOTALS AS WELL AS *
      * TALLYING THE DAY'S LINES -- THE DAY'S FIGURES ONLY COUNT WHEN *
      * THE WHOLE FILE AGREES WITH ITS CONTROL RECORD                 *
      *****************************************************************
       TALLY-ONE-GENERATION.
           MOVE LC-GEN-PATH TO GENERATION-PATH
           MOVE 0 TO GEN-LINE-COUNT GEN-TOTAL-BYTES
           MOVE 0 TO GEN-DAY-REQS GEN-DAY-BYTES GEN-DAY-ERRORS
           OPEN INPUT ACCESS-LOG-FILE
           IF WS-LOG-STATUS NOT = "00"
               ADD 1 TO GEN-BAD-COUNT
               DISPLAY "DISCREPANCY: generation " LC-GEN-DATE " file "
                   FUNCTION TRIM(GENERATION-PATH)
                   " cannot be opened, status " WS-LOG-STATUS
           ELSE
               PERFORM UNTIL WS-LOG-STATUS = "10"
                   READ ACCESS-LOG-FILE INTO ACCESS-LOG-RECORD
                       AT END
                           MOVE "10" TO WS-LOG-STATUS
                       NOT AT END
                           PERFORM TALLY-ONE-LOG-LINE
                   END-READ
               END-PERFORM
               CLOSE ACCESS-LOG-FILE
               IF GEN-LINE-COUNT = LC-LINE-COUNT AND
                       GEN-TOTAL-BYTES = LC-TOTAL-BYTES
                   ADD 1 TO GEN-USED-COUNT
                   ADD GEN-DAY-REQS TO LOG-DAY-REQS
                   ADD GEN-DAY-BYTES TO LOG-DAY-BYTES
                   ADD GEN-DAY-ERRORS TO LOG-DAY-ERRORS
               ELSE
                   ADD 1 TO GEN-BAD-COUNT
                   DISPLAY "DISCREPANCY: generation " LC-GEN-DATE
                       " holds " GEN-LINE-COUNT " lines/"
                       GEN-TOTAL-BYTES " bytes against control totals "
                       LC-LINE-COUNT " lines/" LC-TOTAL-BYTES " bytes"
               END-IF
           END-IF.
      *****************************************************************
      * PARSE ONE LOG LINE INTO THE GENERATION'S CONTROL RECOUNT AND  *
      * FOLD IT INTO THE DAY'S FIGURES WHEN ITS DATE MATCHES          *
      *****************************************************************
       TALLY-ONE-LOG-LINE.
           MOVE SPACES TO LOG-SEG-1 LOG-SEG-2 LOG-SEG-3
               INTO LOG-MID-TRIMMED LOG-STAMP-REST
           END-UNSTRING
           PERFORM PARSE-STAMP-DATE
           MOVE SPACES TO LOG-STATUS-FIELD LOG-BYTES-FIELD
           MOVE FUNCTION TRIM(LOG-SEG-3) TO LOG-MID-TRIMMED
           UNSTRING LOG-MID-TRIMMED DELIMITED BY SPACE
               INTO LOG-STATUS-FIELD LOG-BYTES-FIELD
           END-UNSTRING
           MOVE 0 TO LOG-STATUS-NUM LOG-BYTES-NUM
           IF LOG-BYTES-FIELD NOT = SPACES
               MOVE FUNCTION NUMVAL(LOG-STATUS-FIELD)
                   TO LOG-STATUS-NUM
               MOVE FUNCTION NUMVAL(LOG-BYTES-FIELD) TO LOG-BYTES-NUM
           END-IF
           ADD 1 TO GEN-LINE-COUNT
           ADD LOG-BYTES-NUM TO GEN-TOTAL-BYTES
           IF LOG-LINE-DATE = WS-RECON-DATE
               ADD 1 TO GEN-DAY-REQS
               ADD LOG-BYTES-NUM TO GEN-DAY-BYTES
               IF LOG-STATUS-NUM >= 400
                   ADD 1 TO GEN-DAY-ERRORS
               END-IF
           END-IF.
      *****************************************************************
           DISPLAY "================================================="
           DISPLAY "Access log.....: " LOG-DAY-REQS " requests, "
               LOG-DAY-BYTES " bytes, " LOG-DAY-ERRORS " errors"
               " (" GEN-USED-COUNT " generation(s))"
           DISPLAY "Vhost acct.....: " ACCT-DAY-REQS " requests, "
               ACCT-DAY-BYTES " bytes, " ACCT-DAY-ERRORS " errors"
           IF STATS-OK-FLAG = 'Y'
           END-IF
           DISPLAY " "
           MOVE 0 TO WS-DISCREPANCIES
           PERFORM CHECK-GENERATION-COVERAGE
           PERFORM CHECK-REQS-DIVERGENCE
           PERFORM CHECK-BYTES-DIVERGENCE
           PERFORM CHECK-ERRORS-DIVERGENCE
                   RECON-TOLERANCE-PCT "% tolerance"
           END-IF.
      *****************************************************************
      * THE LOG FIGURES ARE ONLY WHOLE WHEN EVERY GENERATION THAT     *
      * COVERS THE DATE PASSED ITS CONTROL CHECK AND A CUTOVER HAS    *
      * RUN SINCE THE DATE ENDED -- OTHERWISE PART OF THE DAY IS      *
      * STILL IN THE LIVE LOG OR IN A FILE THAT CANNOT BE TRUSTED     *
      *****************************************************************
       CHECK-GENERATION-COVERAGE.
           IF GEN-BAD-COUNT > 0
               ADD GEN-BAD-COUNT TO WS-DISCREPANCIES
           END-IF
           IF GEN-DAY-CLOSED-FLAG NOT = 'Y'
               ADD 1 TO WS-DISCREPANCIES
               DISPLAY "DISCREPANCY: no log cutover has run since "
                   WS-RECON-DATE " ended - the day is not yet closed"
           END-IF.
      *****************************************************************
      * LOG VS ACCOUNTING -- REQUEST COUNTS                           *
      *****************************************************************
       CHECK-REQS-DIVERGENCE.
