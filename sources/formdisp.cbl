      *****************************************************************
      * PROGRAM:    FORMDISP                                         *
      * AUTHOR:     MILÁN ATANÁZ MAJOR                                *
      * DATE:       15-OCT-2026                                       *
      * PURPOSE:    SCHEDULED DISPATCH RUN FOR CAPTURED FORM          *
      *             SUBMISSIONS. WALKS THE SUBMISSIONS FILE FORMPOST  *
      *             APPENDS TO, LOOKS UP EACH UNDELIVERED SUBMISSION  *
      *             IN THE FORM ROUTING TABLE (SEE FORMROUTE) AND     *
      *             EITHER WRITES AN OUTBOUND MAIL SPOOL FILE FOR THE *
      *             OWNER'S MAILBOX OR DROPS A FILE IN THE OWNER'S    *
      *             FOLDER, IN TEXT OR CSV FORMAT. THE OUTCOME IS     *
      *             KEPT IN THE FORM DELIVERY FILE WITH A RETRY       *
      *             COUNT; SUBMISSIONS WITH NO ROUTE OR THAT HAVE     *
      *             FAILED FORM-MAX-RETRIES TIMES ARE PRINTED ON THE  *
      *             EXCEPTION REPORT. RETURNS 4 WHEN THE REPORT HAS   *
      *             ANY ENTRIES, 12 ON A FILE ERROR                   *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FORMDISP.
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
      *    FORM-SUBMIT-FILE IS THE INDEXED SUBMISSIONS FILE           *
           SELECT FORM-SUBMIT-FILE ASSIGN TO DYNAMIC FORM-SUBMIT-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-KEY
               FILE STATUS IS WS-FORM-STATUS.
      *    FORM-ROUTE-FILE IS THE ROUTING TABLE                       *
           SELECT FORM-ROUTE-FILE ASSIGN TO DYNAMIC FORM-ROUTE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FR-KEY
               FILE STATUS IS WS-ROUTE-STATUS.
      *    FORM-DELIVERY-FILE HOLDS THE OUTCOME PER SUBMISSION        *
           SELECT FORM-DELIVERY-FILE
               ASSIGN TO DYNAMIC FORM-DELIVERY-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DL-KEY
               FILE STATUS IS WS-DELIVERY-STATUS.
      *    OUTBOUND-FILE IS THE MAIL SPOOL OR DROP FILE BEING WRITTEN *
           SELECT OUTBOUND-FILE ASSIGN TO DYNAMIC OUTBOUND-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTBOUND-STATUS.
      *    REPORT-FILE RECEIVES THE DISPATCH AND EXCEPTION REPORT     *
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
       FD  FORM-SUBMIT-FILE.
       COPY "sources/formsubmit.cpy".
       FD  FORM-ROUTE-FILE.
       COPY "sources/formroute.cpy".
       FD  FORM-DELIVERY-FILE.
       COPY "sources/formdlv.cpy".
       FD  OUTBOUND-FILE.
       01  OUTBOUND-RECORD   PIC X(1100).
       FD  REPORT-FILE.
       01  REPORT-RECORD     PIC X(132).
       WORKING-STORAGE SECTION.
       01  CONFIG-FILE-PATH  PIC X(255).
          88 CONFIG-FILE-DEFAULT
          VALUE "/etc/cobweb/cobweb.conf".
       01  CONFIG-VARIABLE   PIC X(20).
       01  CONFIG-VALUE      PIC X(80).
       01  FORM-SUBMIT-PATH  PIC X(255) VALUE "form-submit.idx".
       01  FORM-ROUTE-PATH   PIC X(255) VALUE "form-route.idx".
       01  FORM-DELIVERY-PATH PIC X(255) VALUE "form-delivery.idx".
       01  FORM-SPOOL-DIR    PIC X(255) VALUE "mail-spool".
       01  FORM-MAIL-FROM    PIC X(80) VALUE "webmaster@localhost".
       01  FORM-MAX-RETRIES  PIC 9(3) VALUE 5.
       01  OUTBOUND-FILE-PATH PIC X(255) VALUE SPACES.
       01  REPORT-FILE-PATH  PIC X(255) VALUE SPACES.
       01  WS-FILE-STATUS    PIC XX.
       01  WS-FORM-STATUS    PIC XX.
       01  WS-ROUTE-STATUS   PIC XX.
       01  WS-DELIVERY-STATUS PIC XX.
       01  WS-OUTBOUND-STATUS PIC XX.
       01  WS-REPORT-STATUS  PIC XX.
       01  WS-TIMESTAMP      PIC X(21) VALUE SPACES.
       01  WS-RUN-STAMP      PIC X(14) VALUE SPACES.
       01  WS-REPORT-LINE    PIC X(132) VALUE SPACES.
       01  WS-OUT-LINE       PIC X(1100) VALUE SPACES.
      *    STATE OF THE SUBMISSION IN HAND                            *
       01  DELIVERY-FOUND-FLAG PIC X VALUE 'N'.
       01  ROUTE-FOUND-FLAG  PIC X VALUE 'N'.
       01  OUTPUT-OK-FLAG    PIC X VALUE 'Y'.
       01  WS-LOOKUP-VHOST   PIC X(80) VALUE SPACES.
       01  WS-FAIL-REASON    PIC X(60) VALUE SPACES.
       01  WS-FILE-SUFFIX    PIC X(4) VALUE SPACES.
      *    THE SUBMISSION'S FIELDS, SPLIT OUT OF THE name=value&...   *
      *    STRING FORMPOST STORED                                     *
       01  FIELD-TABLE.
           05  FIELD-COUNT       PIC 9(3) VALUE 0.
           05  FIELD-ENTRY OCCURS 50 TIMES.
               10  FIELD-NAME        PIC X(40).
               10  FIELD-VALUE       PIC X(1024).
       01  WS-FIELD-PAIR     PIC X(1024) VALUE SPACES.
       01  WS-FIELD-PTR      PIC 9(5) VALUE 0.
       01  WS-FIELD-LENGTH   PIC 9(5) VALUE 0.
       01  WS-FIELD-IDX      PIC 9(3) VALUE 0.
       01  WS-LINE-PTR       PIC 9(5) VALUE 0.
      *    RUN COUNTERS                                               *
       01  WS-READ-COUNT     PIC 9(7) VALUE 0.
       01  WS-ALREADY-COUNT  PIC 9(7) VALUE 0.
       01  WS-DELIVERED-COUNT PIC 9(7) VALUE 0.
       01  WS-FAILED-COUNT   PIC 9(7) VALUE 0.
       01  WS-NOROUTE-COUNT  PIC 9(7) VALUE 0.
       01  WS-EXCEPTION-COUNT PIC 9(7) VALUE 0.
       01  WS-REPORTED-COUNT PIC 9(7) VALUE 0.
      *****************************************************************
      * PROCEDURE DIVISION CONTAINS PROGRAM LOGIC                     *
      *****************************************************************
       PROCEDURE DIVISION.
      *    MAIN PROGRAM LOGIC                                         *
       MAIN-LOGIC.
           PERFORM READ-CONFIG-FILE
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:14) TO WS-RUN-STAMP
           PERFORM OPEN-DISPATCH-FILES
           PERFORM START-REPORT
           MOVE LOW-VALUES TO FS-KEY
           START FORM-SUBMIT-FILE KEY IS NOT LESS THAN FS-KEY
               INVALID KEY
                   MOVE "10" TO WS-FORM-STATUS
           END-START
           PERFORM UNTIL WS-FORM-STATUS NOT = "00"
               READ FORM-SUBMIT-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FORM-STATUS
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM DISPATCH-SUBMISSION
               END-READ
           END-PERFORM
           PERFORM FINISH-REPORT
           CLOSE FORM-SUBMIT-FILE
           CLOSE FORM-ROUTE-FILE
           CLOSE FORM-DELIVERY-FILE
           IF WS-REPORT-STATUS = "00"
               CLOSE REPORT-FILE
           END-IF
           IF WS-REPORTED-COUNT > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
      *****************************************************************
      * READ SERVER CONFIGURATION FOR THE FILE PATHS, THE SPOOL       *
      * FOLDER, THE SENDER ADDRESS AND THE RETRY LIMIT                *
      *****************************************************************
       READ-CONFIG-FILE.
           ACCEPT CONFIG-FILE-PATH FROM ENVIRONMENT "COBWEB_CONFIG"
             ON EXCEPTION
                SET CONFIG-FILE-DEFAULT TO TRUE
           END-ACCEPT
           OPEN INPUT CONFIG-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No config file found, using default "
                   "form file paths"
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
                               WHEN "FORM-SUBMIT-PATH"
                                   MOVE CONFIG-VALUE
                                       TO FORM-SUBMIT-PATH
                               WHEN "FORM-ROUTE-PATH"
                                   MOVE CONFIG-VALUE
                                       TO FORM-ROUTE-PATH
                               WHEN "FORM-DELIVERY-PATH"
                                   MOVE CONFIG-VALUE
                                       TO FORM-DELIVERY-PATH
                               WHEN "FORM-SPOOL-DIR"
                                   MOVE CONFIG-VALUE
                                       TO FORM-SPOOL-DIR
                               WHEN "FORM-MAIL-FROM"
                                   MOVE CONFIG-VALUE
                                       TO FORM-MAIL-FROM
                               WHEN "FORM-MAX-RETRIES"
                                   IF FUNCTION TRIM(CONFIG-VALUE)
                                           IS NUMERIC
                                       MOVE FUNCTION NUMVAL(
                                           CONFIG-VALUE)
                                           TO FORM-MAX-RETRIES
                                   END-IF
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE CONFIG-FILE
           END-IF
           IF FORM-MAX-RETRIES = 0
               MOVE 1 TO FORM-MAX-RETRIES
           END-IF.
      *****************************************************************
      * OPEN THE SUBMISSIONS AND ROUTING FILES FOR READING AND THE    *
      * DELIVERY FILE FOR UPDATE, CREATING IT THE FIRST TIME. NO      *
      * SUBMISSIONS FILE YET MEANS NOTHING HAS BEEN POSTED            *
      *****************************************************************
       OPEN-DISPATCH-FILES.
           OPEN INPUT FORM-SUBMIT-FILE
           IF WS-FORM-STATUS = "35"
               DISPLAY "FORMDISP: no submissions file "
                   FUNCTION TRIM(FORM-SUBMIT-PATH)
                   " - nothing to dispatch"
               STOP RUN
           END-IF
           IF WS-FORM-STATUS NOT = "00"
               DISPLAY "FORMDISP: error opening "
                   FUNCTION TRIM(FORM-SUBMIT-PATH)
                   ", status " WS-FORM-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT FORM-ROUTE-FILE
           IF WS-ROUTE-STATUS = "35"
               OPEN OUTPUT FORM-ROUTE-FILE
               CLOSE FORM-ROUTE-FILE
               OPEN INPUT FORM-ROUTE-FILE
           END-IF
           IF WS-ROUTE-STATUS NOT = "00"
               DISPLAY "FORMDISP: error opening "
                   FUNCTION TRIM(FORM-ROUTE-PATH)
                   ", status " WS-ROUTE-STATUS
               CLOSE FORM-SUBMIT-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O FORM-DELIVERY-FILE
           IF WS-DELIVERY-STATUS = "05" OR WS-DELIVERY-STATUS = "35"
               OPEN OUTPUT FORM-DELIVERY-FILE
               CLOSE FORM-DELIVERY-FILE
               OPEN I-O FORM-DELIVERY-FILE
           END-IF
           IF WS-DELIVERY-STATUS NOT = "00"
               DISPLAY "FORMDISP: error opening "
                   FUNCTION TRIM(FORM-DELIVERY-PATH)
                   ", status " WS-DELIVERY-STATUS
               CLOSE FORM-SUBMIT-FILE
               CLOSE FORM-ROUTE-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
      *****************************************************************
      * DECIDE WHAT TO DO WITH ONE SUBMISSION: DELIVERED ONES ARE     *
      * PASSED OVER, EXCEPTIONS STAY ON THE REPORT UNTIL AN OPERATOR  *
      * REQUEUES THEM WITH FORMMAINT, EVERYTHING ELSE IS TRIED        *
      *****************************************************************
       DISPATCH-SUBMISSION.
           MOVE FS-KEY TO DL-KEY
           MOVE 'Y' TO DELIVERY-FOUND-FLAG
           READ FORM-DELIVERY-FILE
               INVALID KEY
                   MOVE 'N' TO DELIVERY-FOUND-FLAG
           END-READ
           IF DELIVERY-FOUND-FLAG = 'N'
               INITIALIZE FORM-DELIVERY-RECORD
               MOVE FS-KEY TO DL-KEY
           END-IF
           EVALUATE TRUE
               WHEN DL-STATUS = "DELIVERED"
                   ADD 1 TO WS-ALREADY-COUNT
               WHEN DL-STATUS = "EXCEPTION"
                   ADD 1 TO WS-EXCEPTION-COUNT
                   PERFORM REPORT-EXCEPTION
               WHEN OTHER
                   PERFORM ATTEMPT-DELIVERY
                   PERFORM SAVE-DELIVERY-RECORD
           END-EVALUATE.
      *****************************************************************
      * FIND THE ROUTE AND WRITE THE SPOOL OR DROP FILE, RECORDING    *
      * THE OUTCOME IN THE DELIVERY RECORD                            *
      *****************************************************************
       ATTEMPT-DELIVERY.
           MOVE WS-RUN-STAMP TO DL-LAST-ATTEMPT
           PERFORM FIND-ROUTE
           IF ROUTE-FOUND-FLAG NOT = 'Y'
               MOVE "NOROUTE" TO DL-STATUS
               MOVE SPACES TO DL-DESTINATION
               MOVE WS-FAIL-REASON TO DL-LAST-ERROR
               ADD 1 TO WS-NOROUTE-COUNT
               PERFORM REPORT-EXCEPTION
           ELSE
               MOVE FR-DESTINATION TO DL-DESTINATION
               PERFORM SPLIT-FIELD-DATA
               PERFORM WRITE-OUTBOUND-FILE
               IF OUTPUT-OK-FLAG = 'Y'
                   MOVE "DELIVERED" TO DL-STATUS
                   MOVE WS-RUN-STAMP TO DL-DELIVERED-STAMP
                   MOVE OUTBOUND-FILE-PATH TO DL-OUTPUT-PATH
                   MOVE SPACES TO DL-LAST-ERROR
                   ADD 1 TO WS-DELIVERED-COUNT
               ELSE
                   ADD 1 TO DL-RETRY-COUNT
                   MOVE WS-FAIL-REASON TO DL-LAST-ERROR
                   IF DL-RETRY-COUNT < FORM-MAX-RETRIES
                       MOVE "FAILED" TO DL-STATUS
                       ADD 1 TO WS-FAILED-COUNT
                   ELSE
                       MOVE "EXCEPTION" TO DL-STATUS
                       ADD 1 TO WS-EXCEPTION-COUNT
                       PERFORM REPORT-EXCEPTION
                   END-IF
               END-IF
           END-IF.
      *****************************************************************
      * LOOK UP THE MOST SPECIFIC ROUTE: VHOST AND FORM, VHOST AND    *
      * ANY FORM, ANY VHOST AND FORM, THEN THE CATCH-ALL. A SUSPENDED *
      * ROUTE STOPS THE SEARCH SO ITS FORMS WAIT RATHER THAN FALL     *
      * THROUGH TO A BROADER ROUTE                                    *
      *****************************************************************
       FIND-ROUTE.
           MOVE 'N' TO ROUTE-FOUND-FLAG
           MOVE "no active route for vhost and form" TO WS-FAIL-REASON
           MOVE FUNCTION LOWER-CASE(FS-VHOST-NAME) TO WS-LOOKUP-VHOST
           MOVE WS-LOOKUP-VHOST TO FR-VHOST-NAME
           MOVE FS-FORM-NAME TO FR-FORM-NAME
           PERFORM READ-ROUTE
           IF ROUTE-FOUND-FLAG = 'N'
               MOVE WS-LOOKUP-VHOST TO FR-VHOST-NAME
               MOVE "*" TO FR-FORM-NAME
               PERFORM READ-ROUTE
           END-IF
           IF ROUTE-FOUND-FLAG = 'N'
               MOVE "*" TO FR-VHOST-NAME
               MOVE FS-FORM-NAME TO FR-FORM-NAME
               PERFORM READ-ROUTE
           END-IF
           IF ROUTE-FOUND-FLAG = 'N'
               MOVE "*" TO FR-VHOST-NAME
               MOVE "*" TO FR-FORM-NAME
               PERFORM READ-ROUTE
           END-IF
           IF ROUTE-FOUND-FLAG = 'S'
               MOVE "route suspended" TO WS-FAIL-REASON
           END-IF.
      *****************************************************************
      * READ ONE CANDIDATE ROUTE -- 'Y' = ACTIVE, 'S' = SUSPENDED     *
      *****************************************************************
       READ-ROUTE.
           READ FORM-ROUTE-FILE
               INVALID KEY
                   MOVE 'N' TO ROUTE-FOUND-FLAG
               NOT INVALID KEY
                   IF FR-ACTIVE-FLAG = 'N'
                       MOVE 'S' TO ROUTE-FOUND-FLAG
                   ELSE
                       MOVE 'Y' TO ROUTE-FOUND-FLAG
                   END-IF
           END-READ.
      *****************************************************************
      * SPLIT THE STORED name=value&... STRING INTO THE FIELD TABLE   *
      *****************************************************************
       SPLIT-FIELD-DATA.
           MOVE 0 TO FIELD-COUNT
           MOVE 1 TO WS-FIELD-PTR
           MOVE FUNCTION LENGTH(FUNCTION TRIM(FS-FIELD-DATA TRAILING))
               TO WS-FIELD-LENGTH
           IF FS-FIELD-DATA = SPACES
               MOVE 0 TO WS-FIELD-LENGTH
           END-IF
           PERFORM UNTIL WS-FIELD-PTR > WS-FIELD-LENGTH
                   OR FIELD-COUNT = 50
               MOVE SPACES TO WS-FIELD-PAIR
               UNSTRING FS-FIELD-DATA(1:WS-FIELD-LENGTH)
                   DELIMITED BY "&"
                   INTO WS-FIELD-PAIR
                   WITH POINTER WS-FIELD-PTR
               END-UNSTRING
               IF WS-FIELD-PAIR NOT = SPACES
                   ADD 1 TO FIELD-COUNT
                   MOVE SPACES TO FIELD-NAME(FIELD-COUNT)
                   MOVE SPACES TO FIELD-VALUE(FIELD-COUNT)
                   UNSTRING WS-FIELD-PAIR DELIMITED BY "="
                       INTO FIELD-NAME(FIELD-COUNT)
                            FIELD-VALUE(FIELD-COUNT)
                   END-UNSTRING
               END-IF
           END-PERFORM.
      *****************************************************************
      * WRITE THE OUTBOUND FILE: A MAIL SPOOL MESSAGE FOR A MAILBOX   *
      * ROUTE, A DROP FILE FOR A FOLDER ROUTE                         *
      *****************************************************************
       WRITE-OUTBOUND-FILE.
           MOVE 'Y' TO OUTPUT-OK-FLAG
           MOVE SPACES TO OUTBOUND-FILE-PATH
           IF FR-DEST-TYPE = "MAIL"
               STRING FUNCTION TRIM(FORM-SPOOL-DIR) DELIMITED BY SIZE
                   "/form-" DELIMITED BY SIZE
                   FS-STAMP DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   FS-SEQ DELIMITED BY SIZE
                   ".eml" DELIMITED BY SIZE
                   INTO OUTBOUND-FILE-PATH
               END-STRING
           ELSE
               IF FR-FORMAT = "CSV"
                   MOVE ".csv" TO WS-FILE-SUFFIX
               ELSE
                   MOVE ".txt" TO WS-FILE-SUFFIX
               END-IF
               STRING FUNCTION TRIM(FR-DESTINATION) DELIMITED BY SIZE
                   "/form-" DELIMITED BY SIZE
                   FS-STAMP DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   FS-SEQ DELIMITED BY SIZE
                   WS-FILE-SUFFIX DELIMITED BY SIZE
                   INTO OUTBOUND-FILE-PATH
               END-STRING
           END-IF
           OPEN OUTPUT OUTBOUND-FILE
           IF WS-OUTBOUND-STATUS NOT = "00"
               MOVE 'N' TO OUTPUT-OK-FLAG
               MOVE SPACES TO WS-FAIL-REASON
               STRING "cannot open output file, status "
                       DELIMITED BY SIZE
                   WS-OUTBOUND-STATUS DELIMITED BY SIZE
                   INTO WS-FAIL-REASON
               END-STRING
           ELSE
               IF FR-DEST-TYPE = "MAIL"
                   PERFORM WRITE-MAIL-HEADERS
               END-IF
               IF FR-FORMAT = "CSV"
                   PERFORM WRITE-CSV-BODY
               ELSE
                   PERFORM WRITE-TEXT-BODY
               END-IF
               CLOSE OUTBOUND-FILE
               IF OUTPUT-OK-FLAG = 'N'
                   MOVE SPACES TO WS-FAIL-REASON
                   STRING "error writing output file, status "
                           DELIMITED BY SIZE
                       WS-OUTBOUND-STATUS DELIMITED BY SIZE
                       INTO WS-FAIL-REASON
                   END-STRING
               END-IF
           END-IF.
      *****************************************************************
      * MAIL SPOOL HEADERS, THEN THE BLANK LINE BEFORE THE BODY       *
      *****************************************************************
       WRITE-MAIL-HEADERS.
           STRING "To: " DELIMITED BY SIZE
               FUNCTION TRIM(FR-DESTINATION) DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-STRING
           PERFORM PUT-OUTBOUND-LINE
           STRING "From: " DELIMITED BY SIZE
               FUNCTION TRIM(FORM-MAIL-FROM) DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-STRING
           PERFORM PUT-OUTBOUND-LINE
           STRING "Subject: Form " DELIMITED BY SIZE
               FUNCTION TRIM(FS-FORM-NAME) DELIMITED BY SIZE
               " submitted on " DELIMITED BY SIZE
               FUNCTION TRIM(FS-VHOST-NAME) DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-STRING
           PERFORM PUT-OUTBOUND-LINE
           STRING "X-Form-Submission: " DELIMITED BY SIZE
               FS-STAMP DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FS-SEQ DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-STRING
           PERFORM PUT-OUTBOUND-LINE
           IF FR-FORMAT = "CSV"
               MOVE "Content-Type: text/csv" TO WS-OUT-LINE
           ELSE
               MOVE "Content-Type: text/plain" TO WS-OUT-LINE
           END-IF
           PERFORM PUT-OUTBOUND-LINE
           PERFORM PUT-OUTBOUND-LINE.
      *****************************************************************
      * TEXT FORMAT -- THE SUBMISSION DETAILS, THEN ONE "NAME: VALUE" *
      * LINE PER FIELD                                                *
      *****************************************************************
       WRITE-TEXT-BODY.
           STRING "Vhost: " DELIMITED BY SIZE
               FUNCTION TRIM(FS-VHOST-NAME) DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-STRING
           PERFORM PUT-OUTBOUND-LINE
           STRING "Form: " DELIMITED BY SIZE
               FUNCTION TRIM(FS-FORM-NAME) DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-STRING
           PERFORM PUT-OUTBOUND-LINE
           STRING "Received: " DELIMITED BY SIZE
               FS-STAMP DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-STRING
           PERFORM PUT-OUTBOUND-LINE
           STRING "Client IP: " DELIMITED BY SIZE
               FUNCTION TRIM(FS-CLIENT-IP) DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-STRING
           PERFORM PUT-OUTBOUND-LINE
           PERFORM PUT-OUTBOUND-LINE
           PERFORM VARYING WS-FIELD-IDX FROM 1 BY 1
                   UNTIL WS-FIELD-IDX > FIELD-COUNT
               STRING FUNCTION TRIM(FIELD-NAME(WS-FIELD-IDX))
                       DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   FUNCTION TRIM(FIELD-VALUE(WS-FIELD-IDX) TRAILING)
                       DELIMITED BY SIZE
                   INTO WS-OUT-LINE
               END-STRING
               PERFORM PUT-OUTBOUND-LINE
           END-PERFORM.
      *****************************************************************
      * CSV FORMAT -- A HEADING LINE AND A VALUE LINE, SEMICOLON-     *
      * SEPARATED, THE SUBMISSION DETAILS FIRST                       *
      *****************************************************************
       WRITE-CSV-BODY.
           MOVE "received;client-ip;vhost;form" TO WS-OUT-LINE
           MOVE 30 TO WS-LINE-PTR
           PERFORM VARYING WS-FIELD-IDX FROM 1 BY 1
                   UNTIL WS-FIELD-IDX > FIELD-COUNT
               STRING ";" DELIMITED BY SIZE
                   FUNCTION TRIM(FIELD-NAME(WS-FIELD-IDX))
                       DELIMITED BY SIZE
                   INTO WS-OUT-LINE
                   WITH POINTER WS-LINE-PTR
               END-STRING
           END-PERFORM
           PERFORM PUT-OUTBOUND-LINE
           MOVE 1 TO WS-LINE-PTR
           STRING FS-STAMP DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(FS-CLIENT-IP) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(FS-VHOST-NAME) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(FS-FORM-NAME) DELIMITED BY SIZE
               INTO WS-OUT-LINE
               WITH POINTER WS-LINE-PTR
           END-STRING
           PERFORM VARYING WS-FIELD-IDX FROM 1 BY 1
                   UNTIL WS-FIELD-IDX > FIELD-COUNT
               STRING ";" DELIMITED BY SIZE
                   FUNCTION TRIM(FIELD-VALUE(WS-FIELD-IDX) TRAILING)
                       DELIMITED BY SIZE
                   INTO WS-OUT-LINE
                   WITH POINTER WS-LINE-PTR
               END-STRING
           END-PERFORM
           PERFORM PUT-OUTBOUND-LINE.
      *****************************************************************
      * WRITE ONE LINE OF THE OUTBOUND FILE AND CLEAR IT              *
      *****************************************************************
       PUT-OUTBOUND-LINE.
           IF OUTPUT-OK-FLAG = 'Y'
               MOVE WS-OUT-LINE TO OUTBOUND-RECORD
               WRITE OUTBOUND-RECORD
               IF WS-OUTBOUND-STATUS NOT = "00"
                   MOVE 'N' TO OUTPUT-OK-FLAG
               END-IF
           END-IF
           MOVE SPACES TO WS-OUT-LINE.
      *****************************************************************
      * WRITE OR REWRITE THE SUBMISSION'S DELIVERY RECORD             *
      *****************************************************************
       SAVE-DELIVERY-RECORD.
           IF DELIVERY-FOUND-FLAG = 'Y'
               REWRITE FORM-DELIVERY-RECORD
           ELSE
               WRITE FORM-DELIVERY-RECORD
           END-IF
           IF WS-DELIVERY-STATUS NOT = "00"
               DISPLAY "FORMDISP: error saving delivery record "
                   DL-STAMP "/" DL-SEQ ", status " WS-DELIVERY-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF.
      *****************************************************************
      * OPEN THE REPORT FILE (form-dispatch-YYYYMMDD.txt) AND PRINT   *
      * ITS HEADING. THE RUN GOES ON WITHOUT THE FILE IF IT CANNOT BE *
      * OPENED -- THE CONSOLE STILL GETS EVERY LINE                   *
      *****************************************************************
       START-REPORT.
           STRING "form-dispatch-" DELIMITED BY SIZE
               WS-RUN-STAMP(1:8) DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO REPORT-FILE-PATH
           END-STRING
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "FORMDISP: cannot open report file "
                   FUNCTION TRIM(REPORT-FILE-PATH)
                   ", status " WS-REPORT-STATUS
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE ALL "=" TO WS-REPORT-LINE(1:78)
           PERFORM PUT-REPORT-LINE
           STRING "FORM DISPATCH RUN " DELIMITED BY SIZE
               WS-RUN-STAMP DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM PUT-REPORT-LINE
           MOVE ALL "=" TO WS-REPORT-LINE(1:78)
           PERFORM PUT-REPORT-LINE
           MOVE "EXCEPTIONS" TO WS-REPORT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE "  SUBMISSION         VHOST" TO WS-REPORT-LINE
           MOVE "FORM" TO WS-REPORT-LINE(46:4)
           MOVE "STATUS     TRIES REASON" TO WS-REPORT-LINE(67:23)
           PERFORM PUT-REPORT-LINE.
      *****************************************************************
      * ONE EXCEPTION REPORT LINE FOR THE SUBMISSION IN HAND          *
      *****************************************************************
       REPORT-EXCEPTION.
           ADD 1 TO WS-REPORTED-COUNT
           MOVE FS-STAMP TO WS-REPORT-LINE(3:14)
           MOVE "/" TO WS-REPORT-LINE(17:1)
           MOVE FS-SEQ TO WS-REPORT-LINE(18:3)
           MOVE FS-VHOST-NAME TO WS-REPORT-LINE(22:23)
           MOVE FS-FORM-NAME TO WS-REPORT-LINE(46:20)
           MOVE DL-STATUS TO WS-REPORT-LINE(67:10)
           MOVE DL-RETRY-COUNT TO WS-REPORT-LINE(78:3)
           MOVE DL-LAST-ERROR TO WS-REPORT-LINE(84:49)
           PERFORM PUT-REPORT-LINE.
      *****************************************************************
      * RUN TOTALS AT THE FOOT OF THE REPORT                          *
      *****************************************************************
       FINISH-REPORT.
           IF WS-REPORTED-COUNT = 0
               MOVE "  (none)" TO WS-REPORT-LINE
               PERFORM PUT-REPORT-LINE
           END-IF
           MOVE ALL "-" TO WS-REPORT-LINE(1:78)
           PERFORM PUT-REPORT-LINE
           STRING "SUBMISSIONS READ      " DELIMITED BY SIZE
               WS-READ-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM PUT-REPORT-LINE
           STRING "ALREADY DELIVERED     " DELIMITED BY SIZE
               WS-ALREADY-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM PUT-REPORT-LINE
           STRING "DELIVERED THIS RUN    " DELIMITED BY SIZE
               WS-DELIVERED-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM PUT-REPORT-LINE
           STRING "FAILED, WILL RETRY    " DELIMITED BY SIZE
               WS-FAILED-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM PUT-REPORT-LINE
           STRING "NO ROUTE              " DELIMITED BY SIZE
               WS-NOROUTE-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM PUT-REPORT-LINE
           STRING "EXCEPTIONS            " DELIMITED BY SIZE
               WS-EXCEPTION-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM PUT-REPORT-LINE
           MOVE ALL "=" TO WS-REPORT-LINE(1:78)
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
       END PROGRAM FORMDISP.
