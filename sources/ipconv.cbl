      *****************************************************************
      * PROGRAM:    IPCONV                                           *
      * AUTHOR:     MILÁN ATANÁZ MAJOR                                *
      * DATE:       15-OCT-2026                                       *
      * PURPOSE:    ONE-TIME CONVERSION OF THE INDEXED FILES THAT     *
      *             CARRY A CLIENT ADDRESS FROM THE 15-CHARACTER      *
      *             IPV4 LAYOUT TO THE 45-CHARACTER LAYOUT THAT ALSO  *
      *             HOLDS IPV6 ADDRESSES, THE WAY ARCHCONV CONVERTS   *
      *             THE LOG ARCHIVE. ONE FILE PER RUN, CHOSEN AT THE  *
      *             CONSOLE:                                          *
      *               BLOCKLIST - CLIENT BLOCK LIST (BLOCK-LIST-PATH) *
      *               FORMS     - FORM SUBMISSIONS (FORM-SUBMIT-PATH) *
      *               RATELIMIT - RATE-LIMIT COUNTERS                 *
      *                           (RATE-LIMIT-PATH)                   *
      *             THE OPERATOR STOPS THE SERVER, MOVES THE OLD FILE *
      *             ASIDE AND GIVES ITS PATH; EVERY RECORD IS COPIED  *
      *             IN KEY ORDER INTO A FRESH FILE AT THE CONFIGURED  *
      *             PATH WITH THE ADDRESS WIDENED, AND THE IN/OUT     *
      *             COUNTS MUST AGREE. THE LOG ARCHIVE IS NOT         *
      *             CONVERTED HERE -- ARCHCONV TAKES IT STRAIGHT FROM *
      *             ITS ORIGINAL LAYOUT TO THE WIDER ADDRESS          *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IPCONV.
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
      *    EACH FILE IN ITS OLD LAYOUT, READ FROM WHERE THE OPERATOR  *
      *    MOVED IT                                                   *
           SELECT OLD-BLOCK-LIST-FILE ASSIGN TO DYNAMIC OLD-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-BL-CLIENT-IP
               FILE STATUS IS WS-OLD-STATUS.
           SELECT OLD-FORM-SUBMIT-FILE ASSIGN TO DYNAMIC OLD-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-FS-KEY
               FILE STATUS IS WS-OLD-STATUS.
           SELECT OLD-RATE-LIMIT-FILE ASSIGN TO DYNAMIC OLD-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-RL-CLIENT-IP
               FILE STATUS IS WS-OLD-STATUS.
      *    EACH FILE IN THE CURRENT LAYOUT, WRITTEN AT ITS CONFIGURED *
      *    PATH                                                       *
           SELECT BLOCK-LIST-FILE ASSIGN TO DYNAMIC NEW-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BL-CLIENT-IP
               FILE STATUS IS WS-NEW-STATUS.
           SELECT FORM-SUBMIT-FILE ASSIGN TO DYNAMIC NEW-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FS-KEY
               FILE STATUS IS WS-NEW-STATUS.
           SELECT RATE-LIMIT-FILE ASSIGN TO DYNAMIC NEW-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RL-CLIENT-IP
               FILE STATUS IS WS-NEW-STATUS.
      *****************************************************************
      * DATA DIVISION DECLARES VARIABLES AND FILE STRUCTURES          *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CONFIG-FILE.
       01  CONFIG-RECORD     PIC X(100).
      *    THE 15-CHARACTER ADDRESS LAYOUTS, KEPT HERE ONLY SO THE    *
      *    OLD FILES CAN BE READ                                      *
       FD  OLD-BLOCK-LIST-FILE.
       01  OLD-BLOCK-LIST-RECORD.
           05  OLD-BL-CLIENT-IP    PIC X(15).
           05  OLD-BL-TIER         PIC X.
           05  OLD-BL-EXPIRY-EPOCH PIC 9(12).
           05  OLD-BL-SCORE        PIC 9(9).
           05  OLD-BL-ADDED-STAMP  PIC X(14).
       FD  OLD-FORM-SUBMIT-FILE.
       01  OLD-FORM-SUBMIT-RECORD.
           05  OLD-FS-KEY.
               10  OLD-FS-STAMP  PIC X(14).
               10  OLD-FS-SEQ    PIC 9(3).
           05  OLD-FS-CLIENT-IP  PIC X(15).
           05  OLD-FS-VHOST-NAME PIC X(80).
           05  OLD-FS-FORM-NAME  PIC X(40).
           05  OLD-FS-FIELD-DATA PIC X(1024).
       FD  OLD-RATE-LIMIT-FILE.
       01  OLD-RATE-LIMIT-RECORD.
           05  OLD-RL-CLIENT-IP    PIC X(15).
           05  OLD-RL-WINDOW-START PIC 9(12).
           05  OLD-RL-COUNT        PIC 9(9).
       FD  BLOCK-LIST-FILE.
       COPY "sources/blocklist.cpy".
       FD  FORM-SUBMIT-FILE.
       COPY "sources/formsubmit.cpy".
       FD  RATE-LIMIT-FILE.
       COPY "sources/ratelimit.cpy".
       WORKING-STORAGE SECTION.
       01  CONFIG-FILE-PATH  PIC X(255).
          88 CONFIG-FILE-DEFAULT
          VALUE "/etc/cobweb/cobweb.conf".
       01  CONFIG-VARIABLE   PIC X(25).
       01  CONFIG-VALUE      PIC X(80).
       01  BLOCK-LIST-PATH   PIC X(255) VALUE "blocklist.idx".
       01  FORM-SUBMIT-PATH  PIC X(255) VALUE "form-submit.idx".
       01  RATE-LIMIT-PATH   PIC X(255) VALUE "ratelimit.idx".
       01  OLD-FILE-PATH     PIC X(255) VALUE SPACES.
       01  NEW-FILE-PATH     PIC X(255) VALUE SPACES.
       01  WS-FILE-STATUS    PIC XX.
       01  WS-OLD-STATUS     PIC XX.
       01  WS-NEW-STATUS     PIC XX.
      *    FILE CHOSEN BY THE OPERATOR                                *
       01  WS-FILE-CHOICE    PIC X(10) VALUE SPACES.
       01  WS-READ-COUNT     PIC 9(9) VALUE 0.
       01  WS-WRITTEN-COUNT  PIC 9(9) VALUE 0.
      *****************************************************************
      * PROCEDURE DIVISION CONTAINS PROGRAM LOGIC                     *
      *****************************************************************
       PROCEDURE DIVISION.
      *    MAIN PROGRAM LOGIC                                         *
       MAIN-LOGIC.
           PERFORM READ-CONFIG-FILE
           DISPLAY "File to convert (BLOCKLIST/FORMS/RATELIMIT): "
               WITH NO ADVANCING
           ACCEPT WS-FILE-CHOICE
           MOVE FUNCTION UPPER-CASE(WS-FILE-CHOICE) TO WS-FILE-CHOICE
           EVALUATE FUNCTION TRIM(WS-FILE-CHOICE)
               WHEN "BLOCKLIST"
                   MOVE BLOCK-LIST-PATH TO NEW-FILE-PATH
               WHEN "FORMS"
                   MOVE FORM-SUBMIT-PATH TO NEW-FILE-PATH
               WHEN "RATELIMIT"
                   MOVE RATE-LIMIT-PATH TO NEW-FILE-PATH
               WHEN OTHER
                   DISPLAY "IPCONV: unknown file " WS-FILE-CHOICE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           DISPLAY "Old-layout file path: " WITH NO ADVANCING
           ACCEPT OLD-FILE-PATH
           IF OLD-FILE-PATH = SPACES OR OLD-FILE-PATH = NEW-FILE-PATH
               DISPLAY "IPCONV: give the path the old file was"
                   " moved to - not " FUNCTION TRIM(NEW-FILE-PATH)
                   " itself"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           EVALUATE FUNCTION TRIM(WS-FILE-CHOICE)
               WHEN "BLOCKLIST"
                   PERFORM CONVERT-BLOCK-LIST
               WHEN "FORMS"
                   PERFORM CONVERT-FORM-SUBMISSIONS
               WHEN "RATELIMIT"
                   PERFORM CONVERT-RATE-LIMIT
           END-EVALUATE
           DISPLAY "IPCONV: read " WS-READ-COUNT
               " records, wrote " WS-WRITTEN-COUNT
           IF WS-READ-COUNT NOT = WS-WRITTEN-COUNT
               DISPLAY "IPCONV: counts disagree - keep the old"
                   " file and investigate"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.
      *****************************************************************
      * READ SERVER CONFIGURATION FOR THE THREE FILE PATHS            *
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
                           UNSTRING CONFIG-RECORD DELIMITED BY "="
                               INTO CONFIG-VARIABLE CONFIG-VALUE
                           END-UNSTRING
                           EVALUATE CONFIG-VARIABLE
                               WHEN "BLOCK-LIST-PATH"
                                   MOVE CONFIG-VALUE
                                       TO BLOCK-LIST-PATH
                               WHEN "FORM-SUBMIT-PATH"
                                   MOVE CONFIG-VALUE
                                       TO FORM-SUBMIT-PATH
                               WHEN "RATE-LIMIT-PATH"
                                   MOVE CONFIG-VALUE
                                       TO RATE-LIMIT-PATH
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE CONFIG-FILE
           END-IF.
      *****************************************************************
      * REFUSE TO RUN OVER A FILE ALREADY AT THE CONFIGURED PATH      *
      *****************************************************************
       REFUSE-EXISTING-FILE.
           DISPLAY "IPCONV: a file already exists at "
               FUNCTION TRIM(NEW-FILE-PATH) " - move it aside first"
           MOVE 8 TO RETURN-CODE
           STOP RUN.
      *****************************************************************
      * THE OLD FILE COULD NOT BE OPENED                              *
      *****************************************************************
       REPORT-OLD-OPEN-ERROR.
           DISPLAY "Error opening old file: "
               FUNCTION TRIM(OLD-FILE-PATH)
               " status " WS-OLD-STATUS
           MOVE 12 TO RETURN-CODE
           STOP RUN.
      *****************************************************************
      * THE NEW FILE COULD NOT BE CREATED                             *
      *****************************************************************
       REPORT-NEW-OPEN-ERROR.
           DISPLAY "Error creating file: "
               FUNCTION TRIM(NEW-FILE-PATH)
               " status " WS-NEW-STATUS
           MOVE 12 TO RETURN-CODE
           STOP RUN.
      *****************************************************************
      * ONE RECORD COULD NOT BE WRITTEN                               *
      *****************************************************************
       REPORT-WRITE-ERROR.
           DISPLAY "IPCONV: could not write record " WS-READ-COUNT
               " status " WS-NEW-STATUS.
      *****************************************************************
      * BLOCK LIST -- THE ADDRESS IS THE KEY, AND WIDENING IT WITH    *
      * TRAILING SPACES KEEPS THE OLD KEY ORDER                       *
      *****************************************************************
       CONVERT-BLOCK-LIST.
           OPEN INPUT BLOCK-LIST-FILE
           IF WS-NEW-STATUS = "00"
               CLOSE BLOCK-LIST-FILE
               PERFORM REFUSE-EXISTING-FILE
           END-IF
           OPEN INPUT OLD-BLOCK-LIST-FILE
           IF WS-OLD-STATUS NOT = "00"
               PERFORM REPORT-OLD-OPEN-ERROR
           END-IF
           OPEN OUTPUT BLOCK-LIST-FILE
           IF WS-NEW-STATUS NOT = "00"
               CLOSE OLD-BLOCK-LIST-FILE
               PERFORM REPORT-NEW-OPEN-ERROR
           END-IF
           PERFORM UNTIL WS-OLD-STATUS NOT = "00"
               READ OLD-BLOCK-LIST-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-OLD-STATUS
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       INITIALIZE BLOCK-LIST-RECORD
                       MOVE OLD-BL-CLIENT-IP    TO BL-CLIENT-IP
                       MOVE OLD-BL-TIER         TO BL-TIER
                       MOVE OLD-BL-EXPIRY-EPOCH TO BL-EXPIRY-EPOCH
                       MOVE OLD-BL-SCORE        TO BL-SCORE
                       MOVE OLD-BL-ADDED-STAMP  TO BL-ADDED-STAMP
                       WRITE BLOCK-LIST-RECORD
                           INVALID KEY
                               PERFORM REPORT-WRITE-ERROR
                           NOT INVALID KEY
                               ADD 1 TO WS-WRITTEN-COUNT
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE OLD-BLOCK-LIST-FILE
           CLOSE BLOCK-LIST-FILE.
      *****************************************************************
      * FORM SUBMISSIONS -- COPY EVERY RECORD ACROSS UNDER THE SAME   *
      * KEY, SO FORMDISP'S DELIVERY RECORDS STILL LINE UP             *
      *****************************************************************
       CONVERT-FORM-SUBMISSIONS.
           OPEN INPUT FORM-SUBMIT-FILE
           IF WS-NEW-STATUS = "00"
               CLOSE FORM-SUBMIT-FILE
               PERFORM REFUSE-EXISTING-FILE
           END-IF
           OPEN INPUT OLD-FORM-SUBMIT-FILE
           IF WS-OLD-STATUS NOT = "00"
               PERFORM REPORT-OLD-OPEN-ERROR
           END-IF
           OPEN OUTPUT FORM-SUBMIT-FILE
           IF WS-NEW-STATUS NOT = "00"
               CLOSE OLD-FORM-SUBMIT-FILE
               PERFORM REPORT-NEW-OPEN-ERROR
           END-IF
           PERFORM UNTIL WS-OLD-STATUS NOT = "00"
               READ OLD-FORM-SUBMIT-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-OLD-STATUS
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       INITIALIZE FORM-SUBMIT-RECORD
                       MOVE OLD-FS-STAMP      TO FS-STAMP
                       MOVE OLD-FS-SEQ        TO FS-SEQ
                       MOVE OLD-FS-CLIENT-IP  TO FS-CLIENT-IP
                       MOVE OLD-FS-VHOST-NAME TO FS-VHOST-NAME
                       MOVE OLD-FS-FORM-NAME  TO FS-FORM-NAME
                       MOVE OLD-FS-FIELD-DATA TO FS-FIELD-DATA
                       WRITE FORM-SUBMIT-RECORD
                           INVALID KEY
                               PERFORM REPORT-WRITE-ERROR
                           NOT INVALID KEY
                               ADD 1 TO WS-WRITTEN-COUNT
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE OLD-FORM-SUBMIT-FILE
           CLOSE FORM-SUBMIT-FILE.
      *****************************************************************
      * RATE-LIMIT COUNTERS -- ONLY THE CURRENT WINDOWS, BUT CARRIED  *
      * OVER SO A CLIENT ALREADY AT ITS LIMIT STAYS THERE             *
      *****************************************************************
       CONVERT-RATE-LIMIT.
           OPEN INPUT RATE-LIMIT-FILE
           IF WS-NEW-STATUS = "00"
               CLOSE RATE-LIMIT-FILE
               PERFORM REFUSE-EXISTING-FILE
           END-IF
           OPEN INPUT OLD-RATE-LIMIT-FILE
           IF WS-OLD-STATUS NOT = "00"
               PERFORM REPORT-OLD-OPEN-ERROR
           END-IF
           OPEN OUTPUT RATE-LIMIT-FILE
           IF WS-NEW-STATUS NOT = "00"
               CLOSE OLD-RATE-LIMIT-FILE
               PERFORM REPORT-NEW-OPEN-ERROR
           END-IF
           PERFORM UNTIL WS-OLD-STATUS NOT = "00"
               READ OLD-RATE-LIMIT-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-OLD-STATUS
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       INITIALIZE RATE-LIMIT-RECORD
                       MOVE OLD-RL-CLIENT-IP    TO RL-CLIENT-IP
                       MOVE OLD-RL-WINDOW-START TO RL-WINDOW-START
                       MOVE OLD-RL-COUNT        TO RL-COUNT
                       WRITE RATE-LIMIT-RECORD
                           INVALID KEY
                               PERFORM REPORT-WRITE-ERROR
                           NOT INVALID KEY
                               ADD 1 TO WS-WRITTEN-COUNT
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE OLD-RATE-LIMIT-FILE
           CLOSE RATE-LIMIT-FILE.
      *****************************************************************
      * TERMINATE PROGRAM                                             *
      *****************************************************************
       END PROGRAM IPCONV.
