      * AUTHOR:     MILÁN ATANÁZ MAJOR                                *
      * DATE:       02-SEP-2026                                       *
      * PURPOSE:    OPERATOR UTILITY FOR THE FORM SUBMISSIONS FILE   *
      *             THE FORMPOST CGI SUBPROGRAM APPENDS TO. FOUR     *
      *             RUN MODES, CHOSEN AT THE CONSOLE THE WAY         *
      *             LOGARCHIVE DOES:                                 *
      *               LIST    - SHOW EVERY STORED SUBMISSION AND     *
      *                         ITS FORMDISP DELIVERY STATUS         *
      *               EXTRACT - PULL A DATE RANGE TO A TEXT FILE     *
      *                         FOR HANDOFF                          *
      *               PURGE   - DELETE SUBMISSIONS BEFORE AN         *
      *                         OPERATOR-GIVEN CUTOFF DATE           *
      *               REQUEUE - PUT EXCEPTION SUBMISSIONS BACK FOR   *
      *                         THE NEXT FORMDISP RUN                *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FORMMAINT.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-KEY
               FILE STATUS IS WS-FORM-STATUS.
      *    FORM-DELIVERY-FILE HOLDS FORMDISP'S OUTCOME PER SUBMISSION *
           SELECT FORM-DELIVERY-FILE
               ASSIGN TO DYNAMIC FORM-DELIVERY-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DL-KEY
               FILE STATUS IS WS-DELIVERY-STATUS.
      *    EXTRACT-FILE RECEIVES THE DATE-RANGE PULL                  *
           SELECT EXTRACT-FILE ASSIGN TO DYNAMIC EXTRACT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
       01  CONFIG-RECORD     PIC X(100).
       FD  FORM-SUBMIT-FILE.
       COPY "sources/formsubmit.cpy".
       FD  FORM-DELIVERY-FILE.
       COPY "sources/formdlv.cpy".
       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD    PIC X(1300).
       WORKING-STORAGE SECTION.
       01  CONFIG-VARIABLE   PIC X(20).
       01  CONFIG-VALUE      PIC X(80).
       01  FORM-SUBMIT-PATH  PIC X(255) VALUE "form-submit.idx".
       01  FORM-DELIVERY-PATH PIC X(255) VALUE "form-delivery.idx".
       01  EXTRACT-FILE-PATH PIC X(255) VALUE "form-extract.txt".
       01  WS-FILE-STATUS    PIC XX.
       01  WS-FORM-STATUS    PIC XX.
       01  WS-EXTRACT-STATUS PIC XX.
       01  WS-DELIVERY-STATUS PIC XX.
      *    'Y' WHEN THE DELIVERY FILE EXISTS AND IS OPEN              *
       01  DELIVERY-OPEN-FLAG PIC X VALUE 'N'.
       01  WS-DELIVERY-SHOWN PIC X(10) VALUE SPACES.
      *    RUN MODE CHOSEN BY THE OPERATOR                            *
       01  WS-RUN-MODE       PIC X(10) VALUE SPACES.
      *    OPERATOR DIALOGUE AND COUNTERS                             *
       01  WS-LISTED-COUNT   PIC 9(9) VALUE 0.
       01  WS-EXTRACT-COUNT  PIC 9(9) VALUE 0.
       01  WS-PURGED-COUNT   PIC 9(9) VALUE 0.
       01  WS-REQUEUED-COUNT PIC 9(9) VALUE 0.
      *****************************************************************
      * PROCEDURE DIVISION CONTAINS PROGRAM LOGIC                     *
      *****************************************************************
      *    MAIN PROGRAM LOGIC                                         *
       MAIN-LOGIC.
           PERFORM READ-CONFIG-FILE
           DISPLAY "Run mode (LIST/EXTRACT/PURGE/REQUEUE): "
               WITH NO ADVANCING
           ACCEPT WS-RUN-MODE
           MOVE FUNCTION UPPER-CASE(WS-RUN-MODE) TO WS-RUN-MODE
           EVALUATE FUNCTION TRIM(WS-RUN-MODE)
                   PERFORM EXTRACT-DATE-RANGE
               WHEN "PURGE"
                   PERFORM PURGE-OLD-SUBMISSIONS
               WHEN "REQUEUE"
                   PERFORM REQUEUE-EXCEPTIONS
               WHEN OTHER
                   DISPLAY "FORMMAINT: unknown run mode " WS-RUN-MODE
                   MOVE 8 TO RETURN-CODE
                           IF CONFIG-VARIABLE = "FORM-SUBMIT-PATH"
                               MOVE CONFIG-VALUE TO FORM-SUBMIT-PATH
                           END-IF
                           IF CONFIG-VARIABLE = "FORM-DELIVERY-PATH"
                               MOVE CONFIG-VALUE TO FORM-DELIVERY-PATH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONFIG-FILE
               STOP RUN
           END-IF.
      *****************************************************************
      * OPEN THE DELIVERY FILE FOR READING. IT ONLY EXISTS ONCE       *
      * FORMDISP HAS RUN, SO A MISSING FILE IS NOT AN ERROR -- EVERY  *
      * SUBMISSION IS THEN STILL PENDING                              *
      *****************************************************************
       OPEN-DELIVERY-INPUT.
           MOVE 'N' TO DELIVERY-OPEN-FLAG
           OPEN INPUT FORM-DELIVERY-FILE
           PERFORM CHECK-DELIVERY-OPEN.
      *****************************************************************
      * OPEN THE DELIVERY FILE FOR UPDATE, IF IT EXISTS               *
      *****************************************************************
       OPEN-DELIVERY-UPDATE.
           MOVE 'N' TO DELIVERY-OPEN-FLAG
           OPEN I-O FORM-DELIVERY-FILE
           PERFORM CHECK-DELIVERY-OPEN.
      *****************************************************************
      * NOTE WHETHER THE DELIVERY FILE OPENED; ANY STATUS BUT NOT     *
      * FOUND IS FATAL                                                *
      *****************************************************************
       CHECK-DELIVERY-OPEN.
           EVALUATE WS-DELIVERY-STATUS
               WHEN "00"
                   MOVE 'Y' TO DELIVERY-OPEN-FLAG
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Error opening delivery file: "
                       FUNCTION TRIM(FORM-DELIVERY-PATH)
                       " status " WS-DELIVERY-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      *****************************************************************
      * POSITION AT THE FIRST RECORD OF THE FILE                      *
      *****************************************************************
       START-AT-FIRST-RECORD.
      *****************************************************************
       LIST-SUBMISSIONS.
           PERFORM OPEN-SUBMISSIONS-INPUT
           PERFORM OPEN-DELIVERY-INPUT
           DISPLAY "================================================="
           DISPLAY "FORM SUBMISSIONS - " FUNCTION TRIM(FORM-SUBMIT-PATH)
           DISPLAY "================================================="
                       NOT AT END
                           ADD 1 TO WS-LISTED-COUNT
                           DISPLAY "  " FS-STAMP "/" FS-SEQ
                               " ip " FUNCTION TRIM(FS-CLIENT-IP)
                               " vhost " FS-VHOST-NAME(1:20)
                               " form " FS-FORM-NAME(1:20)
                           DISPLAY "    " FS-FIELD-DATA(1:70)
                           PERFORM SHOW-DELIVERY-STATUS
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FORM-SUBMIT-FILE
           IF DELIVERY-OPEN-FLAG = 'Y'
               CLOSE FORM-DELIVERY-FILE
           END-IF
           DISPLAY "================================================="
           DISPLAY "FORMMAINT: " WS-LISTED-COUNT " submission(s)".
      *****************************************************************
      * SHOW THE DELIVERY STATUS OF THE SUBMISSION JUST LISTED        *
      *****************************************************************
       SHOW-DELIVERY-STATUS.
           MOVE "PENDING" TO WS-DELIVERY-SHOWN
           IF DELIVERY-OPEN-FLAG = 'Y'
               MOVE FS-KEY TO DL-KEY
               READ FORM-DELIVERY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DL-STATUS TO WS-DELIVERY-SHOWN
               END-READ
           END-IF
           IF WS-DELIVERY-SHOWN = "PENDING"
               DISPLAY "    delivery PENDING"
           ELSE
               DISPLAY "    delivery " WS-DELIVERY-SHOWN
                   " tries " DL-RETRY-COUNT
                   " last " DL-LAST-ATTEMPT
               IF DL-STATUS = "DELIVERED"
                   DISPLAY "      to " FUNCTION TRIM(DL-DESTINATION)
               ELSE
                   DISPLAY "      " FUNCTION TRIM(DL-LAST-ERROR)
               END-IF
           END-IF.
      *****************************************************************
      * EXTRACT MODE -- PULL EVERY SUBMISSION IN AN OPERATOR-GIVEN    *
      * DATE RANGE INTO THE EXTRACT FILE                              *
      *****************************************************************
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM OPEN-DELIVERY-UPDATE
           PERFORM START-AT-FIRST-RECORD
           IF WS-FORM-STATUS = "00"
               PERFORM UNTIL WS-FORM-STATUS NOT = "00"
                           MOVE "10" TO WS-FORM-STATUS
                       NOT AT END
                           IF FS-STAMP(1:8) < WS-CUTOFF-DATE
                               PERFORM PURGE-DELIVERY-RECORD
                               DELETE FORM-SUBMIT-FILE RECORD
                               ADD 1 TO WS-PURGED-COUNT
                           END-IF
               END-PERFORM
           END-IF
           CLOSE FORM-SUBMIT-FILE
           IF DELIVERY-OPEN-FLAG = 'Y'
               CLOSE FORM-DELIVERY-FILE
           END-IF
           DISPLAY "FORMMAINT: purged " WS-PURGED-COUNT
               " submission(s)".
      *****************************************************************
      * DROP THE DELIVERY RECORD OF A SUBMISSION BEING PURGED         *
      *****************************************************************
       PURGE-DELIVERY-RECORD.
           IF DELIVERY-OPEN-FLAG = 'Y'
               MOVE FS-KEY TO DL-KEY
               DELETE FORM-DELIVERY-FILE
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF.
      *****************************************************************
      * REQUEUE MODE -- AFTER THE ROUTE OR FOLDER IS FIXED, PUT EVERY *
      * EXCEPTION BACK AS FAILED WITH A FRESH RETRY COUNT SO THE NEXT *
      * FORMDISP RUN TRIES IT AGAIN                                   *
      *****************************************************************
       REQUEUE-EXCEPTIONS.
           PERFORM OPEN-DELIVERY-UPDATE
           IF DELIVERY-OPEN-FLAG = 'Y'
               MOVE LOW-VALUES TO DL-KEY
               START FORM-DELIVERY-FILE KEY IS NOT LESS THAN DL-KEY
                   INVALID KEY
                       MOVE "23" TO WS-DELIVERY-STATUS
               END-START
               PERFORM UNTIL WS-DELIVERY-STATUS NOT = "00"
                   READ FORM-DELIVERY-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-DELIVERY-STATUS
                       NOT AT END
                           IF DL-STATUS = "EXCEPTION"
                               MOVE "FAILED" TO DL-STATUS
                               MOVE 0 TO DL-RETRY-COUNT
                               REWRITE FORM-DELIVERY-RECORD
                               IF WS-DELIVERY-STATUS = "00"
                                   ADD 1 TO WS-REQUEUED-COUNT
                                   DISPLAY "  requeued " DL-STAMP "/"
                                       DL-SEQ
                               ELSE
                                   DISPLAY "FORMMAINT: error requeuing "
                                       DL-STAMP "/" DL-SEQ ", status "
                                       WS-DELIVERY-STATUS
                                   MOVE 12 TO RETURN-CODE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FORM-DELIVERY-FILE
           END-IF
           DISPLAY "FORMMAINT: requeued " WS-REQUEUED-COUNT
               " submission(s)".
      *****************************************************************
      * TERMINATE PROGRAM                                             *
      *****************************************************************
       END PROGRAM FORMMAINT.
