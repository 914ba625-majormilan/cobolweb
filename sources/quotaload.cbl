      *****************************************************************
      * PROGRAM:    QUOTALOAD                                        *
      * AUTHOR:     MILÁN ATANÁZ MAJOR                                *
      * DATE:       15-OCT-2026                                       *
      * PURPOSE:    MAINTAINS THE INDEXED VHOST BANDWIDTH QUOTA TABLE *
      *             THE WEBAPPLICATION WORKERS ENFORCE, THE WAY       *
      *             FORMROUTE MAINTAINS THE FORM ROUTING TABLE --     *
      *             ADDS, UPDATES, DELETES AND LISTS THE QUOTAS. EACH *
      *             QUOTA IS KEYED BY VHOST NAME AND GIVES A MONTHLY  *
      *             SOFT AND HARD LIMIT IN MEGABYTES, WHETHER OVERAGE *
      *             IS ALLOWED PAST THE HARD LIMIT, AND THE OWNER'S   *
      *             MAILBOX FOR THE SOFT-LIMIT ALERT                  *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUOTALOAD.
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
      *    QUOTA-FILE IS THE VHOST BANDWIDTH QUOTA TABLE              *
           SELECT QUOTA-FILE ASSIGN TO DYNAMIC QUOTA-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QT-VHOST-NAME
               FILE STATUS IS WS-QUOTA-STATUS.
      *****************************************************************
      * DATA DIVISION DECLARES VARIABLES AND FILE STRUCTURES          *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CONFIG-FILE.
       01  CONFIG-RECORD     PIC X(100).
       FD  QUOTA-FILE.
       COPY "sources/quota.cpy".
       WORKING-STORAGE SECTION.
       01  CONFIG-FILE-PATH  PIC X(255).
          88 CONFIG-FILE-DEFAULT
          VALUE "/etc/cobweb/cobweb.conf".
       01  CONFIG-VARIABLE   PIC X(20).
       01  CONFIG-VALUE      PIC X(80).
       01  QUOTA-FILE-PATH   PIC X(255) VALUE "vhost-quota.idx".
       01  WS-FILE-STATUS    PIC XX.
       01  WS-QUOTA-STATUS   PIC XX.
      *    OPERATOR DIALOGUE                                          *
       01  WS-COMMAND        PIC X(10) VALUE SPACES.
       01  WS-TARGET-VHOST   PIC X(80) VALUE SPACES.
       01  WS-SOFT-INPUT     PIC X(10) VALUE SPACES.
       01  WS-HARD-INPUT     PIC X(10) VALUE SPACES.
       01  WS-NEW-SOFT-MB    PIC 9(9) VALUE 0.
       01  WS-NEW-HARD-MB    PIC 9(9) VALUE 0.
       01  WS-NEW-OVERAGE    PIC X VALUE SPACES.
       01  WS-NEW-OWNER-MAIL PIC X(80) VALUE SPACES.
       01  WS-TIMESTAMP      PIC X(21) VALUE SPACES.
       01  QUOTA-OK-FLAG     PIC X VALUE 'Y'.
       01  WS-QUOTA-COUNT    PIC 9(5) VALUE 0.
       01  WS-SOFT-DISP      PIC Z(8)9.
       01  WS-HARD-DISP      PIC Z(8)9.
      *****************************************************************
      * PROCEDURE DIVISION CONTAINS PROGRAM LOGIC                     *
      *****************************************************************
       PROCEDURE DIVISION.
      *    MAIN PROGRAM LOGIC                                         *
       MAIN-LOGIC.
           PERFORM READ-CONFIG-FILE
           PERFORM OPEN-QUOTA-FILE
           DISPLAY "Command (ADD/UPDATE/DELETE/LIST): "
               WITH NO ADVANCING
           ACCEPT WS-COMMAND
           MOVE FUNCTION UPPER-CASE(WS-COMMAND) TO WS-COMMAND
           EVALUATE FUNCTION TRIM(WS-COMMAND)
               WHEN "ADD"
                   PERFORM ADD-QUOTA
               WHEN "UPDATE"
                   PERFORM UPDATE-QUOTA
               WHEN "DELETE"
                   PERFORM DELETE-QUOTA
               WHEN "LIST"
                   PERFORM LIST-QUOTAS
               WHEN OTHER
                   DISPLAY "QUOTALOAD: unknown command " WS-COMMAND
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           CLOSE QUOTA-FILE
           STOP RUN.
      *****************************************************************
      * READ SERVER CONFIGURATION TO FIND THE QUOTA TABLE PATH        *
      *****************************************************************
       READ-CONFIG-FILE.
           ACCEPT CONFIG-FILE-PATH FROM ENVIRONMENT "COBWEB_CONFIG"
             ON EXCEPTION
                SET CONFIG-FILE-DEFAULT TO TRUE
           END-ACCEPT
           OPEN INPUT CONFIG-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No config file found, using default "
                   "quota table path: " QUOTA-FILE-PATH
           ELSE
               PERFORM UNTIL WS-FILE-STATUS = "10"
                   READ CONFIG-FILE INTO CONFIG-RECORD
                       AT END
                           MOVE "10" TO WS-FILE-STATUS
                       NOT AT END
                           UNSTRING CONFIG-RECORD DELIMITED BY "="
                               INTO CONFIG-VARIABLE CONFIG-VALUE
                           END-UNSTRING
                           IF CONFIG-VARIABLE = "QUOTA-FILE-PATH"
                               MOVE CONFIG-VALUE TO QUOTA-FILE-PATH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONFIG-FILE
           END-IF.
      *****************************************************************
      * OPEN THE QUOTA TABLE FOR UPDATE, CREATING IT THE FIRST TIME   *
      *****************************************************************
       OPEN-QUOTA-FILE.
           OPEN I-O QUOTA-FILE
           IF WS-QUOTA-STATUS = "05" OR WS-QUOTA-STATUS = "35"
               OPEN OUTPUT QUOTA-FILE
               CLOSE QUOTA-FILE
               OPEN I-O QUOTA-FILE
           END-IF
           IF WS-QUOTA-STATUS NOT = "00"
               DISPLAY "QUOTALOAD: error opening "
                   FUNCTION TRIM(QUOTA-FILE-PATH)
                   ", status " WS-QUOTA-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
      *****************************************************************
      * ASK WHICH VHOST THE QUOTA IS FOR                              *
      *****************************************************************
       PROMPT-QUOTA-KEY.
           DISPLAY "Vhost name: " WITH NO ADVANCING
           ACCEPT WS-TARGET-VHOST
           MOVE FUNCTION LOWER-CASE(WS-TARGET-VHOST) TO WS-TARGET-VHOST
           MOVE 'Y' TO QUOTA-OK-FLAG
           IF WS-TARGET-VHOST = SPACES
               DISPLAY "QUOTALOAD: a vhost name is required"
               MOVE 'N' TO QUOTA-OK-FLAG
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE WS-TARGET-VHOST TO QT-VHOST-NAME.
      *****************************************************************
      * ADD A NEW QUOTA, REFUSING ONE THAT ALREADY EXISTS             *
      *****************************************************************
       ADD-QUOTA.
           PERFORM PROMPT-QUOTA-KEY
           IF QUOTA-OK-FLAG = 'Y'
               READ QUOTA-FILE
                   INVALID KEY
                       PERFORM PROMPT-QUOTA-FIELDS
                       PERFORM CONVERT-LIMIT-ANSWERS
                       IF WS-NEW-OVERAGE = SPACES
                           MOVE 'N' TO WS-NEW-OVERAGE
                       END-IF
                       PERFORM VALIDATE-QUOTA-FIELDS
                       IF QUOTA-OK-FLAG = 'Y'
                           INITIALIZE QUOTA-RECORD
                           MOVE WS-TARGET-VHOST TO QT-VHOST-NAME
                           PERFORM APPLY-QUOTA-FIELDS
                           WRITE QUOTA-RECORD
                           IF WS-QUOTA-STATUS = "00"
                               DISPLAY "QUOTALOAD: added quota for "
                                   FUNCTION TRIM(WS-TARGET-VHOST)
                           ELSE
                               DISPLAY "QUOTALOAD: error writing "
                                   "quota, status " WS-QUOTA-STATUS
                               MOVE 12 TO RETURN-CODE
                           END-IF
                       END-IF
                   NOT INVALID KEY
                       DISPLAY "QUOTALOAD: quota already exists"
                           " - use UPDATE"
                       MOVE 8 TO RETURN-CODE
               END-READ
           END-IF.
      *****************************************************************
      * PROMPT FOR THE QUOTA FIELDS -- ON UPDATE A BLANK ANSWER KEEPS *
      * THE CURRENT VALUE                                             *
      *****************************************************************
       PROMPT-QUOTA-FIELDS.
           DISPLAY "Soft limit, MB per month (0 = none): "
               WITH NO ADVANCING
           ACCEPT WS-SOFT-INPUT
           DISPLAY "Hard limit, MB per month (0 = none): "
               WITH NO ADVANCING
           ACCEPT WS-HARD-INPUT
           DISPLAY "Overage allowed past the hard limit (Y/N): "
               WITH NO ADVANCING
           ACCEPT WS-NEW-OVERAGE
           MOVE FUNCTION UPPER-CASE(WS-NEW-OVERAGE) TO WS-NEW-OVERAGE
           DISPLAY "Owner mailbox for the soft-limit alert: "
               WITH NO ADVANCING
           ACCEPT WS-NEW-OWNER-MAIL.
      *****************************************************************
      * TURN THE LIMIT ANSWERS INTO MEGABYTE FIGURES -- A BLANK       *
      * ANSWER IS TAKEN AS 0 HERE AND OVERRIDDEN BY THE CALLER ON     *
      * UPDATE                                                        *
      *****************************************************************
       CONVERT-LIMIT-ANSWERS.
           MOVE 'Y' TO QUOTA-OK-FLAG
           MOVE 0 TO WS-NEW-SOFT-MB
           MOVE 0 TO WS-NEW-HARD-MB
           IF WS-SOFT-INPUT NOT = SPACES
               IF FUNCTION TRIM(WS-SOFT-INPUT) IS NOT NUMERIC
                   DISPLAY "QUOTALOAD: soft limit must be a whole "
                       "number of MB"
                   MOVE 'N' TO QUOTA-OK-FLAG
               ELSE
                   MOVE FUNCTION NUMVAL(WS-SOFT-INPUT)
                       TO WS-NEW-SOFT-MB
               END-IF
           END-IF
           IF WS-HARD-INPUT NOT = SPACES
               IF FUNCTION TRIM(WS-HARD-INPUT) IS NOT NUMERIC
                   DISPLAY "QUOTALOAD: hard limit must be a whole "
                       "number of MB"
                   MOVE 'N' TO QUOTA-OK-FLAG
               ELSE
                   MOVE FUNCTION NUMVAL(WS-HARD-INPUT)
                       TO WS-NEW-HARD-MB
               END-IF
           END-IF.
      *****************************************************************
      * CHECK THE ANSWERS. ON UPDATE THE BLANK ONES WERE ALREADY      *
      * FILLED FROM THE RECORD                                        *
      *****************************************************************
       VALIDATE-QUOTA-FIELDS.
           IF WS-NEW-SOFT-MB = 0 AND WS-NEW-HARD-MB = 0
               DISPLAY "QUOTALOAD: a soft or a hard limit is required"
               MOVE 'N' TO QUOTA-OK-FLAG
           END-IF
           IF WS-NEW-SOFT-MB > 0 AND WS-NEW-HARD-MB > 0 AND
                   WS-NEW-SOFT-MB > WS-NEW-HARD-MB
               DISPLAY "QUOTALOAD: the soft limit may not exceed the "
                   "hard limit"
               MOVE 'N' TO QUOTA-OK-FLAG
           END-IF
           IF WS-NEW-OVERAGE NOT = 'Y' AND WS-NEW-OVERAGE NOT = 'N'
               DISPLAY "QUOTALOAD: overage allowed must be Y or N"
               MOVE 'N' TO QUOTA-OK-FLAG
           END-IF
           IF WS-NEW-SOFT-MB > 0 AND WS-NEW-OWNER-MAIL = SPACES
               DISPLAY "QUOTALOAD: an owner mailbox is required "
                   "with a soft limit"
               MOVE 'N' TO QUOTA-OK-FLAG
           END-IF
           IF QUOTA-OK-FLAG NOT = 'Y'
               MOVE 8 TO RETURN-CODE
           END-IF.
      *****************************************************************
      * MOVE THE CHECKED ANSWERS INTO THE QUOTA RECORD. A CHANGED     *
      * LIMIT RE-ARMS ITS ALERT FOR THE CURRENT MONTH                 *
      *****************************************************************
       APPLY-QUOTA-FIELDS.
           IF WS-NEW-SOFT-MB NOT = QT-SOFT-LIMIT-MB
               MOVE SPACES TO QT-SOFT-ALERT-MONTH
           END-IF
           IF WS-NEW-HARD-MB NOT = QT-HARD-LIMIT-MB
               MOVE SPACES TO QT-HARD-ALERT-MONTH
           END-IF
           MOVE WS-NEW-SOFT-MB TO QT-SOFT-LIMIT-MB
           MOVE WS-NEW-HARD-MB TO QT-HARD-LIMIT-MB
           MOVE WS-NEW-OVERAGE TO QT-OVERAGE-ALLOWED
           MOVE WS-NEW-OWNER-MAIL TO QT-OWNER-MAIL
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:14) TO QT-UPDATED-STAMP.
      *****************************************************************
      * CHANGE AN EXISTING QUOTA                                      *
      *****************************************************************
       UPDATE-QUOTA.
           PERFORM PROMPT-QUOTA-KEY
           IF QUOTA-OK-FLAG = 'Y'
               READ QUOTA-FILE
                   INVALID KEY
                       DISPLAY "QUOTALOAD: no such quota"
                       MOVE 8 TO RETURN-CODE
                   NOT INVALID KEY
                       DISPLAY "(blank keeps the current value)"
                       PERFORM PROMPT-QUOTA-FIELDS
                       PERFORM CONVERT-LIMIT-ANSWERS
                       IF WS-SOFT-INPUT = SPACES
                           MOVE QT-SOFT-LIMIT-MB TO WS-NEW-SOFT-MB
                       END-IF
                       IF WS-HARD-INPUT = SPACES
                           MOVE QT-HARD-LIMIT-MB TO WS-NEW-HARD-MB
                       END-IF
                       IF WS-NEW-OVERAGE = SPACES
                           MOVE QT-OVERAGE-ALLOWED TO WS-NEW-OVERAGE
                       END-IF
                       IF WS-NEW-OWNER-MAIL = SPACES
                           MOVE QT-OWNER-MAIL TO WS-NEW-OWNER-MAIL
                       END-IF
                       PERFORM VALIDATE-QUOTA-FIELDS
                       IF QUOTA-OK-FLAG = 'Y'
                           PERFORM APPLY-QUOTA-FIELDS
                           REWRITE QUOTA-RECORD
                           IF WS-QUOTA-STATUS = "00"
                               DISPLAY "QUOTALOAD: updated quota"
                           ELSE
                               DISPLAY "QUOTALOAD: error rewriting "
                                   "quota, status " WS-QUOTA-STATUS
                               MOVE 12 TO RETURN-CODE
                           END-IF
                       END-IF
               END-READ
           END-IF.
      *****************************************************************
      * DELETE A QUOTA -- THE VHOST IS UNLIMITED FROM ITS NEXT        *
      * REQUEST ON                                                    *
      *****************************************************************
       DELETE-QUOTA.
           PERFORM PROMPT-QUOTA-KEY
           IF QUOTA-OK-FLAG = 'Y'
               READ QUOTA-FILE
                   INVALID KEY
                       DISPLAY "QUOTALOAD: no such quota"
                       MOVE 8 TO RETURN-CODE
                   NOT INVALID KEY
                       DELETE QUOTA-FILE
                           INVALID KEY
                               DISPLAY "QUOTALOAD: error deleting "
                                   "quota, status " WS-QUOTA-STATUS
                               MOVE 12 TO RETURN-CODE
                           NOT INVALID KEY
                               DISPLAY "QUOTALOAD: deleted quota"
                       END-DELETE
               END-READ
           END-IF.
      *****************************************************************
      * LIST EVERY QUOTA IN VHOST ORDER                               *
      *****************************************************************
       LIST-QUOTAS.
           MOVE 0 TO WS-QUOTA-COUNT
           DISPLAY "================================================="
           DISPLAY "VHOST QUOTAS - " FUNCTION TRIM(QUOTA-FILE-PATH)
           DISPLAY "================================================="
           MOVE LOW-VALUES TO QT-VHOST-NAME
           START QUOTA-FILE KEY IS NOT LESS THAN QT-VHOST-NAME
               INVALID KEY
                   MOVE "10" TO WS-QUOTA-STATUS
           END-START
           PERFORM UNTIL WS-QUOTA-STATUS NOT = "00"
               READ QUOTA-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-QUOTA-STATUS
                   NOT AT END
                       ADD 1 TO WS-QUOTA-COUNT
                       MOVE QT-SOFT-LIMIT-MB TO WS-SOFT-DISP
                       MOVE QT-HARD-LIMIT-MB TO WS-HARD-DISP
                       DISPLAY "  " QT-VHOST-NAME(1:30)
                           " soft " WS-SOFT-DISP " MB"
                           " hard " WS-HARD-DISP " MB"
                           " overage " QT-OVERAGE-ALLOWED
                       DISPLAY "      owner "
                           FUNCTION TRIM(QT-OWNER-MAIL)
                           "  alerted soft " QT-SOFT-ALERT-MONTH
                           " hard " QT-HARD-ALERT-MONTH
               END-READ
           END-PERFORM
           DISPLAY "  (" WS-QUOTA-COUNT " quota(s))".
      *****************************************************************
      * TERMINATE PROGRAM                                             *
      *****************************************************************
       END PROGRAM QUOTALOAD.
