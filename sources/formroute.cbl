      *****************************************************************
      * PROGRAM:    FORMROUTE                                        *
      * AUTHOR:     MILÁN ATANÁZ MAJOR                                *
      * DATE:       15-OCT-2026                                       *
      * PURPOSE:    MAINTAINS THE INDEXED FORM ROUTING TABLE READ BY  *
      *             THE FORMDISP DISPATCH RUN, THE WAY CUSTLOAD       *
      *             MAINTAINS THE CUSTOMER MASTER -- ADDS, UPDATES,   *
      *             DELETES AND LISTS THE ROUTES. EACH ROUTE IS KEYED *
      *             BY VHOST AND FORM NAME (* FOR ANY) AND NAMES A    *
      *             MAILBOX (MAIL) OR DROP FOLDER (FOLDER) AND THE    *
      *             NOTIFICATION FORMAT (TEXT OR CSV)                 *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FORMROUTE.
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
      *    FORM-ROUTE-FILE IS THE ROUTING TABLE                       *
           SELECT FORM-ROUTE-FILE ASSIGN TO DYNAMIC FORM-ROUTE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FR-KEY
               FILE STATUS IS WS-ROUTE-STATUS.
      *****************************************************************
      * DATA DIVISION DECLARES VARIABLES AND FILE STRUCTURES          *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CONFIG-FILE.
       01  CONFIG-RECORD     PIC X(100).
       FD  FORM-ROUTE-FILE.
       COPY "sources/formroute.cpy".
       WORKING-STORAGE SECTION.
       01  CONFIG-FILE-PATH  PIC X(255).
          88 CONFIG-FILE-DEFAULT
          VALUE "/etc/cobweb/cobweb.conf".
       01  CONFIG-VARIABLE   PIC X(20).
       01  CONFIG-VALUE      PIC X(80).
       01  FORM-ROUTE-PATH   PIC X(255) VALUE "form-route.idx".
       01  WS-FILE-STATUS    PIC XX.
       01  WS-ROUTE-STATUS   PIC XX.
      *    OPERATOR DIALOGUE                                          *
       01  WS-COMMAND        PIC X(10) VALUE SPACES.
       01  WS-TARGET-VHOST   PIC X(80) VALUE SPACES.
       01  WS-TARGET-FORM    PIC X(40) VALUE SPACES.
       01  WS-NEW-DEST-TYPE  PIC X(6) VALUE SPACES.
       01  WS-NEW-DESTINATION PIC X(255) VALUE SPACES.
       01  WS-NEW-FORMAT     PIC X(4) VALUE SPACES.
       01  WS-NEW-ACTIVE     PIC X VALUE SPACES.
       01  WS-TIMESTAMP      PIC X(21) VALUE SPACES.
       01  ROUTE-OK-FLAG     PIC X VALUE 'Y'.
       01  WS-ROUTE-COUNT    PIC 9(5) VALUE 0.
      *****************************************************************
      * PROCEDURE DIVISION CONTAINS PROGRAM LOGIC                     *
      *****************************************************************
       PROCEDURE DIVISION.
      *    MAIN PROGRAM LOGIC                                         *
       MAIN-LOGIC.
           PERFORM READ-CONFIG-FILE
           PERFORM OPEN-ROUTE-FILE
           DISPLAY "Command (ADD/UPDATE/DELETE/LIST): "
               WITH NO ADVANCING
           ACCEPT WS-COMMAND
           MOVE FUNCTION UPPER-CASE(WS-COMMAND) TO WS-COMMAND
           EVALUATE FUNCTION TRIM(WS-COMMAND)
               WHEN "ADD"
                   PERFORM ADD-ROUTE
               WHEN "UPDATE"
                   PERFORM UPDATE-ROUTE
               WHEN "DELETE"
                   PERFORM DELETE-ROUTE
               WHEN "LIST"
                   PERFORM LIST-ROUTES
               WHEN OTHER
                   DISPLAY "FORMROUTE: unknown command " WS-COMMAND
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           CLOSE FORM-ROUTE-FILE
           STOP RUN.
      *****************************************************************
      * READ SERVER CONFIGURATION TO FIND THE ROUTING TABLE PATH      *
      *****************************************************************
       READ-CONFIG-FILE.
           ACCEPT CONFIG-FILE-PATH FROM ENVIRONMENT "COBWEB_CONFIG"
             ON EXCEPTION
                SET CONFIG-FILE-DEFAULT TO TRUE
           END-ACCEPT
           OPEN INPUT CONFIG-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No config file found, using default "
                   "routing table path: " FORM-ROUTE-PATH
           ELSE
               PERFORM UNTIL WS-FILE-STATUS = "10"
                   READ CONFIG-FILE INTO CONFIG-RECORD
                       AT END
                           MOVE "10" TO WS-FILE-STATUS
                       NOT AT END
                           UNSTRING CONFIG-RECORD DELIMITED BY "="
                               INTO CONFIG-VARIABLE CONFIG-VALUE
                           END-UNSTRING
                           IF CONFIG-VARIABLE = "FORM-ROUTE-PATH"
                               MOVE CONFIG-VALUE TO FORM-ROUTE-PATH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONFIG-FILE
           END-IF.
      *****************************************************************
      * OPEN THE ROUTING TABLE FOR UPDATE, CREATING IT THE FIRST TIME *
      *****************************************************************
       OPEN-ROUTE-FILE.
           OPEN I-O FORM-ROUTE-FILE
           IF WS-ROUTE-STATUS = "05" OR WS-ROUTE-STATUS = "35"
               OPEN OUTPUT FORM-ROUTE-FILE
               CLOSE FORM-ROUTE-FILE
               OPEN I-O FORM-ROUTE-FILE
           END-IF
           IF WS-ROUTE-STATUS NOT = "00"
               DISPLAY "FORMROUTE: error opening "
                   FUNCTION TRIM(FORM-ROUTE-PATH)
                   ", status " WS-ROUTE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
      *****************************************************************
      * ASK WHICH VHOST AND FORM THE ROUTE IS FOR                     *
      *****************************************************************
       PROMPT-ROUTE-KEY.
           DISPLAY "Vhost name (* for any vhost): " WITH NO ADVANCING
           ACCEPT WS-TARGET-VHOST
           MOVE FUNCTION LOWER-CASE(WS-TARGET-VHOST) TO WS-TARGET-VHOST
           DISPLAY "Form name (* for any form): " WITH NO ADVANCING
           ACCEPT WS-TARGET-FORM
           MOVE 'Y' TO ROUTE-OK-FLAG
           IF WS-TARGET-VHOST = SPACES OR WS-TARGET-FORM = SPACES
               DISPLAY "FORMROUTE: vhost and form name are required"
               MOVE 'N' TO ROUTE-OK-FLAG
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE WS-TARGET-VHOST TO FR-VHOST-NAME
           MOVE WS-TARGET-FORM TO FR-FORM-NAME.
      *****************************************************************
      * ADD A NEW ROUTE, REFUSING ONE THAT ALREADY EXISTS             *
      *****************************************************************
       ADD-ROUTE.
           PERFORM PROMPT-ROUTE-KEY
           IF ROUTE-OK-FLAG = 'Y'
               READ FORM-ROUTE-FILE
                   INVALID KEY
                       PERFORM PROMPT-ROUTE-FIELDS
                       PERFORM VALIDATE-ROUTE-FIELDS
                       IF ROUTE-OK-FLAG = 'Y'
                           INITIALIZE FORM-ROUTE-RECORD
                           MOVE WS-TARGET-VHOST TO FR-VHOST-NAME
                           MOVE WS-TARGET-FORM TO FR-FORM-NAME
                           MOVE 'Y' TO FR-ACTIVE-FLAG
                           PERFORM APPLY-ROUTE-FIELDS
                           WRITE FORM-ROUTE-RECORD
                           IF WS-ROUTE-STATUS = "00"
                               DISPLAY "FORMROUTE: added route for "
                                   FUNCTION TRIM(WS-TARGET-VHOST) " / "
                                   FUNCTION TRIM(WS-TARGET-FORM)
                           ELSE
                               DISPLAY "FORMROUTE: error writing "
                                   "route, status " WS-ROUTE-STATUS
                               MOVE 12 TO RETURN-CODE
                           END-IF
                       END-IF
                   NOT INVALID KEY
                       DISPLAY "FORMROUTE: route already exists"
                           " - use UPDATE"
                       MOVE 8 TO RETURN-CODE
               END-READ
           END-IF.
      *****************************************************************
      * PROMPT FOR THE ROUTE FIELDS -- ON UPDATE A BLANK ANSWER KEEPS *
      * THE CURRENT VALUE                                             *
      *****************************************************************
       PROMPT-ROUTE-FIELDS.
           DISPLAY "Destination type (MAIL/FOLDER): "
               WITH NO ADVANCING
           ACCEPT WS-NEW-DEST-TYPE
           MOVE FUNCTION UPPER-CASE(WS-NEW-DEST-TYPE)
               TO WS-NEW-DEST-TYPE
           DISPLAY "Mailbox address or drop folder: "
               WITH NO ADVANCING
           ACCEPT WS-NEW-DESTINATION
           DISPLAY "Notification format (TEXT/CSV): "
               WITH NO ADVANCING
           ACCEPT WS-NEW-FORMAT
           MOVE FUNCTION UPPER-CASE(WS-NEW-FORMAT) TO WS-NEW-FORMAT.
      *****************************************************************
      * CHECK THE ANSWERS. ON ADD EVERY FIELD IS REQUIRED; ON UPDATE  *
      * THE BLANK ONES WERE ALREADY FILLED FROM THE RECORD            *
      *****************************************************************
       VALIDATE-ROUTE-FIELDS.
           IF WS-NEW-DEST-TYPE NOT = "MAIL" AND
                   WS-NEW-DEST-TYPE NOT = "FOLDER"
               DISPLAY "FORMROUTE: destination type must be MAIL "
                   "or FOLDER"
               MOVE 'N' TO ROUTE-OK-FLAG
           END-IF
           IF WS-NEW-DESTINATION = SPACES
               DISPLAY "FORMROUTE: a destination is required"
               MOVE 'N' TO ROUTE-OK-FLAG
           END-IF
           IF WS-NEW-FORMAT NOT = "TEXT" AND WS-NEW-FORMAT NOT = "CSV"
               DISPLAY "FORMROUTE: format must be TEXT or CSV"
               MOVE 'N' TO ROUTE-OK-FLAG
           END-IF
           IF ROUTE-OK-FLAG NOT = 'Y'
               MOVE 8 TO RETURN-CODE
           END-IF.
      *****************************************************************
      * MOVE THE CHECKED ANSWERS INTO THE ROUTE RECORD                *
      *****************************************************************
       APPLY-ROUTE-FIELDS.
           MOVE WS-NEW-DEST-TYPE TO FR-DEST-TYPE
           MOVE WS-NEW-DESTINATION TO FR-DESTINATION
           MOVE WS-NEW-FORMAT TO FR-FORMAT
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:14) TO FR-UPDATED-STAMP.
      *****************************************************************
      * CHANGE AN EXISTING ROUTE OR SUSPEND/RESUME IT                 *
      *****************************************************************
       UPDATE-ROUTE.
           PERFORM PROMPT-ROUTE-KEY
           IF ROUTE-OK-FLAG = 'Y'
               READ FORM-ROUTE-FILE
                   INVALID KEY
                       DISPLAY "FORMROUTE: no such route"
                       MOVE 8 TO RETURN-CODE
                   NOT INVALID KEY
                       DISPLAY "(blank keeps the current value)"
                       PERFORM PROMPT-ROUTE-FIELDS
                       IF WS-NEW-DEST-TYPE = SPACES
                           MOVE FR-DEST-TYPE TO WS-NEW-DEST-TYPE
                       END-IF
                       IF WS-NEW-DESTINATION = SPACES
                           MOVE FR-DESTINATION TO WS-NEW-DESTINATION
                       END-IF
                       IF WS-NEW-FORMAT = SPACES
                           MOVE FR-FORMAT TO WS-NEW-FORMAT
                       END-IF
                       DISPLAY "Active Y/N (" FR-ACTIVE-FLAG "): "
                           WITH NO ADVANCING
                       ACCEPT WS-NEW-ACTIVE
                       MOVE FUNCTION UPPER-CASE(WS-NEW-ACTIVE)
                           TO WS-NEW-ACTIVE
                       PERFORM VALIDATE-ROUTE-FIELDS
                       IF WS-NEW-ACTIVE NOT = SPACES AND
                               WS-NEW-ACTIVE NOT = 'Y' AND
                               WS-NEW-ACTIVE NOT = 'N'
                           DISPLAY "FORMROUTE: active must be Y or N"
                           MOVE 'N' TO ROUTE-OK-FLAG
                           MOVE 8 TO RETURN-CODE
                       END-IF
                       IF ROUTE-OK-FLAG = 'Y'
                           IF WS-NEW-ACTIVE NOT = SPACES
                               MOVE WS-NEW-ACTIVE TO FR-ACTIVE-FLAG
                           END-IF
                           PERFORM APPLY-ROUTE-FIELDS
                           REWRITE FORM-ROUTE-RECORD
                           IF WS-ROUTE-STATUS = "00"
                               DISPLAY "FORMROUTE: updated route"
                           ELSE
                               DISPLAY "FORMROUTE: error rewriting "
                                   "route, status " WS-ROUTE-STATUS
                               MOVE 12 TO RETURN-CODE
                           END-IF
                       END-IF
               END-READ
           END-IF.
      *****************************************************************
      * DELETE A ROUTE -- ITS FORMS WAIT AS UNROUTED UNTIL A ROUTE    *
      * COVERS THEM AGAIN                                             *
      *****************************************************************
       DELETE-ROUTE.
           PERFORM PROMPT-ROUTE-KEY
           IF ROUTE-OK-FLAG = 'Y'
               READ FORM-ROUTE-FILE
                   INVALID KEY
                       DISPLAY "FORMROUTE: no such route"
                       MOVE 8 TO RETURN-CODE
                   NOT INVALID KEY
                       DELETE FORM-ROUTE-FILE
                           INVALID KEY
                               DISPLAY "FORMROUTE: error deleting "
                                   "route, status " WS-ROUTE-STATUS
                               MOVE 12 TO RETURN-CODE
                           NOT INVALID KEY
                               DISPLAY "FORMROUTE: deleted route"
                       END-DELETE
               END-READ
           END-IF.
      *****************************************************************
      * LIST EVERY ROUTE IN KEY ORDER                                 *
      *****************************************************************
       LIST-ROUTES.
           MOVE 0 TO WS-ROUTE-COUNT
           DISPLAY "================================================="
           DISPLAY "FORM ROUTES - " FUNCTION TRIM(FORM-ROUTE-PATH)
           DISPLAY "================================================="
           MOVE LOW-VALUES TO FR-KEY
           START FORM-ROUTE-FILE KEY IS NOT LESS THAN FR-KEY
               INVALID KEY
                   MOVE "10" TO WS-ROUTE-STATUS
           END-START
           PERFORM UNTIL WS-ROUTE-STATUS NOT = "00"
               READ FORM-ROUTE-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-ROUTE-STATUS
                   NOT AT END
                       ADD 1 TO WS-ROUTE-COUNT
                       DISPLAY "  " FR-VHOST-NAME(1:30) " "
                           FR-FORM-NAME(1:20) " " FR-FORMAT " "
                           FR-ACTIVE-FLAG
                       DISPLAY "      " FR-DEST-TYPE " "
                           FUNCTION TRIM(FR-DESTINATION)
               END-READ
           END-PERFORM
           DISPLAY "  (" WS-ROUTE-COUNT " route(s))".
      *****************************************************************
      * TERMINATE PROGRAM                                             *
      *****************************************************************
       END PROGRAM FORMROUTE.
