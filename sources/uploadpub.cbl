      * DATE:       02-SEP-2026                                       *
      * PURPOSE:    OPERATOR-RUN PUBLISH STEP FOR THE UPLOAD STAGING *
      *             AREA -- THE ONLY ROAD FROM A STAGED UPLOAD INTO  *
      *             THE LIVE DOCUMENT TREE. FIVE COMMANDS:           *
      *               LIST     - SHOW THE UPLOAD REGISTER            *
      *               PUBLISH  - MOVE ONE APPROVED STAGED FILE INTO  *
      *                          THE DOCUMENT ROOT (OR A GIVEN VHOST *
      *                          ROOT)                               *
      *               DISCARD  - DELETE ONE STAGED FILE WITHOUT      *
      *                          PUBLISHING IT                       *
      *               HISTORY  - SHOW THE PUBLICATION HISTORY        *
      *               ROLLBACK - PUT BACK THE VERSION A NAMED        *
      *                          PUBLICATION REPLACED                *
      *             A PUBLISH OR ROLLBACK THAT REPLACES A LIVE FILE  *
      *             KEEPS THE OLD ONE IN THE VERSIONS FOLDER, WRITES *
      *             A PUBLICATION HISTORY RECORD, AND UPDATES THE    *
      *             FILE'S CONTCHECK MANIFEST LINE SO VERIFY ONLY    *
      *             ALARMS ON CHANGES MADE OUTSIDE THIS TOOL         *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. UPLOADPUB.
               UPLOAD-REGISTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UPREG-STATUS.
      *    PUBLISH-HISTORY-FILE RECORDS EVERY PUBLISH AND ROLLBACK    *
           SELECT PUBLISH-HISTORY-FILE ASSIGN TO DYNAMIC
               PUBLISH-HISTORY-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-PUB-ID
               FILE STATUS IS WS-PUBHIST-STATUS.
      *    MANIFEST-FILE IS THE CONTENT MANIFEST CONTCHECK BUILDS     *
           SELECT MANIFEST-FILE ASSIGN TO DYNAMIC MANIFEST-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANI-STATUS.
      *****************************************************************
      * DATA DIVISION DECLARES VARIABLES AND FILE STRUCTURES          *
      *****************************************************************
       01  CONFIG-RECORD     PIC X(100).
       FD  UPLOAD-REGISTER-FILE.
       01  UPLOAD-REGISTER-RECORD PIC X(600).
       FD  PUBLISH-HISTORY-FILE.
       COPY "sources/pubhist.cpy".
       FD  MANIFEST-FILE.
       01  MANIFEST-RECORD   PIC X(440).
       WORKING-STORAGE SECTION.
       01  CONFIG-FILE-PATH  PIC X(255).
          88 CONFIG-FILE-DEFAULT
       01  UPLOAD-STAGING-FOLDER PIC X(255) VALUE "staging/".
       01  UPLOAD-REGISTER-PATH PIC X(255)
           VALUE "upload-register.log".
       01  UPLOAD-VERSIONS-FOLDER PIC X(255) VALUE "versions/".
       01  PUBLISH-HISTORY-PATH PIC X(255)
           VALUE "publish-history.idx".
       01  MANIFEST-FILE-PATH PIC X(255) VALUE "content-manifest.dat".
       01  WS-FILE-STATUS    PIC XX.
       01  WS-UPREG-STATUS   PIC XX.
       01  WS-PUBHIST-STATUS PIC XX.
       01  WS-MANI-STATUS    PIC XX.
      *    OPERATOR DIALOGUE                                          *
       01  WS-COMMAND        PIC X(10) VALUE SPACES.
       01  WS-TARGET-FILE    PIC X(100) VALUE SPACES.
       01  WS-RETURN-CODE    PIC S9(4) COMP-5 VALUE 0.
       01  WS-TRAVERSAL-COUNT PIC 9(3) VALUE 0.
       01  WS-FOLDER-LEN     PIC 9(3) VALUE 0.
      *    THE PUBLICATION BEING RECORDED                             *
       01  WS-OPERATOR       PIC X(30) VALUE SPACES.
       01  WS-NOW-STAMP      PIC X(21) VALUE SPACES.
       01  WS-NEXT-PUB-ID    PIC 9(9) VALUE 0.
       01  WS-ROLLBACK-INPUT PIC X(10) VALUE SPACES.
       01  WS-ROLLBACK-ID    PIC 9(9) VALUE 0.
       01  WS-LIVE-PATH      PIC X(400) VALUE SPACES.
       01  WS-LIVE-EXISTS    PIC X VALUE 'N'.
       01  WS-OLD-CRC        PIC 9(10) VALUE 0.
       01  WS-NEW-CRC        PIC 9(10) VALUE 0.
       01  WS-VERSION-PATH   PIC X(400) VALUE SPACES.
       01  WS-VERSION-PATHZ  PIC X(513) VALUE SPACES.
       01  WS-RESTORE-PATHZ  PIC X(513) VALUE SPACES.
       01  WS-REGISTER-LINE  PIC X(600) VALUE SPACES.
       01  WS-REGISTER-PROBE PIC X(110) VALUE SPACES.
       01  WS-PROBE-LEN      PIC 9(3) VALUE 0.
       01  WS-PROBE-COUNT    PIC 9(3) VALUE 0.
       01  WS-HISTORY-FILTER PIC X(100) VALUE SPACES.
       01  WS-HISTORY-COUNT  PIC 9(7) VALUE 0.
      *    stat() PLUMBING, SAME STRUCT LAYOUT CONTCHECK USES         *
       01  WS-STAT-PATHZ     PIC X(513) VALUE SPACES.
       01  WS-STAT-BUFFER    PIC X(144) VALUE LOW-VALUES.
       01  WS-STAT-FIELDS REDEFINES WS-STAT-BUFFER.
           05  FILLER        PIC X(24).
           05  ST-MODE-BITS  PIC 9(9) COMP-5.
           05  FILLER        PIC X(20).
           05  ST-SIZE-BYTES PIC S9(18) COMP-5.
           05  FILLER        PIC X(32).
           05  ST-MTIME-SEC  PIC S9(18) COMP-5.
           05  ST-MTIME-NSEC PIC S9(18) COMP-5.
           05  FILLER        PIC X(40).
      *    CRC AND COPY OVER 64KB BLOCKS, AS CONTCHECK DOES           *
       01  WS-READ-MODE      PIC X(3) VALUE X"726200".
       01  WS-WRITE-MODE     PIC X(3) VALUE X"776200".
       01  WS-NULL-POINTER   USAGE POINTER VALUE NULL.
       01  WS-FILE-PTR       USAGE POINTER.
       01  WS-OUT-FILE-PTR   USAGE POINTER.
       01  WS-CRC-PATHZ      PIC X(513) VALUE SPACES.
       01  WS-CRC-BLOCK      PIC X(65536).
       01  WS-CRC-RUN        PIC S9(18) COMP-5 VALUE 0.
       01  WS-BLOCK-LEN      PIC S9(18) COMP-5 VALUE 0.
       01  WS-WRITTEN-LEN    PIC S9(18) COMP-5 VALUE 0.
       01  WS-BLOCK-ONE      PIC S9(18) COMP-5 VALUE 1.
       01  WS-BLOCK-SIZE     PIC S9(18) COMP-5 VALUE 65536.
       01  WS-COPY-OK        PIC X VALUE 'N'.
      *    THE MANIFEST, HELD WHOLE WHILE ONE LINE OF IT IS REPLACED  *
       01  MANI-LINE-COUNT   PIC 9(5) VALUE 0.
       01  MANI-LINE-TABLE.
           05  MANI-LINE OCCURS 5000 TIMES PIC X(440).
       01  MANI-TABLE-FULL-FLAG PIC X VALUE 'N'.
       01  MANI-REPLACED-FLAG PIC X VALUE 'N'.
       01  WS-MANI-SUB       PIC 9(5) VALUE 0.
       01  WS-CRC-OUT        PIC 9(10) VALUE 0.
       01  WS-SIZE-OUT       PIC 9(12) VALUE 0.
       01  WS-MTIME-OUT      PIC 9(12) VALUE 0.
       01  WS-NEW-MANI-LINE  PIC X(440) VALUE SPACES.
      *****************************************************************
      * PROCEDURE DIVISION CONTAINS PROGRAM LOGIC                     *
      *****************************************************************
      *    MAIN PROGRAM LOGIC                                         *
       MAIN-LOGIC.
           PERFORM READ-CONFIG-FILE
           DISPLAY "Command (LIST/PUBLISH/DISCARD/HISTORY/ROLLBACK): "
               WITH NO ADVANCING
           ACCEPT WS-COMMAND
           MOVE FUNCTION UPPER-CASE(WS-COMMAND) TO WS-COMMAND
           EVALUATE FUNCTION TRIM(WS-COMMAND)
                   PERFORM PUBLISH-STAGED-FILE
               WHEN "DISCARD"
                   PERFORM DISCARD-STAGED-FILE
               WHEN "HISTORY"
                   PERFORM LIST-PUBLISH-HISTORY
               WHEN "ROLLBACK"
                   PERFORM ROLLBACK-PUBLISHED-FILE
               WHEN OTHER
                   DISPLAY "UPLOADPUB: unknown command " WS-COMMAND
                   MOVE 8 TO RETURN-CODE
                               WHEN "UPLOAD-REGISTER-PATH"
                                   MOVE CONFIG-VALUE
                                       TO UPLOAD-REGISTER-PATH
                               WHEN "UPLOAD-VERSIONS-FOLDER"
                                   MOVE CONFIG-VALUE
                                       TO UPLOAD-VERSIONS-FOLDER
                               WHEN "PUBLISH-HISTORY-PATH"
                                   MOVE CONFIG-VALUE
                                       TO PUBLISH-HISTORY-PATH
                               WHEN "MANIFEST-FILE-PATH"
                                   MOVE CONFIG-VALUE
                                       TO MANIFEST-FILE-PATH
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
      * MOVE ONE APPROVED STAGED FILE INTO THE LIVE TREE WITH THE C   *
      * LIBRARY'S rename() -- THE TARGET FOLDER DEFAULTS TO THE       *
      * GLOBAL ROOT-FOLDER AND MAY BE GIVEN EXPLICITLY FOR A VHOST    *
      * ROOT. A LIVE FILE OF THE SAME NAME IS FIRST MOVED INTO THE    *
      * VERSIONS FOLDER, THEN THE PUBLICATION IS RECORDED AND THE     *
      * MANIFEST LINE BROUGHT UP TO DATE                              *
      *****************************************************************
       PUBLISH-STAGED-FILE.
           PERFORM PROMPT-STAGED-FILENAME
               DELIMITED BY SIZE
               INTO WS-TO-PATHZ
           END-STRING
           MOVE WS-FROM-PATHZ TO WS-STAT-PATHZ
           PERFORM STAT-ONE-PATH
           IF WS-RETURN-CODE NOT = 0
               DISPLAY "UPLOADPUB: no staged file "
                   FUNCTION TRIM(WS-TARGET-FILE) " in "
                   FUNCTION TRIM(UPLOAD-STAGING-FOLDER)
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-FROM-PATHZ TO WS-CRC-PATHZ
           PERFORM COMPUTE-FILE-CRC
           MOVE WS-CRC-RUN TO WS-NEW-CRC
           PERFORM FIND-REGISTER-LINE
           PERFORM OPEN-HISTORY-FILE-IO
           PERFORM FIND-NEXT-PUB-ID
           PERFORM SET-LIVE-PATH
           PERFORM KEEP-LIVE-VERSION
           CALL "rename" USING
               BY REFERENCE WS-FROM-PATHZ
               BY REFERENCE WS-TO-PATHZ
               DISPLAY "UPLOADPUB: rename failed, rc " WS-RETURN-CODE
                   " - is the staged file there and the target"
                   " folder on the same filesystem?"
               PERFORM RESTORE-KEPT-VERSION
               CLOSE PUBLISH-HISTORY-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           INITIALIZE PUBLISH-HISTORY-RECORD
           MOVE "PUBLISH" TO PH-ACTION
           MOVE 0 TO PH-ROLLBACK-OF
           MOVE WS-REGISTER-LINE TO PH-REGISTER-LINE
           PERFORM WRITE-HISTORY-RECORD
           CLOSE PUBLISH-HISTORY-FILE
           PERFORM UPDATE-MANIFEST-ENTRY.
      *****************************************************************
      * DELETE ONE STAGED FILE THAT IS NOT TO BE PUBLISHED            *
      *****************************************************************
               MOVE 12 TO RETURN-CODE
           END-IF.
      *****************************************************************
      * SHOW THE PUBLICATION HISTORY, OPTIONALLY FOR ONE FILENAME --  *
      * THE NUMBER IN THE FIRST COLUMN IS WHAT ROLLBACK ASKS FOR      *
      *****************************************************************
       LIST-PUBLISH-HISTORY.
           DISPLAY "Filename (blank for all): " WITH NO ADVANCING
           ACCEPT WS-HISTORY-FILTER
           OPEN INPUT PUBLISH-HISTORY-FILE
           IF WS-PUBHIST-STATUS NOT = "00"
               DISPLAY "No publication history at "
                   FUNCTION TRIM(PUBLISH-HISTORY-PATH)
                   " - nothing has been published through UPLOADPUB"
               STOP RUN
           END-IF
           DISPLAY "================================================="
           DISPLAY "PUBLICATION HISTORY - "
               FUNCTION TRIM(PUBLISH-HISTORY-PATH)
           DISPLAY "================================================="
           PERFORM UNTIL WS-PUBHIST-STATUS NOT = "00"
               READ PUBLISH-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-PUBHIST-STATUS
                   NOT AT END
                       IF WS-HISTORY-FILTER = SPACES OR
                               PH-FILE-NAME = WS-HISTORY-FILTER
                           PERFORM SHOW-HISTORY-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PUBLISH-HISTORY-FILE
           DISPLAY "================================================="
           DISPLAY "UPLOADPUB: " WS-HISTORY-COUNT
               " publication(s) listed".
      *****************************************************************
      * ONE HISTORY RECORD, TWO LINES                                 *
      *****************************************************************
       SHOW-HISTORY-RECORD.
           ADD 1 TO WS-HISTORY-COUNT
           DISPLAY "  " PH-PUB-ID " " PH-STAMP " " PH-ACTION " "
               FUNCTION TRIM(PH-OPERATOR) " "
               FUNCTION TRIM(PH-TARGET-FOLDER)
               FUNCTION TRIM(PH-FILE-NAME)
           IF PH-OLD-EXISTS = 'Y'
               DISPLAY "            crc " PH-OLD-CRC " -> " PH-NEW-CRC
                   ", replaced version kept as "
                   FUNCTION TRIM(PH-VERSION-PATH)
           ELSE
               DISPLAY "            crc (new file) -> " PH-NEW-CRC
           END-IF
           IF PH-ROLLBACK-OF > 0
               DISPLAY "            rolled back to the version kept by "
                   PH-ROLLBACK-OF
           END-IF.
      *****************************************************************
      * PUT BACK THE VERSION A NAMED PUBLICATION REPLACED. THE FILE   *
      * IT REPLACES IS KEPT IN TURN, SO A ROLLBACK CAN ITSELF BE      *
      * ROLLED BACK, AND THE KEPT VERSION IS COPIED RATHER THAN MOVED *
      * SO IT STAYS AVAILABLE                                         *
      *****************************************************************
       ROLLBACK-PUBLISHED-FILE.
           DISPLAY "Publication number to roll back: "
               WITH NO ADVANCING
           ACCEPT WS-ROLLBACK-INPUT
           IF FUNCTION TRIM(WS-ROLLBACK-INPUT) = SPACES OR
                   FUNCTION TEST-NUMVAL(WS-ROLLBACK-INPUT) NOT = 0
               DISPLAY "UPLOADPUB: give the publication number"
                   " HISTORY shows"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION NUMVAL(WS-ROLLBACK-INPUT) TO WS-ROLLBACK-ID
           PERFORM OPEN-HISTORY-FILE-IO
           MOVE WS-ROLLBACK-ID TO PH-PUB-ID
           READ PUBLISH-HISTORY-FILE
               INVALID KEY
                   DISPLAY "UPLOADPUB: no publication " WS-ROLLBACK-ID
                   CLOSE PUBLISH-HISTORY-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF PH-OLD-EXISTS NOT = 'Y'
               DISPLAY "UPLOADPUB: publication " WS-ROLLBACK-ID
                   " replaced no earlier file - nothing to put back"
               CLOSE PUBLISH-HISTORY-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PH-TARGET-FOLDER TO WS-TARGET-FOLDER
           MOVE PH-FILE-NAME TO WS-TARGET-FILE
           MOVE SPACES TO WS-RESTORE-PATHZ
           STRING FUNCTION TRIM(PH-VERSION-PATH) X"00"
               DELIMITED BY SIZE
               INTO WS-RESTORE-PATHZ
           END-STRING
           MOVE WS-RESTORE-PATHZ TO WS-STAT-PATHZ
           PERFORM STAT-ONE-PATH
           IF WS-RETURN-CODE NOT = 0
               DISPLAY "UPLOADPUB: the kept version "
                   FUNCTION TRIM(PH-VERSION-PATH) " is gone"
               CLOSE PUBLISH-HISTORY-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-RESTORE-PATHZ TO WS-CRC-PATHZ
           PERFORM COMPUTE-FILE-CRC
           MOVE WS-CRC-RUN TO WS-NEW-CRC
           MOVE SPACES TO WS-TO-PATHZ
           STRING FUNCTION TRIM(WS-TARGET-FOLDER)
               FUNCTION TRIM(WS-TARGET-FILE) X"00"
               DELIMITED BY SIZE
               INTO WS-TO-PATHZ
           END-STRING
           PERFORM FIND-NEXT-PUB-ID
           PERFORM SET-LIVE-PATH
           PERFORM KEEP-LIVE-VERSION
           PERFORM COPY-VERSION-TO-LIVE
           IF WS-COPY-OK NOT = 'Y'
               DISPLAY "UPLOADPUB: could not copy "
                   FUNCTION TRIM(WS-RESTORE-PATHZ) " to "
                   FUNCTION TRIM(WS-LIVE-PATH)
               PERFORM RESTORE-KEPT-VERSION
               CLOSE PUBLISH-HISTORY-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "UPLOADPUB: rolled " FUNCTION TRIM(WS-LIVE-PATH)
               " back to the version kept by publication "
               WS-ROLLBACK-ID
           INITIALIZE PUBLISH-HISTORY-RECORD
           MOVE "ROLLBACK" TO PH-ACTION
           MOVE WS-ROLLBACK-ID TO PH-ROLLBACK-OF
           MOVE SPACES TO PH-REGISTER-LINE
           PERFORM WRITE-HISTORY-RECORD
           CLOSE PUBLISH-HISTORY-FILE
           PERFORM UPDATE-MANIFEST-ENTRY.
      *****************************************************************
      * OPEN THE PUBLICATION HISTORY FOR UPDATE, CREATING IT ON       *
      * FIRST USE                                                     *
      *****************************************************************
       OPEN-HISTORY-FILE-IO.
           OPEN I-O PUBLISH-HISTORY-FILE
           IF WS-PUBHIST-STATUS = "05" OR WS-PUBHIST-STATUS = "35"
               OPEN OUTPUT PUBLISH-HISTORY-FILE
               CLOSE PUBLISH-HISTORY-FILE
               OPEN I-O PUBLISH-HISTORY-FILE
           END-IF
           IF WS-PUBHIST-STATUS NOT = "00"
               DISPLAY "Error opening publication history: "
                   FUNCTION TRIM(PUBLISH-HISTORY-PATH)
                   " status " WS-PUBHIST-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
      *****************************************************************
      * THE NEXT PUBLICATION NUMBER IS ONE PAST THE HIGHEST ON FILE   *
      *****************************************************************
       FIND-NEXT-PUB-ID.
           MOVE 0 TO WS-NEXT-PUB-ID
           MOVE 0 TO PH-PUB-ID
           START PUBLISH-HISTORY-FILE KEY IS NOT LESS THAN PH-PUB-ID
               INVALID KEY
                   MOVE "23" TO WS-PUBHIST-STATUS
           END-START
           PERFORM UNTIL WS-PUBHIST-STATUS NOT = "00"
               READ PUBLISH-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-PUBHIST-STATUS
                   NOT AT END
                       MOVE PH-PUB-ID TO WS-NEXT-PUB-ID
               END-READ
           END-PERFORM
           ADD 1 TO WS-NEXT-PUB-ID
           MOVE "00" TO WS-PUBHIST-STATUS.
      *****************************************************************
      * THE LIVE FILE'S PATH WITHOUT ITS TERMINATING NUL, AS THE      *
      * MANIFEST AND THE MESSAGES SHOW IT                             *
      *****************************************************************
       SET-LIVE-PATH.
           MOVE SPACES TO WS-LIVE-PATH
           STRING FUNCTION TRIM(WS-TARGET-FOLDER)
               FUNCTION TRIM(WS-TARGET-FILE)
               DELIMITED BY SIZE
               INTO WS-LIVE-PATH
           END-STRING.
      *****************************************************************
      * IF A LIVE FILE IS ABOUT TO BE REPLACED, CRC IT AND MOVE IT    *
      * INTO THE VERSIONS FOLDER AS <NAME>.<PUBLICATION NUMBER>       *
      *****************************************************************
       KEEP-LIVE-VERSION.
           MOVE 'N' TO WS-LIVE-EXISTS
           MOVE 0 TO WS-OLD-CRC
           MOVE SPACES TO WS-VERSION-PATH
           MOVE WS-TO-PATHZ TO WS-STAT-PATHZ
           PERFORM STAT-ONE-PATH
           IF WS-RETURN-CODE = 0
               MOVE 'Y' TO WS-LIVE-EXISTS
               MOVE WS-TO-PATHZ TO WS-CRC-PATHZ
               PERFORM COMPUTE-FILE-CRC
               MOVE WS-CRC-RUN TO WS-OLD-CRC
               STRING FUNCTION TRIM(UPLOAD-VERSIONS-FOLDER)
                   FUNCTION TRIM(WS-TARGET-FILE) "."
                   WS-NEXT-PUB-ID
                   DELIMITED BY SIZE
                   INTO WS-VERSION-PATH
               END-STRING
               MOVE SPACES TO WS-VERSION-PATHZ
               STRING FUNCTION TRIM(WS-VERSION-PATH) X"00"
                   DELIMITED BY SIZE
                   INTO WS-VERSION-PATHZ
               END-STRING
               CALL "rename" USING
                   BY REFERENCE WS-TO-PATHZ
                   BY REFERENCE WS-VERSION-PATHZ
                   RETURNING WS-RETURN-CODE
               END-CALL
               IF WS-RETURN-CODE NOT = 0
                   DISPLAY "UPLOADPUB: could not keep the live file"
                       " as " FUNCTION TRIM(WS-VERSION-PATH)
                       ", rc " WS-RETURN-CODE
                       " - is the versions folder there and on the"
                       " same filesystem?"
                   CLOSE PUBLISH-HISTORY-FILE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
      *****************************************************************
      * UNDO KEEP-LIVE-VERSION WHEN THE REPLACEMENT COULD NOT BE PUT  *
      * IN PLACE, SO THE SITE IS NEVER LEFT WITHOUT THE FILE          *
      *****************************************************************
       RESTORE-KEPT-VERSION.
           IF WS-LIVE-EXISTS = 'Y'
               CALL "rename" USING
                   BY REFERENCE WS-VERSION-PATHZ
                   BY REFERENCE WS-TO-PATHZ
                   RETURNING WS-RETURN-CODE
               END-CALL
               IF WS-RETURN-CODE NOT = 0
                   DISPLAY "UPLOADPUB: the previous live file is in "
                       FUNCTION TRIM(WS-VERSION-PATH)
                       " - put it back by hand"
               END-IF
           END-IF.
      *****************************************************************
      * COPY THE KEPT VERSION OVER THE LIVE PATH IN 64KB BLOCKS       *
      *****************************************************************
       COPY-VERSION-TO-LIVE.
           MOVE 'N' TO WS-COPY-OK
           CALL "fopen" USING
               BY REFERENCE WS-RESTORE-PATHZ
               BY REFERENCE WS-READ-MODE
               RETURNING WS-FILE-PTR
           END-CALL
           IF WS-FILE-PTR NOT = WS-NULL-POINTER
               CALL "fopen" USING
                   BY REFERENCE WS-TO-PATHZ
                   BY REFERENCE WS-WRITE-MODE
                   RETURNING WS-OUT-FILE-PTR
               END-CALL
               IF WS-OUT-FILE-PTR NOT = WS-NULL-POINTER
                   MOVE 'Y' TO WS-COPY-OK
                   PERFORM UNTIL 1 = 0
                       CALL "fread" USING
                           BY REFERENCE WS-CRC-BLOCK
                           BY VALUE WS-BLOCK-ONE
                           BY VALUE WS-BLOCK-SIZE
                           BY VALUE WS-FILE-PTR
                           RETURNING WS-BLOCK-LEN
                       END-CALL
                       IF WS-BLOCK-LEN <= 0
                           EXIT PERFORM
                       END-IF
                       CALL "fwrite" USING
                           BY REFERENCE WS-CRC-BLOCK
                           BY VALUE WS-BLOCK-ONE
                           BY VALUE WS-BLOCK-LEN
                           BY VALUE WS-OUT-FILE-PTR
                           RETURNING WS-WRITTEN-LEN
                       END-CALL
                       IF WS-WRITTEN-LEN NOT = WS-BLOCK-LEN
                           MOVE 'N' TO WS-COPY-OK
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   CALL "fclose" USING BY VALUE WS-OUT-FILE-PTR
                       RETURNING WS-RETURN-CODE
                   END-CALL
                   IF WS-RETURN-CODE NOT = 0
                       MOVE 'N' TO WS-COPY-OK
                   END-IF
               END-IF
               CALL "fclose" USING BY VALUE WS-FILE-PTR
                   RETURNING WS-RETURN-CODE
               END-CALL
           END-IF.
      *****************************************************************
      * FILL IN THE COMMON PART OF THE HISTORY RECORD AND WRITE IT -- *
      * THE CALLER HAS SET THE ACTION, ROLLBACK NUMBER AND REGISTER   *
      * LINE                                                          *
      *****************************************************************
       WRITE-HISTORY-RECORD.
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "USER"
             ON EXCEPTION
                MOVE "unknown" TO WS-OPERATOR
           END-ACCEPT
           MOVE FUNCTION CURRENT-DATE TO WS-NOW-STAMP
           MOVE WS-NEXT-PUB-ID TO PH-PUB-ID
           MOVE WS-NOW-STAMP(1:14) TO PH-STAMP
           MOVE WS-OPERATOR TO PH-OPERATOR
           MOVE WS-TARGET-FOLDER TO PH-TARGET-FOLDER
           MOVE WS-TARGET-FILE TO PH-FILE-NAME
           MOVE WS-LIVE-EXISTS TO PH-OLD-EXISTS
           MOVE WS-OLD-CRC TO PH-OLD-CRC
           MOVE WS-NEW-CRC TO PH-NEW-CRC
           MOVE WS-VERSION-PATH TO PH-VERSION-PATH
           WRITE PUBLISH-HISTORY-RECORD
               INVALID KEY
                   DISPLAY "UPLOADPUB: could not record publication "
                       WS-NEXT-PUB-ID " status " WS-PUBHIST-STATUS
                   MOVE 12 TO RETURN-CODE
               NOT INVALID KEY
                   DISPLAY "UPLOADPUB: recorded as publication "
                       WS-NEXT-PUB-ID
           END-WRITE.
      *****************************************************************
      * THE LAST UPLOAD REGISTER LINE FOR THE STAGED FILENAME -- A    *
      * FILE PUT IN THE STAGING FOLDER BY HAND HAS NONE               *
      *****************************************************************
       FIND-REGISTER-LINE.
           MOVE SPACES TO WS-REGISTER-LINE
           MOVE SPACES TO WS-REGISTER-PROBE
           STRING "file=" QUOTE FUNCTION TRIM(WS-TARGET-FILE) QUOTE
               DELIMITED BY SIZE
               INTO WS-REGISTER-PROBE
           END-STRING
           COMPUTE WS-PROBE-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-REGISTER-PROBE))
           OPEN INPUT UPLOAD-REGISTER-FILE
           IF WS-UPREG-STATUS = "00"
               PERFORM UNTIL WS-UPREG-STATUS = "10"
                   READ UPLOAD-REGISTER-FILE INTO UPLOAD-REGISTER-RECORD
                       AT END
                           MOVE "10" TO WS-UPREG-STATUS
                       NOT AT END
                           MOVE 0 TO WS-PROBE-COUNT
                           INSPECT UPLOAD-REGISTER-RECORD
                               TALLYING WS-PROBE-COUNT FOR ALL
                               WS-REGISTER-PROBE(1:WS-PROBE-LEN)
                           IF WS-PROBE-COUNT > 0
                               MOVE UPLOAD-REGISTER-RECORD
                                   TO WS-REGISTER-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE UPLOAD-REGISTER-FILE
           END-IF
           IF WS-REGISTER-LINE = SPACES
               DISPLAY "Warning: no upload register line for "
                   FUNCTION TRIM(WS-TARGET-FILE)
           END-IF.
      *****************************************************************
      * stat() ONE NUL-TERMINATED PATH INTO WS-STAT-BUFFER            *
      *****************************************************************
       STAT-ONE-PATH.
           MOVE LOW-VALUES TO WS-STAT-BUFFER
           CALL "stat" USING BY REFERENCE WS-STAT-PATHZ
               BY REFERENCE WS-STAT-BUFFER
               RETURNING WS-RETURN-CODE
           END-CALL.
      *****************************************************************
      * CRC THE FILE AT WS-CRC-PATHZ IN 64KB BLOCKS WITH ZLIB'S       *
      * crc32, EXACTLY AS CONTCHECK DOES                              *
      *****************************************************************
       COMPUTE-FILE-CRC.
           MOVE 0 TO WS-CRC-RUN
           CALL "fopen" USING
               BY REFERENCE WS-CRC-PATHZ
               BY REFERENCE WS-READ-MODE
               RETURNING WS-FILE-PTR
           END-CALL
           IF WS-FILE-PTR NOT = WS-NULL-POINTER
               PERFORM UNTIL 1 = 0
                   CALL "fread" USING
                       BY REFERENCE WS-CRC-BLOCK
                       BY VALUE WS-BLOCK-ONE
                       BY VALUE WS-BLOCK-SIZE
                       BY VALUE WS-FILE-PTR
                       RETURNING WS-BLOCK-LEN
                   END-CALL
                   IF WS-BLOCK-LEN <= 0
                       EXIT PERFORM
                   END-IF
                   CALL "crc32" USING
                       BY VALUE WS-CRC-RUN
                       BY REFERENCE WS-CRC-BLOCK
                       BY VALUE WS-BLOCK-LEN
                       RETURNING WS-CRC-RUN
                   END-CALL
               END-PERFORM
               CALL "fclose" USING BY VALUE WS-FILE-PTR
                   RETURNING WS-RETURN-CODE
               END-CALL
           END-IF.
      *****************************************************************
      * REPLACE (OR ADD) THE LIVE FILE'S LINE IN THE CONTCHECK        *
      * MANIFEST WITH ITS NEW CRC, SIZE AND MTIME, IN THE SAME FIXED  *
      * COLUMNS CONTCHECK BUILD WRITES -- CRC(10) SIZE(12) MTIME(12)  *
      * PATH. WITH NO MANIFEST YET THERE IS NOTHING TO KEEP IN STEP   *
      *****************************************************************
       UPDATE-MANIFEST-ENTRY.
           MOVE WS-TO-PATHZ TO WS-STAT-PATHZ
           PERFORM STAT-ONE-PATH
           MOVE WS-NEW-CRC TO WS-CRC-OUT
           MOVE ST-SIZE-BYTES TO WS-SIZE-OUT
           MOVE ST-MTIME-SEC TO WS-MTIME-OUT
           MOVE SPACES TO WS-NEW-MANI-LINE
           STRING WS-CRC-OUT " " WS-SIZE-OUT " " WS-MTIME-OUT " "
               FUNCTION TRIM(WS-LIVE-PATH)
               DELIMITED BY SIZE
               INTO WS-NEW-MANI-LINE
           END-STRING
           MOVE 0 TO MANI-LINE-COUNT
           MOVE 'N' TO MANI-REPLACED-FLAG
           OPEN INPUT MANIFEST-FILE
           IF WS-MANI-STATUS NOT = "00"
               DISPLAY "No content manifest at "
                   FUNCTION TRIM(MANIFEST-FILE-PATH)
                   " - run CONTCHECK BUILD to start one"
           ELSE
               PERFORM UNTIL WS-MANI-STATUS = "10"
                   READ MANIFEST-FILE INTO MANIFEST-RECORD
                       AT END
                           MOVE "10" TO WS-MANI-STATUS
                       NOT AT END
                           PERFORM HOLD-ONE-MANIFEST-LINE
                   END-READ
               END-PERFORM
               CLOSE MANIFEST-FILE
               IF MANI-REPLACED-FLAG = 'N'
                   MOVE WS-NEW-MANI-LINE TO MANIFEST-RECORD
                   PERFORM HOLD-MANIFEST-RECORD
               END-IF
               IF MANI-TABLE-FULL-FLAG = 'Y'
                   DISPLAY "UPLOADPUB: manifest has more than 5000"
                       " lines - left unchanged, run CONTCHECK BUILD"
                   MOVE 4 TO RETURN-CODE
               ELSE
                   PERFORM REWRITE-MANIFEST
               END-IF
           END-IF.
      *****************************************************************
      * KEEP ONE MANIFEST LINE, SWAPPING IN THE NEW LINE FOR THE LIVE *
      * FILE'S OLD ONE                                                *
      *****************************************************************
       HOLD-ONE-MANIFEST-LINE.
           IF MANIFEST-RECORD(1:1) NOT = "*" AND
                   MANIFEST-RECORD(38:) = WS-LIVE-PATH
               MOVE WS-NEW-MANI-LINE TO MANIFEST-RECORD
               MOVE 'Y' TO MANI-REPLACED-FLAG
           END-IF
           PERFORM HOLD-MANIFEST-RECORD.
      *****************************************************************
      * ADD MANIFEST-RECORD TO THE HELD TABLE                         *
      *****************************************************************
       HOLD-MANIFEST-RECORD.
           IF MANI-LINE-COUNT < 5000
               ADD 1 TO MANI-LINE-COUNT
               MOVE MANIFEST-RECORD TO MANI-LINE(MANI-LINE-COUNT)
           ELSE
               MOVE 'Y' TO MANI-TABLE-FULL-FLAG
           END-IF.
      *****************************************************************
      * WRITE THE HELD MANIFEST BACK OUT IN FULL                      *
      *****************************************************************
       REWRITE-MANIFEST.
           OPEN OUTPUT MANIFEST-FILE
           IF WS-MANI-STATUS NOT = "00"
               DISPLAY "Error rewriting manifest file: "
                   FUNCTION TRIM(MANIFEST-FILE-PATH)
                   " status " WS-MANI-STATUS
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-MANI-SUB FROM 1 BY 1
                       UNTIL WS-MANI-SUB > MANI-LINE-COUNT
                   MOVE MANI-LINE(WS-MANI-SUB) TO MANIFEST-RECORD
                   WRITE MANIFEST-RECORD
               END-PERFORM
               CLOSE MANIFEST-FILE
               DISPLAY "UPLOADPUB: manifest line updated for "
                   FUNCTION TRIM(WS-LIVE-PATH)
           END-IF.
      *****************************************************************
      * TERMINATE PROGRAM                                             *
      *****************************************************************
       END PROGRAM UPLOADPUB.
