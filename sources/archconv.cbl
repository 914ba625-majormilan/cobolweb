      *****************************************************************
      * PROGRAM:    ARCHCONV                                         *
      * AUTHOR:     MILÁN ATANÁZ MAJOR                                *
      * DATE:       15-OCT-2026                                       *
      * PURPOSE:    ONE-TIME CONVERSION OF THE INDEXED LOG ARCHIVE    *
      *             FROM THE ORIGINAL RECORD LAYOUT (ENDING AT        *
      *             LA-USER-AGENT) TO THE CURRENT LOGARCHIVE.CPY      *
      *             LAYOUT, WHICH WIDENS THE CLIENT IP FROM X(15) TO  *
      *             X(45) FOR IPV6 ADDRESSES AND ADDS THE SERVING     *
      *             VHOST AND THE SERVICE TIME. THE OPERATOR MOVES    *
      *             THE OLD ARCHIVE ASIDE AND GIVES ITS PATH; EVERY   *
      *             RECORD IS COPIED UNDER THE SAME KEY INTO A FRESH  *
      *             ARCHIVE AT ARCHIVE-FILE-PATH, THE ADDRESS CARRIED *
      *             INTO THE WIDER FIELD AND THE NEW FIELDS BLANK OR  *
      *             ZERO, AND THE IN/OUT COUNTS MUST AGREE            *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCHCONV.
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
      *    OLD-ARCHIVE-FILE IS THE ARCHIVE IN ITS ORIGINAL LAYOUT     *
           SELECT OLD-ARCHIVE-FILE ASSIGN TO DYNAMIC OLD-ARCHIVE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-LA-KEY
               FILE STATUS IS WS-OLD-STATUS.
      *    ARCHIVE-FILE IS THE NEW ARCHIVE IN THE CURRENT LAYOUT      *
           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC ARCHIVE-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LA-KEY
               FILE STATUS IS WS-ARCH-STATUS.
      *****************************************************************
      * DATA DIVISION DECLARES VARIABLES AND FILE STRUCTURES          *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CONFIG-FILE.
       01  CONFIG-RECORD     PIC X(100).
      *    THE ORIGINAL LOGARCHIVE.CPY LAYOUT, KEPT HERE ONLY SO THE  *
      *    OLD FILE CAN BE READ                                       *
       FD  OLD-ARCHIVE-FILE.
       01  OLD-ARCHIVE-RECORD.
           05  OLD-LA-KEY.
               10  OLD-LA-DATE   PIC X(8).
               10  OLD-LA-SEQ    PIC 9(9).
           05  OLD-LA-CLIENT-IP  PIC X(15).
           05  OLD-LA-METHOD     PIC X(10).
           05  OLD-LA-PATH       PIC X(255).
           05  OLD-LA-STATUS     PIC 9(3).
           05  OLD-LA-BYTES      PIC 9(9).
           05  OLD-LA-MIME-TYPE  PIC X(75).
           05  OLD-LA-REFERER    PIC X(255).
           05  OLD-LA-USER-AGENT PIC X(200).
       FD  ARCHIVE-FILE.
       COPY "sources/logarchive.cpy".
       WORKING-STORAGE SECTION.
       01  CONFIG-FILE-PATH  PIC X(255).
          88 CONFIG-FILE-DEFAULT
          VALUE "/etc/cobweb/cobweb.conf".
       01  CONFIG-VARIABLE   PIC X(25).
       01  CONFIG-VALUE      PIC X(80).
       01  ARCHIVE-FILE-PATH PIC X(255) VALUE "access-archive.idx".
       01  OLD-ARCHIVE-PATH  PIC X(255) VALUE SPACES.
       01  WS-FILE-STATUS    PIC XX.
       01  WS-OLD-STATUS     PIC XX.
       01  WS-ARCH-STATUS    PIC XX.
       01  WS-READ-COUNT     PIC 9(9) VALUE 0.
       01  WS-WRITTEN-COUNT  PIC 9(9) VALUE 0.
      *****************************************************************
      * PROCEDURE DIVISION CONTAINS PROGRAM LOGIC                     *
      *****************************************************************
       PROCEDURE DIVISION.
      *    MAIN PROGRAM LOGIC                                         *
       MAIN-LOGIC.
           PERFORM READ-CONFIG-FILE
           DISPLAY "Old-layout archive path: " WITH NO ADVANCING
           ACCEPT OLD-ARCHIVE-PATH
           IF OLD-ARCHIVE-PATH = SPACES OR
                   OLD-ARCHIVE-PATH = ARCHIVE-FILE-PATH
               DISPLAY "ARCHCONV: give the path the old archive was"
                   " moved to - not ARCHIVE-FILE-PATH itself"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCH-STATUS = "00"
               CLOSE ARCHIVE-FILE
               DISPLAY "ARCHCONV: an archive already exists at "
                   FUNCTION TRIM(ARCHIVE-FILE-PATH)
                   " - move it aside first"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT OLD-ARCHIVE-FILE
           IF WS-OLD-STATUS NOT = "00"
               DISPLAY "Error opening old archive: "
                   FUNCTION TRIM(OLD-ARCHIVE-PATH)
                   " status " WS-OLD-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ARCHIVE-FILE
           IF WS-ARCH-STATUS NOT = "00"
               DISPLAY "Error creating archive file: "
                   FUNCTION TRIM(ARCHIVE-FILE-PATH)
                   " status " WS-ARCH-STATUS
               CLOSE OLD-ARCHIVE-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-OLD-STATUS NOT = "00"
               READ OLD-ARCHIVE-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-OLD-STATUS
                   NOT AT END
                       PERFORM CONVERT-ONE-RECORD
               END-READ
           END-PERFORM
           CLOSE OLD-ARCHIVE-FILE
           CLOSE ARCHIVE-FILE
           DISPLAY "ARCHCONV: read " WS-READ-COUNT
               " records, wrote " WS-WRITTEN-COUNT
           IF WS-READ-COUNT NOT = WS-WRITTEN-COUNT
               DISPLAY "ARCHCONV: counts disagree - keep the old"
                   " archive and investigate"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.
      *****************************************************************
      * READ SERVER CONFIGURATION FOR THE ARCHIVE PATH                *
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
                           IF CONFIG-VARIABLE = "ARCHIVE-FILE-PATH"
                               MOVE CONFIG-VALUE TO ARCHIVE-FILE-PATH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONFIG-FILE
           END-IF.
      *****************************************************************
      * COPY ONE OLD RECORD ACROSS UNDER THE SAME KEY                 *
      *****************************************************************
       CONVERT-ONE-RECORD.
           ADD 1 TO WS-READ-COUNT
           INITIALIZE LOG-ARCHIVE-RECORD
           MOVE OLD-LA-DATE       TO LA-DATE
           MOVE OLD-LA-SEQ        TO LA-SEQ
           MOVE OLD-LA-CLIENT-IP  TO LA-CLIENT-IP
           MOVE OLD-LA-METHOD     TO LA-METHOD
           MOVE OLD-LA-PATH       TO LA-PATH
           MOVE OLD-LA-STATUS     TO LA-STATUS
           MOVE OLD-LA-BYTES      TO LA-BYTES
           MOVE OLD-LA-MIME-TYPE  TO LA-MIME-TYPE
           MOVE OLD-LA-REFERER    TO LA-REFERER
           MOVE OLD-LA-USER-AGENT TO LA-USER-AGENT
           MOVE SPACES            TO LA-VHOST-NAME
           MOVE 0                 TO LA-ELAPSED-MS
           WRITE LOG-ARCHIVE-RECORD
               INVALID KEY
                   DISPLAY "ARCHCONV: could not write " LA-KEY
                       " status " WS-ARCH-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-WRITTEN-COUNT
           END-WRITE.
      *****************************************************************
      * TERMINATE PROGRAM                                             *
      *****************************************************************
       END PROGRAM ARCHCONV.
