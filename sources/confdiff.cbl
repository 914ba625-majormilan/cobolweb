      *****************************************************************
      * PROGRAM:    CONFDIFF                                         *
      * AUTHOR:     MILÁN ATANÁZ MAJOR                                *
      * DATE:       15-OCT-2026                                       *
      * PURPOSE:    CONFIGURATION CHANGE REPORT FOR THE CHANGE BOARD. *
      *             LISTS THE CONFIG SNAPSHOTS THE SERVER FILES IN    *
      *             CONFIG-HISTORY-FILE AT EACH START AND RELOAD,     *
      *             AND COMPARES ANY TWO OF THEM -- KEYS ADDED,       *
      *             REMOVED AND CHANGED. THE REPEATING ENTRIES ARE    *
      *             MATCHED ENTRY BY ENTRY: VHOST-MAP ON THE HOST,    *
      *             CGI-MAP, REDIRECT-MAP AND CACHE-MAP ON THE PATH   *
      *             PREFIX, AND THE PREFIX AND ADDRESS LISTS ON THE   *
      *             WHOLE VALUE. A SINGLE KEY GIVEN TWICE COUNTS AT   *
      *             ITS LAST VALUE, AS THE SERVER READS IT. THE       *
      *             REPORT IS ALSO WRITTEN TO CONFIG-DIFF-OLD-NEW.TXT *
      *             FOR ATTACHING TO THE CHANGE TICKET                *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFDIFF.
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
      *    CONFIG-HISTORY-FILE IS WRITTEN BY THE SERVER               *
           SELECT CONFIG-HISTORY-FILE ASSIGN TO DYNAMIC
               CONFIG-HISTORY-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CV-KEY
               FILE STATUS IS WS-HIST-STATUS.
      *    REPORT-FILE RECEIVES A COPY OF THE COMPARISON REPORT       *
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
       FD  CONFIG-HISTORY-FILE.
       COPY "sources/cfghist.cpy".
       FD  REPORT-FILE.
       01  REPORT-RECORD     PIC X(500).
       WORKING-STORAGE SECTION.
       01  CONFIG-FILE-PATH  PIC X(255).
          88 CONFIG-FILE-DEFAULT
          VALUE "/etc/cobweb/cobweb.conf".
       01  CONFIG-VARIABLE   PIC X(25).
       01  CONFIG-VALUE      PIC X(80).
       01  CONFIG-HISTORY-PATH PIC X(255) VALUE "config-history.idx".
       01  REPORT-FILE-PATH  PIC X(255) VALUE SPACES.
       01  WS-FILE-STATUS    PIC XX.
       01  WS-HIST-STATUS    PIC XX.
       01  WS-REPORT-STATUS  PIC XX.
      *    OPERATOR DIALOGUE                                          *
       01  WS-COMMAND        PIC X(10) VALUE SPACES.
       01  WS-OLD-ANSWER     PIC X(9) VALUE SPACES.
       01  WS-NEW-ANSWER     PIC X(9) VALUE SPACES.
       01  WS-OLD-VERSION    PIC 9(9) VALUE 0.
       01  WS-NEW-VERSION    PIC 9(9) VALUE 0.
       01  WS-LAST-VERSION   PIC 9(9) VALUE 0.
       01  WS-OLD-STAMP      PIC X(14) VALUE SPACES.
       01  WS-NEW-STAMP      PIC X(14) VALUE SPACES.
       01  WS-OLD-EVENT      PIC X(10) VALUE SPACES.
       01  WS-NEW-EVENT      PIC X(10) VALUE SPACES.
       01  VERSION-OK-FLAG   PIC X VALUE 'Y'.
      *    THE VERSION BEING LOADED AND THE TABLE IT LOADS INTO       *
       01  WS-LOAD-VERSION   PIC 9(9) VALUE 0.
       01  WS-LOAD-SIDE      PIC X VALUE SPACE.
       01  WS-LOAD-FOUND     PIC X VALUE 'N'.
      *    ONE PARSED CONFIG LINE                                     *
       01  WS-LINE-KEY       PIC X(25) VALUE SPACES.
       01  WS-LINE-VALUE     PIC X(400) VALUE SPACES.
       01  WS-LINE-IDENT     PIC X(100) VALUE SPACES.
       01  WS-EQUALS-COUNT   PIC 9(4) VALUE 0.
      *    'M' = MAP MATCHED ON THE TEXT BEFORE THE FIRST COLON,      *
      *    'L' = LIST MATCHED ON THE WHOLE VALUE, 'S' = SINGLE KEY    *
       01  WS-KEY-KIND       PIC X VALUE 'S'.
      *    THE TWO VERSIONS AS KEY / ENTRY IDENTITY / VALUE ITEMS     *
       01  OLD-ITEM-COUNT    PIC 9(4) VALUE 0.
       01  OLD-ITEM-TABLE.
           05  OLD-ITEM OCCURS 500 TIMES.
               10  OI-KEY          PIC X(25).
               10  OI-IDENT        PIC X(100).
               10  OI-VALUE        PIC X(400).
               10  OI-MATCHED      PIC X.
       01  NEW-ITEM-COUNT    PIC 9(4) VALUE 0.
       01  NEW-ITEM-TABLE.
           05  NEW-ITEM OCCURS 500 TIMES.
               10  NI-KEY          PIC X(25).
               10  NI-IDENT        PIC X(100).
               10  NI-VALUE        PIC X(400).
               10  NI-MATCHED      PIC X.
       01  WS-SUB            PIC 9(4) VALUE 0.
       01  WS-SUB-2          PIC 9(4) VALUE 0.
       01  WS-FOUND          PIC X VALUE 'N'.
      *    REPORT COUNTS                                              *
       01  WS-ADDED-COUNT    PIC 9(4) VALUE 0.
       01  WS-REMOVED-COUNT  PIC 9(4) VALUE 0.
       01  WS-CHANGED-COUNT  PIC 9(4) VALUE 0.
       01  WS-VERSION-COUNT  PIC 9(9) VALUE 0.
       01  WS-VERSION-DISP   PIC Z(8)9.
       01  WS-REPORT-LINE    PIC X(500) VALUE SPACES.
      *****************************************************************
      * PROCEDURE DIVISION CONTAINS PROGRAM LOGIC                     *
      *****************************************************************
       PROCEDURE DIVISION.
      *    MAIN PROGRAM LOGIC                                         *
       MAIN-LOGIC.
           PERFORM READ-CONFIG-FILE
           OPEN INPUT CONFIG-HISTORY-FILE
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "Error opening config history file: "
                   FUNCTION TRIM(CONFIG-HISTORY-PATH)
                   " status " WS-HIST-STATUS
                   " - has the server started since it was set up?"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "Command (LIST/COMPARE): " WITH NO ADVANCING
           ACCEPT WS-COMMAND
           MOVE FUNCTION UPPER-CASE(WS-COMMAND) TO WS-COMMAND
           EVALUATE FUNCTION TRIM(WS-COMMAND)
               WHEN "LIST"
                   PERFORM LIST-VERSIONS
               WHEN "COMPARE"
                   PERFORM COMPARE-VERSIONS
               WHEN OTHER
                   DISPLAY "CONFDIFF: unknown command " WS-COMMAND
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           CLOSE CONFIG-HISTORY-FILE
           STOP RUN.
      *****************************************************************
      * READ SERVER CONFIGURATION TO FIND THE HISTORY FILE            *
      *****************************************************************
       READ-CONFIG-FILE.
           ACCEPT CONFIG-FILE-PATH FROM ENVIRONMENT "COBWEB_CONFIG"
             ON EXCEPTION
                SET CONFIG-FILE-DEFAULT TO TRUE
           END-ACCEPT
           OPEN INPUT CONFIG-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No config file found, using default "
                   "config history path"
           ELSE
               PERFORM UNTIL WS-FILE-STATUS = "10"
                   READ CONFIG-FILE INTO CONFIG-RECORD
                       AT END
                           MOVE "10" TO WS-FILE-STATUS
                       NOT AT END
                           UNSTRING CONFIG-RECORD DELIMITED BY "="
                               INTO CONFIG-VARIABLE CONFIG-VALUE
                           END-UNSTRING
                           IF CONFIG-VARIABLE = "CONFIG-HISTORY-PATH"
                               MOVE CONFIG-VALUE TO CONFIG-HISTORY-PATH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONFIG-FILE
           END-IF.
      *****************************************************************
      * LIST MODE -- ONE LINE PER SNAPSHOT, OLDEST FIRST              *
      *****************************************************************
       LIST-VERSIONS.
           DISPLAY "================================================="
           DISPLAY "CONFIGURATION HISTORY - "
               FUNCTION TRIM(CONFIG-HISTORY-PATH)
           DISPLAY "================================================="
           DISPLAY "Version   Taken          Event      Process   Lines"
           DISPLAY "-------------------------------------------------"
           MOVE 1 TO CV-VERSION
           MOVE 0 TO CV-LINE-NO
           START CONFIG-HISTORY-FILE KEY IS NOT LESS THAN CV-KEY
               INVALID KEY
                   MOVE "10" TO WS-HIST-STATUS
           END-START
           PERFORM UNTIL WS-HIST-STATUS NOT = "00"
               READ CONFIG-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-HIST-STATUS
                   NOT AT END
                       IF CV-LINE-NO = 0
                           ADD 1 TO WS-VERSION-COUNT
                           DISPLAY CV-VERSION " " CV-STAMP " "
                               CV-EVENT " " CV-PID " " CV-LINE-COUNT
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "================================================="
           DISPLAY "CONFDIFF: " WS-VERSION-COUNT " version(s) on file".
      *****************************************************************
      * COMPARE MODE -- ASK FOR THE TWO VERSIONS (DEFAULTING TO THE   *
      * LATEST AND THE ONE BEFORE IT), LOAD BOTH AND REPORT WHAT      *
      * CHANGED BETWEEN THEM                                          *
      *****************************************************************
       COMPARE-VERSIONS.
           MOVE 0 TO CV-VERSION
           MOVE 0 TO CV-LINE-NO
           READ CONFIG-HISTORY-FILE
               INVALID KEY
                   MOVE 0 TO WS-LAST-VERSION
               NOT INVALID KEY
                   MOVE CV-LAST-VERSION TO WS-LAST-VERSION
           END-READ
           DISPLAY "Newer version (blank for the latest): "
               WITH NO ADVANCING
           ACCEPT WS-NEW-ANSWER
           DISPLAY "Older version (blank for the one before it): "
               WITH NO ADVANCING
           ACCEPT WS-OLD-ANSWER
           MOVE 'Y' TO VERSION-OK-FLAG
           IF WS-NEW-ANSWER = SPACES
               MOVE WS-LAST-VERSION TO WS-NEW-VERSION
           ELSE
               IF FUNCTION TRIM(WS-NEW-ANSWER) IS NOT NUMERIC
                   DISPLAY "CONFDIFF: version must be a number"
                   MOVE 'N' TO VERSION-OK-FLAG
               ELSE
                   MOVE FUNCTION NUMVAL(WS-NEW-ANSWER)
                       TO WS-NEW-VERSION
               END-IF
           END-IF
           IF WS-OLD-ANSWER = SPACES
               IF WS-NEW-VERSION > 1
                   COMPUTE WS-OLD-VERSION = WS-NEW-VERSION - 1
               ELSE
                   MOVE 0 TO WS-OLD-VERSION
               END-IF
           ELSE
               IF FUNCTION TRIM(WS-OLD-ANSWER) IS NOT NUMERIC
                   DISPLAY "CONFDIFF: version must be a number"
                   MOVE 'N' TO VERSION-OK-FLAG
               ELSE
                   MOVE FUNCTION NUMVAL(WS-OLD-ANSWER)
                       TO WS-OLD-VERSION
               END-IF
           END-IF
           IF VERSION-OK-FLAG = 'Y'
               MOVE WS-NEW-VERSION TO WS-LOAD-VERSION
               MOVE "N" TO WS-LOAD-SIDE
               PERFORM LOAD-VERSION
               MOVE WS-OLD-VERSION TO WS-LOAD-VERSION
               MOVE "O" TO WS-LOAD-SIDE
               PERFORM LOAD-VERSION
           END-IF
           IF VERSION-OK-FLAG = 'Y'
               PERFORM PRINT-COMPARISON
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
      *****************************************************************
      * LOAD ONE VERSION'S CONFIG LINES INTO THE OLD OR NEW TABLE     *
      *****************************************************************
       LOAD-VERSION.
           MOVE WS-LOAD-VERSION TO CV-VERSION
           MOVE 0 TO CV-LINE-NO
           MOVE 'N' TO WS-LOAD-FOUND
           IF WS-LOAD-VERSION > 0
               READ CONFIG-HISTORY-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-LOAD-FOUND
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-LOAD-FOUND
               END-READ
           END-IF
           IF WS-LOAD-FOUND = 'N'
               DISPLAY "CONFDIFF: no config version " WS-LOAD-VERSION
               MOVE 'N' TO VERSION-OK-FLAG
           ELSE
               IF WS-LOAD-SIDE = "N"
                   MOVE CV-STAMP TO WS-NEW-STAMP
                   MOVE CV-EVENT TO WS-NEW-EVENT
                   MOVE 0 TO NEW-ITEM-COUNT
               ELSE
                   MOVE CV-STAMP TO WS-OLD-STAMP
                   MOVE CV-EVENT TO WS-OLD-EVENT
                   MOVE 0 TO OLD-ITEM-COUNT
               END-IF
               MOVE "00" TO WS-HIST-STATUS
               PERFORM UNTIL WS-HIST-STATUS NOT = "00"
                   READ CONFIG-HISTORY-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-HIST-STATUS
                       NOT AT END
                           IF CV-VERSION NOT = WS-LOAD-VERSION
                               MOVE "10" TO WS-HIST-STATUS
                           ELSE
                               PERFORM PARSE-HISTORY-LINE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
      *****************************************************************
      * SPLIT ONE CONFIG LINE INTO KEY AND VALUE THE WAY THE SERVER   *
      * DOES, WORK OUT THE ENTRY IDENTITY FOR THE REPEATING KEYS AND  *
      * FILE THE ITEM. COMMENTS AND LINES WITHOUT = ARE PASSED OVER   *
      *****************************************************************
       PARSE-HISTORY-LINE.
           MOVE 0 TO WS-EQUALS-COUNT
           INSPECT CV-CONFIG-LINE TALLYING WS-EQUALS-COUNT FOR ALL "="
           IF WS-EQUALS-COUNT > 0 AND
                   CV-CONFIG-LINE(1:1) NOT = "#" AND
                   CV-CONFIG-LINE(1:1) NOT = "*"
               MOVE SPACES TO WS-LINE-KEY
               MOVE SPACES TO WS-LINE-VALUE
               UNSTRING CV-CONFIG-LINE DELIMITED BY "="
                   INTO WS-LINE-KEY WS-LINE-VALUE
               END-UNSTRING
               MOVE SPACES TO WS-LINE-IDENT
               EVALUATE WS-LINE-KEY
                   WHEN "VHOST-MAP"
                   WHEN "CGI-MAP"
                   WHEN "REDIRECT-MAP"
                   WHEN "CACHE-MAP"
                       MOVE 'M' TO WS-KEY-KIND
                       UNSTRING WS-LINE-VALUE DELIMITED BY ":"
                           INTO WS-LINE-IDENT
                       END-UNSTRING
                   WHEN "AUTH-PATH-PREFIX"
                   WHEN "ALLOW-PATH-PREFIX"
                   WHEN "DENY-PATH-PREFIX"
                   WHEN "MAINT-ALLOW-IP"
                       MOVE 'L' TO WS-KEY-KIND
                       MOVE WS-LINE-VALUE TO WS-LINE-IDENT
                   WHEN OTHER
                       MOVE 'S' TO WS-KEY-KIND
               END-EVALUATE
               IF WS-LOAD-SIDE = "N"
                   PERFORM FILE-NEW-ITEM
               ELSE
                   PERFORM FILE-OLD-ITEM
               END-IF
           END-IF.
      *****************************************************************
      * FILE THE PARSED LINE IN THE NEWER VERSION'S TABLE. A SINGLE   *
      * KEY SEEN AGAIN TAKES THE LATER VALUE; A REPEATED MAP OR LIST  *
      * ENTRY KEEPS THE FIRST, WHICH IS THE ONE THE SERVER MATCHES    *
      *****************************************************************
       FILE-NEW-ITEM.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > NEW-ITEM-COUNT
               IF NI-KEY(WS-SUB) = WS-LINE-KEY AND
                       NI-IDENT(WS-SUB) = WS-LINE-IDENT
                   MOVE 'Y' TO WS-FOUND
                   IF WS-KEY-KIND = 'S'
                       MOVE WS-LINE-VALUE TO NI-VALUE(WS-SUB)
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FOUND = 'N' AND NEW-ITEM-COUNT < 500
               ADD 1 TO NEW-ITEM-COUNT
               MOVE WS-LINE-KEY TO NI-KEY(NEW-ITEM-COUNT)
               MOVE WS-LINE-IDENT TO NI-IDENT(NEW-ITEM-COUNT)
               MOVE WS-LINE-VALUE TO NI-VALUE(NEW-ITEM-COUNT)
               MOVE 'N' TO NI-MATCHED(NEW-ITEM-COUNT)
           END-IF.
      *****************************************************************
      * THE SAME FOR THE OLDER VERSION'S TABLE                        *
      *****************************************************************
       FILE-OLD-ITEM.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > OLD-ITEM-COUNT
               IF OI-KEY(WS-SUB) = WS-LINE-KEY AND
                       OI-IDENT(WS-SUB) = WS-LINE-IDENT
                   MOVE 'Y' TO WS-FOUND
                   IF WS-KEY-KIND = 'S'
                       MOVE WS-LINE-VALUE TO OI-VALUE(WS-SUB)
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FOUND = 'N' AND OLD-ITEM-COUNT < 500
               ADD 1 TO OLD-ITEM-COUNT
               MOVE WS-LINE-KEY TO OI-KEY(OLD-ITEM-COUNT)
               MOVE WS-LINE-IDENT TO OI-IDENT(OLD-ITEM-COUNT)
               MOVE WS-LINE-VALUE TO OI-VALUE(OLD-ITEM-COUNT)
               MOVE 'N' TO OI-MATCHED(OLD-ITEM-COUNT)
           END-IF.
      *****************************************************************
      * MATCH THE TWO TABLES AND PRINT THE CHANGED, ADDED AND REMOVED *
      * ITEMS, TO THE CONSOLE AND TO THE REPORT FILE                  *
      *****************************************************************
       PRINT-COMPARISON.
           MOVE SPACES TO REPORT-FILE-PATH
           STRING "config-diff-" WS-OLD-VERSION "-" WS-NEW-VERSION
               ".txt"
               DELIMITED BY SIZE
               INTO REPORT-FILE-PATH
           END-STRING
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "CONFDIFF: cannot write report file "
                   FUNCTION TRIM(REPORT-FILE-PATH)
                   " status " WS-REPORT-STATUS
           END-IF
           MOVE ALL "=" TO WS-REPORT-LINE(1:60)
           PERFORM PUT-REPORT-LINE
           MOVE "CONFIGURATION CHANGE REPORT" TO WS-REPORT-LINE
           PERFORM PUT-REPORT-LINE
           STRING "From version " WS-OLD-VERSION " taken "
               WS-OLD-STAMP " (" FUNCTION TRIM(WS-OLD-EVENT) ")"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM PUT-REPORT-LINE
           STRING "To version   " WS-NEW-VERSION " taken "
               WS-NEW-STAMP " (" FUNCTION TRIM(WS-NEW-EVENT) ")"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM PUT-REPORT-LINE
           MOVE ALL "=" TO WS-REPORT-LINE(1:60)
           PERFORM PUT-REPORT-LINE
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > OLD-ITEM-COUNT
               PERFORM MATCH-OLD-ITEM
           END-PERFORM
           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                   UNTIL WS-SUB-2 > NEW-ITEM-COUNT
               IF NI-MATCHED(WS-SUB-2) = 'N'
                   ADD 1 TO WS-ADDED-COUNT
                   STRING "ADDED    " NI-KEY(WS-SUB-2) " "
                       FUNCTION TRIM(NI-VALUE(WS-SUB-2))
                       DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   END-STRING
                   PERFORM PUT-REPORT-LINE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > OLD-ITEM-COUNT
               IF OI-MATCHED(WS-SUB) = 'N'
                   ADD 1 TO WS-REMOVED-COUNT
                   STRING "REMOVED  " OI-KEY(WS-SUB) " "
                       FUNCTION TRIM(OI-VALUE(WS-SUB))
                       DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   END-STRING
                   PERFORM PUT-REPORT-LINE
               END-IF
           END-PERFORM
           MOVE ALL "-" TO WS-REPORT-LINE(1:60)
           PERFORM PUT-REPORT-LINE
           STRING "CONFDIFF: " WS-CHANGED-COUNT " changed, "
               WS-ADDED-COUNT " added, " WS-REMOVED-COUNT " removed"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM PUT-REPORT-LINE
           IF WS-REPORT-STATUS = "00"
               CLOSE REPORT-FILE
               DISPLAY "Report written to "
                   FUNCTION TRIM(REPORT-FILE-PATH)
           END-IF.
      *****************************************************************
      * FIND OLD ITEM WS-SUB IN THE NEWER VERSION, MARKING BOTH AS    *
      * MATCHED AND PRINTING IT WHEN ITS VALUE CHANGED                *
      *****************************************************************
       MATCH-OLD-ITEM.
           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                   UNTIL WS-SUB-2 > NEW-ITEM-COUNT
               IF NI-MATCHED(WS-SUB-2) = 'N' AND
                       NI-KEY(WS-SUB-2) = OI-KEY(WS-SUB) AND
                       NI-IDENT(WS-SUB-2) = OI-IDENT(WS-SUB)
                   MOVE 'Y' TO NI-MATCHED(WS-SUB-2)
                   MOVE 'Y' TO OI-MATCHED(WS-SUB)
                   IF NI-VALUE(WS-SUB-2) NOT = OI-VALUE(WS-SUB)
                       ADD 1 TO WS-CHANGED-COUNT
                       STRING "CHANGED  " OI-KEY(WS-SUB) " "
                           FUNCTION TRIM(OI-IDENT(WS-SUB))
                           DELIMITED BY SIZE
                           INTO WS-REPORT-LINE
                       END-STRING
                       PERFORM PUT-REPORT-LINE
                       STRING "           was: "
                           FUNCTION TRIM(OI-VALUE(WS-SUB))
                           DELIMITED BY SIZE
                           INTO WS-REPORT-LINE
                       END-STRING
                       PERFORM PUT-REPORT-LINE
                       STRING "           now: "
                           FUNCTION TRIM(NI-VALUE(WS-SUB-2))
                           DELIMITED BY SIZE
                           INTO WS-REPORT-LINE
                       END-STRING
                       PERFORM PUT-REPORT-LINE
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.
      *****************************************************************
      * SHOW ONE REPORT LINE ON THE CONSOLE AND FILE IT               *
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
       END PROGRAM CONFDIFF.
