      *****************************************************************
      * PROGRAM:    BROKENLINK                                       *
      * AUTHOR:     MILÁN ATANÁZ MAJOR                                *
      * DATE:       15-OCT-2026                                       *
      * PURPOSE:    BROKEN-LINK REPORT OVER THE INDEXED LOG ARCHIVE.  *
      *             FOR AN OPERATOR-GIVEN DATE RANGE IT LISTS EVERY   *
      *             PATH THAT ANSWERED 404, BUSIEST FIRST, WITH ITS   *
      *             REFERRING PAGES SPLIT INTO INTERNAL (ONE OF OUR   *
      *             OWN VHOSTS OR A BROKENLINK-LOCAL-HOST NAME) AND   *
      *             EXTERNAL ONES. EACH PATH IS CHECKED AGAINST THE   *
      *             CONTCHECK MANIFEST AND THE REDIRECT-MAP ENTRIES   *
      *             IN COBWEB.CONF -- THE REPORT SAYS WHETHER THE     *
      *             FILE USED TO EXIST, WHETHER A REDIRECT ALREADY    *
      *             COVERS IT, OR WHICH MANIFEST FILE IS A CLOSE      *
      *             MATCH, AND THEN SUGGESTS A REDIRECT-MAP LINE THE  *
      *             WEB TEAM CAN PASTE IN. ANY 404 REACHED FROM ONE   *
      *             OF OUR OWN PAGES ENDS THE RUN WITH RETURN CODE 4  *
      *             SO THE CONTENT OWNERS GET CHASED                  *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BROKENLINK.
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
      *    ARCHIVE-FILE IS THE INDEXED ARCHIVE LOGARCHIVE LOADS       *
           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC ARCHIVE-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LA-KEY
               FILE STATUS IS WS-ARCH-STATUS.
      *    MANIFEST-FILE IS THE CONTENT MANIFEST CONTCHECK BUILDS     *
           SELECT MANIFEST-FILE ASSIGN TO DYNAMIC MANIFEST-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANI-STATUS.
      *****************************************************************
      * DATA DIVISION DECLARES VARIABLES AND FILE STRUCTURES          *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CONFIG-FILE.
       01  CONFIG-RECORD     PIC X(450).
       FD  ARCHIVE-FILE.
       COPY "sources/logarchive.cpy".
       FD  MANIFEST-FILE.
       01  MANIFEST-RECORD   PIC X(440).
       WORKING-STORAGE SECTION.
       01  CONFIG-FILE-PATH  PIC X(255).
          88 CONFIG-FILE-DEFAULT
          VALUE "/etc/cobweb/cobweb.conf".
       01  CONFIG-VARIABLE   PIC X(25).
       01  CONFIG-VALUE      PIC X(400).
       01  ROOT-FOLDER       PIC X(255) VALUE "/var/www/html/".
       01  ARCHIVE-FILE-PATH PIC X(255) VALUE "access-archive.idx".
       01  MANIFEST-FILE-PATH PIC X(255) VALUE "content-manifest.dat".
       01  WS-FILE-STATUS    PIC XX.
       01  WS-ARCH-STATUS    PIC XX.
       01  WS-MANI-STATUS    PIC XX.
      *    OPERATOR DIALOGUE                                          *
       01  WS-START-DATE     PIC X(8) VALUE SPACES.
       01  WS-END-DATE       PIC X(8) VALUE SPACES.
      *    THE VHOSTS, THEIR ROOTS, AND ANY EXTRA NAMES THE DEFAULT   *
      *    SITE ANSWERS TO -- A REFERER ON ONE OF THESE IS INTERNAL   *
       01  VHOST-COUNT       PIC 9(3) VALUE 0.
       01  VHOST-TABLE.
           05  VHOST-ENTRY OCCURS 20 TIMES.
               10  VH-NAME        PIC X(80).
               10  VH-ROOT        PIC X(255).
       01  VHOST-MAP-VALUE   PIC X(400).
       01  VR-PAGE-SCRAP     PIC X(40).
       01  LOCAL-HOST-COUNT  PIC 9(3) VALUE 0.
       01  LOCAL-HOST-TABLE.
           05  LOCAL-HOST-NAME OCCURS 20 TIMES PIC X(80).
      *    THE CONFIGURED REDIRECTS, SAME SHAPE AS THE SERVER'S       *
       01  REDIRECT-COUNT    PIC 9(3) VALUE 0.
       01  REDIRECT-TABLE.
           05  REDIRECT-ENTRY OCCURS 20 TIMES.
               10  RD-OLD-PATH    PIC X(255).
               10  RD-NEW-PATH    PIC X(255).
       01  REDIRECT-MAP-VALUE PIC X(400).
       01  RD-STATUS-SCRAP   PIC X(10).
       01  REDIRECT-PREFIX-LEN PIC 9(3) VALUE 0.
       01  REDIRECT-MATCH-IDX PIC 9(3) VALUE 0.
      *    THE LOADED MANIFEST -- FULL FILESYSTEM PATHS               *
       01  MANI-ENTRY-COUNT  PIC 9(5) VALUE 0.
       01  MANI-TABLE.
           05  MANI-ENTRY OCCURS 5000 TIMES.
               10  MN-PATH        PIC X(400).
       01  MANI-TABLE-FULL-FLAG PIC X VALUE 'N'.
       01  MANI-LOADED-FLAG  PIC X VALUE 'N'.
      *    ONE SLOT PER VHOST+PATH THAT ANSWERED 404, WITH UP TO      *
      *    FIVE DISTINCT REFERERS KEPT FOR THE REPORT                 *
       01  BROKEN-ENTRY-COUNT PIC 9(4) VALUE 0.
       01  BROKEN-TABLE.
           05  BROKEN-ENTRY OCCURS 500 TIMES.
               10  BK-VHOST       PIC X(80).
               10  BK-PATH        PIC X(255).
               10  BK-HITS        PIC 9(9).
               10  BK-INTERNAL-HITS PIC 9(9).
               10  BK-EXTERNAL-HITS PIC 9(9).
               10  BK-NO-REF-HITS PIC 9(9).
               10  BK-REF-COUNT   PIC 9.
               10  BK-REFERER OCCURS 5 TIMES.
                   15  BK-REF-URL   PIC X(255).
                   15  BK-REF-CLASS PIC X.
                   15  BK-REF-HITS  PIC 9(9).
       01  WS-SWAP-ENTRY     PIC X(1697).
       01  BROKEN-TABLE-FULL-FLAG PIC X VALUE 'N'.
      *    REFERER CLASSIFICATION -- I INTERNAL, E EXTERNAL, N NONE   *
       01  WS-REF-CLASS      PIC X VALUE SPACE.
       01  WS-REF-WORK       PIC X(255) VALUE SPACES.
       01  WS-REF-HOST       PIC X(80) VALUE SPACES.
       01  WS-VHOST-KEY      PIC X(80) VALUE SPACES.
      *    MANIFEST CROSS-CHECK FOR ONE PATH                          *
       01  WS-ROOT-PATH      PIC X(255) VALUE SPACES.
       01  WS-ROOT-LEN       PIC 9(3) VALUE 0.
       01  WS-CANDIDATE-PATH PIC X(400) VALUE SPACES.
       01  WS-CANDIDATE-UPPER PIC X(400) VALUE SPACES.
       01  WS-MANI-UPPER     PIC X(400) VALUE SPACES.
       01  WS-WANT-NAME      PIC X(255) VALUE SPACES.
       01  WS-WANT-STEM      PIC X(255) VALUE SPACES.
       01  WS-HAVE-NAME      PIC X(255) VALUE SPACES.
       01  WS-HAVE-STEM      PIC X(255) VALUE SPACES.
       01  WS-SPLIT-PATH     PIC X(400) VALUE SPACES.
       01  WS-SPLIT-NAME     PIC X(255) VALUE SPACES.
       01  WS-SPLIT-STEM     PIC X(255) VALUE SPACES.
       01  WS-SPLIT-POS      PIC 9(3) VALUE 0.
       01  WS-MATCH-KIND     PIC X VALUE SPACE.
       01  WS-MATCH-RANK     PIC 9 VALUE 0.
       01  WS-MATCH-IDX      PIC 9(5) VALUE 0.
       01  WS-MATCH-URL      PIC X(255) VALUE SPACES.
       01  WS-SUB            PIC 9(5) VALUE 0.
       01  WS-SUB2           PIC 9(5) VALUE 0.
       01  WS-REF-SUB        PIC 9 VALUE 0.
       01  WS-SLOT           PIC 9(4) VALUE 0.
       01  WS-FOUND          PIC X VALUE 'N'.
      *    COUNTERS AND FORMATTING                                    *
       01  WS-404-COUNT      PIC 9(9) VALUE 0.
       01  WS-INTERNAL-PATHS PIC 9(5) VALUE 0.
       01  WS-SUGGEST-COUNT  PIC 9(5) VALUE 0.
       01  WS-HITS-DISP      PIC Z(8)9.
       01  WS-INT-DISP       PIC Z(8)9.
       01  WS-EXT-DISP       PIC Z(8)9.
       01  WS-NONE-DISP      PIC Z(8)9.
       01  WS-REPORT-LINE    PIC X(600) VALUE SPACES.
      *****************************************************************
      * PROCEDURE DIVISION CONTAINS PROGRAM LOGIC                     *
      *****************************************************************
       PROCEDURE DIVISION.
      *    MAIN PROGRAM LOGIC                                         *
       MAIN-LOGIC.
           PERFORM READ-CONFIG-FILE
           DISPLAY "Start date (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-START-DATE
           DISPLAY "End date (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-END-DATE
           IF WS-START-DATE = SPACES OR WS-END-DATE = SPACES
               DISPLAY "BROKENLINK: both dates are required"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-MANIFEST-TABLE
           PERFORM SCAN-ARCHIVE-RANGE
           PERFORM RANK-BROKEN-PATHS
           PERFORM PRINT-BROKEN-LINK-REPORT
           IF WS-INTERNAL-PATHS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
      *****************************************************************
      * READ SERVER CONFIGURATION FOR THE ROOTS, REDIRECTS, ARCHIVE   *
      * AND MANIFEST                                                  *
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
                           PERFORM PROCESS-CONFIG-RECORD
                   END-READ
               END-PERFORM
               CLOSE CONFIG-FILE
           END-IF.
      *****************************************************************
      * PROCESS ONE CONFIGURATION RECORD                              *
      *****************************************************************
       PROCESS-CONFIG-RECORD.
           UNSTRING CONFIG-RECORD DELIMITED BY "="
               INTO CONFIG-VARIABLE CONFIG-VALUE
           END-UNSTRING
           EVALUATE CONFIG-VARIABLE
               WHEN "ROOT-FOLDER"
                   MOVE CONFIG-VALUE TO ROOT-FOLDER
               WHEN "ARCHIVE-FILE-PATH"
                   MOVE CONFIG-VALUE TO ARCHIVE-FILE-PATH
               WHEN "MANIFEST-FILE-PATH"
                   MOVE CONFIG-VALUE TO MANIFEST-FILE-PATH
               WHEN "VHOST-MAP"
                   PERFORM CAPTURE-VHOST-ENTRY
               WHEN "REDIRECT-MAP"
                   PERFORM CAPTURE-REDIRECT-ENTRY
               WHEN "BROKENLINK-LOCAL-HOST"
                   IF LOCAL-HOST-COUNT < 20
                       ADD 1 TO LOCAL-HOST-COUNT
                       MOVE FUNCTION LOWER-CASE(CONFIG-VALUE)
                           TO LOCAL-HOST-NAME(LOCAL-HOST-COUNT)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *****************************************************************
      * REMEMBER ONE VHOST-MAP ENTRY'S NAME AND ROOT FOLDER           *
      *****************************************************************
       CAPTURE-VHOST-ENTRY.
           IF VHOST-COUNT < 20
               ADD 1 TO VHOST-COUNT
               MOVE CONFIG-VALUE TO VHOST-MAP-VALUE
               MOVE SPACES TO VH-NAME(VHOST-COUNT)
               MOVE SPACES TO VH-ROOT(VHOST-COUNT)
               MOVE SPACES TO VR-PAGE-SCRAP
               UNSTRING VHOST-MAP-VALUE DELIMITED BY ":"
                   INTO VH-NAME(VHOST-COUNT)
                       VH-ROOT(VHOST-COUNT)
                       VR-PAGE-SCRAP
               END-UNSTRING
           END-IF.
      *****************************************************************
      * REMEMBER ONE "OLD-PREFIX:NEW-PATH:STATUS" REDIRECT ENTRY      *
      *****************************************************************
       CAPTURE-REDIRECT-ENTRY.
           IF REDIRECT-COUNT < 20
               ADD 1 TO REDIRECT-COUNT
               MOVE CONFIG-VALUE TO REDIRECT-MAP-VALUE
               MOVE SPACES TO RD-OLD-PATH(REDIRECT-COUNT)
               MOVE SPACES TO RD-NEW-PATH(REDIRECT-COUNT)
               MOVE SPACES TO RD-STATUS-SCRAP
               UNSTRING REDIRECT-MAP-VALUE DELIMITED BY ":"
                   INTO RD-OLD-PATH(REDIRECT-COUNT)
                       RD-NEW-PATH(REDIRECT-COUNT)
                       RD-STATUS-SCRAP
               END-UNSTRING
           END-IF.
      *****************************************************************
      * READ THE CONTCHECK MANIFEST -- WITHOUT ONE THE REPORT STILL   *
      * RUNS, IT JUST CANNOT SAY WHAT USED TO EXIST                   *
      *****************************************************************
       LOAD-MANIFEST-TABLE.
           MOVE 0 TO MANI-ENTRY-COUNT
           OPEN INPUT MANIFEST-FILE
           IF WS-MANI-STATUS NOT = "00"
               DISPLAY "Warning: could not open manifest file "
                   FUNCTION TRIM(MANIFEST-FILE-PATH)
                   " status " WS-MANI-STATUS
                   " - run CONTCHECK BUILD for manifest matching"
           ELSE
               MOVE 'Y' TO MANI-LOADED-FLAG
               PERFORM UNTIL WS-MANI-STATUS = "10"
                   READ MANIFEST-FILE INTO MANIFEST-RECORD
                       AT END
                           MOVE "10" TO WS-MANI-STATUS
                       NOT AT END
                           PERFORM LOAD-ONE-MANIFEST-LINE
                   END-READ
               END-PERFORM
               CLOSE MANIFEST-FILE
               DISPLAY "Loaded " MANI-ENTRY-COUNT " manifest line(s)"
           END-IF.
      *****************************************************************
      * KEEP THE PATH COLUMN OF ONE FIXED-COLUMN MANIFEST LINE --     *
      * CRC(10) SIZE(12) MTIME(12) PATH                               *
      *****************************************************************
       LOAD-ONE-MANIFEST-LINE.
           IF MANIFEST-RECORD(1:1) = "*" OR MANIFEST-RECORD = SPACES
               CONTINUE
           ELSE
               IF MANI-ENTRY-COUNT < 5000
                   ADD 1 TO MANI-ENTRY-COUNT
                   MOVE MANIFEST-RECORD(38:)
                       TO MN-PATH(MANI-ENTRY-COUNT)
               ELSE
                   IF MANI-TABLE-FULL-FLAG NOT = 'Y'
                       MOVE 'Y' TO MANI-TABLE-FULL-FLAG
                       DISPLAY "BROKENLINK: more than 5000 manifest"
                           " lines - matching is partial"
                   END-IF
               END-IF
           END-IF.
      *****************************************************************
      * WALK THE ARCHIVE OVER THE REQUESTED DATE RANGE, TALLYING      *
      * EVERY 404                                                     *
      *****************************************************************
       SCAN-ARCHIVE-RANGE.
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCH-STATUS NOT = "00"
               DISPLAY "Error opening archive file: "
                   FUNCTION TRIM(ARCHIVE-FILE-PATH)
                   " status " WS-ARCH-STATUS " - run LOGARCHIVE LOAD"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-START-DATE TO LA-DATE
           MOVE 0 TO LA-SEQ
           START ARCHIVE-FILE KEY IS NOT LESS THAN LA-KEY
               INVALID KEY
                   MOVE "23" TO WS-ARCH-STATUS
           END-START
           IF WS-ARCH-STATUS = "00"
               PERFORM UNTIL WS-ARCH-STATUS NOT = "00"
                   READ ARCHIVE-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-ARCH-STATUS
                       NOT AT END
                           IF LA-DATE > WS-END-DATE
                               MOVE "10" TO WS-ARCH-STATUS
                           ELSE
                               IF LA-STATUS = 404
                                   PERFORM TALLY-BROKEN-RECORD
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ARCHIVE-FILE
           IF BROKEN-TABLE-FULL-FLAG = 'Y'
               DISPLAY "Warning: more than 500 broken paths -"
                   " later paths were left out of the report"
           END-IF.
      *****************************************************************
      * FOLD ONE 404 INTO ITS VHOST+PATH SLOT. RECORDS ARCHIVED       *
      * BEFORE THE VHOST WAS LOGGED COUNT AGAINST THE DEFAULT SITE    *
      *****************************************************************
       TALLY-BROKEN-RECORD.
           ADD 1 TO WS-404-COUNT
           IF LA-VHOST-NAME = SPACES
               MOVE "default" TO WS-VHOST-KEY
           ELSE
               MOVE LA-VHOST-NAME TO WS-VHOST-KEY
           END-IF
           PERFORM CLASSIFY-REFERER
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > BROKEN-ENTRY-COUNT
               IF BK-VHOST(WS-SUB) = WS-VHOST-KEY AND
                       BK-PATH(WS-SUB) = LA-PATH
                   MOVE WS-SUB TO WS-SLOT
                   MOVE 'Y' TO WS-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FOUND = 'N'
               IF BROKEN-ENTRY-COUNT < 500
                   ADD 1 TO BROKEN-ENTRY-COUNT
                   MOVE BROKEN-ENTRY-COUNT TO WS-SLOT
                   INITIALIZE BROKEN-ENTRY(WS-SLOT)
                   MOVE WS-VHOST-KEY TO BK-VHOST(WS-SLOT)
                   MOVE LA-PATH TO BK-PATH(WS-SLOT)
                   MOVE 'Y' TO WS-FOUND
               ELSE
                   MOVE 'Y' TO BROKEN-TABLE-FULL-FLAG
               END-IF
           END-IF
           IF WS-FOUND = 'Y'
               ADD 1 TO BK-HITS(WS-SLOT)
               EVALUATE WS-REF-CLASS
                   WHEN "I"
                       ADD 1 TO BK-INTERNAL-HITS(WS-SLOT)
                   WHEN "E"
                       ADD 1 TO BK-EXTERNAL-HITS(WS-SLOT)
                   WHEN OTHER
                       ADD 1 TO BK-NO-REF-HITS(WS-SLOT)
               END-EVALUATE
               IF WS-REF-CLASS NOT = "N"
                   PERFORM TALLY-REFERER
               END-IF
           END-IF.
      *****************************************************************
      * INTERNAL WHEN THE REFERER'S HOST IS ONE OF OUR VHOSTS OR A    *
      * CONFIGURED LOCAL NAME, EXTERNAL OTHERWISE, NONE WHEN THE      *
      * BROWSER SENT NO REFERER                                       *
      *****************************************************************
       CLASSIFY-REFERER.
           IF LA-REFERER = SPACES OR LA-REFERER = "-"
               MOVE "N" TO WS-REF-CLASS
           ELSE
               MOVE "E" TO WS-REF-CLASS
               MOVE SPACES TO WS-REF-WORK
               EVALUATE TRUE
                   WHEN FUNCTION LOWER-CASE(LA-REFERER(1:7)) = "http://"
                       MOVE LA-REFERER(8:) TO WS-REF-WORK
                   WHEN FUNCTION LOWER-CASE(LA-REFERER(1:8))
                           = "https://"
                       MOVE LA-REFERER(9:) TO WS-REF-WORK
                   WHEN OTHER
                       MOVE LA-REFERER TO WS-REF-WORK
               END-EVALUATE
               MOVE SPACES TO WS-REF-HOST
               UNSTRING WS-REF-WORK DELIMITED BY "/" OR ":"
                   INTO WS-REF-HOST
               END-UNSTRING
               MOVE FUNCTION LOWER-CASE(WS-REF-HOST) TO WS-REF-HOST
               PERFORM VARYING WS-SUB2 FROM 1 BY 1
                       UNTIL WS-SUB2 > VHOST-COUNT
                   IF FUNCTION LOWER-CASE(VH-NAME(WS-SUB2)) =
                           WS-REF-HOST
                       MOVE "I" TO WS-REF-CLASS
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-SUB2 FROM 1 BY 1
                       UNTIL WS-SUB2 > LOCAL-HOST-COUNT
                   IF LOCAL-HOST-NAME(WS-SUB2) = WS-REF-HOST
                       MOVE "I" TO WS-REF-CLASS
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.
      *****************************************************************
      * COUNT THE REFERER AGAINST THE PATH, KEEPING THE FIRST FIVE    *
      * DISTINCT ONES FOR THE REPORT                                  *
      *****************************************************************
       TALLY-REFERER.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-REF-SUB FROM 1 BY 1
                   UNTIL WS-REF-SUB > BK-REF-COUNT(WS-SLOT)
               IF BK-REF-URL(WS-SLOT, WS-REF-SUB) = LA-REFERER
                   ADD 1 TO BK-REF-HITS(WS-SLOT, WS-REF-SUB)
                   MOVE 'Y' TO WS-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FOUND = 'N' AND BK-REF-COUNT(WS-SLOT) < 5
               ADD 1 TO BK-REF-COUNT(WS-SLOT)
               MOVE BK-REF-COUNT(WS-SLOT) TO WS-REF-SUB
               MOVE LA-REFERER TO BK-REF-URL(WS-SLOT, WS-REF-SUB)
               MOVE WS-REF-CLASS TO BK-REF-CLASS(WS-SLOT, WS-REF-SUB)
               MOVE 1 TO BK-REF-HITS(WS-SLOT, WS-REF-SUB)
           END-IF.
      *****************************************************************
      * ORDER THE BROKEN PATHS BUSIEST FIRST                          *
      *****************************************************************
       RANK-BROKEN-PATHS.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > BROKEN-ENTRY-COUNT
               PERFORM VARYING WS-SUB2 FROM WS-SUB BY 1
                       UNTIL WS-SUB2 > BROKEN-ENTRY-COUNT
                   IF BK-HITS(WS-SUB2) > BK-HITS(WS-SUB)
                       MOVE BROKEN-ENTRY(WS-SUB)  TO WS-SWAP-ENTRY
                       MOVE BROKEN-ENTRY(WS-SUB2)
                           TO BROKEN-ENTRY(WS-SUB)
                       MOVE WS-SWAP-ENTRY TO BROKEN-ENTRY(WS-SUB2)
                   END-IF
               END-PERFORM
           END-PERFORM.
      *****************************************************************
      * PRINT ONE BLOCK PER BROKEN PATH -- COUNTS, REFERERS, WHAT THE *
      * MANIFEST AND REDIRECT TABLE SAY, AND A SUGGESTED REDIRECT     *
      *****************************************************************
       PRINT-BROKEN-LINK-REPORT.
           DISPLAY "================================================="
           DISPLAY "BROKEN LINKS (404) - " WS-START-DATE
               " TO " WS-END-DATE
           DISPLAY "================================================="
           DISPLAY "404 responses read:    " WS-404-COUNT
           DISPLAY "Distinct broken paths: " BROKEN-ENTRY-COUNT
           PERFORM VARYING WS-SLOT FROM 1 BY 1
                   UNTIL WS-SLOT > BROKEN-ENTRY-COUNT
               PERFORM PRINT-BROKEN-ENTRY
           END-PERFORM
           DISPLAY "================================================="
           DISPLAY "BROKENLINK: " WS-INTERNAL-PATHS
               " path(s) linked from our own pages, "
               WS-SUGGEST-COUNT " redirect(s) suggested".
      *****************************************************************
      * ONE BROKEN PATH                                               *
      *****************************************************************
       PRINT-BROKEN-ENTRY.
           IF BK-INTERNAL-HITS(WS-SLOT) > 0
               ADD 1 TO WS-INTERNAL-PATHS
           END-IF
           MOVE BK-HITS(WS-SLOT) TO WS-HITS-DISP
           MOVE BK-INTERNAL-HITS(WS-SLOT) TO WS-INT-DISP
           MOVE BK-EXTERNAL-HITS(WS-SLOT) TO WS-EXT-DISP
           MOVE BK-NO-REF-HITS(WS-SLOT) TO WS-NONE-DISP
           DISPLAY " "
           MOVE SPACES TO WS-REPORT-LINE
           STRING FUNCTION TRIM(BK-VHOST(WS-SLOT)) " "
               FUNCTION TRIM(BK-PATH(WS-SLOT))
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           DISPLAY FUNCTION TRIM(WS-REPORT-LINE TRAILING)
           DISPLAY "  Hits " FUNCTION TRIM(WS-HITS-DISP)
               "  internal " FUNCTION TRIM(WS-INT-DISP)
               "  external " FUNCTION TRIM(WS-EXT-DISP)
               "  no referer " FUNCTION TRIM(WS-NONE-DISP)
           PERFORM VARYING WS-REF-SUB FROM 1 BY 1
                   UNTIL WS-REF-SUB > BK-REF-COUNT(WS-SLOT)
               IF BK-REF-CLASS(WS-SLOT, WS-REF-SUB) = "I"
                   PERFORM PRINT-REFERER-LINE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-REF-SUB FROM 1 BY 1
                   UNTIL WS-REF-SUB > BK-REF-COUNT(WS-SLOT)
               IF BK-REF-CLASS(WS-SLOT, WS-REF-SUB) = "E"
                   PERFORM PRINT-REFERER-LINE
               END-IF
           END-PERFORM
           PERFORM CHECK-REDIRECT-MAP
           IF REDIRECT-MATCH-IDX > 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  Now redirected by REDIRECT-MAP "
                   FUNCTION TRIM(RD-OLD-PATH(REDIRECT-MATCH-IDX))
                   " -> "
                   FUNCTION TRIM(RD-NEW-PATH(REDIRECT-MATCH-IDX))
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               DISPLAY FUNCTION TRIM(WS-REPORT-LINE TRAILING)
           ELSE
               PERFORM CHECK-MANIFEST-MATCH
               PERFORM PRINT-MANIFEST-VERDICT
           END-IF.
      *****************************************************************
      * ONE KEPT REFERER UNDER ITS PATH                               *
      *****************************************************************
       PRINT-REFERER-LINE.
           MOVE BK-REF-HITS(WS-SLOT, WS-REF-SUB) TO WS-HITS-DISP
           MOVE SPACES TO WS-REPORT-LINE
           IF BK-REF-CLASS(WS-SLOT, WS-REF-SUB) = "I"
               STRING "    internal " WS-HITS-DISP " "
                   FUNCTION TRIM(BK-REF-URL(WS-SLOT, WS-REF-SUB))
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
           ELSE
               STRING "    external " WS-HITS-DISP " "
                   FUNCTION TRIM(BK-REF-URL(WS-SLOT, WS-REF-SUB))
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
           END-IF
           DISPLAY FUNCTION TRIM(WS-REPORT-LINE TRAILING).
      *****************************************************************
      * THE FIRST REDIRECT-MAP PREFIX THAT COVERS THE PATH, IN THE    *
      * SAME ORDER THE SERVER TRIES THEM                              *
      *****************************************************************
       CHECK-REDIRECT-MAP.
           MOVE 0 TO REDIRECT-MATCH-IDX
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > REDIRECT-COUNT
                   OR REDIRECT-MATCH-IDX > 0
               COMPUTE REDIRECT-PREFIX-LEN = FUNCTION LENGTH
                   (FUNCTION TRIM(RD-OLD-PATH(WS-SUB)))
               IF BK-PATH(WS-SLOT)(1:REDIRECT-PREFIX-LEN) =
                       RD-OLD-PATH(WS-SUB)(1:REDIRECT-PREFIX-LEN)
                   MOVE WS-SUB TO REDIRECT-MATCH-IDX
               END-IF
           END-PERFORM.
      *****************************************************************
      * LOOK THE PATH UP IN THE MANIFEST UNDER ITS VHOST'S ROOT --     *
      *   X  THE FILE ITSELF IS IN THE MANIFEST (IT USED TO EXIST)     *
      *   C  SAME PATH IN A DIFFERENT LETTER CASE                      *
      *   N  SAME FILE NAME IN ANOTHER DIRECTORY                       *
      *   S  SAME NAME WITH A DIFFERENT EXTENSION                      *
      * THE BEST KIND FOUND WINS, THE FIRST ENTRY OF THAT KIND AFTER   *
      * IT                                                             *
      *****************************************************************
       CHECK-MANIFEST-MATCH.
           MOVE SPACE TO WS-MATCH-KIND
           MOVE 9 TO WS-MATCH-RANK
           MOVE 0 TO WS-MATCH-IDX
           MOVE ROOT-FOLDER TO WS-ROOT-PATH
           PERFORM VARYING WS-SUB2 FROM 1 BY 1
                   UNTIL WS-SUB2 > VHOST-COUNT
               IF VH-NAME(WS-SUB2) = BK-VHOST(WS-SLOT)
                   MOVE VH-ROOT(WS-SUB2) TO WS-ROOT-PATH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           COMPUTE WS-ROOT-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-ROOT-PATH))
           IF WS-ROOT-PATH(WS-ROOT-LEN:1) = "/"
               SUBTRACT 1 FROM WS-ROOT-LEN
           END-IF
           MOVE SPACES TO WS-CANDIDATE-PATH
           STRING WS-ROOT-PATH(1:WS-ROOT-LEN)
               FUNCTION TRIM(BK-PATH(WS-SLOT))
               DELIMITED BY SIZE
               INTO WS-CANDIDATE-PATH
           END-STRING
           MOVE FUNCTION UPPER-CASE(WS-CANDIDATE-PATH)
               TO WS-CANDIDATE-UPPER
           MOVE WS-CANDIDATE-UPPER TO WS-SPLIT-PATH
           PERFORM SPLIT-FILE-NAME
           MOVE WS-SPLIT-NAME TO WS-WANT-NAME
           MOVE WS-SPLIT-STEM TO WS-WANT-STEM
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > MANI-ENTRY-COUNT
                   OR WS-MATCH-RANK = 1
               IF MN-PATH(WS-SUB)(1:WS-ROOT-LEN) =
                       WS-ROOT-PATH(1:WS-ROOT-LEN)
                   PERFORM RANK-ONE-MANIFEST-ENTRY
               END-IF
           END-PERFORM.
      *****************************************************************
      * SCORE ONE MANIFEST ENTRY UNDER THE RIGHT ROOT AGAINST THE     *
      * BROKEN PATH                                                   *
      *****************************************************************
       RANK-ONE-MANIFEST-ENTRY.
           IF MN-PATH(WS-SUB) = WS-CANDIDATE-PATH
               MOVE "X" TO WS-MATCH-KIND
               MOVE 1 TO WS-MATCH-RANK
               MOVE WS-SUB TO WS-MATCH-IDX
           ELSE
               MOVE FUNCTION UPPER-CASE(MN-PATH(WS-SUB))
                   TO WS-MANI-UPPER
               IF WS-MANI-UPPER = WS-CANDIDATE-UPPER
                   IF WS-MATCH-RANK > 2
                       MOVE "C" TO WS-MATCH-KIND
                       MOVE 2 TO WS-MATCH-RANK
                       MOVE WS-SUB TO WS-MATCH-IDX
                   END-IF
               ELSE
                   IF WS-MATCH-RANK > 3
                       MOVE WS-MANI-UPPER TO WS-SPLIT-PATH
                       PERFORM SPLIT-FILE-NAME
                       MOVE WS-SPLIT-NAME TO WS-HAVE-NAME
                       MOVE WS-SPLIT-STEM TO WS-HAVE-STEM
                       IF WS-HAVE-NAME = WS-WANT-NAME
                           MOVE "N" TO WS-MATCH-KIND
                           MOVE 3 TO WS-MATCH-RANK
                           MOVE WS-SUB TO WS-MATCH-IDX
                       ELSE
                           IF WS-MATCH-RANK > 4 AND
                                   WS-WANT-STEM NOT = SPACES AND
                                   WS-HAVE-STEM = WS-WANT-STEM
                               MOVE "S" TO WS-MATCH-KIND
                               MOVE 4 TO WS-MATCH-RANK
                               MOVE WS-SUB TO WS-MATCH-IDX
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *****************************************************************
      * SPLIT WS-SPLIT-PATH INTO ITS LAST SEGMENT AND THAT SEGMENT    *
      * WITHOUT ITS EXTENSION                                         *
      *****************************************************************
       SPLIT-FILE-NAME.
           MOVE SPACES TO WS-SPLIT-NAME
           MOVE SPACES TO WS-SPLIT-STEM
           MOVE 0 TO WS-SPLIT-POS
           PERFORM VARYING WS-SUB2 FROM 1 BY 1 UNTIL WS-SUB2 > 400
               IF WS-SPLIT-PATH(WS-SUB2:1) = "/"
                   MOVE WS-SUB2 TO WS-SPLIT-POS
               END-IF
           END-PERFORM
           IF WS-SPLIT-POS < 400
               MOVE WS-SPLIT-PATH(WS-SPLIT-POS + 1:) TO WS-SPLIT-NAME
           END-IF
           UNSTRING WS-SPLIT-NAME DELIMITED BY "."
               INTO WS-SPLIT-STEM
           END-UNSTRING.
      *****************************************************************
      * SAY WHAT THE MANIFEST KNOWS AND, WHERE THERE IS SOMEWHERE TO  *
      * SEND THE VISITOR, PRINT A REDIRECT-MAP LINE TO PASTE IN       *
      *****************************************************************
       PRINT-MANIFEST-VERDICT.
           IF MANI-LOADED-FLAG NOT = 'Y'
               DISPLAY "  Manifest not available"
           ELSE
               IF WS-MATCH-IDX > 0
                   MOVE SPACES TO WS-MATCH-URL
                   MOVE MN-PATH(WS-MATCH-IDX)(WS-ROOT-LEN + 1:)
                       TO WS-MATCH-URL
               END-IF
               EVALUATE WS-MATCH-KIND
                   WHEN "X"
                       DISPLAY "  In the manifest - the file used to"
                           " exist and has since been removed"
                   WHEN "C"
                       DISPLAY "  Close match (letter case): "
                           FUNCTION TRIM(WS-MATCH-URL)
                   WHEN "N"
                       DISPLAY "  Close match (same file name): "
                           FUNCTION TRIM(WS-MATCH-URL)
                   WHEN "S"
                       DISPLAY "  Close match (other extension): "
                           FUNCTION TRIM(WS-MATCH-URL)
                   WHEN OTHER
                       DISPLAY "  Not in the manifest, no close match"
               END-EVALUATE
               IF WS-MATCH-KIND = "C" OR "N" OR "S"
                   ADD 1 TO WS-SUGGEST-COUNT
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "  Suggest: REDIRECT-MAP="
                       FUNCTION TRIM(BK-PATH(WS-SLOT))
                       ":" FUNCTION TRIM(WS-MATCH-URL) ":301"
                       DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   END-STRING
                   DISPLAY FUNCTION TRIM(WS-REPORT-LINE TRAILING)
               END-IF
           END-IF.
      *****************************************************************
      * TERMINATE PROGRAM                                             *
      *****************************************************************
       END PROGRAM BROKENLINK.
