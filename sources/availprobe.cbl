      *****************************************************************
      * PROGRAM:    AVAILPROBE                                       *
      * AUTHOR:     MILÁN ATANÁZ MAJOR                                *
      * DATE:       15-OCT-2026                                       *
      * PURPOSE:    SYNTHETIC AVAILABILITY PROBE. READS THE CHECKS IN *
      *             THE PROBE TABLE (SEE probe-table.dat), CONNECTS   *
      *             TO THE PLAIN LISTENER (PORT-NUMBER) AND THE TLS   *
      *             LISTENER (TLS-PORT-NUMBER) AT PROBE-HOST-ADDR,    *
      *             REQUESTS EACH CHECK URL WITH ITS VHOST AS THE     *
      *             Host HEADER, AND COMPARES THE STATUS AND THE      *
      *             EXPECTED BODY TEXT. EVERY RESULT, WITH ITS        *
      *             RESPONSE TIME AND WHETHER THE RUN FELL IN THE     *
      *             MAINTENANCE WINDOW, GOES INTO THE INDEXED         *
      *             AVAILABILITY HISTORY FOR SLAREPORT. RUN IT FROM   *
      *             THE SCHEDULE -- THE MORE OFTEN IT RUNS THE FINER  *
      *             THE OUTAGE WINDOWS. RETURN CODE 4 WHEN ANY CHECK  *
      *             FAILED, 12 WHEN THE TABLE OR HISTORY CANNOT BE    *
      *             OPENED                                            *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVAILPROBE.
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
      *    PROBE-TABLE-FILE LISTS THE CHECKS, ONE PER LINE            *
           SELECT PROBE-TABLE-FILE ASSIGN TO DYNAMIC PROBE-TABLE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TABLE-STATUS.
      *    AVAIL-HIST-FILE IS THE AVAILABILITY HISTORY                *
           SELECT AVAIL-HIST-FILE ASSIGN TO DYNAMIC PROBE-HISTORY-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AH-KEY
               FILE STATUS IS WS-HIST-STATUS.
      *    MAINT-FILE IS THE SERVER'S ON-DEMAND MAINTENANCE TRIGGER   *
           SELECT MAINT-FILE ASSIGN TO DYNAMIC MAINT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-STATUS.
      *****************************************************************
      * DATA DIVISION DECLARES VARIABLES AND FILE STRUCTURES          *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CONFIG-FILE.
       01  CONFIG-RECORD     PIC X(100).
       FD  PROBE-TABLE-FILE.
       01  PROBE-TABLE-RECORD PIC X(400).
       FD  AVAIL-HIST-FILE.
       COPY "sources/availhist.cpy".
       FD  MAINT-FILE.
       01  MAINT-RECORD      PIC X(80).
       WORKING-STORAGE SECTION.
       01  CONFIG-FILE-PATH  PIC X(255).
          88 CONFIG-FILE-DEFAULT
          VALUE "/etc/cobweb/cobweb.conf".
       01  CONFIG-VARIABLE   PIC X(20).
       01  CONFIG-VALUE      PIC X(80).
       01  PROBE-TABLE-PATH  PIC X(255) VALUE "probe-table.dat".
       01  PROBE-HISTORY-PATH PIC X(255) VALUE "avail-history.idx".
       01  PROBE-HOST-ADDR   PIC X(15) VALUE "127.0.0.1".
       01  PROBE-TIMEOUT-SECS PIC 9(3) VALUE 10.
       01  PORT-NUMBER       PIC 9(5) VALUE 80.
       01  TLS-PORT-NUMBER   PIC 9(5) VALUE 0.
       01  MAINT-FILE-PATH   PIC X(255) VALUE "/tmp/cobweb.maint".
       01  MAINT-START-TIME  PIC X(4) VALUE SPACES.
       01  MAINT-END-TIME    PIC X(4) VALUE SPACES.
       01  WS-FILE-STATUS    PIC XX.
       01  WS-TABLE-STATUS   PIC XX.
       01  WS-HIST-STATUS    PIC XX.
       01  WS-MAINT-STATUS   PIC XX.
       01  WS-TIMESTAMP      PIC X(21) VALUE SPACES.
       01  WS-RUN-STAMP      PIC X(14) VALUE SPACES.
       01  WS-NOW-HHMM       PIC X(4) VALUE SPACES.
       01  MAINTENANCE-FLAG  PIC X VALUE 'N'.
      *    THE CHECK IN HAND, SPLIT OUT OF ITS TABLE LINE             *
       01  PB-VHOST-NAME     PIC X(80) VALUE SPACES.
       01  PB-PATH           PIC X(200) VALUE SPACES.
       01  PB-STATUS-STR     PIC X(3) VALUE SPACES.
       01  PB-EXPECT-STATUS  PIC 9(3) VALUE 0.
       01  PB-EXPECT-TEXT    PIC X(100) VALUE SPACES.
       01  PB-LISTENER       PIC X(5) VALUE SPACES.
       01  PB-TEXT-LEN       PIC 9(3) VALUE 0.
       01  WS-CHECK-SEQ      PIC 9(3) VALUE 0.
       01  WS-CHECK-OK-FLAG  PIC X VALUE 'Y'.
      *    THE LISTENER BEING PROBED                                  *
       01  WS-LISTENER       PIC X(5) VALUE SPACES.
       01  WS-PROBE-PORT     PIC 9(5) VALUE 0.
       01  WS-TLS-FLAG       PIC X VALUE 'N'.
      *    SOCKET PLUMBING -- THE SAME C LIBRARY CALLS THE SERVER      *
      *    MAKES, FROM THE CLIENT SIDE                                 *
       01  AF-INET           PIC S9(4) COMP-5 VALUE 2.
       01  SOCK-STREAM       PIC S9(4) COMP-5 VALUE 1.
       01  IP-PROTO          PIC S9(4) COMP-5 VALUE 0.
       01  PROBE-SOCKET      PIC S9(9) COMP-5 VALUE -1.
       01  WS-RETURN-CODE    PIC S9(9) COMP-5 VALUE 0.
       01  PROBE-ADDR.
           05  PROBE-FAMILY  PIC S9(4) COMP-5 VALUE 2.
           05  FILLER.
               07  PROBE-PORT PIC S9(4) COMP.  *> network byte order
               07  PROBE-INET-ADDR PIC S9(9) COMP-5 VALUE 0.
               07  FILLER    PIC X(8) VALUE LOW-VALUE.
       01  PROBE-HOST-ADDRZ  PIC X(16) VALUE SPACES.
      *    SEND AND RECEIVE TIMEOUTS (SOL_SOCKET / SO_RCVTIMEO /      *
      *    SO_SNDTIMEO) SO A HUNG LISTENER FAILS THE CHECK INSTEAD OF *
      *    STALLING THE RUN -- THE SEND TIMEOUT ALSO BOUNDS CONNECT   *
       01  SOL-SOCKET        PIC S9(9) COMP-5 VALUE 1.
       01  SO-RCVTIMEO       PIC S9(9) COMP-5 VALUE 20.
       01  SO-SNDTIMEO       PIC S9(9) COMP-5 VALUE 21.
       01  PROBE-TIMEOUT-TV.
           05  PROBE-TIMEOUT-SEC  PIC S9(18) COMP-5 VALUE 0.
           05  PROBE-TIMEOUT-USEC PIC S9(18) COMP-5 VALUE 0.
      *    OPENSSL CLIENT CONTEXT, BUILT THE FIRST TIME THE TLS       *
      *    LISTENER IS PROBED                                         *
       01  TLS-METHOD-PTR    USAGE POINTER VALUE NULL.
       01  TLS-CTX-PTR       USAGE POINTER VALUE NULL.
       01  TLS-SSL-PTR       USAGE POINTER VALUE NULL.
       01  WS-NULL-POINTER   USAGE POINTER VALUE NULL.
       01  TLS-SETUP-FLAG    PIC X VALUE 'N'.
      *    REQUEST AND RESPONSE                                       *
       01  PROBE-REQUEST     PIC X(600) VALUE SPACES.
       01  PROBE-REQUEST-LEN PIC S9(9) COMP-5 VALUE 0.
       01  PROBE-CHUNK       PIC X(4096) VALUE SPACES.
       01  PROBE-CHUNK-LEN   PIC S9(9) COMP-5 VALUE 4096.
       01  PROBE-RESPONSE    PIC X(65536) VALUE SPACES.
       01  PROBE-RESP-LEN    PIC 9(5) VALUE 0.
       01  PROBE-RESP-MAX    PIC 9(5) VALUE 61440.
       01  PROBE-HDR-LEN     PIC 9(5) VALUE 0.
       01  PROBE-BODY-START  PIC 9(5) VALUE 0.
       01  PROBE-BODY-LEN    PIC 9(5) VALUE 0.
       01  PROBE-TEXT-HITS   PIC 9(5) VALUE 0.
       01  PROBE-HOST-HDR    PIC X(80) VALUE SPACES.
      *    RESPONSE TIMING                                            *
       01  PROBE-START-TIMEVAL.
           05  PROBE-START-SEC  PIC S9(18) COMP-5 VALUE 0.
           05  PROBE-START-USEC PIC S9(18) COMP-5 VALUE 0.
       01  PROBE-END-TIMEVAL.
           05  PROBE-END-SEC    PIC S9(18) COMP-5 VALUE 0.
           05  PROBE-END-USEC   PIC S9(18) COMP-5 VALUE 0.
       01  TIMING-RETURN-CODE PIC S9(9) COMP-5 VALUE 0.
       01  WS-ELAPSED-MS     PIC 9(7) VALUE 0.
       01  WS-STATUS-DISP    PIC 999.
       01  WS-EXPECT-DISP    PIC 999.
      *    RUN COUNTERS                                               *
       01  WS-CHECK-COUNT    PIC 9(5) VALUE 0.
       01  WS-UP-COUNT       PIC 9(5) VALUE 0.
       01  WS-DOWN-COUNT     PIC 9(5) VALUE 0.
       01  WS-SKIPPED-COUNT  PIC 9(5) VALUE 0.
      *****************************************************************
      * PROCEDURE DIVISION CONTAINS PROGRAM LOGIC                     *
      *****************************************************************
       PROCEDURE DIVISION.
      *    MAIN PROGRAM LOGIC                                         *
       MAIN-LOGIC.
           PERFORM READ-CONFIG-FILE
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:14) TO WS-RUN-STAMP
           PERFORM CHECK-MAINTENANCE-WINDOW
           PERFORM OPEN-PROBE-FILES
           MOVE SPACES TO PROBE-HOST-ADDRZ
           STRING FUNCTION TRIM(PROBE-HOST-ADDR) X"00"
               DELIMITED BY SIZE
               INTO PROBE-HOST-ADDRZ
           END-STRING
           CALL "inet_addr" USING BY REFERENCE PROBE-HOST-ADDRZ
               RETURNING PROBE-INET-ADDR
           END-CALL
           MOVE PROBE-TIMEOUT-SECS TO PROBE-TIMEOUT-SEC
           DISPLAY "AVAILPROBE: run " WS-RUN-STAMP " against "
               FUNCTION TRIM(PROBE-HOST-ADDR)
           IF MAINTENANCE-FLAG = 'Y'
               DISPLAY "AVAILPROBE: maintenance window is active - "
                   "results are recorded but not counted"
           END-IF
           PERFORM UNTIL WS-TABLE-STATUS NOT = "00"
               READ PROBE-TABLE-FILE
                   AT END
                       MOVE "10" TO WS-TABLE-STATUS
                   NOT AT END
                       IF PROBE-TABLE-RECORD NOT = SPACES AND
                               PROBE-TABLE-RECORD(1:1) NOT = "*"
                           PERFORM RUN-TABLE-CHECK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROBE-TABLE-FILE
           CLOSE AVAIL-HIST-FILE
           IF TLS-CTX-PTR NOT = WS-NULL-POINTER
               CALL "SSL_CTX_free" USING BY VALUE TLS-CTX-PTR
               END-CALL
           END-IF
           DISPLAY "AVAILPROBE: " WS-CHECK-COUNT " check(s), "
               WS-UP-COUNT " up, " WS-DOWN-COUNT " down, "
               WS-SKIPPED-COUNT " skipped"
           IF WS-DOWN-COUNT > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
      *****************************************************************
      * READ SERVER CONFIGURATION FOR THE LISTENER PORTS, THE PROBE   *
      * SETTINGS AND THE MAINTENANCE WINDOW                           *
      *****************************************************************
       READ-CONFIG-FILE.
           ACCEPT CONFIG-FILE-PATH FROM ENVIRONMENT "COBWEB_CONFIG"
             ON EXCEPTION
                SET CONFIG-FILE-DEFAULT TO TRUE
           END-ACCEPT
           OPEN INPUT CONFIG-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No config file found, using default "
                   "ports and probe file paths"
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
                               WHEN "PORT-NUMBER"
                                   MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                                       TO PORT-NUMBER
                               WHEN "TLS-PORT-NUMBER"
                                   MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                                       TO TLS-PORT-NUMBER
                               WHEN "PROBE-TABLE-PATH"
                                   MOVE CONFIG-VALUE
                                       TO PROBE-TABLE-PATH
                               WHEN "PROBE-HISTORY-PATH"
                                   MOVE CONFIG-VALUE
                                       TO PROBE-HISTORY-PATH
                               WHEN "PROBE-HOST-ADDR"
                                   MOVE CONFIG-VALUE
                                       TO PROBE-HOST-ADDR
                               WHEN "PROBE-TIMEOUT-SECS"
                                   IF FUNCTION TRIM(CONFIG-VALUE)
                                           IS NUMERIC
                                       MOVE FUNCTION NUMVAL(
                                           CONFIG-VALUE)
                                           TO PROBE-TIMEOUT-SECS
                                   END-IF
                               WHEN "MAINT-FILE-PATH"
                                   MOVE CONFIG-VALUE
                                       TO MAINT-FILE-PATH
                               WHEN "MAINT-START-TIME"
                                   MOVE CONFIG-VALUE(1:4)
                                       TO MAINT-START-TIME
                               WHEN "MAINT-END-TIME"
                                   MOVE CONFIG-VALUE(1:4)
                                       TO MAINT-END-TIME
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE CONFIG-FILE
           END-IF
           IF PROBE-TIMEOUT-SECS = 0
               MOVE 10 TO PROBE-TIMEOUT-SECS
           END-IF.
      *****************************************************************
      * IS THE SERVER IN ITS MAINTENANCE WINDOW -- THE SAME TEST THE  *
      * SERVER MAKES: THE TRIGGER FILE EXISTS, OR THE CLOCK IS INSIDE *
      * THE CONFIGURED START/END TIMES (A START LATER THAN THE END    *
      * MEANS A WINDOW ACROSS MIDNIGHT)                               *
      *****************************************************************
       CHECK-MAINTENANCE-WINDOW.
           MOVE 'N' TO MAINTENANCE-FLAG
           OPEN INPUT MAINT-FILE
           IF WS-MAINT-STATUS = "00"
               MOVE 'Y' TO MAINTENANCE-FLAG
               CLOSE MAINT-FILE
           END-IF
           IF MAINTENANCE-FLAG = 'N' AND
                   MAINT-START-TIME NOT = SPACES AND
                   MAINT-END-TIME NOT = SPACES
               MOVE WS-RUN-STAMP(9:4) TO WS-NOW-HHMM
               IF MAINT-START-TIME <= MAINT-END-TIME
                   IF WS-NOW-HHMM >= MAINT-START-TIME AND
                           WS-NOW-HHMM <= MAINT-END-TIME
                       MOVE 'Y' TO MAINTENANCE-FLAG
                   END-IF
               ELSE
                   IF WS-NOW-HHMM >= MAINT-START-TIME OR
                           WS-NOW-HHMM <= MAINT-END-TIME
                       MOVE 'Y' TO MAINTENANCE-FLAG
                   END-IF
               END-IF
           END-IF.
      *****************************************************************
      * OPEN THE PROBE TABLE, AND THE HISTORY FOR UPDATE -- CREATING  *
      * IT THE FIRST TIME                                             *
      *****************************************************************
       OPEN-PROBE-FILES.
           OPEN INPUT PROBE-TABLE-FILE
           IF WS-TABLE-STATUS NOT = "00"
               DISPLAY "AVAILPROBE: error opening "
                   FUNCTION TRIM(PROBE-TABLE-PATH)
                   ", status " WS-TABLE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O AVAIL-HIST-FILE
           IF WS-HIST-STATUS = "05" OR WS-HIST-STATUS = "35"
               OPEN OUTPUT AVAIL-HIST-FILE
               CLOSE AVAIL-HIST-FILE
               OPEN I-O AVAIL-HIST-FILE
           END-IF
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "AVAILPROBE: error opening "
                   FUNCTION TRIM(PROBE-HISTORY-PATH)
                   ", status " WS-HIST-STATUS
               CLOSE PROBE-TABLE-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
      *****************************************************************
      * SPLIT ONE TABLE LINE AND RUN IT AGAINST EACH LISTENER IT      *
      * NAMES                                                         *
      *****************************************************************
       RUN-TABLE-CHECK.
           MOVE SPACES TO PB-VHOST-NAME PB-PATH PB-STATUS-STR
               PB-EXPECT-TEXT PB-LISTENER
           UNSTRING PROBE-TABLE-RECORD DELIMITED BY ";"
               INTO PB-VHOST-NAME PB-PATH PB-STATUS-STR
                    PB-EXPECT-TEXT PB-LISTENER
           END-UNSTRING
           ADD 1 TO WS-CHECK-SEQ
           MOVE 'Y' TO WS-CHECK-OK-FLAG
           IF PB-VHOST-NAME = SPACES OR PB-PATH = SPACES
               MOVE 'N' TO WS-CHECK-OK-FLAG
           END-IF
           IF FUNCTION TRIM(PB-STATUS-STR) IS NUMERIC
               MOVE FUNCTION NUMVAL(PB-STATUS-STR) TO PB-EXPECT-STATUS
           ELSE
               MOVE 'N' TO WS-CHECK-OK-FLAG
           END-IF
           MOVE FUNCTION UPPER-CASE(PB-LISTENER) TO PB-LISTENER
           IF PB-LISTENER = SPACES
               MOVE "BOTH" TO PB-LISTENER
           END-IF
           IF PB-LISTENER NOT = "HTTP" AND PB-LISTENER NOT = "HTTPS"
                   AND PB-LISTENER NOT = "BOTH"
               MOVE 'N' TO WS-CHECK-OK-FLAG
           END-IF
           IF WS-CHECK-OK-FLAG = 'N'
               DISPLAY "AVAILPROBE: bad table line, skipped: "
                   FUNCTION TRIM(PROBE-TABLE-RECORD)
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
               MOVE 0 TO PB-TEXT-LEN
               IF PB-EXPECT-TEXT NOT = SPACES
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(PB-EXPECT-TEXT
                       TRAILING)) TO PB-TEXT-LEN
               END-IF
               IF PB-LISTENER = "HTTP" OR PB-LISTENER = "BOTH"
                   MOVE "HTTP" TO WS-LISTENER
                   MOVE PORT-NUMBER TO WS-PROBE-PORT
                   MOVE 'N' TO WS-TLS-FLAG
                   PERFORM RUN-ONE-CHECK
               END-IF
               IF PB-LISTENER = "HTTPS" OR PB-LISTENER = "BOTH"
                   IF TLS-PORT-NUMBER = 0
                       IF PB-LISTENER = "HTTPS"
                           DISPLAY "AVAILPROBE: no TLS-PORT-NUMBER "
                               "configured, HTTPS check skipped: "
                               FUNCTION TRIM(PB-PATH)
                           ADD 1 TO WS-SKIPPED-COUNT
                       END-IF
                   ELSE
                       MOVE "HTTPS" TO WS-LISTENER
                       MOVE TLS-PORT-NUMBER TO WS-PROBE-PORT
                       MOVE 'Y' TO WS-TLS-FLAG
                       PERFORM RUN-ONE-CHECK
                   END-IF
               END-IF
           END-IF.
      *****************************************************************
      * CONNECT, SEND THE REQUEST, COLLECT THE RESPONSE, JUDGE IT AND *
      * RECORD IT IN THE HISTORY                                      *
      *****************************************************************
       RUN-ONE-CHECK.
           ADD 1 TO WS-CHECK-COUNT
           INITIALIZE AVAIL-HIST-RECORD
      *    THE HISTORY IS KEYED ON THE LOWER-CASE NAME; THE Host      *
      *    HEADER CARRIES IT AS THE TABLE WRITES IT                   *
           MOVE FUNCTION LOWER-CASE(PB-VHOST-NAME) TO AH-VHOST-NAME
           MOVE WS-RUN-STAMP TO AH-STAMP
           MOVE WS-LISTENER TO AH-LISTENER
           MOVE WS-CHECK-SEQ TO AH-CHECK-SEQ
           MOVE PB-PATH TO AH-PATH
           MOVE WS-PROBE-PORT TO AH-PORT
           MOVE PB-EXPECT-STATUS TO AH-EXPECT-STATUS
           MOVE MAINTENANCE-FLAG TO AH-MAINT-FLAG
           MOVE "DOWN" TO AH-RESULT
           MOVE 0 TO PROBE-RESP-LEN
           MOVE SPACES TO PROBE-RESPONSE
           CALL "gettimeofday" USING BY REFERENCE PROBE-START-TIMEVAL
               BY VALUE 0
               RETURNING TIMING-RETURN-CODE
           END-CALL
           PERFORM CONNECT-TO-LISTENER
           IF PROBE-SOCKET >= 0
               IF WS-TLS-FLAG = 'Y'
                   PERFORM START-TLS-SESSION
               END-IF
               IF AH-REASON = SPACES
                   PERFORM SEND-PROBE-REQUEST
               END-IF
               IF AH-REASON = SPACES
                   PERFORM RECEIVE-PROBE-RESPONSE
               END-IF
               IF WS-TLS-FLAG = 'Y' AND
                       TLS-SSL-PTR NOT = WS-NULL-POINTER
                   CALL "SSL_shutdown" USING BY VALUE TLS-SSL-PTR
                       RETURNING WS-RETURN-CODE
                   END-CALL
                   CALL "SSL_free" USING BY VALUE TLS-SSL-PTR
                   END-CALL
                   SET TLS-SSL-PTR TO NULL
               END-IF
               CALL "close" USING BY VALUE PROBE-SOCKET
                   RETURNING WS-RETURN-CODE
               END-CALL
           END-IF
           CALL "gettimeofday" USING BY REFERENCE PROBE-END-TIMEVAL
               BY VALUE 0
               RETURNING TIMING-RETURN-CODE
           END-CALL
           COMPUTE WS-ELAPSED-MS =
               (PROBE-END-SEC - PROBE-START-SEC) * 1000 +
               (PROBE-END-USEC - PROBE-START-USEC) / 1000
           MOVE WS-ELAPSED-MS TO AH-RESPONSE-MS
           IF AH-REASON = SPACES
               PERFORM JUDGE-PROBE-RESPONSE
           END-IF
           IF AH-RESULT = "UP"
               ADD 1 TO WS-UP-COUNT
           ELSE
               ADD 1 TO WS-DOWN-COUNT
           END-IF
           DISPLAY "  " AH-RESULT " " AH-LISTENER " "
               FUNCTION TRIM(AH-VHOST-NAME) " "
               FUNCTION TRIM(AH-PATH) " " AH-STATUS-CODE " "
               AH-RESPONSE-MS "ms " FUNCTION TRIM(AH-REASON)
           WRITE AVAIL-HIST-RECORD
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "AVAILPROBE: error writing history, status "
                   WS-HIST-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF.
      *****************************************************************
      * OPEN A TCP CONNECTION TO THE LISTENER, WITH THE PROBE         *
      * TIMEOUT ON SENDS AND RECEIVES. ON FAILURE AH-REASON IS SET    *
      * AND PROBE-SOCKET IS LEFT NEGATIVE                             *
      *****************************************************************
       CONNECT-TO-LISTENER.
           CALL "socket" USING BY VALUE AF-INET
               BY VALUE SOCK-STREAM
               BY VALUE IP-PROTO
               RETURNING PROBE-SOCKET
           END-CALL
           IF PROBE-SOCKET < 0
               MOVE "cannot create socket" TO AH-REASON
           ELSE
               CALL "setsockopt" USING BY VALUE PROBE-SOCKET
                   BY VALUE SOL-SOCKET
                   BY VALUE SO-RCVTIMEO
                   BY REFERENCE PROBE-TIMEOUT-TV
                   BY VALUE LENGTH OF PROBE-TIMEOUT-TV
                   RETURNING WS-RETURN-CODE
               END-CALL
               CALL "setsockopt" USING BY VALUE PROBE-SOCKET
                   BY VALUE SOL-SOCKET
                   BY VALUE SO-SNDTIMEO
                   BY REFERENCE PROBE-TIMEOUT-TV
                   BY VALUE LENGTH OF PROBE-TIMEOUT-TV
                   RETURNING WS-RETURN-CODE
               END-CALL
               MOVE WS-PROBE-PORT TO PROBE-PORT
               CALL "connect" USING BY VALUE PROBE-SOCKET
                   BY REFERENCE PROBE-ADDR
                   BY VALUE LENGTH OF PROBE-ADDR
                   RETURNING WS-RETURN-CODE
               END-CALL
               IF WS-RETURN-CODE NOT = 0
                   MOVE "connection refused or timed out"
                       TO AH-REASON
                   CALL "close" USING BY VALUE PROBE-SOCKET
                       RETURNING WS-RETURN-CODE
                   END-CALL
                   MOVE -1 TO PROBE-SOCKET
               END-IF
           END-IF.
      *****************************************************************
      * BUILD THE OPENSSL CLIENT CONTEXT ONCE, THEN HANDSHAKE OVER    *
      * THE CONNECTED SOCKET. THE PROBE CHECKS THE LISTENER ANSWERS,  *
      * NOT THE CERTIFICATE CHAIN, SO THE PEER IS NOT VERIFIED        *
      *****************************************************************
       START-TLS-SESSION.
           IF TLS-SETUP-FLAG = 'N'
               MOVE 'Y' TO TLS-SETUP-FLAG
               CALL "TLS_client_method"
                   RETURNING TLS-METHOD-PTR
               END-CALL
               CALL "SSL_CTX_new" USING BY VALUE TLS-METHOD-PTR
                   RETURNING TLS-CTX-PTR
               END-CALL
           END-IF
           SET TLS-SSL-PTR TO NULL
           IF TLS-CTX-PTR = WS-NULL-POINTER
               MOVE "TLS client context unavailable" TO AH-REASON
           ELSE
               CALL "SSL_new" USING BY VALUE TLS-CTX-PTR
                   RETURNING TLS-SSL-PTR
               END-CALL
               IF TLS-SSL-PTR = WS-NULL-POINTER
                   MOVE "TLS session unavailable" TO AH-REASON
               ELSE
                   CALL "SSL_set_fd" USING BY VALUE TLS-SSL-PTR
                       BY VALUE PROBE-SOCKET
                       RETURNING WS-RETURN-CODE
                   END-CALL
                   CALL "SSL_connect" USING BY VALUE TLS-SSL-PTR
                       RETURNING WS-RETURN-CODE
                   END-CALL
                   IF WS-RETURN-CODE NOT = 1
                       MOVE "TLS handshake failed" TO AH-REASON
                   END-IF
               END-IF
           END-IF.
      *****************************************************************
      * SEND THE GET, NAMING THE CHECK'S VHOST IN THE Host HEADER AND *
      * ASKING FOR THE CONNECTION TO BE CLOSED AFTER THE RESPONSE SO  *
      * THE READ LOOP ENDS AT END OF STREAM                           *
      *****************************************************************
       SEND-PROBE-REQUEST.
           IF FUNCTION LOWER-CASE(PB-VHOST-NAME) = "default"
               MOVE PROBE-HOST-ADDR TO PROBE-HOST-HDR
           ELSE
               MOVE PB-VHOST-NAME TO PROBE-HOST-HDR
           END-IF
           MOVE SPACES TO PROBE-REQUEST
           STRING "GET " DELIMITED BY SIZE
               FUNCTION TRIM(PB-PATH) DELIMITED BY SIZE
               " HTTP/1.1" DELIMITED BY SIZE
               X"0D0A" DELIMITED BY SIZE
               "Host: " DELIMITED BY SIZE
               FUNCTION TRIM(PROBE-HOST-HDR) DELIMITED BY SIZE
               X"0D0A" DELIMITED BY SIZE
               "User-Agent: cobweb-availprobe" DELIMITED BY SIZE
               X"0D0A" DELIMITED BY SIZE
               "Connection: close" DELIMITED BY SIZE
               X"0D0A0D0A" DELIMITED BY SIZE
               INTO PROBE-REQUEST
           END-STRING
           MOVE FUNCTION LENGTH(FUNCTION TRIM(PROBE-REQUEST TRAILING))
               TO PROBE-REQUEST-LEN
           IF WS-TLS-FLAG = 'Y'
               CALL "SSL_write" USING BY VALUE TLS-SSL-PTR
                   BY REFERENCE PROBE-REQUEST
                   BY VALUE PROBE-REQUEST-LEN
                   RETURNING WS-RETURN-CODE
               END-CALL
           ELSE
               CALL "send" USING BY VALUE PROBE-SOCKET
                   BY REFERENCE PROBE-REQUEST
                   BY VALUE PROBE-REQUEST-LEN
                   BY VALUE 0
                   RETURNING WS-RETURN-CODE
               END-CALL
           END-IF
           IF WS-RETURN-CODE NOT = PROBE-REQUEST-LEN
               MOVE "request could not be sent" TO AH-REASON
           END-IF.
      *****************************************************************
      * READ THE RESPONSE UNTIL THE SERVER CLOSES THE CONNECTION, THE *
      * TIMEOUT EXPIRES, OR THE FIRST 60K IS IN -- ENOUGH FOR THE     *
      * STATUS LINE AND THE TEXT CHECK                                *
      *****************************************************************
       RECEIVE-PROBE-RESPONSE.
           MOVE 1 TO WS-RETURN-CODE
           PERFORM UNTIL WS-RETURN-CODE <= 0 OR
                   PROBE-RESP-LEN >= PROBE-RESP-MAX
               IF WS-TLS-FLAG = 'Y'
                   CALL "SSL_read" USING BY VALUE TLS-SSL-PTR
                       BY REFERENCE PROBE-CHUNK
                       BY VALUE PROBE-CHUNK-LEN
                       RETURNING WS-RETURN-CODE
                   END-CALL
               ELSE
                   CALL "recv" USING BY VALUE PROBE-SOCKET
                       BY REFERENCE PROBE-CHUNK
                       BY VALUE PROBE-CHUNK-LEN
                       BY VALUE 0
                       RETURNING WS-RETURN-CODE
                   END-CALL
               END-IF
               IF WS-RETURN-CODE > 0
                   MOVE PROBE-CHUNK(1:WS-RETURN-CODE)
                       TO PROBE-RESPONSE(PROBE-RESP-LEN + 1:
                           WS-RETURN-CODE)
                   ADD WS-RETURN-CODE TO PROBE-RESP-LEN
               END-IF
           END-PERFORM
           IF PROBE-RESP-LEN = 0
               MOVE "no response before timeout" TO AH-REASON
           END-IF.
      *****************************************************************
      * TAKE THE STATUS FROM "HTTP/1.x NNN" AND LOOK FOR THE EXPECTED *
      * TEXT IN THE BODY, AFTER THE BLANK LINE THAT ENDS THE HEADERS  *
      *****************************************************************
       JUDGE-PROBE-RESPONSE.
           IF PROBE-RESPONSE(1:5) = "HTTP/" AND
                   PROBE-RESPONSE(10:3) IS NUMERIC
               MOVE PROBE-RESPONSE(10:3) TO AH-STATUS-CODE
           ELSE
               MOVE "response is not HTTP" TO AH-REASON
           END-IF
           IF AH-REASON = SPACES AND
                   AH-STATUS-CODE NOT = PB-EXPECT-STATUS
               MOVE AH-STATUS-CODE TO WS-STATUS-DISP
               MOVE PB-EXPECT-STATUS TO WS-EXPECT-DISP
               STRING "status " DELIMITED BY SIZE
                   WS-STATUS-DISP DELIMITED BY SIZE
                   ", expected " DELIMITED BY SIZE
                   WS-EXPECT-DISP DELIMITED BY SIZE
                   INTO AH-REASON
               END-STRING
           END-IF
           IF AH-REASON = SPACES AND PB-TEXT-LEN > 0
               MOVE 0 TO PROBE-HDR-LEN
               INSPECT PROBE-RESPONSE(1:PROBE-RESP-LEN)
                   TALLYING PROBE-HDR-LEN
                   FOR CHARACTERS BEFORE INITIAL X"0D0A0D0A"
               COMPUTE PROBE-BODY-START = PROBE-HDR-LEN + 5
               MOVE 0 TO PROBE-TEXT-HITS
               IF PROBE-BODY-START <= PROBE-RESP-LEN
                   COMPUTE PROBE-BODY-LEN =
                       PROBE-RESP-LEN - PROBE-BODY-START + 1
                   INSPECT PROBE-RESPONSE(PROBE-BODY-START:
                           PROBE-BODY-LEN)
                       TALLYING PROBE-TEXT-HITS
                       FOR ALL PB-EXPECT-TEXT(1:PB-TEXT-LEN)
               END-IF
               IF PROBE-TEXT-HITS = 0
                   MOVE "expected text not found" TO AH-REASON
               END-IF
           END-IF
           IF AH-REASON = SPACES
               MOVE "UP" TO AH-RESULT
           END-IF.
      *****************************************************************
      * TERMINATE PROGRAM                                             *
      *****************************************************************
       END PROGRAM AVAILPROBE.
