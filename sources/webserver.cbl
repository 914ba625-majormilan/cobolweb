               ACCESS MODE IS RANDOM
               RECORD KEY IS SES-TOKEN
               FILE STATUS IS WS-SESS-STATUS.
      *    AUTH-SECURITY-FILE KEEPS EACH BASIC AUTH USER'S FAILED-    *
      *    LOGIN COUNT, LOCK AND PASSWORD DATE, SHARED ACROSS THE     *
      *    FORKED WORKERS SO A LOCKOUT HOLDS ON EVERY CONNECTION      *
           SELECT AUTH-SECURITY-FILE ASSIGN TO DYNAMIC
               AUTH-SECURITY-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AS-USERNAME
               FILE STATUS IS WS-AUTHSEC-STATUS.
      *    CONFIG-HISTORY-FILE KEEPS A NUMBERED SNAPSHOT OF THE       *
      *    CONFIG AS LOADED AT EACH START AND RELOAD -- SEE CONFDIFF  *
           SELECT CONFIG-HISTORY-FILE ASSIGN TO DYNAMIC
               CONFIG-HISTORY-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CV-KEY
               FILE STATUS IS WS-CFGHIST-STATUS.
      *    QUOTA-FILE HOLDS EACH VHOST'S MONTHLY BANDWIDTH QUOTA --   *
      *    SEE QUOTALOAD. NO FILE MEANS NO VHOST HAS A QUOTA          *
           SELECT QUOTA-FILE ASSIGN TO DYNAMIC QUOTA-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS QT-VHOST-NAME
               FILE STATUS IS WS-QUOTA-STATUS.
      *    QUOTA-MAIL-FILE IS A SOFT-LIMIT ALERT TO A VHOST OWNER,    *
      *    WRITTEN TO THE OUTBOUND MAIL SPOOL                         *
           SELECT QUOTA-MAIL-FILE ASSIGN TO DYNAMIC QUOTA-MAIL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QMAIL-STATUS.
      *    CONTENT-SCHEDULE-FILE HOLDS RELEASE AND EXPIRY TIMES FOR   *
      *    SCHEDULED PAGES -- SEE CONTSCHED. NO FILE MEANS NOTHING    *
      *    IS SCHEDULED                                               *
           SELECT CONTENT-SCHEDULE-FILE
               ASSIGN TO DYNAMIC CONTENT-SCHED-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CS-KEY
               FILE STATUS IS WS-SCHED-STATUS.
      *****************************************************************
      * DATA DIVISION DECLARES VARIABLES AND FILE STRUCTURES          *
      *****************************************************************
       FD  STATS-FILE.
       COPY "sources/cobwebstats.cpy".
       FD  RATE-LIMIT-FILE.
       COPY "sources/ratelimit.cpy".
       FD  VHOST-ACCT-FILE.
       COPY "sources/vhostacct.cpy".
       FD  SESSION-FILE.
       COPY "sources/cobwebsess.cpy".
       FD  AUTH-SECURITY-FILE.
       COPY "sources/authsec.cpy".
       FD  CONFIG-HISTORY-FILE.
       COPY "sources/cfghist.cpy".
       FD  QUOTA-FILE.
       COPY "sources/quota.cpy".
       FD  QUOTA-MAIL-FILE.
       01  QUOTA-MAIL-RECORD PIC X(200).
       FD  CONTENT-SCHEDULE-FILE.
       COPY "sources/contsched.cpy".
       WORKING-STORAGE SECTION.
      *    SERVER CONFIGURATION VARIABLES                             *
       01  CONFIG-FILE-PATH  PIC X(255).
               07  TLS-PORT  PIC S9(4) COMP.  *> network byte order
               07  TLS-INET-ADDR PIC X(4) VALUE LOW-VALUE.
               07  FILLER    PIC X(8) VALUE LOW-VALUE.
       01  TLS-ADDR6.
           05  TLS-FAMILY6   PIC S9(4) COMP-5 VALUE 10.
           05  FILLER.
               07  TLS6-PORT PIC S9(4) COMP.  *> network byte order
               07  TLS6-FLOWINFO PIC X(4) VALUE LOW-VALUE.
               07  TLS-INET6-ADDR PIC X(16) VALUE LOW-VALUE.
               07  TLS6-SCOPE-ID PIC X(4) VALUE LOW-VALUE.
      *    ONE SEND/RECEIVE FUNNEL FOR BOTH LISTENERS -- CALLERS SET   *
      *    THE BUFFER ADDRESS AND LENGTH AND PERFORM SEND-TO-CLIENT /  *
      *    RECEIVE-FROM-CLIENT, WHICH PICK SSL OR THE PLAIN SOCKET     *
       01  MAINT-RETRY-AFTER PIC 9(6) VALUE 3600.
       01  MAINT-ALLOW-COUNT PIC 9(2) VALUE 0.
       01  MAINT-ALLOW-TABLE.
           05  MAINT-ALLOW-ENTRY OCCURS 10 TIMES PIC X(45).
       01  MAINT-ALLOW-IDX   PIC 9(2).
       01  MAINT-ALLOWED-FLAG PIC X VALUE 'N'.
       01  MAINT-REFUSED-FLAG PIC X VALUE 'N'.
       01  AUTH-STORED-HASHZ PIC X(107) VALUE SPACES.
       01  AUTH-CRYPT-PTR    USAGE POINTER.
       01  AUTH-CRYPT-RESULT PIC X(106) BASED.
      *    LOCKOUT AND PASSWORD AGING -- A USER IS LOCKED AFTER        *
      *    AUTH-LOCKOUT-THRESHOLD FAILED LOGINS IN A ROW (ZERO NEVER   *
      *    LOCKS) AND THEIR PASSWORD EXPIRES AUTH-PASSWORD-MAX-DAYS    *
      *    AFTER IT WAS SET (ZERO NEVER EXPIRES). AUTH-DENY-REASON     *
      *    CARRIES WHY A LOGIN WAS REFUSED INTO THE AUDIT RECORD       *
       01  AUTH-SECURITY-PATH PIC X(255) VALUE "authsec.idx".
       01  WS-AUTHSEC-STATUS PIC XX.
       01  AUTHSEC-RETRY-COUNT PIC 9(2) VALUE 0.
       01  AUTH-LOCKOUT-THRESHOLD PIC 9(4) VALUE 5.
       01  AUTH-PASSWORD-MAX-DAYS PIC 9(4) VALUE 0.
       01  AUTH-KNOWN-USER-FLAG PIC X VALUE 'N'.
       01  AUTH-DENY-REASON  PIC X(12) VALUE SPACES.
       01  AUTH-SEC-NOW      PIC X(21) VALUE SPACES.
       01  AUTH-SEC-TODAY    PIC 9(8) VALUE 0.
       01  AUTH-SEC-SET-DATE PIC 9(8) VALUE 0.
       01  AUTH-PASSWORD-AGE PIC S9(6) VALUE 0.
      *    CONFIGURATION HISTORY -- THE LINES OF THE LAST CONFIG READ  *
      *    ARE HELD HERE SO THE SNAPSHOT IS EXACTLY WHAT WAS LOADED    *
       01  CONFIG-HISTORY-PATH PIC X(255) VALUE "config-history.idx".
       01  WS-CFGHIST-STATUS PIC XX.
       01  CFGHIST-RETRY-COUNT PIC 9(2) VALUE 0.
       01  CONFIG-SNAP-EVENT PIC X(10) VALUE SPACES.
       01  CONFIG-SNAP-STAMP PIC X(21) VALUE SPACES.
       01  CONFIG-SNAP-PID   PIC S9(9) COMP-5 VALUE 0.
       01  CONFIG-SNAP-VERSION PIC 9(9) VALUE 0.
       01  CONFIG-SNAP-IDX   PIC 9(4) VALUE 0.
       01  CONFIG-SNAP-COUNT PIC 9(4) VALUE 0.
       01  CONFIG-SNAP-TABLE.
           05  CONFIG-SNAP-LINE PIC X(450) OCCURS 500 TIMES.
      *    BASE64 DECODE WORKING FIELDS                                *
       01  B64-INPUT-LEN     PIC 9(4) VALUE 0.
       01  B64-GROUP-START   PIC 9(4) VALUE 0.
       01  VHOST-ACCT-PATH   PIC X(255) VALUE "vhost-acct.idx".
       01  WS-ACCT-STATUS    PIC XX.
       01  ACCT-RETRY-COUNT  PIC 9(2) VALUE 0.
      *    PER-VHOST MONTHLY BANDWIDTH QUOTAS -- MONTH-TO-DATE BYTES   *
      *    ARE SUMMED FROM VHOST-ACCT-FILE AND HELD AGAINST THE SOFT   *
      *    AND HARD LIMITS IN QUOTA-FILE. SOFT-LIMIT ALERTS GO TO THE  *
      *    SAME MAIL SPOOL AND SENDER AS THE FORMDISP MAIL ROUTES      *
       01  QUOTA-FILE-PATH   PIC X(255) VALUE "vhost-quota.idx".
       01  WS-QUOTA-STATUS   PIC XX.
       01  QUOTA-RETRY-COUNT PIC 9(2) VALUE 0.
       01  QUOTA-FOUND-FLAG  PIC X VALUE 'N'.
       01  QUOTA-REFUSED-FLAG PIC X VALUE 'N'.
       01  QUOTA-REWRITE-FLAG PIC X VALUE 'N'.
       01  QUOTA-MONTH       PIC X(6) VALUE SPACES.
       01  QUOTA-TODAY       PIC 9(2) VALUE 0.
       01  QUOTA-DAY         PIC 9(2) VALUE 0.
       01  QUOTA-MTD-BYTES   PIC 9(15) VALUE 0.
       01  QUOTA-LIMIT-BYTES PIC 9(18) VALUE 0.
       01  QUOTA-MTD-MB      PIC 9(9) VALUE 0.
       01  QUOTA-MTD-MB-DISP PIC Z(8)9.
       01  QUOTA-SOFT-DISP   PIC Z(8)9.
       01  QUOTA-HARD-DISP   PIC Z(8)9.
       01  FORM-SPOOL-DIR    PIC X(255) VALUE "mail-spool".
       01  FORM-MAIL-FROM    PIC X(80) VALUE "webmaster@localhost".
       01  QUOTA-MAIL-PATH   PIC X(255) VALUE SPACES.
       01  WS-QMAIL-STATUS   PIC XX.
       01  QUOTA-MAIL-LINE   PIC X(200) VALUE SPACES.
      *    SCHEDULED CONTENT -- A PAGE IN CONTENT-SCHEDULE-FILE IS     *
      *    EMBARGOED ('E') BEFORE ITS RELEASE STAMP AND EXPIRED ('X')  *
      *    FROM ITS EXPIRY STAMP ON; EVERYTHING ELSE IS LIVE ('L')     *
       01  CONTENT-SCHED-PATH PIC X(255) VALUE "content-schedule.idx".
       01  WS-SCHED-STATUS   PIC XX.
       01  SCHED-RETRY-COUNT PIC 9(2) VALUE 0.
       01  SCHED-OPEN-FLAG   PIC X VALUE 'N'.
       01  SCHED-LOOKUP-PATH PIC X(255) VALUE SPACES.
       01  SCHED-KEY-FLAG    PIC X VALUE 'N'.
       01  SCHED-STATE       PIC X VALUE 'L'.
       01  SCHED-NOW-STAMP   PIC X(14) VALUE SPACES.
      *    VISITOR SESSIONS -- THE Cookie HEADER IS PARSED PER REQUEST *
      *    AND THE COBWEBSID TOKEN BACKED BY THE SHARED SESSION FILE   *
      *    (SAME OPEN/RETRY DISCIPLINE AS RATE-LIMIT-FILE). A REQUEST  *
       01  PCT-HEX-HI        PIC S9(3) VALUE 0.
       01  PCT-HEX-LO        PIC S9(3) VALUE 0.
       01  PCT-HEX-VAL       PIC 9(3) VALUE 0.
      *    PATH NORMALIZATION -- REPEATED "/" COLLAPSED AND "/./"      *
      *    SEGMENTS DROPPED, SO THE PATH THAT IS CHECKED IS THE PATH   *
      *    THE FILE SYSTEM RESOLVES                                    *
       01  NORM-PATH-IN      PIC X(255) VALUE SPACES.
       01  NORM-PATH-OUT     PIC X(255) VALUE SPACES.
       01  NORM-IN-LEN       PIC 9(3) VALUE 0.
       01  NORM-IN-IDX       PIC 9(3) VALUE 0.
       01  NORM-OUT-LEN      PIC 9(3) VALUE 0.
      *    PER-PREFIX ALLOW/DENY LIST FOR THE (NOW-DECODED) REQUEST      *
      *    PATH -- A DENY MATCH ALWAYS WINS; WHEN ANY ALLOW PREFIX IS    *
      *    CONFIGURED, ONLY PATHS MATCHING ONE OF THEM MAY BE SERVED     *
      *    FILE HAS BEEN READ, SO A BURST OF INCOMING CONNECTIONS CAN   *
      *    QUEUE IN THE KERNEL UP TO THE SAME LIMIT WE ENFORCE OURSELVES*
       01  BACKLOG           PIC S9(5) COMP-5 VALUE 5.
      *    BIG ENOUGH FOR A SOCKADDR_IN6; RESET BEFORE EVERY ACCEPT   *
      *    SINCE ACCEPT HANDS BACK THE LENGTH IT ACTUALLY USED         *
       01  CLIENT-ADDR       PIC X(28).
      *    CLIENT ADDRESS AS RETURNED BY ACCEPT (SOCKADDR_IN LAYOUT)  *
       01  CLIENT-ADDR-FIELDS REDEFINES CLIENT-ADDR.
           05  CA-FAMILY        PIC S9(4) COMP-5.
           05  CA-PORT          PIC X(2).
           05  CA-IP-OCTET      PIC 9(2) COMP-X OCCURS 4 TIMES.
           05  CA-REST          PIC X(20).
      *    THE SAME BYTES IN SOCKADDR_IN6 LAYOUT                      *
       01  CLIENT-ADDR6-FIELDS REDEFINES CLIENT-ADDR.
           05  CA6-FAMILY       PIC S9(4) COMP-5.
           05  CA6-PORT         PIC X(2).
           05  CA6-FLOWINFO     PIC X(4).
           05  CA6-ADDR.
               10  CA6-ADDR-BYTE PIC 9(2) COMP-X OCCURS 16 TIMES.
           05  CA6-SCOPE-ID     PIC X(4).
       01  CLIENT-ADDR-LEN   PIC S9(4) COMP-5 VALUE 28.
       01  AF-INET           PIC S9(4) COMP-5 VALUE 2.
      *    IPV6 -- ONE DUAL-STACK SOCKET PER LISTENER TAKES BOTH      *
      *    IPV4 AND IPV6 CLIENTS (IPV6_V6ONLY SWITCHED OFF).          *
      *    IPV6-ENABLED=N IN THE CONFIG, OR A HOST WITHOUT IPV6,      *
      *    FALLS BACK TO THE ORIGINAL IPV4-ONLY SOCKET                *
       01  AF-INET6          PIC S9(4) COMP-5 VALUE 10.
       01  IPPROTO-IPV6      PIC S9(9) COMP-5 VALUE 41.
       01  IPV6-V6ONLY       PIC S9(9) COMP-5 VALUE 26.
       01  IPV6-V6ONLY-OFF   PIC S9(9) COMP-5 VALUE 0.
       01  IPV6-ENABLED-FLAG PIC X VALUE 'Y'.
       01  SOCK-STREAM       PIC S9(4) COMP-5 VALUE 1.
       01  IP-PROTO          PIC S9(4) COMP-5 VALUE 0.
       01  SERVER-SOCKET     PIC S9(4) COMP-5 VALUE 0.
      *    CONFIGURED LIMIT ACTUALLY TURNS AWAY EXCESS CONNECTIONS       *
      *    RATHER THAN FORKING WITHOUT BOUND                            *
       01  ACTIVE-CONNECTIONS PIC S9(9) COMP-5 VALUE 0.
      *    THIS LISTENER'S STATE AS SHOWN IN THE STATS RECORD -- 'U'   *
      *    WHILE IT ACCEPTS, 'D' ONCE IT HAS STOPPED AND ITS WORKERS   *
      *    HAVE ALL FINISHED                                           *
       01  LISTENER-STATE    PIC X VALUE 'U'.
      *    REAPING FINISHED WORKERS OURSELVES (RATHER THAN IGNORING      *
      *    SIGCHLD) SO WE CAN TELL HOW MANY HAVE EXITED AND KEEP         *
      *    ACTIVE-CONNECTIONS ACCURATE -- WNOHANG MAKES WAITPID RETURN   *
           05  WORKER-ENTRY OCCURS 200 TIMES.
               10  WT-PID         PIC S9(9) COMP-5 VALUE 0.
               10  WT-START-EPOCH PIC S9(18) COMP-5 VALUE 0.
               10  WT-CLIENT-IP   PIC X(45) VALUE SPACES.
       01  WORKER-TABLE-IDX  PIC 9(3) VALUE 0.
       01  WORKER-SLOT-IDX   PIC 9(3) VALUE 0.
       01  WORKER-TABLE-FULL-FLAG PIC X VALUE 'N'.
               07  MY-PORT   PIC S9(4) COMP.  *> network byte order
               07  INET-ADDR PIC X(4) VALUE LOW-VALUE.
               07  FILLER    PIC X(8) VALUE LOW-VALUE.
      *    IPV6 SOCKET ADDRESS STRUCTURE -- ALL-ZERO ADDRESS = ANY     *
       01  MY-ADDR6.
           05  FAMILY6       PIC S9(4) COMP-5 VALUE 10.
           05  FILLER.
               07  MY6-PORT  PIC S9(4) COMP.  *> network byte order
               07  MY6-FLOWINFO PIC X(4) VALUE LOW-VALUE.
               07  INET6-ADDR PIC X(16) VALUE LOW-VALUE.
               07  MY6-SCOPE-ID PIC X(4) VALUE LOW-VALUE.
      *    ERROR HANDLING                                             *
       01  ERROR-CODE        PIC 9(3).
       01  RESPONSE          PIC X(4096) VALUE SPACES.
      *    WHOLE REQUEST, NOT JUST ONE WRITE, SO RETRY WITH A SHORT       *
      *    BACKOFF FOR UP TO HALF A SECOND RATHER THAN DROPPING THE LINE *
       01  LOG-OPEN-RETRY-COUNT PIC 9(2) VALUE 0.
      *    LOG GENERATION THIS WORKER'S HANDLE WAS OPENED UNDER, AND   *
      *    THE ONE LAST SEEN IN THE SHARED STATISTICS RECORD -- THEY   *
      *    DIFFER ONCE LOGCUTOVER HAS RENAMED THE LIVE LOG ASIDE       *
       01  LOG-OPEN-GENERATION  PIC 9(9) VALUE 0.
       01  LOG-LIVE-GENERATION  PIC 9(9) VALUE 0.
       01  LOG-RETRY-USLEEP     PIC S9(9) COMP-5 VALUE 20000.
       01  LOG-STATUS-CODE      PIC 9(3) VALUE 200.
       01  LOG-BYTES-SENT       PIC 9(9) VALUE 0.
       01  LOG-STATUS-STR       PIC 999.
       01  LOG-BYTES-STR        PIC Z(8)9.
      *    SERVICE TIME -- gettimeofday() STAMPED WHEN THE REQUEST IS  *
      *    RECEIVED AND AGAIN WHEN ITS LOG LINE IS WRITTEN, RIGHT      *
      *    AFTER THE LAST SEND; THE DIFFERENCE IN MILLISECONDS GOES    *
      *    ON THE END OF THE LINE AS ms=NNN                            *
       01  REQUEST-START-TIMEVAL.
           05  REQUEST-START-SEC  PIC S9(18) COMP-5 VALUE 0.
           05  REQUEST-START-USEC PIC S9(18) COMP-5 VALUE 0.
       01  REQUEST-END-TIMEVAL.
           05  REQUEST-END-SEC    PIC S9(18) COMP-5 VALUE 0.
           05  REQUEST-END-USEC   PIC S9(18) COMP-5 VALUE 0.
       01  TIMING-RETURN-CODE   PIC S9(9) COMP-5 VALUE 0.
       01  LOG-ELAPSED-MS       PIC 9(9) VALUE 0.
       01  LOG-ELAPSED-STR      PIC Z(8)9.
       01  CLIENT-IP-OCTET-1    PIC ZZ9.
       01  CLIENT-IP-OCTET-2    PIC ZZ9.
       01  CLIENT-IP-OCTET-3    PIC ZZ9.
       01  CLIENT-IP-OCTET-4    PIC ZZ9.
      *    IPV4 DOTTED, OR IPV6 WRITTEN OUT IN FULL -- EIGHT GROUPS  *
      *    OF FOUR LOWER-CASE HEX DIGITS -- SO EVERY LOG, STORE AND    *
      *    PREFIX TABLE CAN MATCH IT AS PLAIN TEXT. AN IPV4 CLIENT ON  *
      *    THE DUAL-STACK LISTENER (::ffff:a.b.c.d) IS WRITTEN AS     *
      *    PLAIN IPV4                                                 *
       01  CLIENT-IP-STR        PIC X(45) VALUE SPACES.
       01  CLIENT-IP-PTR        PIC 9(3) VALUE 0.
       01  CLIENT-IP-BYTE-IDX   PIC 9(2) VALUE 0.
       01  CLIENT-IP-HIGH       PIC 9(2) VALUE 0.
       01  CLIENT-IP-LOW        PIC 9(2) VALUE 0.
       01  HEX-DIGITS           PIC X(16) VALUE "0123456789abcdef".
      *    TIMESTAMP IN APACHE COMBINED LOG FORMAT                    *
       01  CURRENT-DATE-TIME    PIC X(21).
       01  LOG-YEAR             PIC X(4).
      *    MAIN PROGRAM LOGIC                                         *
       MAIN-LOGIC.
           PERFORM READ-CONFIG-FILE.
           MOVE "START" TO CONFIG-SNAP-EVENT
           PERFORM SNAPSHOT-CONFIG
           PERFORM LOAD-MIME-TYPE-LOOKUP
           PERFORM LOAD-CREDENTIALS
           PERFORM LOAD-HOT-FILE-CACHE
           PERFORM INITIALIZE-SERVER
           PERFORM START-TLS-LISTENER
           PERFORM ACCEPT-CONNECTIONS
           PERFORM DRAIN-WORKERS
           PERFORM UPDATE-ACTIVE-WORKER-COUNT
           PERFORM CLEANUP
           STOP RUN.
      *****************************************************************
              STOP RUN
          END-IF
      *    READ CONFIG FILE UNTIL END OF FILE                         *
          MOVE 0 TO CONFIG-SNAP-COUNT
          PERFORM UNTIL WS-FILE-STATUS = "10"
              READ CONFIG-FILE INTO CONFIG-RECORD
                  AT END
                      MOVE "10" TO WS-FILE-STATUS
                  NOT AT END
                      DISPLAY "Read config line: " CONFIG-RECORD
                      IF CONFIG-SNAP-COUNT < 500
                          ADD 1 TO CONFIG-SNAP-COUNT
                          MOVE CONFIG-RECORD
                              TO CONFIG-SNAP-LINE(CONFIG-SNAP-COUNT)
                      END-IF
                      PERFORM PROCESS-CONFIG-RECORD
              END-READ
          END-PERFORM
                  MOVE CONFIG-VALUE TO SECURITY-LOG-PATH
              WHEN "VHOST-ACCT-PATH"
                  MOVE CONFIG-VALUE TO VHOST-ACCT-PATH
              WHEN "QUOTA-FILE-PATH"
                  MOVE CONFIG-VALUE TO QUOTA-FILE-PATH
              WHEN "CONTENT-SCHED-PATH"
                  MOVE CONFIG-VALUE TO CONTENT-SCHED-PATH
              WHEN "FORM-SPOOL-DIR"
                  MOVE CONFIG-VALUE TO FORM-SPOOL-DIR
              WHEN "FORM-MAIL-FROM"
                  MOVE CONFIG-VALUE TO FORM-MAIL-FROM
              WHEN "GZIP-ENABLED"
                  MOVE CONFIG-VALUE(1:1) TO GZIP-ENABLED-FLAG
              WHEN "IPV6-ENABLED"
                  MOVE CONFIG-VALUE(1:1) TO IPV6-ENABLED-FLAG
              WHEN "TLS-PORT-NUMBER"
                  MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                      TO TLS-PORT-NUMBER
                  MOVE CONFIG-VALUE TO UPLOAD-REGISTER-PATH
              WHEN "CREDENTIALS-FILE-PATH"
                  MOVE CONFIG-VALUE TO CREDENTIALS-FILE-PATH
              WHEN "AUTH-SECURITY-PATH"
                  MOVE CONFIG-VALUE TO AUTH-SECURITY-PATH
              WHEN "AUTH-LOCKOUT-THRESHOLD"
                  MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                      TO AUTH-LOCKOUT-THRESHOLD
              WHEN "AUTH-PASSWORD-MAX-DAYS"
                  MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                      TO AUTH-PASSWORD-MAX-DAYS
              WHEN "CONFIG-HISTORY-PATH"
                  MOVE CONFIG-VALUE TO CONFIG-HISTORY-PATH
              WHEN "AUTH-PATH-PREFIX"
                  PERFORM ADD-AUTH-PREFIX-ENTRY
              WHEN "VHOST-MAP"
               ADD 1 TO MAINT-ALLOW-COUNT
               MOVE CONFIG-VALUE TO
                   MAINT-ALLOW-ENTRY(MAINT-ALLOW-COUNT)
               CALL "IPNORM" USING
                   MAINT-ALLOW-ENTRY(MAINT-ALLOW-COUNT)
               END-CALL
           END-IF.
      *****************************************************************
      * APPEND ONE DENIED PATH PREFIX TO THE IN-MEMORY TABLE           *
       INITIALIZE-SERVER.
      *    CONVERT PORT NUMBER TO NETWORK BYTE ORDER                  *
           MOVE PORT-NUMBER TO MY-PORT OF MY-ADDR
           MOVE PORT-NUMBER TO MY6-PORT OF MY-ADDR6
           DISPLAY "Starting COBOL Web Server on port " PORT-NUMBER
           DISPLAY "Serving files from: " ROOT-FOLDER
           
      *    CREATE TCP SOCKET -- DUAL-STACK IPV6 WHERE THE HOST HAS IT *
           IF IPV6-ENABLED-FLAG = 'Y'
               CALL "socket" USING BY VALUE AF-INET6
                   BY VALUE SOCK-STREAM
                   BY VALUE IP-PROTO
                   RETURNING SERVER-SOCKET
               END-CALL
               IF SERVER-SOCKET < 0
                   DISPLAY "IPv6 not available, listening on IPv4 "
                       "only."
                   MOVE 'N' TO IPV6-ENABLED-FLAG
               ELSE
                   CALL "setsockopt" USING BY VALUE SERVER-SOCKET
                       BY VALUE IPPROTO-IPV6
                       BY VALUE IPV6-V6ONLY
                       BY REFERENCE IPV6-V6ONLY-OFF
                       BY VALUE LENGTH OF IPV6-V6ONLY-OFF
                       RETURNING WS-RETURN-CODE
                   END-CALL
               END-IF
           END-IF
           IF IPV6-ENABLED-FLAG NOT = 'Y'
               CALL "socket" USING BY VALUE AF-INET
                   BY VALUE SOCK-STREAM
                   BY VALUE IP-PROTO
                   RETURNING SERVER-SOCKET
               END-CALL
           END-IF
           
           IF SERVER-SOCKET < 0
               DISPLAY "Error creating socket."
           END-IF
           
      *    BIND SOCKET TO PORT                                        *
           IF IPV6-ENABLED-FLAG = 'Y'
               CALL "bind" USING BY VALUE SERVER-SOCKET
                   BY REFERENCE MY-ADDR6
                   BY VALUE LENGTH OF MY-ADDR6
                   RETURNING WS-RETURN-CODE
               END-CALL
           ELSE
               CALL "bind" USING BY VALUE SERVER-SOCKET
                   BY REFERENCE MY-ADDR
                   BY VALUE LENGTH OF MY-ADDR
                   RETURNING WS-RETURN-CODE
               END-CALL
           END-IF
           
           IF WS-RETURN-CODE NOT = 0
               DISPLAY "Error binding socket. Return: " WS-RETURN-CODE
                       END-IF
                       PERFORM INITIALIZE-TLS-SOCKET
                       PERFORM ACCEPT-TLS-CONNECTIONS
                       PERFORM DRAIN-WORKERS
                       PERFORM UPDATE-TLS-WORKER-COUNT
                       CALL "exit" USING BY VALUE 0
                   WHEN TLS-LISTENER-PID > 0
                       DISPLAY "TLS listener started on port "
      *****************************************************************
       INITIALIZE-TLS-SOCKET.
           MOVE TLS-PORT-NUMBER TO TLS-PORT OF TLS-ADDR
           MOVE TLS-PORT-NUMBER TO TLS6-PORT OF TLS-ADDR6
      *    IPV6-ENABLED-FLAG ALREADY SAYS WHETHER THE PLAIN LISTENER  *
      *    GOT ITS DUAL-STACK SOCKET                                  *
           IF IPV6-ENABLED-FLAG = 'Y'
               CALL "socket" USING BY VALUE AF-INET6
                   BY VALUE SOCK-STREAM
                   BY VALUE IP-PROTO
                   RETURNING TLS-SOCKET
               END-CALL
               IF TLS-SOCKET NOT < 0
                   CALL "setsockopt" USING BY VALUE TLS-SOCKET
                       BY VALUE IPPROTO-IPV6
                       BY VALUE IPV6-V6ONLY
                       BY REFERENCE IPV6-V6ONLY-OFF
                       BY VALUE LENGTH OF IPV6-V6ONLY-OFF
                       RETURNING WS-RETURN-CODE
                   END-CALL
               END-IF
           ELSE
               CALL "socket" USING BY VALUE AF-INET
                   BY VALUE SOCK-STREAM
                   BY VALUE IP-PROTO
                   RETURNING TLS-SOCKET
               END-CALL
           END-IF
           IF TLS-SOCKET < 0
               DISPLAY "Error creating TLS socket."
               CALL "exit" USING BY VALUE 1
           END-IF
           IF IPV6-ENABLED-FLAG = 'Y'
               CALL "bind" USING BY VALUE TLS-SOCKET
                   BY REFERENCE TLS-ADDR6
                   BY VALUE LENGTH OF TLS-ADDR6
                   RETURNING WS-RETURN-CODE
               END-CALL
           ELSE
               CALL "bind" USING BY VALUE TLS-SOCKET
                   BY REFERENCE TLS-ADDR
                   BY VALUE LENGTH OF TLS-ADDR
                   RETURNING WS-RETURN-CODE
               END-CALL
           END-IF
           IF WS-RETURN-CODE NOT = 0
               DISPLAY "Error binding TLS socket. Return: "
                   WS-RETURN-CODE
               PERFORM REAP-FINISHED-CHILDREN
               PERFORM CHECK-WORKER-TIMEOUTS
               PERFORM UPDATE-TLS-WORKER-COUNT
               MOVE LENGTH OF CLIENT-ADDR TO CLIENT-ADDR-LEN
               CALL "accept" USING BY VALUE TLS-SOCKET
                   BY REFERENCE CLIENT-ADDR
                   BY REFERENCE CLIENT-ADDR-LEN
      * POSITION) ACROSS EVERY SIBLING WORKER WRITING TO IT AT ONCE    *
      *****************************************************************
       OPEN-ACCESS-LOG.
           PERFORM READ-LOG-GENERATION
           MOVE LOG-LIVE-GENERATION TO LOG-OPEN-GENERATION
           MOVE 0 TO LOG-OPEN-RETRY-COUNT
           PERFORM WITH TEST AFTER UNTIL WS-LOG-STATUS = "00" OR
                   LOG-OPEN-RETRY-COUNT > 25
       CLOSE-ACCESS-LOG.
           CLOSE ACCESS-LOG-FILE.
      *****************************************************************
      * NOTE THE CURRENT LOG GENERATION FROM THE SHARED STATISTICS     *
      * RECORD -- READ BEFORE THE LOG IS OPENED, SO A CUTOVER THAT     *
      * RENAMES THE LOG IN BETWEEN IS CAUGHT AT THE NEXT LINE          *
      *****************************************************************
       READ-LOG-GENERATION.
           PERFORM OPEN-STATS-FILE-IO
           IF WS-STATS-STATUS = "00"
               READ STATS-FILE
               IF WS-STATS-STATUS = "00"
                   MOVE STATS-LOG-GENERATION TO LOG-LIVE-GENERATION
               END-IF
               CLOSE STATS-FILE
           END-IF.
      *****************************************************************
      * THE LIVE LOG HAS BEEN CUT OVER SINCE THIS WORKER OPENED IT --  *
      * LET GO OF THE RENAMED GENERATION AND OPEN THE FRESH LOG        *
      *****************************************************************
       REOPEN-ACCESS-LOG.
           PERFORM CLOSE-ACCESS-LOG
           PERFORM OPEN-ACCESS-LOG.
      *****************************************************************
      * CREATE THE SHARED STATISTICS FILE FRESH AT STARTUP -- ONE      *
      * RECORD OF ZEROED COUNTERS STAMPED WITH THE START TIME, SO THE  *
      * STATUS PAGE CAN SHOW UPTIME AND EVERY COUNTER IS PER-RUN       *
           ELSE
               INITIALIZE STATS-RECORD
               MOVE STATS-NOW-EPOCH TO STATS-START-EPOCH
               MOVE LISTENER-STATE TO STATS-LISTENER-STATE
               WRITE STATS-RECORD
               CLOSE STATS-FILE
               DISPLAY "Statistics file created at " STATS-FILE-PATH
           END-PERFORM.
      *****************************************************************
      * FOLD THE REQUEST JUST SERVED INTO THE SHARED COUNTERS --       *
      * CALLED BY EVERY WORKER RIGHT BEFORE THE ACCESS LOG LINE, SO    *
      * THE SAME READ TELLS IT WHETHER THE LOG HAS BEEN CUT OVER       *
      *****************************************************************
       UPDATE-SHARED-STATS.
           PERFORM OPEN-STATS-FILE-IO
                   ADD 1 TO STATS-TOTAL-REQUESTS
                   ADD LOG-BYTES-SENT TO STATS-TOTAL-BYTES
                   PERFORM TALLY-STATS-STATUS-CODE
                   MOVE STATS-LOG-GENERATION TO LOG-LIVE-GENERATION
                   REWRITE STATS-RECORD
               END-IF
               CLOSE STATS-FILE
               READ STATS-FILE
               IF WS-STATS-STATUS = "00"
                   MOVE ACTIVE-CONNECTIONS TO STATS-ACTIVE-WORKERS
                   MOVE LISTENER-STATE TO STATS-LISTENER-STATE
                   REWRITE STATS-RECORD
               END-IF
               CLOSE STATS-FILE
               READ STATS-FILE
               IF WS-STATS-STATUS = "00"
                   MOVE ACTIVE-CONNECTIONS TO STATS-TLS-WORKERS
                   MOVE LISTENER-STATE TO STATS-TLS-LISTENER-STATE
                   REWRITE STATS-RECORD
               END-IF
               CLOSE STATS-FILE
           END-IF.
      *****************************************************************
      * ONCE THE ACCEPT LOOP HAS ENDED, WAIT FOR THIS LISTENER'S       *
      * WORKERS TO FINISH -- THE WATCHDOG STILL ENDS ANY THAT OVERRUN  *
      * -- AND MARK THE LISTENER DOWN, SO THE STATS RECORD SHOWS WHEN  *
      * NOTHING IS LEFT WRITING TO THE SHARED FILES (IDXBACKUP WAITS   *
      * FOR THAT BEFORE IT RESTORES ONE)                               *
      *****************************************************************
       DRAIN-WORKERS.
           PERFORM UNTIL ACTIVE-CONNECTIONS <= 0
               CALL "usleep" USING BY VALUE LOG-RETRY-USLEEP
               END-CALL
               PERFORM REAP-FINISHED-CHILDREN
      *        NO CHILD LEFT AT ALL -- NOTHING MORE TO WAIT FOR        *
               IF WS-REAP-PID < 0
                   MOVE 0 TO ACTIVE-CONNECTIONS
               END-IF
               PERFORM CHECK-WORKER-TIMEOUTS
           END-PERFORM
           MOVE 0 TO ACTIVE-CONNECTIONS
           MOVE 'D' TO LISTENER-STATE.
      *****************************************************************
      * ACCEPT AND PROCESS CLIENT CONNECTIONS                         *
      *****************************************************************
       ACCEPT-CONNECTIONS.
               PERFORM CHECK-WORKER-TIMEOUTS
               PERFORM UPDATE-ACTIVE-WORKER-COUNT
      *        ACCEPT NEW CONNECTION                                  *
               MOVE LENGTH OF CLIENT-ADDR TO CLIENT-ADDR-LEN
               CALL "accept" USING BY VALUE SERVER-SOCKET
                   BY REFERENCE CLIENT-ADDR
                   BY REFERENCE CLIENT-ADDR-LEN
           DISPLAY "WATCHDOG: killed worker pid "
               WT-PID(WORKER-TABLE-IDX)
               " age " WORKER-AGE-SECS "s client "
               FUNCTION TRIM(WT-CLIENT-IP(WORKER-TABLE-IDX))
               " (limit " WORKER-MAX-SECONDS "s)"
           CALL "kill" USING
               BY VALUE WT-PID(WORKER-TABLE-IDX)
           MOVE SPACES TO CGI-PATH-PREFIX
           MOVE SPACES TO CGI-PROGRAM-NAME
           PERFORM READ-CONFIG-FILE
      *    ONLY THE TLS LISTENER HAS AN SSL CONTEXT                   *
           IF TLS-CTX-PTR = WS-NULL-POINTER
               MOVE "RELOAD" TO CONFIG-SNAP-EVENT
           ELSE
               MOVE "TLS-RELOAD" TO CONFIG-SNAP-EVENT
           END-IF
           PERFORM SNAPSHOT-CONFIG
           PERFORM LOAD-MIME-TYPE-LOOKUP
           PERFORM LOAD-CREDENTIALS
           DISPLAY "Reload complete - " VHOST-COUNT " vhost(s), "
               REDIRECT-COUNT " redirect(s), " CGI-MAP-COUNT
               " CGI mapping(s).".
      *****************************************************************
      * FILE THE CONFIG LINES JUST LOADED AS THE NEXT NUMBERED        *
      * VERSION IN CONFIG-HISTORY-FILE, TAKING THE NUMBER FROM THE    *
      * CONTROL RECORD. THE TLS LISTENER MAY BE RELOADING AT THE SAME *
      * MOMENT, SO OPEN WITH THE SAME RETRY/BACKOFF AS SESSION-FILE;  *
      * IF IT CANNOT BE OPENED THE SERVER CARRIES ON UNRECORDED       *
      *****************************************************************
       SNAPSHOT-CONFIG.
           MOVE FUNCTION CURRENT-DATE TO CONFIG-SNAP-STAMP
           CALL "getpid" RETURNING CONFIG-SNAP-PID
           END-CALL
           MOVE 0 TO CFGHIST-RETRY-COUNT
           PERFORM WITH TEST AFTER UNTIL WS-CFGHIST-STATUS = "00" OR
                   CFGHIST-RETRY-COUNT > 25
               OPEN I-O CONFIG-HISTORY-FILE
               IF WS-CFGHIST-STATUS = "05" OR WS-CFGHIST-STATUS = "35"
      *            FILE DOES NOT EXIST YET - CREATE IT                *
                   OPEN OUTPUT CONFIG-HISTORY-FILE
                   CLOSE CONFIG-HISTORY-FILE
                   OPEN I-O CONFIG-HISTORY-FILE
               END-IF
               IF WS-CFGHIST-STATUS NOT = "00"
                   ADD 1 TO CFGHIST-RETRY-COUNT
                   CALL "usleep" USING BY VALUE LOG-RETRY-USLEEP
                   END-CALL
               END-IF
           END-PERFORM
           IF WS-CFGHIST-STATUS NOT = "00"
               DISPLAY "Error opening config history file: "
                   WS-CFGHIST-STATUS
           ELSE
               MOVE 0 TO CV-VERSION
               MOVE 0 TO CV-LINE-NO
               READ CONFIG-HISTORY-FILE
                   INVALID KEY
                       INITIALIZE CONFIG-HISTORY-RECORD
                       MOVE 1 TO CV-LAST-VERSION
                       WRITE CONFIG-HISTORY-RECORD
                   NOT INVALID KEY
                       ADD 1 TO CV-LAST-VERSION
                       REWRITE CONFIG-HISTORY-RECORD
               END-READ
               MOVE CV-LAST-VERSION TO CONFIG-SNAP-VERSION
               INITIALIZE CONFIG-HISTORY-RECORD
               MOVE CONFIG-SNAP-VERSION TO CV-VERSION
               MOVE 0 TO CV-LINE-NO
               MOVE CONFIG-SNAP-STAMP(1:14) TO CV-STAMP
               MOVE CONFIG-SNAP-EVENT TO CV-EVENT
               MOVE CONFIG-SNAP-PID TO CV-PID
               MOVE CONFIG-SNAP-COUNT TO CV-LINE-COUNT
               MOVE CONFIG-FILE-PATH TO CV-CONFIG-LINE
               WRITE CONFIG-HISTORY-RECORD
               PERFORM VARYING CONFIG-SNAP-IDX FROM 1 BY 1
                       UNTIL CONFIG-SNAP-IDX > CONFIG-SNAP-COUNT
                   MOVE CONFIG-SNAP-IDX TO CV-LINE-NO
                   MOVE CONFIG-SNAP-LINE(CONFIG-SNAP-IDX)
                       TO CV-CONFIG-LINE
                   WRITE CONFIG-HISTORY-RECORD
               END-PERFORM
               CLOSE CONFIG-HISTORY-FILE
               DISPLAY "Config snapshot " CONFIG-SNAP-VERSION
                   " recorded (" FUNCTION TRIM(CONFIG-SNAP-EVENT) ")."
           END-IF.
      *****************************************************************
      * SEND XFER-DATA-LEN BYTES AT XFER-DATA-PTR TO THE CLIENT --     *
      * THROUGH THE SSL SESSION ON THE TLS LISTENER, THROUGH THE      *
      * PLAIN SOCKET OTHERWISE. EVERY RESPONSE BYTE GOES THROUGH      *
                   DISPLAY "Received "
                       WS-RETURN-CODE " bytes from client."
                   MOVE WS-RETURN-CODE TO RECV-BYTE-COUNT
                   PERFORM MARK-REQUEST-START
                   PERFORM PARSE-REQUEST

      *            DURING A MAINTENANCE WINDOW EVERYONE BUT THE       *
                       MOVE 429 TO ERROR-CODE
                       PERFORM HTTPERROR
                   ELSE

      *            A VHOST PAST ITS HARD BANDWIDTH QUOTA, WITH NO     *
      *            OVERAGE ALLOWED, IS ANSWERED 509 BEFORE ANY        *
      *            FURTHER WORK                                       *
                   PERFORM CHECK-BANDWIDTH-QUOTA
                   IF QUOTA-REFUSED-FLAG = 'Y'
      *                SAME UNREAD-BODY RULE AS THE 429 ABOVE         *
                       MOVE 0 TO BODY-CONTENT-LENGTH
                       PERFORM EXTRACT-CONTENT-LENGTH
                       IF BODY-CONTENT-LENGTH > 0
                           MOVE 'Y' TO CONNECTION-CLOSE-FLAG
                       END-IF
                       MOVE 509 TO ERROR-CODE
                       PERFORM HTTPERROR
                   ELSE
      *            HANDLE REQUEST BASED ON METHOD                     *
                   IF REQUEST-METHOD = "GET" OR REQUEST-METHOD = "HEAD"
                           OR REQUEST-METHOD = "POST"
                           IF AUTH-REQUIRED-FLAG = 'Y' AND
                                   AUTH-OK-FLAG NOT = 'Y'
                               MOVE "AUTH-FAIL" TO SECURITY-EVENT-CODE
                               IF AUTH-DENY-REASON NOT = SPACES
                                   MOVE AUTH-DENY-REASON
                                       TO SECURITY-EVENT-CODE
                               END-IF
                               MOVE 401 TO SECURITY-STATUS-CODE
                               MOVE AUTH-MATCHED-PREFIX
                                   TO SECURITY-RULE-TEXT
                   END-IF
                   END-IF
                   END-IF
                   END-IF
               END-IF
           END-IF.
      *****************************************************************
      * STAMP THE MOMENT THE REQUEST ARRIVED, FOR ITS SERVICE TIME    *
      *****************************************************************
       MARK-REQUEST-START.
           CALL "gettimeofday" USING BY REFERENCE REQUEST-START-TIMEVAL
               BY VALUE 0
               RETURNING TIMING-RETURN-CODE
           END-CALL.
      *****************************************************************
      * IS THIS REQUEST TO BE TURNED AWAY FOR MAINTENANCE -- ONLY     *
      * WHEN THE WINDOW IS ACTIVE AND THE CLIENT IS NOT ON THE ADMIN  *
      * ALLOW-LIST                                                    *
               MOVE "DOTDOT SEQUENCE SANITIZED" TO SECURITY-RULE-TEXT
               PERFORM WRITE-SECURITY-LOG-ENTRY
           END-IF

      *    "/a//b" AND "/a/./b" OPEN THE SAME FILE AS "/a/b", SO THEY  *
      *    ARE REDUCED TO IT BEFORE ANY PREFIX OR SCHEDULE CHECK       *
           MOVE REQUEST-PATH TO NORM-PATH-IN
           PERFORM NORMALIZE-PATH
           MOVE NORM-PATH-OUT TO REQUEST-PATH
           DISPLAY "Sanitized Path: " REQUEST-PATH.
      *****************************************************************
      * COPY NORM-PATH-IN TO NORM-PATH-OUT WITH EACH RUN OF "/"        *
      * REDUCED TO ONE AND EVERY "." SEGMENT ("/./" OR A TRAILING      *
      * "/.") DROPPED                                                  *
      *****************************************************************
       NORMALIZE-PATH.
           MOVE SPACES TO NORM-PATH-OUT
           MOVE 0 TO NORM-OUT-LEN
           COMPUTE NORM-IN-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(NORM-PATH-IN TRAILING))
           PERFORM VARYING NORM-IN-IDX FROM 1 BY 1
                   UNTIL NORM-IN-IDX > NORM-IN-LEN
               EVALUATE TRUE
                   WHEN NORM-OUT-LEN = 0
                       ADD 1 TO NORM-OUT-LEN
                       MOVE NORM-PATH-IN(NORM-IN-IDX:1)
                           TO NORM-PATH-OUT(NORM-OUT-LEN:1)
                   WHEN NORM-PATH-IN(NORM-IN-IDX:1) = "/" AND
                           NORM-PATH-OUT(NORM-OUT-LEN:1) = "/"
                       CONTINUE
                   WHEN NORM-PATH-IN(NORM-IN-IDX:1) = "." AND
                           NORM-PATH-OUT(NORM-OUT-LEN:1) = "/" AND
                           (NORM-IN-IDX = NORM-IN-LEN OR
                            NORM-PATH-IN(NORM-IN-IDX + 1:1) = "/")
                       CONTINUE
                   WHEN OTHER
                       ADD 1 TO NORM-OUT-LEN
                       MOVE NORM-PATH-IN(NORM-IN-IDX:1)
                           TO NORM-PATH-OUT(NORM-OUT-LEN:1)
               END-EVALUATE
           END-PERFORM.
      *****************************************************************
      * DECODE "%XX" PERCENT-ESCAPES IN REQUEST-PATH IN PLACE          *
      *****************************************************************
       DECODE-REQUEST-PATH.
      *****************************************************************
       CHECK-BASIC-AUTH.
           MOVE 'N' TO AUTH-OK-FLAG
           MOVE 'N' TO AUTH-KNOWN-USER-FLAG
           MOVE SPACES TO AUTH-DENY-REASON
           MOVE SPACES TO AUTH-SUPPLIED-USER
           MOVE SPACES TO AUTH-SUPPLIED-PASS
           PERFORM EXTRACT-AUTH-HEADER
               PERFORM BASE64-DECODE-CREDENTIALS
               PERFORM SPLIT-AUTH-CREDENTIALS
               PERFORM VERIFY-AUTH-CREDENTIALS
      *        ONLY NAMES IN THE CREDENTIALS FILE GET A SECURITY       *
      *        RECORD -- GUESSED USERNAMES CANNOT GROW THE FILE        *
               IF AUTH-KNOWN-USER-FLAG = 'Y'
                   PERFORM APPLY-AUTH-SECURITY
               END-IF
           END-IF.
      *****************************************************************
      * PULL THE "Authorization: ..." HEADER LINE OUT OF BUFFER        *
                   OR AUTH-OK-FLAG = 'Y'
               IF FUNCTION TRIM(AUTH-USERNAME(AUTH-TABLE-IDX)) =
                       FUNCTION TRIM(AUTH-SUPPLIED-USER)
                   MOVE 'Y' TO AUTH-KNOWN-USER-FLAG
                   MOVE SPACES TO AUTH-SUPPLIED-PASSZ
                   STRING FUNCTION TRIM(AUTH-SUPPLIED-PASS) X"00"
                       DELIMITED BY SIZE
               END-IF
           END-PERFORM.
      *****************************************************************
      * APPLY THE USER'S SECURITY RECORD TO THE PASSWORD CHECK JUST    *
      * MADE -- A LOCKED ACCOUNT IS REFUSED EVEN WITH THE RIGHT        *
      * PASSWORD, A WRONG PASSWORD COUNTS TOWARDS THE LOCKOUT, AND A   *
      * RIGHT ONE CLEARS THE COUNT BUT IS STILL REFUSED WHEN THE       *
      * PASSWORD HAS EXPIRED. A USER WITH NO RECORD YET (SET UP BEFORE *
      * THE FILE EXISTED) GETS ONE DATED TODAY. ANOTHER WORKER MAY     *
      * HOLD THE FILE, SO OPEN WITH THE SAME RETRY/BACKOFF AS          *
      * SESSION-FILE; IF IT CANNOT BE OPENED THE PASSWORD CHECK STANDS *
      *****************************************************************
       APPLY-AUTH-SECURITY.
           MOVE FUNCTION CURRENT-DATE TO AUTH-SEC-NOW
           MOVE AUTH-SEC-NOW(1:8) TO AUTH-SEC-TODAY
           MOVE 0 TO AUTHSEC-RETRY-COUNT
           PERFORM WITH TEST AFTER UNTIL WS-AUTHSEC-STATUS = "00" OR
                   AUTHSEC-RETRY-COUNT > 25
               OPEN I-O AUTH-SECURITY-FILE
               IF WS-AUTHSEC-STATUS = "05" OR WS-AUTHSEC-STATUS = "35"
      *            FILE DOES NOT EXIST YET - CREATE IT                *
                   OPEN OUTPUT AUTH-SECURITY-FILE
                   CLOSE AUTH-SECURITY-FILE
                   OPEN I-O AUTH-SECURITY-FILE
               END-IF
               IF WS-AUTHSEC-STATUS NOT = "00"
                   ADD 1 TO AUTHSEC-RETRY-COUNT
                   CALL "usleep" USING BY VALUE LOG-RETRY-USLEEP
                   END-CALL
               END-IF
           END-PERFORM
           IF WS-AUTHSEC-STATUS NOT = "00"
               DISPLAY "Error opening auth security file: "
                   WS-AUTHSEC-STATUS
           ELSE
               MOVE AUTH-SUPPLIED-USER TO AS-USERNAME
               READ AUTH-SECURITY-FILE
                   INVALID KEY
                       MOVE AUTH-SUPPLIED-USER TO AS-USERNAME
                       MOVE 0 TO AS-FAILED-COUNT
                       MOVE SPACES TO AS-LAST-FAIL-STAMP
                       MOVE 'N' TO AS-LOCKED-FLAG
                       MOVE SPACES TO AS-LOCKED-STAMP
                       MOVE AUTH-SEC-NOW(1:8) TO AS-PASSWORD-SET-DATE
                       MOVE 'N' TO AS-FORCE-EXPIRE-FLAG
                       PERFORM CHECK-AUTH-SECURITY-RECORD
                       WRITE AUTH-SECURITY-RECORD
                       IF WS-AUTHSEC-STATUS NOT = "00"
                           DISPLAY "Error writing auth security "
                               "record: " WS-AUTHSEC-STATUS
                       END-IF
                   NOT INVALID KEY
                       PERFORM CHECK-AUTH-SECURITY-RECORD
                       REWRITE AUTH-SECURITY-RECORD
                       IF WS-AUTHSEC-STATUS NOT = "00"
                           DISPLAY "Error rewriting auth security "
                               "record: " WS-AUTHSEC-STATUS
                       END-IF
               END-READ
               CLOSE AUTH-SECURITY-FILE
           END-IF.
      *****************************************************************
      * DECIDE THE LOGIN AGAINST AUTH-SECURITY-RECORD AND UPDATE ITS   *
      * COUNTERS, SETTING AUTH-DENY-REASON FOR THE AUDIT TRAIL WHEN    *
      * THE ACCOUNT IS LOCKED OR ITS PASSWORD HAS EXPIRED              *
      *****************************************************************
       CHECK-AUTH-SECURITY-RECORD.
           IF AS-LOCKED-FLAG = 'Y'
               MOVE 'N' TO AUTH-OK-FLAG
               MOVE "AUTH-LOCKED" TO AUTH-DENY-REASON
           ELSE
               IF AUTH-OK-FLAG = 'Y'
                   MOVE 0 TO AS-FAILED-COUNT
                   PERFORM CHECK-PASSWORD-EXPIRY
               ELSE
                   ADD 1 TO AS-FAILED-COUNT
                   MOVE AUTH-SEC-NOW(1:14) TO AS-LAST-FAIL-STAMP
                   IF AUTH-LOCKOUT-THRESHOLD > 0 AND
                           AS-FAILED-COUNT >= AUTH-LOCKOUT-THRESHOLD
                       MOVE 'Y' TO AS-LOCKED-FLAG
                       MOVE AUTH-SEC-NOW(1:14) TO AS-LOCKED-STAMP
                       MOVE "AUTH-LOCKED" TO AUTH-DENY-REASON
                   END-IF
               END-IF
           END-IF.
      *****************************************************************
      * REFUSE A CORRECT PASSWORD THAT AN OPERATOR FORCE-EXPIRED OR    *
      * THAT IS OLDER THAN AUTH-PASSWORD-MAX-DAYS                      *
      *****************************************************************
       CHECK-PASSWORD-EXPIRY.
           IF AS-FORCE-EXPIRE-FLAG = 'Y'
               MOVE 'N' TO AUTH-OK-FLAG
               MOVE "AUTH-EXPIRED" TO AUTH-DENY-REASON
           ELSE
               IF AUTH-PASSWORD-MAX-DAYS > 0 AND
                       AS-PASSWORD-SET-DATE IS NUMERIC
                   MOVE AS-PASSWORD-SET-DATE TO AUTH-SEC-SET-DATE
                   COMPUTE AUTH-PASSWORD-AGE =
                       FUNCTION INTEGER-OF-DATE(AUTH-SEC-TODAY) -
                       FUNCTION INTEGER-OF-DATE(AUTH-SEC-SET-DATE)
                   IF AUTH-PASSWORD-AGE > AUTH-PASSWORD-MAX-DAYS
                       MOVE 'N' TO AUTH-OK-FLAG
                       MOVE "AUTH-EXPIRED" TO AUTH-DENY-REASON
                   END-IF
               END-IF
           END-IF.
      *****************************************************************
      * SERVE REQUESTED FILE                                          *
      *****************************************************************
       SERVE-FILE.
               END-IF
           END-IF

      *    A SCHEDULED PAGE IS NOT FOUND BEFORE ITS RELEASE AND GONE   *
      *    FROM ITS EXPIRY ON                                          *
           MOVE REQUEST-PATH TO SCHED-LOOKUP-PATH
           PERFORM CHECK-CONTENT-SCHEDULE
           IF SCHED-STATE = 'E'
               DISPLAY "Embargoed by content schedule: "
                   FUNCTION TRIM(SCHED-LOOKUP-PATH)
               MOVE 404 TO ERROR-CODE
               PERFORM HTTPERROR
           ELSE
           IF SCHED-STATE = 'X'
               DISPLAY "Expired by content schedule: "
                   FUNCTION TRIM(SCHED-LOOKUP-PATH)
               MOVE 410 TO ERROR-CODE
               PERFORM HTTPERROR
           ELSE

      *    BUILD FULL PATH TO FILE                                    *
           MOVE SPACES TO FULL-PATH
           STRING ACTIVE-ROOT-FOLDER REQUEST-PATH
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
      *****************************************************************
      * LOOK THE REQUEST PATH UP IN THE CACHE POLICY TABLE AND BUILD   *
           IF SSI-VALUE = SPACES OR SSI-TRAVERSAL-COUNT > 0
               PERFORM APPEND-SSI-ERROR-MARKER
           ELSE
      *    AN EMBARGOED OR EXPIRED PAGE IS LEFT OUT SILENTLY -- THE    *
      *    ERROR MARKER WOULD GIVE AWAY THAT IT EXISTS                 *
           MOVE SPACES TO SCHED-LOOKUP-PATH
           IF SSI-VALUE(1:1) = "/"
               MOVE SSI-VALUE TO SCHED-LOOKUP-PATH
           ELSE
               STRING "/" SSI-VALUE
                   DELIMITED BY SPACE
                   INTO SCHED-LOOKUP-PATH
               END-STRING
           END-IF
           PERFORM CHECK-CONTENT-SCHEDULE
           IF SCHED-STATE NOT = 'L'
               DISPLAY "SSI include withheld by content schedule: "
                   FUNCTION TRIM(SCHED-LOOKUP-PATH)
           ELSE
               MOVE FULL-PATH TO SSI-SAVED-PATH
               MOVE SPACES TO FULL-PATH
               IF SSI-VALUE(1:1) = "/"
                   PERFORM APPEND-SSI-ERROR-MARKER
               END-IF
               MOVE SSI-SAVED-PATH TO FULL-PATH
           END-IF
           END-IF.
      *****************************************************************
      * APPEND THE JUST-READ INCLUDE BODY ONTO THE OUTPUT              *
           END-STRING
           PERFORM APPEND-TO-DIRECTORY-LISTING

           PERFORM OPEN-CONTENT-SCHEDULE
           PERFORM UNTIL 1 = 0
               CALL "readdir" USING BY VALUE DIR-HANDLE
                   RETURNING DIR-ENTRY-PTR
                   INTO DIR-ENTRY-NAME
               END-UNSTRING
               IF FUNCTION TRIM(DIR-ENTRY-NAME) NOT = "."
      *            EMBARGOED AND EXPIRED PAGES ARE LEFT OUT            *
                   MOVE SPACES TO SCHED-LOOKUP-PATH
                   STRING FUNCTION TRIM(DIR-PATH-SAVE)
                       DELIMITED BY SIZE
                       FUNCTION TRIM(DIR-ENTRY-NAME)
                       DELIMITED BY SIZE
                       INTO SCHED-LOOKUP-PATH
                   END-STRING
                   PERFORM LOOKUP-CONTENT-SCHEDULE
                   IF SCHED-STATE = 'L'
                       PERFORM APPEND-DIRECTORY-ENTRY
                   END-IF
               END-IF
           END-PERFORM
           PERFORM CLOSE-CONTENT-SCHEDULE

           MOVE SPACES TO DIR-LINE-BUFFER
           STRING
       MOVE TOTAL-BYTES-READ TO LOG-BYTES-SENT
       PERFORM WRITE-ACCESS-LOG-ENTRY.
      *****************************************************************
      * BUILD THE CLIENT IP ADDRESS FROM THE SOCKADDR_IN OR            *
      * SOCKADDR_IN6 BYTES -- AN IPV4-MAPPED IPV6 ADDRESS COMES OUT AS *
      * PLAIN IPV4 SO EXISTING LOGS, BLOCK ENTRIES AND PREFIXES STILL  *
      * MATCH                                                          *
      *****************************************************************
       FORMAT-CLIENT-ADDRESS.
           IF CA-FAMILY = AF-INET6
               IF CA6-ADDR(1:10) = LOW-VALUES AND
                       CA6-ADDR(11:2) = HIGH-VALUES
                   MOVE CA6-ADDR-BYTE(13) TO CLIENT-IP-OCTET-1
                   MOVE CA6-ADDR-BYTE(14) TO CLIENT-IP-OCTET-2
                   MOVE CA6-ADDR-BYTE(15) TO CLIENT-IP-OCTET-3
                   MOVE CA6-ADDR-BYTE(16) TO CLIENT-IP-OCTET-4
                   PERFORM FORMAT-DOTTED-ADDRESS
               ELSE
                   PERFORM FORMAT-IPV6-ADDRESS
               END-IF
           ELSE
               MOVE CA-IP-OCTET(1) TO CLIENT-IP-OCTET-1
               MOVE CA-IP-OCTET(2) TO CLIENT-IP-OCTET-2
               MOVE CA-IP-OCTET(3) TO CLIENT-IP-OCTET-3
               MOVE CA-IP-OCTET(4) TO CLIENT-IP-OCTET-4
               PERFORM FORMAT-DOTTED-ADDRESS
           END-IF.
      *****************************************************************
      * WRITE THE IPV6 ADDRESS OUT IN FULL -- EIGHT COLON-SEPARATED    *
      * GROUPS OF FOUR LOWER-CASE HEX DIGITS, NOTHING COMPRESSED       *
      *****************************************************************
       FORMAT-IPV6-ADDRESS.
           MOVE SPACES TO CLIENT-IP-STR
           MOVE 1 TO CLIENT-IP-PTR
           PERFORM VARYING CLIENT-IP-BYTE-IDX FROM 1 BY 1
                   UNTIL CLIENT-IP-BYTE-IDX > 16
               DIVIDE CA6-ADDR-BYTE(CLIENT-IP-BYTE-IDX) BY 16
                   GIVING CLIENT-IP-HIGH REMAINDER CLIENT-IP-LOW
               MOVE HEX-DIGITS(CLIENT-IP-HIGH + 1:1)
                   TO CLIENT-IP-STR(CLIENT-IP-PTR:1)
               MOVE HEX-DIGITS(CLIENT-IP-LOW + 1:1)
                   TO CLIENT-IP-STR(CLIENT-IP-PTR + 1:1)
               ADD 2 TO CLIENT-IP-PTR
               IF CLIENT-IP-BYTE-IDX < 16 AND
                       FUNCTION MOD(CLIENT-IP-BYTE-IDX, 2) = 0
                   MOVE ":" TO CLIENT-IP-STR(CLIENT-IP-PTR:1)
                   ADD 1 TO CLIENT-IP-PTR
               END-IF
           END-PERFORM.
      *****************************************************************
      * WRITE THE FOUR OCTETS OUT AS A DOTTED IPV4 ADDRESS             *
      *****************************************************************
       FORMAT-DOTTED-ADDRESS.
           MOVE SPACES TO CLIENT-IP-STR
           STRING
               FUNCTION TRIM(CLIENT-IP-OCTET-1) DELIMITED BY SIZE
       WRITE-ACCESS-LOG-ENTRY.
           PERFORM FORMAT-CLIENT-ADDRESS
           PERFORM FORMAT-LOG-TIMESTAMP
           PERFORM COMPUTE-ELAPSED-MS
           MOVE LOG-STATUS-CODE TO LOG-STATUS-STR
           MOVE LOG-BYTES-SENT TO LOG-BYTES-STR
           MOVE LOG-ELAPSED-MS TO LOG-ELAPSED-STR
           MOVE SPACES TO ACCESS-LOG-RECORD
           STRING
               FUNCTION TRIM(CLIENT-IP-STR)  DELIMITED BY SIZE
               QUOTE                         DELIMITED BY SIZE
               FUNCTION TRIM(USER-AGENT-LINE) DELIMITED BY SIZE
               QUOTE                         DELIMITED BY SIZE
               " ms="                        DELIMITED BY SIZE
               FUNCTION TRIM(LOG-ELAPSED-STR) DELIMITED BY SIZE
               INTO ACCESS-LOG-RECORD
           END-STRING
      *    EVERY RESPONSE PASSES THROUGH HERE, SO THIS IS ALSO WHERE   *
      *    THE SHARED LIVE STATISTICS AND THE PER-VHOST ACCOUNTING     *
      *    GET THEIR PER-REQUEST UPDATE. THE STATS UPDATE COMES FIRST  *
      *    BECAUSE IT ALSO BRINGS BACK THE LOG GENERATION -- A LINE    *
      *    WRITTEN AFTER A CUTOVER MUST GO TO THE FRESH LOG            *
           PERFORM UPDATE-SHARED-STATS
           IF LOG-LIVE-GENERATION NOT = LOG-OPEN-GENERATION
               PERFORM REOPEN-ACCESS-LOG
           END-IF
           WRITE ACCESS-LOG-RECORD
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "Error writing access log: " WS-LOG-STATUS
           END-IF
           PERFORM UPDATE-VHOST-ACCOUNTING.
      *****************************************************************
      * MILLISECONDS FROM MARK-REQUEST-START TO NOW -- ZERO WHEN NO    *
      * REQUEST WAS STAMPED OR THE CLOCK STEPPED BACKWARDS             *
      *****************************************************************
       COMPUTE-ELAPSED-MS.
           MOVE 0 TO LOG-ELAPSED-MS
           IF REQUEST-START-SEC > 0
               CALL "gettimeofday" USING
                   BY REFERENCE REQUEST-END-TIMEVAL
                   BY VALUE 0
                   RETURNING TIMING-RETURN-CODE
               END-CALL
               IF REQUEST-END-SEC > REQUEST-START-SEC OR
                       (REQUEST-END-SEC = REQUEST-START-SEC AND
                        REQUEST-END-USEC >= REQUEST-START-USEC)
                   COMPUTE LOG-ELAPSED-MS =
                       (REQUEST-END-SEC - REQUEST-START-SEC) * 1000
                       + (REQUEST-END-USEC - REQUEST-START-USEC) / 1000
               END-IF
           END-IF.
      *****************************************************************
      * FOLD THE REQUEST JUST SERVED INTO THE PER-VHOST/PER-DAY        *
      * ACCOUNTING RECORD, CREATING THE DAY'S RECORD ON ITS FIRST HIT  *
      * -- SAME OPEN/RETRY DISCIPLINE AS THE SHARED STATISTICS FILE    *
               END-IF
           END-IF.
      *****************************************************************
      * OPEN THE CONTENT SCHEDULE, LOOK ONE PATH UP AND CLOSE IT      *
      * AGAIN -- SCHED-STATE COMES BACK 'L' LIVE, 'E' EMBARGOED OR    *
      * 'X' EXPIRED. SCHED-LOOKUP-PATH IS THE PATH FROM THE SITE ROOT *
      *****************************************************************
       CHECK-CONTENT-SCHEDULE.
           PERFORM OPEN-CONTENT-SCHEDULE
           PERFORM LOOKUP-CONTENT-SCHEDULE
           PERFORM CLOSE-CONTENT-SCHEDULE.
      *****************************************************************
      * OPEN THE CONTENT SCHEDULE FOR READING, RETRYING WHILE ANOTHER *
      * PROCESS HAS IT. THE FILE IS OPTIONAL -- NO FILE MEANS NOTHING *
      * IS SCHEDULED AND EVERY PAGE IS LIVE                           *
      *****************************************************************
       OPEN-CONTENT-SCHEDULE.
           MOVE 'N' TO SCHED-OPEN-FLAG
           MOVE 0 TO SCHED-RETRY-COUNT
           PERFORM WITH TEST AFTER UNTIL WS-SCHED-STATUS = "00" OR
                   WS-SCHED-STATUS = "35" OR SCHED-RETRY-COUNT > 25
               OPEN INPUT CONTENT-SCHEDULE-FILE
               IF WS-SCHED-STATUS NOT = "00" AND
                       WS-SCHED-STATUS NOT = "35"
                   ADD 1 TO SCHED-RETRY-COUNT
                   CALL "usleep" USING BY VALUE LOG-RETRY-USLEEP
                   END-CALL
               END-IF
           END-PERFORM
           IF WS-SCHED-STATUS = "00"
               MOVE 'Y' TO SCHED-OPEN-FLAG
               MOVE FUNCTION CURRENT-DATE(1:14) TO SCHED-NOW-STAMP
           ELSE
               IF WS-SCHED-STATUS NOT = "35"
                   DISPLAY "Error opening content schedule: "
                       WS-SCHED-STATUS
               END-IF
           END-IF.
      *****************************************************************
      * READ THE ACTIVE VHOST'S SCHEDULE ENTRY FOR SCHED-LOOKUP-PATH  *
      * AND SET SCHED-STATE FROM ITS RELEASE AND EXPIRY STAMPS. NO    *
      * ENTRY, NO OPEN FILE OR A PATH TOO LONG TO HAVE BEEN SCHEDULED *
      * LEAVES THE PAGE LIVE                                          *
      *****************************************************************
       LOOKUP-CONTENT-SCHEDULE.
           MOVE 'L' TO SCHED-STATE
      *    AN SSI VALUE OR LISTED NAME CAN STILL CARRY "//" OR "/./"   *
           MOVE SCHED-LOOKUP-PATH TO NORM-PATH-IN
           PERFORM NORMALIZE-PATH
           MOVE NORM-PATH-OUT TO SCHED-LOOKUP-PATH
           IF SCHED-OPEN-FLAG = 'Y'
               MOVE FUNCTION LOWER-CASE(ACTIVE-VHOST-NAME)
                   TO CS-VHOST-NAME
               MOVE SPACES TO CS-PATH
               MOVE 'Y' TO SCHED-KEY-FLAG
               IF SCHED-LOOKUP-PATH(1:1) = "/"
                   STRING SCHED-LOOKUP-PATH DELIMITED BY SPACE
                       INTO CS-PATH
                       ON OVERFLOW
                           MOVE 'N' TO SCHED-KEY-FLAG
                   END-STRING
               ELSE
                   STRING "/" SCHED-LOOKUP-PATH
                       DELIMITED BY SPACE
                       INTO CS-PATH
                       ON OVERFLOW
                           MOVE 'N' TO SCHED-KEY-FLAG
                   END-STRING
               END-IF
           END-IF
           IF SCHED-OPEN-FLAG = 'Y' AND SCHED-KEY-FLAG = 'Y'
               READ CONTENT-SCHEDULE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CS-RELEASE-STAMP NOT = SPACES AND
                               SCHED-NOW-STAMP < CS-RELEASE-STAMP
                           MOVE 'E' TO SCHED-STATE
                       ELSE
                           IF CS-EXPIRY-STAMP NOT = SPACES AND
                                   SCHED-NOW-STAMP >= CS-EXPIRY-STAMP
                               MOVE 'X' TO SCHED-STATE
                           END-IF
                       END-IF
               END-READ
           END-IF.
      *****************************************************************
      * CLOSE THE CONTENT SCHEDULE IF OPEN-CONTENT-SCHEDULE OPENED IT *
      *****************************************************************
       CLOSE-CONTENT-SCHEDULE.
           IF SCHED-OPEN-FLAG = 'Y'
               CLOSE CONTENT-SCHEDULE-FILE
               MOVE 'N' TO SCHED-OPEN-FLAG
           END-IF.
      *****************************************************************
      * HOLD THE ACTIVE VHOST'S MONTH-TO-DATE TRAFFIC AGAINST ITS     *
      * BANDWIDTH QUOTA, WHEN IT HAS ONE. THE QUOTA FILE IS OPTIONAL  *
      * -- NO FILE, OR NO RECORD FOR THE VHOST, MEANS NO LIMIT        *
      *****************************************************************
       CHECK-BANDWIDTH-QUOTA.
           MOVE 'N' TO QUOTA-REFUSED-FLAG
           MOVE 'N' TO QUOTA-FOUND-FLAG
           MOVE 0 TO QUOTA-RETRY-COUNT
           PERFORM WITH TEST AFTER UNTIL WS-QUOTA-STATUS = "00" OR
                   WS-QUOTA-STATUS = "35" OR QUOTA-RETRY-COUNT > 25
               OPEN I-O QUOTA-FILE
               IF WS-QUOTA-STATUS NOT = "00" AND
                       WS-QUOTA-STATUS NOT = "35"
                   ADD 1 TO QUOTA-RETRY-COUNT
                   CALL "usleep" USING BY VALUE LOG-RETRY-USLEEP
                   END-CALL
               END-IF
           END-PERFORM
           IF WS-QUOTA-STATUS = "00"
               MOVE FUNCTION LOWER-CASE(ACTIVE-VHOST-NAME)
                   TO QT-VHOST-NAME
               READ QUOTA-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO QUOTA-FOUND-FLAG
               END-READ
               IF QUOTA-FOUND-FLAG = 'Y'
                   PERFORM SUM-MONTH-TO-DATE-BYTES
                   PERFORM APPLY-BANDWIDTH-QUOTA
               END-IF
               CLOSE QUOTA-FILE
           ELSE
               IF WS-QUOTA-STATUS NOT = "35"
                   DISPLAY "Error opening quota file: " WS-QUOTA-STATUS
               END-IF
           END-IF.
      *****************************************************************
      * TOTAL THE ACTIVE VHOST'S VA-BYTES FROM THE FIRST OF THE       *
      * MONTH TO TODAY, ONE ACCOUNTING RECORD PER DAY                 *
      *****************************************************************
       SUM-MONTH-TO-DATE-BYTES.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME
           MOVE CURRENT-DATE-TIME(1:6) TO QUOTA-MONTH
           MOVE CURRENT-DATE-TIME(7:2) TO QUOTA-TODAY
           MOVE 0 TO QUOTA-MTD-BYTES
           MOVE 0 TO ACCT-RETRY-COUNT
           PERFORM WITH TEST AFTER UNTIL WS-ACCT-STATUS = "00" OR
                   WS-ACCT-STATUS = "35" OR ACCT-RETRY-COUNT > 25
               OPEN INPUT VHOST-ACCT-FILE
               IF WS-ACCT-STATUS NOT = "00" AND
                       WS-ACCT-STATUS NOT = "35"
                   ADD 1 TO ACCT-RETRY-COUNT
                   CALL "usleep" USING BY VALUE LOG-RETRY-USLEEP
                   END-CALL
               END-IF
           END-PERFORM
           IF WS-ACCT-STATUS = "00"
               PERFORM VARYING QUOTA-DAY FROM 1 BY 1
                       UNTIL QUOTA-DAY > QUOTA-TODAY
                   MOVE ACTIVE-VHOST-NAME TO VA-VHOST-NAME
                   MOVE QUOTA-MONTH TO VA-DATE(1:6)
                   MOVE QUOTA-DAY TO VA-DATE(7:2)
                   READ VHOST-ACCT-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD VA-BYTES TO QUOTA-MTD-BYTES
                   END-READ
               END-PERFORM
               CLOSE VHOST-ACCT-FILE
           ELSE
               IF WS-ACCT-STATUS NOT = "35"
                   DISPLAY "Error opening accounting file: "
                       WS-ACCT-STATUS
               END-IF
           END-IF
           DIVIDE QUOTA-MTD-BYTES BY 1048576 GIVING QUOTA-MTD-MB.
      *****************************************************************
      * ACT ON THE QUOTA RECORD IN HAND. PAST THE SOFT LIMIT THE      *
      * OWNER IS MAILED AND A QUOTA-SOFT AUDIT EVENT IS WRITTEN; PAST *
      * THE HARD LIMIT THE REQUEST IS REFUSED UNLESS OVERAGE IS       *
      * ALLOWED, WITH A QUOTA-HARD AUDIT EVENT. EACH ALERT GOES OUT   *
      * ONCE A MONTH, STAMPED ON THE QUOTA RECORD. THE AUDIT STATUS   *
      * IS 509 FOR A REFUSAL AND 000 WHEN THE REQUEST IS STILL SERVED *
      *****************************************************************
       APPLY-BANDWIDTH-QUOTA.
           MOVE 'N' TO QUOTA-REWRITE-FLAG
           MOVE QUOTA-MTD-MB TO QUOTA-MTD-MB-DISP
           MOVE QT-SOFT-LIMIT-MB TO QUOTA-SOFT-DISP
           MOVE QT-HARD-LIMIT-MB TO QUOTA-HARD-DISP
           IF QT-SOFT-LIMIT-MB > 0
               COMPUTE QUOTA-LIMIT-BYTES = QT-SOFT-LIMIT-MB * 1048576
               IF QUOTA-MTD-BYTES > QUOTA-LIMIT-BYTES AND
                       QT-SOFT-ALERT-MONTH NOT = QUOTA-MONTH
                   MOVE "QUOTA-SOFT" TO SECURITY-EVENT-CODE
                   MOVE 0 TO SECURITY-STATUS-CODE
                   MOVE SPACES TO SECURITY-RULE-TEXT
                   STRING "VHOST " DELIMITED BY SIZE
                       FUNCTION TRIM(ACTIVE-VHOST-NAME)
                           DELIMITED BY SIZE
                       " AT " DELIMITED BY SIZE
                       FUNCTION TRIM(QUOTA-MTD-MB-DISP)
                           DELIMITED BY SIZE
                       " MB, SOFT LIMIT " DELIMITED BY SIZE
                       FUNCTION TRIM(QUOTA-SOFT-DISP)
                           DELIMITED BY SIZE
                       " MB" DELIMITED BY SIZE
                       INTO SECURITY-RULE-TEXT
                   END-STRING
                   PERFORM WRITE-SECURITY-LOG-ENTRY
                   PERFORM WRITE-QUOTA-ALERT-MAIL
                   MOVE QUOTA-MONTH TO QT-SOFT-ALERT-MONTH
                   MOVE 'Y' TO QUOTA-REWRITE-FLAG
               END-IF
           END-IF
           IF QT-HARD-LIMIT-MB > 0
               COMPUTE QUOTA-LIMIT-BYTES = QT-HARD-LIMIT-MB * 1048576
               IF QUOTA-MTD-BYTES > QUOTA-LIMIT-BYTES
                   IF QT-OVERAGE-ALLOWED NOT = 'Y'
                       MOVE 'Y' TO QUOTA-REFUSED-FLAG
                   END-IF
                   IF QT-HARD-ALERT-MONTH NOT = QUOTA-MONTH
                       MOVE "QUOTA-HARD" TO SECURITY-EVENT-CODE
                       MOVE 0 TO SECURITY-STATUS-CODE
                       IF QUOTA-REFUSED-FLAG = 'Y'
                           MOVE 509 TO SECURITY-STATUS-CODE
                       END-IF
                       MOVE SPACES TO SECURITY-RULE-TEXT
                       STRING "VHOST " DELIMITED BY SIZE
                           FUNCTION TRIM(ACTIVE-VHOST-NAME)
                               DELIMITED BY SIZE
                           " AT " DELIMITED BY SIZE
                           FUNCTION TRIM(QUOTA-MTD-MB-DISP)
                               DELIMITED BY SIZE
                           " MB, HARD LIMIT " DELIMITED BY SIZE
                           FUNCTION TRIM(QUOTA-HARD-DISP)
                               DELIMITED BY SIZE
                           " MB, OVERAGE " DELIMITED BY SIZE
                           QT-OVERAGE-ALLOWED DELIMITED BY SIZE
                           INTO SECURITY-RULE-TEXT
                       END-STRING
                       PERFORM WRITE-SECURITY-LOG-ENTRY
                       MOVE QUOTA-MONTH TO QT-HARD-ALERT-MONTH
                       MOVE 'Y' TO QUOTA-REWRITE-FLAG
                   END-IF
               END-IF
           END-IF
           IF QUOTA-REWRITE-FLAG = 'Y'
               REWRITE QUOTA-RECORD
               IF WS-QUOTA-STATUS NOT = "00"
                   DISPLAY "Error rewriting quota record: "
                       WS-QUOTA-STATUS
               END-IF
           END-IF
           IF QUOTA-REFUSED-FLAG = 'Y'
               DISPLAY "QUOTA: vhost " FUNCTION TRIM(ACTIVE-VHOST-NAME)
                   " at " FUNCTION TRIM(QUOTA-MTD-MB-DISP)
                   " MB, past its hard limit of "
                   FUNCTION TRIM(QUOTA-HARD-DISP) " MB"
           END-IF.
      *****************************************************************
      * SPOOL THE SOFT-LIMIT ALERT TO THE VHOST OWNER. THE FILE IS    *
      * NAMED FOR THE VHOST AND MONTH, SO TWO WORKERS CROSSING THE    *
      * LIMIT TOGETHER LEAVE ONE MESSAGE, NOT TWO                     *
      *****************************************************************
       WRITE-QUOTA-ALERT-MAIL.
           MOVE SPACES TO QUOTA-MAIL-PATH
           STRING FUNCTION TRIM(FORM-SPOOL-DIR) DELIMITED BY SIZE
               "/quota-" DELIMITED BY SIZE
               FUNCTION TRIM(QT-VHOST-NAME) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               QUOTA-MONTH DELIMITED BY SIZE
               ".eml" DELIMITED BY SIZE
               INTO QUOTA-MAIL-PATH
           END-STRING
           OPEN OUTPUT QUOTA-MAIL-FILE
           IF WS-QMAIL-STATUS NOT = "00"
               DISPLAY "Error opening quota alert "
                   FUNCTION TRIM(QUOTA-MAIL-PATH) ": " WS-QMAIL-STATUS
           ELSE
               STRING "To: " DELIMITED BY SIZE
                   FUNCTION TRIM(QT-OWNER-MAIL) DELIMITED BY SIZE
                   INTO QUOTA-MAIL-LINE
               END-STRING
               PERFORM PUT-QUOTA-MAIL-LINE
               STRING "From: " DELIMITED BY SIZE
                   FUNCTION TRIM(FORM-MAIL-FROM) DELIMITED BY SIZE
                   INTO QUOTA-MAIL-LINE
               END-STRING
               PERFORM PUT-QUOTA-MAIL-LINE
               STRING "Subject: Bandwidth quota warning for "
                       DELIMITED BY SIZE
                   FUNCTION TRIM(ACTIVE-VHOST-NAME) DELIMITED BY SIZE
                   INTO QUOTA-MAIL-LINE
               END-STRING
               PERFORM PUT-QUOTA-MAIL-LINE
               MOVE "Content-Type: text/plain" TO QUOTA-MAIL-LINE
               PERFORM PUT-QUOTA-MAIL-LINE
               PERFORM PUT-QUOTA-MAIL-LINE
               STRING "Vhost " DELIMITED BY SIZE
                   FUNCTION TRIM(ACTIVE-VHOST-NAME) DELIMITED BY SIZE
                   " has used " DELIMITED BY SIZE
                   FUNCTION TRIM(QUOTA-MTD-MB-DISP) DELIMITED BY SIZE
                   " MB so far in " DELIMITED BY SIZE
                   QUOTA-MONTH DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   INTO QUOTA-MAIL-LINE
               END-STRING
               PERFORM PUT-QUOTA-MAIL-LINE
               STRING "past its monthly soft limit of "
                       DELIMITED BY SIZE
                   FUNCTION TRIM(QUOTA-SOFT-DISP) DELIMITED BY SIZE
                   " MB." DELIMITED BY SIZE
                   INTO QUOTA-MAIL-LINE
               END-STRING
               PERFORM PUT-QUOTA-MAIL-LINE
               IF QT-HARD-LIMIT-MB > 0
                   STRING "The hard limit is " DELIMITED BY SIZE
                       FUNCTION TRIM(QUOTA-HARD-DISP) DELIMITED BY SIZE
                       " MB." DELIMITED BY SIZE
                       INTO QUOTA-MAIL-LINE
                   END-STRING
                   PERFORM PUT-QUOTA-MAIL-LINE
                   IF QT-OVERAGE-ALLOWED = 'Y'
                       STRING "Traffic past it is served and billed "
                               DELIMITED BY SIZE
                           "as overage." DELIMITED BY SIZE
                           INTO QUOTA-MAIL-LINE
                       END-STRING
                   ELSE
                       STRING "Past it, requests to this vhost are "
                               DELIMITED BY SIZE
                           "refused until the month ends."
                               DELIMITED BY SIZE
                           INTO QUOTA-MAIL-LINE
                       END-STRING
                   END-IF
                   PERFORM PUT-QUOTA-MAIL-LINE
               END-IF
               CLOSE QUOTA-MAIL-FILE
               DISPLAY "QUOTA: soft-limit alert spooled to "
                   FUNCTION TRIM(QUOTA-MAIL-PATH)
           END-IF.
      *****************************************************************
      * WRITE ONE LINE OF THE QUOTA ALERT AND CLEAR IT                *
      *****************************************************************
       PUT-QUOTA-MAIL-LINE.
           WRITE QUOTA-MAIL-RECORD FROM QUOTA-MAIL-LINE
           MOVE SPACES TO QUOTA-MAIL-LINE.
      *****************************************************************
      * APPEND ONE SECURITY AUDIT RECORD -- CALLED AT EVERY 401/403/   *
      * 405 AND TRAVERSAL-SANITIZATION EVENT WITH SECURITY-EVENT-CODE, *
      * SECURITY-STATUS-CODE AND SECURITY-RULE-TEXT ALREADY SET BY THE *
