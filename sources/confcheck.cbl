       01  ROOT-FOLDER       PIC X(255) VALUE "/var/www/html/".
       01  UPLOAD-PATH-PREFIX PIC X(255) VALUE SPACES.
       01  UPLOAD-STAGING-FOLDER PIC X(255) VALUE "staging/".
       01  UPLOAD-VERSIONS-FOLDER PIC X(255) VALUE "versions/".
       01  MAINT-START-TIME  PIC X(4) VALUE SPACES.
       01  MAINT-END-TIME    PIC X(4) VALUE SPACES.
       01  MAINT-ALLOW-KEY-COUNT PIC 9(3) VALUE 0.
                   WHEN "SECURITY-LOG-PATH"
                   WHEN "VHOST-ACCT-PATH"
                   WHEN "GZIP-ENABLED"
                   WHEN "IPV6-ENABLED"
                   WHEN "WORKER-MAX-SECONDS"
                   WHEN "TOP-PATHS-PATH"
                   WHEN "ARCHIVE-FILE-PATH"
                   WHEN "SECSWEEP-THRESHOLD"
                   WHEN "SECSWEEP-PERIOD-DAYS"
                   WHEN "SECSWEEP-QUARANTINE-SECS"
                   WHEN "LOG-CONTROL-PATH"
                   WHEN "LOG-CUTOVER-WAIT-SECS"
                   WHEN "SLOWPAGE-TOLERANCE-PCT"
                   WHEN "SLOWPAGE-MIN-HITS"
                   WHEN "SLOWPAGE-TOP-LIMIT"
                   WHEN "BROKENLINK-LOCAL-HOST"
                   WHEN "PUBLISH-HISTORY-PATH"
                   WHEN "AUTH-SECURITY-PATH"
                   WHEN "AUTH-LOCKOUT-THRESHOLD"
                   WHEN "AUTH-PASSWORD-MAX-DAYS"
                   WHEN "CUSTOMER-FILE-PATH"
                   WHEN "CUSTOMER-ASSIGN-PATH"
                   WHEN "BATCH-SCHEDULE-PATH"
                   WHEN "BATCH-CONTROL-PATH"
                   WHEN "BATCH-LOG-DIR"
                   WHEN "CONFIG-HISTORY-PATH"
                   WHEN "FORM-ROUTE-PATH"
                   WHEN "FORM-DELIVERY-PATH"
                   WHEN "FORM-SPOOL-DIR"
                   WHEN "FORM-MAIL-FROM"
                   WHEN "FORM-MAX-RETRIES"
                   WHEN "QUOTA-FILE-PATH"
                       CONTINUE
                   WHEN "PROBE-TABLE-PATH"
                       CONTINUE
                   WHEN "PROBE-HISTORY-PATH"
                       CONTINUE
                   WHEN "PROBE-HOST-ADDR"
                       CONTINUE
                   WHEN "PROBE-TIMEOUT-SECS"
                       CONTINUE
                   WHEN "SLA-TARGET-PCT"
                       CONTINUE
                   WHEN "BACKUP-DIR"
                       CONTINUE
                   WHEN "ARCHIVE-IP-MASK-DAYS"
                       CONTINUE
                   WHEN "CONTENT-SCHED-PATH"
                       CONTINUE
                   WHEN "MAINT-START-TIME"
                       MOVE CONFIG-VALUE(1:4) TO MAINT-START-TIME
                       MOVE CONFIG-VALUE TO UPLOAD-PATH-PREFIX
                   WHEN "UPLOAD-STAGING-FOLDER"
                       MOVE CONFIG-VALUE TO UPLOAD-STAGING-FOLDER
                   WHEN "UPLOAD-VERSIONS-FOLDER"
                       MOVE CONFIG-VALUE TO UPLOAD-VERSIONS-FOLDER
                   WHEN OTHER
                       ADD 1 TO WARNING-COUNT
                       DISPLAY "WARNING: unknown config key "
                       " exist: "
                       FUNCTION TRIM(UPLOAD-STAGING-FOLDER)
               END-IF
      *    UPLOADPUB KEEPS EACH LIVE FILE IT REPLACES IN HERE         *
               MOVE UPLOAD-VERSIONS-FOLDER TO WS-CHECK-PATH
               PERFORM CHECK-PATH-EXISTS
               IF WS-PATH-EXISTS = 'Y'
                   DISPLAY "OK: upload versions folder "
                       FUNCTION TRIM(UPLOAD-VERSIONS-FOLDER)
               ELSE
                   ADD 1 TO ERROR-COUNT
                   DISPLAY "ERROR: upload versions folder does not"
                       " exist: "
                       FUNCTION TRIM(UPLOAD-VERSIONS-FOLDER)
               END-IF
               MOVE 'N' TO UPLOAD-COVERED-FLAG
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > AUTH-KEY-COUNT
