      *****************************************************************
      * AVAILHIST.CPY                                                 *
      * RECORD LAYOUT OF THE INDEXED AVAILABILITY HISTORY -- ONE      *
      * RECORD PER CHECK PER PROBE RUN, WRITTEN BY AVAILPROBE AND     *
      * READ BY THE SLAREPORT MONTHLY SLA REPORT. THE KEY RUNS VHOST, *
      * RUN STAMP, LISTENER, CHECK, SO A SEQUENTIAL READ GIVES EACH   *
      * VHOST'S PROBE RUNS IN TIME ORDER.                             *
      * COPIED UNDER THE FD OF EACH PROGRAM THAT USES THE FILE.       *
      *****************************************************************
       01  AVAIL-HIST-RECORD.
           05  AH-KEY.
               10  AH-VHOST-NAME     PIC X(80).
      *        YYYYMMDDHHMMSS THE PROBE RUN STARTED -- SHARED BY      *
      *        EVERY CHECK IN THE RUN                                 *
               10  AH-STAMP          PIC X(14).
      *        HTTP = THE PLAIN LISTENER, HTTPS = THE TLS LISTENER    *
               10  AH-LISTENER       PIC X(5).
               10  AH-CHECK-SEQ      PIC 9(3).
           05  AH-PATH               PIC X(200).
           05  AH-PORT               PIC 9(5).
           05  AH-EXPECT-STATUS      PIC 9(3).
      *    STATUS THE SERVER ANSWERED, 000 WHEN NO HTTP ANSWER CAME    *
           05  AH-STATUS-CODE        PIC 9(3).
      *    UP = STATUS AND EXPECTED TEXT BOTH MATCHED, DOWN OTHERWISE  *
           05  AH-RESULT             PIC X(4).
           05  AH-REASON             PIC X(60).
           05  AH-RESPONSE-MS        PIC 9(7).
      *    'Y' = THE RUN FELL IN THE MAINTENANCE WINDOW (CONFIGURED    *
      *    START/END TIMES OR THE TRIGGER FILE) AND DOES NOT COUNT     *
      *    AGAINST THE SLA                                             *
           05  AH-MAINT-FLAG         PIC X.
