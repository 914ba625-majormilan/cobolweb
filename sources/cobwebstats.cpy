           05  STATS-STATUS-ENTRY OCCURS 16 TIMES.
               10  STATS-STATUS-CODE  PIC 9(3).
               10  STATS-STATUS-COUNT PIC 9(12).
      *    ACCESS LOG GENERATION -- BUMPED BY LOGCUTOVER AFTER IT HAS  *
      *    RENAMED THE LIVE LOG ASIDE. A WORKER WHOSE LOG HANDLE WAS   *
      *    OPENED UNDER AN OLDER GENERATION REOPENS BEFORE ITS NEXT    *
      *    LINE, SO THE FRESH LOG STARTS WITHOUT A SERVER RESTART      *
           05  STATS-LOG-GENERATION  PIC 9(9).
      *    LISTENER STATE -- 'U' WHILE THE LISTENER IS ACCEPTING, 'D'  *
      *    ONCE IT HAS STOPPED AND ITS LAST WORKER HAS FINISHED. THE   *
      *    TLS FIELD STAYS BLANK WHEN NO TLS LISTENER RUNS             *
           05  STATS-LISTENER-STATE  PIC X.
           05  STATS-TLS-LISTENER-STATE PIC X.
