      *****************************************************************
      * LOGCONTROL.CPY                                                *
      * RECORD LAYOUT OF THE ACCESS LOG GENERATION CONTROL FILE --    *
      * ONE INDEXED RECORD PER CLOSED LOG GENERATION, KEYED BY THE    *
      * DATE OF THE CUTOVER THAT CLOSED IT. WRITTEN BY LOGCUTOVER     *
      * WHEN IT RENAMES THE LIVE LOG ASIDE, AND READ BY LOGARCHIVE    *
      * AND RECONCILE, WHICH CHECK THE GENERATION FILE AGAINST ITS    *
      * CONTROL TOTALS BEFORE TRUSTING A LINE OF IT.                  *
      * COPIED UNDER THE FD OF EACH PROGRAM THAT USES THE FILE.       *
      *****************************************************************
       01  LOG-CONTROL-RECORD.
           05  LC-GEN-DATE       PIC X(8).
           05  LC-GEN-PATH       PIC X(255).
      *    CONTROL TOTALS -- LINES IN THE GENERATION AND THE SUM OF    *
      *    THEIR RESPONSE-BYTES FIELDS                                 *
           05  LC-LINE-COUNT     PIC 9(9).
           05  LC-TOTAL-BYTES    PIC 9(15).
      *    FIRST AND LAST LINE TIMESTAMPS AS YYYYMMDDHHMMSS, SPACES    *
      *    WHEN THE GENERATION HELD NO DATED LINE                      *
           05  LC-FIRST-STAMP    PIC X(14).
           05  LC-LAST-STAMP     PIC X(14).
           05  LC-CUTOVER-STAMP  PIC X(14).
      *    'Y' ONCE LOGARCHIVE HAS LOADED THE GENERATION, SO A SECOND  *
      *    LOAD CANNOT DUPLICATE IT                                    *
           05  LC-ARCHIVED-FLAG  PIC X.
           05  LC-ARCHIVED-STAMP PIC X(14).
