      * COPIED UNDER THE FD OF EACH PROGRAM THAT USES THE FILE.       *
      *****************************************************************
       01  BLOCK-LIST-RECORD.
      *    IPV4 DOTTED OR IPV6 WRITTEN OUT IN FULL, AS LOGGED         *
           05  BL-CLIENT-IP    PIC X(45).
      *    'T' = TEMPORARY QUARANTINE, 'P' = OPERATOR-CONFIRMED       *
           05  BL-TIER         PIC X.
           05  BL-EXPIRY-EPOCH PIC 9(12).
