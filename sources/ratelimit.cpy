      *****************************************************************
      * RATELIMIT.CPY                                                 *
      * RECORD LAYOUT OF THE INDEXED RATE-LIMIT FILE -- ONE RECORD    *
      * PER CLIENT ADDRESS COUNTING ITS REQUESTS IN THE CURRENT       *
      * WINDOW, SHARED ACROSS THE FORKED WEBAPPLICATION WORKERS.      *
      * COPIED UNDER THE FD OF EACH PROGRAM THAT USES THE FILE.       *
      *****************************************************************
       01  RATE-LIMIT-RECORD.
      *    IPV4 DOTTED OR IPV6 WRITTEN OUT IN FULL, AS LOGGED          *
           05  RL-CLIENT-IP    PIC X(45).
           05  RL-WINDOW-START PIC 9(12).
           05  RL-COUNT        PIC 9(9).
