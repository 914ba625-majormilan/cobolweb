      *****************************************************************
      * CFGHIST.CPY                                                   *
      * RECORD LAYOUT OF THE CONFIGURATION HISTORY FILE. EVERY TIME   *
      * THE SERVER STARTS OR RELOADS ITS LOOKUP TABLES IT FILES A     *
      * NUMBERED SNAPSHOT OF THE CONFIG LINES IT HAS JUST LOADED --   *
      * LINE 0 OF A VERSION IS ITS HEADER (WHEN, WHY, WHICH PROCESS,  *
      * HOW MANY LINES, AND THE CONFIG FILE PATH), LINES 1 ONWARD ARE *
      * THE CONFIG FILE LINES AS READ. VERSION 0 LINE 0 IS THE        *
      * CONTROL RECORD CARRYING THE LAST VERSION NUMBER GIVEN OUT.    *
      * CONFDIFF LISTS THE VERSIONS AND COMPARES ANY TWO OF THEM.     *
      * COPIED UNDER THE FD OF EACH PROGRAM THAT USES THE FILE.       *
      *****************************************************************
       01  CONFIG-HISTORY-RECORD.
           05  CV-KEY.
               10  CV-VERSION      PIC 9(9).
               10  CV-LINE-NO      PIC 9(5).
           05  CV-STAMP            PIC X(14).
      *    START, RELOAD OR TLS-RELOAD                                 *
           05  CV-EVENT            PIC X(10).
           05  CV-PID              PIC 9(9).
           05  CV-LINE-COUNT       PIC 9(5).
      *    CONTROL RECORD ONLY -- THE LAST VERSION NUMBER GIVEN OUT    *
           05  CV-LAST-VERSION     PIC 9(9).
           05  CV-CONFIG-LINE      PIC X(450).
