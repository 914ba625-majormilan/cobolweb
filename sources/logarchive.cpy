      * RECORD LAYOUT OF THE INDEXED ACCESS LOG ARCHIVE -- ONE TYPED  *
      * RECORD PER PARSED ACCESS LOG LINE, KEYED BY DATE PLUS A       *
      * PER-DATE SEQUENCE NUMBER. LOADED AND MAINTAINED BY LOGARCHIVE *
      * AND READ BY THE ZONEREPORT TRAFFIC-BY-ZONE REPORT AND THE     *
      * SLOWPAGE SERVICE-TIME REPORT.                                 *
      * COPIED UNDER THE FD OF EACH PROGRAM THAT USES THE FILE.       *
      *****************************************************************
       01  LOG-ARCHIVE-RECORD.
           05  LA-KEY.
               10  LA-DATE   PIC X(8).
               10  LA-SEQ    PIC 9(9).
      *    IPV4 DOTTED OR IPV6 WRITTEN OUT IN FULL, AS LOGGED          *
           05  LA-CLIENT-IP  PIC X(45).
           05  LA-METHOD     PIC X(10).
           05  LA-PATH       PIC X(255).
           05  LA-STATUS     PIC 9(3).
      *    LINES WRITTEN BEFORE THE HEADERS WERE CAPTURED              *
           05  LA-REFERER    PIC X(255).
           05  LA-USER-AGENT PIC X(200).
      *    VHOST THAT SERVED THE REQUEST AND ITS SERVICE TIME IN       *
      *    MILLISECONDS -- SPACES AND ZERO ON LINES LOGGED BEFORE THE  *
      *    SERVER RECORDED THEM                                        *
           05  LA-VHOST-NAME PIC X(80).
           05  LA-ELAPSED-MS PIC 9(9).
