      *****************************************************************
      * FORMROUTE.CPY                                                 *
      * RECORD LAYOUT OF THE INDEXED FORM ROUTING TABLE -- ONE RECORD *
      * PER VHOST AND FORM NAME, NAMING WHERE FORMDISP DELIVERS THAT  *
      * FORM'S SUBMISSIONS AND IN WHAT FORMAT. A VHOST OR FORM NAME   *
      * OF * MATCHES ANY; THE MOST SPECIFIC ROUTE WINS. MAINTAINED    *
      * WITH FORMROUTE.                                               *
      * COPIED UNDER THE FD OF EACH PROGRAM THAT USES THE FILE.       *
      *****************************************************************
       01  FORM-ROUTE-RECORD.
           05  FR-KEY.
               10  FR-VHOST-NAME     PIC X(80).
               10  FR-FORM-NAME      PIC X(40).
      *    MAIL = A MESSAGE IN THE OUTBOUND MAIL SPOOL TO A MAILBOX,   *
      *    FOLDER = A FILE DROPPED IN A FOLDER                         *
           05  FR-DEST-TYPE          PIC X(6).
           05  FR-DESTINATION        PIC X(255).
      *    TEXT = ONE "NAME: VALUE" LINE PER FIELD, CSV = A HEADING    *
      *    LINE AND A VALUE LINE, SEMICOLON-SEPARATED                  *
           05  FR-FORMAT             PIC X(4).
      *    'N' = ROUTE SUSPENDED, SUBMISSIONS WAIT AS UNROUTED         *
           05  FR-ACTIVE-FLAG        PIC X.
           05  FR-UPDATED-STAMP      PIC X(14).
