       01  OFFENDER-COUNT    PIC 9(3) VALUE 0.
       01  OFFENDER-TABLE.
           05  OFFENDER-ENTRY OCCURS 500 TIMES.
               10  OF-CLIENT-IP PIC X(45).
               10  OF-SCORE     PIC 9(9) VALUE 0.
       01  WS-SUB            PIC 9(3) VALUE 0.
       01  WS-FOUND          PIC X VALUE 'N'.
       01  OFFENDER-FULL-FLAG PIC X VALUE 'N'.
      *    SECURITY LOG LINE PARSING                                  *
       01  LOG-CLIENT-IP     PIC X(45).
       01  LOG-STAMP-REST    PIC X(80).
       01  LOG-SCRAP         PIC X(600).
       01  LOG-STAMP-DAY     PIC X(2).
       01  MONTH-NAMES REDEFINES MONTH-NAMES-LITERAL.
           05  MONTH-ABBREV  PIC X(3) OCCURS 12 TIMES.
       01  LOG-LINE-DATE     PIC X(8).
       01  LOG-EVENT-REST    PIC X(80).
      *    PERIOD CUTOFF ARITHMETIC                                   *
       01  WS-TODAY-DATE     PIC X(8).
       01  WS-TODAY-NUM      PIC 9(8).
           CLOSE SECURITY-LOG-FILE.
      *****************************************************************
      * PARSE ONE AUDIT LINE -- "IP [DD/Mon/YYYY:..." -- AND COUNT    *
      * IT AGAINST ITS CLIENT WHEN IT FALLS IN THE PERIOD. BANDWIDTH  *
      * QUOTA EVENTS (QUOTA-SOFT/QUOTA-HARD) RECORD A VHOST'S TRAFFIC *
      * CROSSING A LIMIT, NOT ANYTHING THE CLIENT DID, AND ARE NOT    *
      * SCORED. NEITHER ARE LINES WHOSE ADDRESS A PRIVACY ERASURE HAS *
      * MASKED TO "-"                                                 *
      *****************************************************************
       SCORE-ONE-EVENT.
           MOVE SPACES TO LOG-CLIENT-IP
           UNSTRING SECURITY-LOG-RECORD DELIMITED BY "["
               INTO LOG-SCRAP LOG-STAMP-REST
           END-UNSTRING
           MOVE SPACES TO LOG-EVENT-REST
           UNSTRING LOG-STAMP-REST DELIMITED BY "] "
               INTO LOG-SCRAP LOG-EVENT-REST
           END-UNSTRING
           PERFORM PARSE-STAMP-DATE
           IF LOG-LINE-DATE NOT = SPACES AND
                   LOG-LINE-DATE >= WS-CUTOFF-DATE AND
                   LOG-CLIENT-IP NOT = SPACES AND
                   LOG-CLIENT-IP NOT = "-" AND
                   LOG-EVENT-REST(1:6) NOT = "QUOTA-"
               ADD 1 TO WS-EVENT-COUNT
               PERFORM TALLY-OFFENDER
           END-IF.
