      *****************************************************************
      * FORMDLV.CPY                                                   *
      * RECORD LAYOUT OF THE INDEXED FORM DELIVERY FILE -- ONE RECORD *
      * PER SUBMISSION FORMDISP HAS TRIED TO DELIVER, KEYED BY THE    *
      * SUBMISSION'S OWN KEY. A SUBMISSION WITH NO DELIVERY RECORD IS *
      * STILL PENDING. FORMMAINT SHOWS, PURGES AND REQUEUES THEM.     *
      * COPIED UNDER THE FD OF EACH PROGRAM THAT USES THE FILE.       *
      *****************************************************************
       01  FORM-DELIVERY-RECORD.
           05  DL-KEY.
               10  DL-STAMP          PIC X(14).
               10  DL-SEQ            PIC 9(3).
      *    DELIVERED; FAILED (RETRIED ON THE NEXT RUN); NOROUTE (NO    *
      *    ACTIVE ROUTE YET, RETRIED ON THE NEXT RUN); EXCEPTION       *
      *    (FAILED FORM-MAX-RETRIES TIMES, WAITING FOR AN OPERATOR)    *
           05  DL-STATUS             PIC X(10).
           05  DL-RETRY-COUNT        PIC 9(3).
           05  DL-LAST-ATTEMPT       PIC X(14).
           05  DL-DELIVERED-STAMP    PIC X(14).
           05  DL-DESTINATION        PIC X(255).
      *    THE SPOOL OR DROP FILE WRITTEN FOR A DELIVERED SUBMISSION   *
           05  DL-OUTPUT-PATH        PIC X(255).
           05  DL-LAST-ERROR         PIC X(60).
