      *****************************************************************
      * AUTHSEC.CPY                                                   *
      * RECORD LAYOUT OF THE SHARED BASIC AUTH SECURITY FILE -- ONE   *
      * INDEXED RECORD PER CREDENTIALS-FILE USER, KEYED BY USERNAME.  *
      * EVERY WEBAPPLICATION WORKER UPDATES IT AS A LOGIN SUCCEEDS OR *
      * FAILS, LOCKING THE ACCOUNT AT AUTH-LOCKOUT-THRESHOLD FAILURES *
      * IN A ROW; CREDLOAD WRITES IT WHEN A PASSWORD IS SET AND       *
      * CLEARS OR SETS THE LOCK AND FORCED-EXPIRY FLAGS ON DEMAND.    *
      * COPIED UNDER THE FD OF EACH PROGRAM THAT USES THE FILE.       *
      *****************************************************************
       01  AUTH-SECURITY-RECORD.
           05  AS-USERNAME         PIC X(40).
      *    FAILED LOGINS SINCE THE LAST SUCCESSFUL ONE                 *
           05  AS-FAILED-COUNT     PIC 9(4).
           05  AS-LAST-FAIL-STAMP  PIC X(14).
      *    'Y' = LOCKED OUT UNTIL AN OPERATOR UNLOCKS THE ACCOUNT      *
           05  AS-LOCKED-FLAG      PIC X.
           05  AS-LOCKED-STAMP     PIC X(14).
      *    YYYYMMDD THE CURRENT PASSWORD WAS SET                       *
           05  AS-PASSWORD-SET-DATE PIC X(8).
      *    'Y' = PASSWORD TREATED AS EXPIRED WHATEVER ITS AGE          *
           05  AS-FORCE-EXPIRE-FLAG PIC X.
