      *****************************************************************
      * PUBHIST.CPY                                                   *
      * RECORD LAYOUT OF THE PUBLICATION HISTORY FILE -- ONE INDEXED  *
      * RECORD PER UPLOADPUB PUBLISH OR ROLLBACK, KEYED BY A ONE-UP   *
      * PUBLICATION NUMBER. WHEN A PUBLISH OR ROLLBACK REPLACES A     *
      * LIVE FILE, THE FILE IT REPLACED IS KEPT IN THE VERSIONS       *
      * FOLDER UNDER PH-VERSION-PATH, AND THAT NUMBER IS WHAT A LATER *
      * ROLLBACK NAMES TO PUT IT BACK.                                *
      * COPIED UNDER THE FD OF EACH PROGRAM THAT USES THE FILE.       *
      *****************************************************************
       01  PUBLISH-HISTORY-RECORD.
           05  PH-PUB-ID         PIC 9(9).
      *    "PUBLISH" OR "ROLLBACK"                                     *
           05  PH-ACTION         PIC X(8).
           05  PH-STAMP          PIC X(14).
           05  PH-OPERATOR       PIC X(30).
           05  PH-TARGET-FOLDER  PIC X(255).
           05  PH-FILE-NAME      PIC X(100).
      *    CRC OF THE LIVE FILE BEFORE AND AFTER -- PH-OLD-EXISTS IS   *
      *    'N' WHEN THERE WAS NO LIVE FILE TO REPLACE                  *
           05  PH-OLD-EXISTS     PIC X.
           05  PH-OLD-CRC        PIC 9(10).
           05  PH-NEW-CRC        PIC 9(10).
      *    WHERE THE REPLACED FILE WAS KEPT, SPACES WHEN NOTHING WAS   *
      *    REPLACED                                                    *
           05  PH-VERSION-PATH   PIC X(255).
      *    FOR A ROLLBACK, THE PUBLICATION WHOSE KEPT VERSION WAS PUT  *
      *    BACK; ZERO FOR A PUBLISH                                    *
           05  PH-ROLLBACK-OF    PIC 9(9).
      *    THE UPLOAD REGISTER LINE THE PUBLISHED FILE CAME FROM       *
           05  PH-REGISTER-LINE  PIC X(600).
