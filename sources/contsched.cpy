      *****************************************************************
      * CONTSCHED.CPY                                                 *
      * RECORD LAYOUT OF THE INDEXED CONTENT SCHEDULE -- ONE RECORD   *
      * PER SCHEDULED PAGE, KEYED BY VHOST AND REQUEST PATH, GIVING   *
      * WHEN THE PAGE GOES LIVE AND WHEN IT IS WITHDRAWN. BEFORE ITS  *
      * RELEASE WEBAPPLICATION ANSWERS 404 FOR IT, FROM ITS EXPIRY ON *
      * 410 GONE, AND IN NEITHER STATE DOES IT SHOW IN A DIRECTORY    *
      * LISTING OR AN SSI INCLUDE. MAINTAINED WITH CONTSCHED AND      *
      * REPORTED DAILY BY SCHEDRPT.                                   *
      * COPIED UNDER THE FD OF EACH PROGRAM THAT USES THE FILE.       *
      *****************************************************************
       01  CONTENT-SCHEDULE-RECORD.
           05  CS-KEY.
      *        LOWER CASE, "default" FOR THE DEFAULT SITE              *
               10  CS-VHOST-NAME     PIC X(80).
      *        THE REQUEST PATH FROM THE SITE ROOT, AS THE BROWSER     *
      *        ASKS FOR IT (/promo/summer.html). A LONGER PATH CANNOT  *
      *        BE SCHEDULED                                            *
               10  CS-PATH           PIC X(120).
      *    YYYYMMDDHHMMSS, SERVER LOCAL TIME. A BLANK RELEASE MEANS    *
      *    THE PAGE IS LIVE UNTIL ITS EXPIRY; A BLANK EXPIRY MEANS IT  *
      *    STAYS LIVE ONCE RELEASED                                    *
           05  CS-RELEASE-STAMP      PIC X(14).
           05  CS-EXPIRY-STAMP       PIC X(14).
      *    CAMPAIGN OR REASON, FOR THE LISTING AND THE DAILY REPORT    *
           05  CS-NOTE               PIC X(60).
           05  CS-ADDED-STAMP        PIC X(14).
