      *****************************************************************
      * QUOTA.CPY                                                     *
      * RECORD LAYOUT OF THE INDEXED VHOST BANDWIDTH QUOTA TABLE --   *
      * ONE RECORD PER VHOST GIVING ITS MONTHLY SOFT AND HARD LIMITS  *
      * IN MEGABYTES (1048576 BYTES), MEASURED AGAINST THE MONTH-TO-  *
      * DATE VA-BYTES IN THE VHOST ACCOUNTING FILE. A VHOST WITH NO   *
      * RECORD HAS NO QUOTA. MAINTAINED WITH QUOTALOAD, ENFORCED BY   *
      * THE WEBAPPLICATION WORKERS, REPORTED DAILY BY QUOTARPT.       *
      * COPIED UNDER THE FD OF EACH PROGRAM THAT USES THE FILE.       *
      *****************************************************************
       01  QUOTA-RECORD.
           05  QT-VHOST-NAME         PIC X(80).
      *    0 = NO LIMIT AT THAT LEVEL                                  *
           05  QT-SOFT-LIMIT-MB      PIC 9(9).
           05  QT-HARD-LIMIT-MB      PIC 9(9).
      *    'Y' = KEEP SERVING PAST THE HARD LIMIT (BILLED AS OVERAGE), *
      *    'N' = ANSWER 509 ONCE THE HARD LIMIT IS PASSED              *
           05  QT-OVERAGE-ALLOWED    PIC X.
      *    THE VHOST OWNER THE SOFT-LIMIT ALERT IS MAILED TO           *
           05  QT-OWNER-MAIL         PIC X(80).
      *    MONTH (YYYYMM) THE SOFT-LIMIT ALERT AND THE HARD-LIMIT      *
      *    AUDIT EVENT WERE LAST RAISED -- EACH GOES OUT ONCE A MONTH  *
           05  QT-SOFT-ALERT-MONTH   PIC X(6).
           05  QT-HARD-ALERT-MONTH   PIC X(6).
           05  QT-UPDATED-STAMP      PIC X(14).
