      *****************************************************************
      * CUSTASGN.CPY                                                  *
      * RECORD LAYOUT OF THE INDEXED VHOST-TO-CUSTOMER ASSIGNMENT     *
      * FILE -- ONE RECORD PER PERIOD A VHOST BELONGS TO A CUSTOMER,  *
      * KEYED BY VHOST NAME AND THE DATE THE PERIOD STARTS, SO A      *
      * VHOST HANDED FROM ONE CUSTOMER TO ANOTHER KEEPS ITS HISTORY   *
      * AND EACH DAY'S TRAFFIC BILLS TO WHOEVER OWNED IT THAT DAY.    *
      * MAINTAINED WITH THE CUSTLOAD UTILITY.                         *
      * COPIED UNDER THE FD OF EACH PROGRAM THAT USES THE FILE.       *
      *****************************************************************
       01  CUSTOMER-ASSIGN-RECORD.
           05  CA-KEY.
               10  CA-VHOST-NAME     PIC X(80).
               10  CA-EFFECTIVE-FROM PIC X(8).
           05  CA-CUSTOMER-ID        PIC X(10).
      *    LAST DAY OF THE PERIOD (YYYYMMDD), SPACES WHILE IT IS OPEN  *
           05  CA-EFFECTIVE-TO       PIC X(8).
           05  CA-UPDATED-STAMP      PIC X(14).
