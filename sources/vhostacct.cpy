      * RECORD LAYOUT OF THE PER-VIRTUAL-HOST TRAFFIC ACCOUNTING      *
      * FILE -- ONE INDEXED RECORD PER VHOST PER DAY, UPDATED BY THE  *
      * WEBAPPLICATION WORKERS AFTER EVERY REQUEST AND READ BY THE    *
      * VHOSTBILL MONTHLY CHARGEBACK EXTRACT, THE WORKERS' BANDWIDTH  *
      * QUOTA CHECK AND QUOTARPT. REQUESTS SERVED FROM                *
      * THE GLOBAL ROOT-FOLDER ARE BOOKED UNDER THE NAME "default".   *
      * COPIED UNDER THE FD OF EACH PROGRAM THAT USES THE FILE.       *
      *****************************************************************
