       01  LK-REQUEST-BODY   PIC X(65536).
       01  LK-REQUEST-BODY-LEN PIC 9(9) COMP.
      *    CLIENT IP AND THE VHOST THAT TOOK THE REQUEST               *
       01  LK-CLIENT-IP      PIC X(45).
       01  LK-VHOST-NAME     PIC X(80).
      *    SESSION TOKEN BACKED BY THE SHARED SESSION FILE             *
       01  LK-SESSION-TOKEN  PIC X(32).
