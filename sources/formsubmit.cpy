           05  FS-KEY.
               10  FS-STAMP      PIC X(14).
               10  FS-SEQ        PIC 9(3).
      *    IPV4 DOTTED OR IPV6 WRITTEN OUT IN FULL, AS LOGGED          *
           05  FS-CLIENT-IP      PIC X(45).
           05  FS-VHOST-NAME     PIC X(80).
           05  FS-FORM-NAME      PIC X(40).
           05  FS-FIELD-DATA     PIC X(1024).
