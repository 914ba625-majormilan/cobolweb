                    PERFORM ERROR-429
                WHEN 503
                    PERFORM ERROR-503
                WHEN 509
                    PERFORM ERROR-509
                WHEN 410
                    PERFORM ERROR-410
                WHEN OTHER
                    PERFORM ERROR-500
            END-EVALUATE.
           PERFORM WRITE-ACCESS-LOG-ENTRY
           END-IF.

       ERROR-509.
           MOVE "509 Bandwidth Limit Exceeded" TO ERROR-STATUS-LINE
           MOVE SPACES TO ERROR-EXTRA-HEADER
           PERFORM LOOK-FOR-CUSTOM-ERROR-PAGE
           IF CUSTOM-ERROR-FOUND = 'Y'
               PERFORM SEND-CUSTOM-ERROR-PAGE
           ELSE
           MOVE SPACES TO RESPONSE
           STRING "HTTP/1.1 509 Bandwidth Limit Exceeded"
                   DELIMITED BY SIZE
               X"0D0A" DELIMITED BY SIZE
               "Content-Type: text/html" DELIMITED BY SIZE
               X"0D0A" DELIMITED BY SIZE
               "Server: COBOL Web Server" DELIMITED BY SIZE
               X"0D0A" DELIMITED BY SIZE
               "Content-Length: 82" DELIMITED BY SIZE
               X"0D0A0D0A" DELIMITED BY SIZE
       "<html><head><title>Error 509</title></head>" DELIMITED BY SIZE
         "<body><h1>Error 509 </h1></body></html>" DELIMITED BY SIZE
               INTO RESPONSE
           END-STRING

           MOVE 112 TO RESPONSE-SEND-LEN
           IF REQUEST-IS-HEAD NOT = 'Y'
               MOVE FUNCTION LENGTH(FUNCTION TRIM(RESPONSE, TRAILING))
                   TO RESPONSE-SEND-LEN
           END-IF
           SET XFER-DATA-PTR TO ADDRESS OF RESPONSE
           MOVE RESPONSE-SEND-LEN TO XFER-DATA-LEN
           PERFORM SEND-TO-CLIENT

           IF WS-RETURN-CODE < 0
               DISPLAY "Error sending 509 response."
           END-IF

           DISPLAY "Error 509: Bandwidth Limit Exceeded"
           MOVE 509 TO LOG-STATUS-CODE
           MOVE 82 TO LOG-BYTES-SENT
           PERFORM WRITE-ACCESS-LOG-ENTRY
           END-IF.

       ERROR-410.
           MOVE "410 Gone" TO ERROR-STATUS-LINE
           MOVE SPACES TO ERROR-EXTRA-HEADER
           PERFORM LOOK-FOR-CUSTOM-ERROR-PAGE
           IF CUSTOM-ERROR-FOUND = 'Y'
               PERFORM SEND-CUSTOM-ERROR-PAGE
           ELSE
           MOVE SPACES TO RESPONSE
           STRING "HTTP/1.1 410 Gone" DELIMITED BY SIZE
               X"0D0A" DELIMITED BY SIZE
               "Content-Type: text/html" DELIMITED BY SIZE
               X"0D0A" DELIMITED BY SIZE
               "Server: COBOL Web Server" DELIMITED BY SIZE
               X"0D0A" DELIMITED BY SIZE
               "Content-Length: 82" DELIMITED BY SIZE
               X"0D0A0D0A" DELIMITED BY SIZE
       "<html><head><title>Error 410</title></head>" DELIMITED BY SIZE
         "<body><h1>Error 410 </h1></body></html>" DELIMITED BY SIZE
               INTO RESPONSE
           END-STRING

           MOVE 92 TO RESPONSE-SEND-LEN
           IF REQUEST-IS-HEAD NOT = 'Y'
               MOVE FUNCTION LENGTH(FUNCTION TRIM(RESPONSE, TRAILING))
                   TO RESPONSE-SEND-LEN
           END-IF
           SET XFER-DATA-PTR TO ADDRESS OF RESPONSE
           MOVE RESPONSE-SEND-LEN TO XFER-DATA-LEN
           PERFORM SEND-TO-CLIENT

           IF WS-RETURN-CODE < 0
               DISPLAY "Error sending 410 response."
           END-IF

           DISPLAY "Error 410: Gone"
           MOVE 410 TO LOG-STATUS-CODE
           MOVE 82 TO LOG-BYTES-SENT
           PERFORM WRITE-ACCESS-LOG-ENTRY
           END-IF.

       ERROR-500.
           MOVE "500 Internal Server Error" TO ERROR-STATUS-LINE
           MOVE SPACES TO ERROR-EXTRA-HEADER
