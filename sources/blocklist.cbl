       01  WS-BLOCK-STATUS   PIC XX.
      *    OPERATOR DIALOGUE                                          *
       01  WS-COMMAND        PIC X(10) VALUE SPACES.
       01  WS-TARGET-IP      PIC X(45) VALUE SPACES.
       01  WS-TIMESTAMP      PIC X(21).
       01  WS-NOW-EPOCH      PIC S9(18) COMP-5 VALUE 0.
       01  WS-LISTED-COUNT   PIC 9(5) VALUE 0.
               WHEN OTHER
                   MOVE "expired" TO WS-STATE-TEXT
           END-EVALUATE
           DISPLAY "  " FUNCTION TRIM(BL-CLIENT-IP) " tier " BL-TIER
               " score " BL-SCORE
               " added " BL-ADDED-STAMP " " WS-STATE-TEXT.
      *****************************************************************
           DISPLAY "Client IP to block permanently: "
               WITH NO ADVANCING
           ACCEPT WS-TARGET-IP
           CALL "IPNORM" USING WS-TARGET-IP
           END-CALL
           IF FUNCTION TRIM(WS-TARGET-IP) = SPACES
               DISPLAY "BLOCKLIST: empty address - nothing done"
               MOVE 8 TO RETURN-CODE
       REMOVE-BLOCK-ENTRY.
           DISPLAY "Client IP to unblock: " WITH NO ADVANCING
           ACCEPT WS-TARGET-IP
           CALL "IPNORM" USING WS-TARGET-IP
           END-CALL
           PERFORM OPEN-BLOCK-LIST-IO
           MOVE WS-TARGET-IP TO BL-CLIENT-IP
           READ BLOCK-LIST-FILE
