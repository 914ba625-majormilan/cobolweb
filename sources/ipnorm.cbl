      *****************************************************************
      * PROGRAM:    IPNORM                                           *
      * AUTHOR:     MILÁN ATANÁZ MAJOR                                *
      * DATE:       15-OCT-2026                                       *
      * PURPOSE:    SUBPROGRAM THAT PUTS AN OPERATOR-WRITTEN CLIENT   *
      *             ADDRESS OR ADDRESS PREFIX INTO THE FORM           *
      *             WEBAPPLICATION LOGS AND STORES, SO A PLAIN TEXT   *
      *             COMPARE OR PREFIX MATCH AGAINST THE LOGS, THE     *
      *             BLOCK LIST AND THE ARCHIVE FINDS IT:              *
      *               IPV4             - UNCHANGED (1.2.3.4)         *
      *               IPV4-MAPPED IPV6 - PLAIN IPV4 (::ffff:1.2.3.4  *
      *                                  BECOMES 1.2.3.4)            *
      *               IPV6             - LOWER CASE, :: EXPANDED AND *
      *                                  EVERY GROUP FOUR DIGITS     *
      *                                  (2001:0db8:0000:...:0001)   *
      *             AN IPV6 PREFIX WITHOUT :: (FEWER THAN EIGHT       *
      *             GROUPS, e.g. 2001:db8:) HAS ITS WHOLE GROUPS      *
      *             PADDED AND A TRAILING PARTIAL GROUP LEFT AS       *
      *             WRITTEN. TEXT THAT IS NOT A WELL-FORMED ADDRESS   *
      *             IS HANDED BACK UNCHANGED                          *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IPNORM.
      *****************************************************************
      * DATA DIVISION DECLARES VARIABLES AND LINKAGE                  *
      *****************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-ADDRESS        PIC X(45) VALUE SPACES.
       01  WS-ADDRESS-LEN    PIC 9(3) VALUE 0.
       01  WS-HEAD-PART      PIC X(45) VALUE SPACES.
       01  WS-TAIL-PART      PIC X(45) VALUE SPACES.
       01  WS-GAP-COUNT      PIC 9(3) VALUE 0.
       01  WS-COLON-COUNT    PIC 9(3) VALUE 0.
       01  WS-DOT-COUNT      PIC 9(3) VALUE 0.
       01  WS-ADDRESS-OK     PIC X VALUE 'Y'.
      *    GROUPS BEFORE AND AFTER THE :: (ALL OF THEM IN THE HEAD    *
      *    TABLE WHEN THERE IS NO ::). ONE EXTRA SLOT AND ONE EXTRA   *
      *    CHARACTER SO AN OVERLONG ADDRESS OR GROUP CAN BE SEEN      *
       01  HEAD-GROUP-COUNT  PIC 9(2) VALUE 0.
       01  HEAD-GROUP-TABLE.
           05  HEAD-GROUP        PIC X(5) OCCURS 9 TIMES.
       01  TAIL-GROUP-COUNT  PIC 9(2) VALUE 0.
       01  TAIL-GROUP-TABLE.
           05  TAIL-GROUP        PIC X(5) OCCURS 9 TIMES.
       01  WS-SPLIT-PART     PIC X(45) VALUE SPACES.
       01  WS-SPLIT-LEN      PIC 9(3) VALUE 0.
       01  WS-SPLIT-PTR      PIC 9(3) VALUE 0.
       01  WS-SPLIT-COUNT    PIC 9(2) VALUE 0.
       01  WS-SPLIT-TABLE.
           05  WS-SPLIT-GROUP    PIC X(5) OCCURS 9 TIMES.
       01  WS-ONE-GROUP      PIC X(5) VALUE SPACES.
       01  WS-GROUP-LEN      PIC 9(2) VALUE 0.
       01  WS-PADDED-GROUP   PIC X(4) VALUE SPACES.
       01  WS-ZERO-GROUPS    PIC 9(2) VALUE 0.
       01  WS-GROUP-IDX      PIC 9(2) VALUE 0.
       01  WS-RESULT         PIC X(45) VALUE SPACES.
       01  WS-RESULT-PTR     PIC 9(3) VALUE 0.
       01  WS-GROUPS-WRITTEN PIC 9(2) VALUE 0.
       LINKAGE SECTION.
      *    THE ADDRESS TO NORMALISE, REPLACED IN PLACE                 *
       01  LK-CLIENT-IP      PIC X(45).
      *****************************************************************
      * PROCEDURE DIVISION CONTAINS PROGRAM LOGIC                     *
      *****************************************************************
       PROCEDURE DIVISION USING LK-CLIENT-IP.
      *    MAIN PROGRAM LOGIC                                         *
       MAIN-LOGIC.
           MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(LK-CLIENT-IP))
               TO WS-ADDRESS
           MOVE 0 TO WS-COLON-COUNT WS-DOT-COUNT WS-GAP-COUNT
           INSPECT WS-ADDRESS TALLYING WS-COLON-COUNT FOR ALL ":"
               WS-DOT-COUNT FOR ALL "."
           IF WS-COLON-COUNT > 0
      *        A LINK-LOCAL ZONE SUFFIX (%eth0) IS NOT PART OF THE     *
      *        ADDRESS THE SERVER RECORDS                              *
               UNSTRING WS-ADDRESS DELIMITED BY "%"
                   INTO WS-HEAD-PART
               END-UNSTRING
               MOVE WS-HEAD-PART TO WS-ADDRESS
               IF WS-ADDRESS(1:7) = "::ffff:" AND WS-DOT-COUNT = 3
                   MOVE WS-ADDRESS(8:38) TO WS-RESULT
                   MOVE WS-RESULT TO LK-CLIENT-IP
               ELSE
                   IF WS-DOT-COUNT = 0
                       PERFORM EXPAND-IPV6-ADDRESS
                   END-IF
               END-IF
           END-IF
           GOBACK.
      *****************************************************************
      * SPLIT THE ADDRESS AT THE :: (IF ANY) INTO ITS GROUPS, FILL    *
      * THE GAP WITH ZERO GROUPS AND WRITE EVERY GROUP BACK PADDED TO *
      * FOUR DIGITS                                                   *
      *****************************************************************
       EXPAND-IPV6-ADDRESS.
           MOVE 'Y' TO WS-ADDRESS-OK
           INSPECT WS-ADDRESS TALLYING WS-GAP-COUNT FOR ALL "::"
           MOVE SPACES TO WS-HEAD-PART WS-TAIL-PART
           IF WS-GAP-COUNT > 1
               MOVE 'N' TO WS-ADDRESS-OK
           END-IF
           IF WS-GAP-COUNT = 1
               UNSTRING WS-ADDRESS DELIMITED BY "::"
                   INTO WS-HEAD-PART WS-TAIL-PART
               END-UNSTRING
           ELSE
               MOVE WS-ADDRESS TO WS-HEAD-PART
           END-IF
           MOVE WS-HEAD-PART TO WS-SPLIT-PART
           PERFORM SPLIT-GROUPS
           MOVE WS-SPLIT-COUNT TO HEAD-GROUP-COUNT
           MOVE WS-SPLIT-TABLE TO HEAD-GROUP-TABLE
           MOVE WS-TAIL-PART TO WS-SPLIT-PART
           PERFORM SPLIT-GROUPS
           MOVE WS-SPLIT-COUNT TO TAIL-GROUP-COUNT
           MOVE WS-SPLIT-TABLE TO TAIL-GROUP-TABLE
           IF HEAD-GROUP-COUNT + TAIL-GROUP-COUNT > 8
               MOVE 'N' TO WS-ADDRESS-OK
           END-IF
           IF WS-GAP-COUNT = 1 AND
                   HEAD-GROUP-COUNT + TAIL-GROUP-COUNT > 7
               MOVE 'N' TO WS-ADDRESS-OK
           END-IF
           IF WS-ADDRESS-OK = 'Y'
               MOVE SPACES TO WS-RESULT
               MOVE 1 TO WS-RESULT-PTR
               MOVE 0 TO WS-GROUPS-WRITTEN
               PERFORM VARYING WS-GROUP-IDX FROM 1 BY 1
                       UNTIL WS-GROUP-IDX > HEAD-GROUP-COUNT
                   MOVE HEAD-GROUP(WS-GROUP-IDX) TO WS-ONE-GROUP
      *            WITHOUT A :: FEWER THAN EIGHT GROUPS IS A PREFIX,   *
      *            AND ITS LAST GROUP MAY BE PARTIAL -- LEAVE IT BE    *
                   IF WS-GAP-COUNT = 0 AND HEAD-GROUP-COUNT < 8 AND
                           WS-GROUP-IDX = HEAD-GROUP-COUNT
                       PERFORM APPEND-RAW-GROUP
                   ELSE
                       PERFORM APPEND-PADDED-GROUP
                   END-IF
               END-PERFORM
               IF WS-GAP-COUNT = 1
                   COMPUTE WS-ZERO-GROUPS =
                       8 - HEAD-GROUP-COUNT - TAIL-GROUP-COUNT
                   PERFORM WS-ZERO-GROUPS TIMES
                       MOVE "0" TO WS-ONE-GROUP
                       PERFORM APPEND-PADDED-GROUP
                   END-PERFORM
                   PERFORM VARYING WS-GROUP-IDX FROM 1 BY 1
                           UNTIL WS-GROUP-IDX > TAIL-GROUP-COUNT
                       MOVE TAIL-GROUP(WS-GROUP-IDX) TO WS-ONE-GROUP
                       PERFORM APPEND-PADDED-GROUP
                   END-PERFORM
               END-IF
           END-IF
           IF WS-ADDRESS-OK = 'Y'
               MOVE WS-RESULT TO LK-CLIENT-IP
           END-IF.
      *****************************************************************
      * BREAK WS-SPLIT-PART AT EACH COLON INTO WS-SPLIT-TABLE. AN     *
      * EMPTY PART HAS NO GROUPS; A TRAILING COLON LEAVES AN EMPTY    *
      * LAST GROUP SO A PREFIX KEEPS ITS CLOSING COLON                *
      *****************************************************************
       SPLIT-GROUPS.
           MOVE 0 TO WS-SPLIT-COUNT
           MOVE SPACES TO WS-SPLIT-TABLE
           IF WS-SPLIT-PART NOT = SPACES
               COMPUTE WS-SPLIT-LEN = FUNCTION LENGTH
                   (FUNCTION TRIM(WS-SPLIT-PART))
               MOVE 1 TO WS-SPLIT-PTR
               PERFORM UNTIL WS-SPLIT-PTR > WS-SPLIT-LEN
                       OR WS-SPLIT-COUNT > 8
                   ADD 1 TO WS-SPLIT-COUNT
                   UNSTRING WS-SPLIT-PART(1:WS-SPLIT-LEN)
                       DELIMITED BY ":"
                       INTO WS-SPLIT-GROUP(WS-SPLIT-COUNT)
                       WITH POINTER WS-SPLIT-PTR
                   END-UNSTRING
               END-PERFORM
               IF WS-SPLIT-PART(WS-SPLIT-LEN:1) = ":" AND
                       WS-SPLIT-COUNT < 9
                   ADD 1 TO WS-SPLIT-COUNT
               END-IF
           END-IF.
      *****************************************************************
      * APPEND ONE GROUP, ZERO-FILLED ON THE LEFT TO FOUR DIGITS      *
      *****************************************************************
       APPEND-PADDED-GROUP.
           MOVE 0 TO WS-GROUP-LEN
           INSPECT WS-ONE-GROUP TALLYING WS-GROUP-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-GROUP-LEN = 0 OR WS-GROUP-LEN > 4
               MOVE 'N' TO WS-ADDRESS-OK
           ELSE
               MOVE "0000" TO WS-PADDED-GROUP
               MOVE WS-ONE-GROUP(1:WS-GROUP-LEN)
                   TO WS-PADDED-GROUP(5 - WS-GROUP-LEN:WS-GROUP-LEN)
               MOVE WS-PADDED-GROUP TO WS-ONE-GROUP
               PERFORM APPEND-RAW-GROUP
           END-IF.
      *****************************************************************
      * APPEND ONE GROUP AS IT STANDS, WITH THE COLON BEFORE IT       *
      *****************************************************************
       APPEND-RAW-GROUP.
           IF WS-GROUPS-WRITTEN > 0
               STRING ":" DELIMITED BY SIZE
                   INTO WS-RESULT
                   WITH POINTER WS-RESULT-PTR
               END-STRING
           END-IF
           IF WS-ONE-GROUP(5:1) NOT = SPACE
               MOVE 'N' TO WS-ADDRESS-OK
           END-IF
           STRING WS-ONE-GROUP DELIMITED BY SPACE
               INTO WS-RESULT
               WITH POINTER WS-RESULT-PTR
           END-STRING
           ADD 1 TO WS-GROUPS-WRITTEN.
      *****************************************************************
      * TERMINATE PROGRAM                                             *
      *****************************************************************
       END PROGRAM IPNORM.
