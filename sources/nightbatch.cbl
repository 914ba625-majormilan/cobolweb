      *****************************************************************
      * PROGRAM:    NIGHTBATCH                                       *
      * AUTHOR:     MILÁN ATANÁZ MAJOR                                *
      * DATE:       15-OCT-2026                                       *
      * PURPOSE:    NIGHTLY BATCH DRIVER. RUNS THE STEPS LISTED IN   *
      *             THE SCHEDULE FILE IN SEQUENCE, FEEDING EACH ONE  *
      *             ITS CONSOLE ANSWERS (RUN MODE, DATE, MONTH) FROM *
      *             THE SCHEDULE INSTEAD OF AN OPERATOR, AND SENDS   *
      *             ITS OUTPUT TO A PER-STEP LOG. EACH STEP'S START, *
      *             END AND RETURN CODE GO TO THE INDEXED RUN-       *
      *             CONTROL FILE. A STEP WHOSE RETURN CODE REACHES   *
      *             ITS FAIL LEVEL STOPS THE RUN; A STEP WHOSE GATE  *
      *             STEP RETURNED AT OR ABOVE THE HOLD LEVEL (E.G.   *
      *             VHOSTBILL AFTER RECONCILE RETURNS 8) IS HELD.    *
      *             MONTH-END STEPS RUN ONLY WHEN THE BUSINESS DATE  *
      *             IS THE LAST DAY OF ITS MONTH. A RERUN FOR THE    *
      *             SAME BUSINESS DATE PASSES OVER THE STEPS ALREADY *
      *             DONE AND RESUMES AT THE FIRST UNFINISHED ONE,    *
      *             OR AT A STEP THE OPERATOR NAMES. ENDS WITH A     *
      *             ONE-PAGE RUN SUMMARY FOR THE SHIFT LOG           *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NIGHTBATCH.
      *****************************************************************
      * ENVIRONMENT DIVISION SPECIFIES PHYSICAL ASPECTS OF PROGRAM    *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    CONFIG FILE - SHARED WITH WEBAPPLICATION                   *
           SELECT CONFIG-FILE ASSIGN TO DYNAMIC CONFIG-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
      *    SCHEDULE-FILE LISTS THE STEPS, ONE PER LINE                *
           SELECT SCHEDULE-FILE ASSIGN TO DYNAMIC BATCH-SCHEDULE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHED-STATUS.
      *    RUN-CONTROL-FILE RECORDS EVERY STEP OF EVERY RUN           *
           SELECT RUN-CONTROL-FILE ASSIGN TO DYNAMIC BATCH-CONTROL-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-CTL-STATUS.
      *    ANSWER-FILE IS THE CONSOLE INPUT HANDED TO ONE STEP        *
           SELECT ANSWER-FILE ASSIGN TO DYNAMIC ANSWER-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANSWER-STATUS.
      *    SUMMARY-FILE RECEIVES THE RUN SUMMARY FOR THE SHIFT LOG    *
           SELECT SUMMARY-FILE ASSIGN TO DYNAMIC SUMMARY-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUMMARY-STATUS.
      *****************************************************************
      * DATA DIVISION DECLARES VARIABLES AND FILE STRUCTURES          *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CONFIG-FILE.
       01  CONFIG-RECORD     PIC X(100).
       FD  SCHEDULE-FILE.
       01  SCHEDULE-RECORD   PIC X(400).
       FD  RUN-CONTROL-FILE.
       COPY "sources/runctl.cpy".
       FD  ANSWER-FILE.
       01  ANSWER-RECORD     PIC X(80).
       FD  SUMMARY-FILE.
       01  SUMMARY-RECORD    PIC X(132).
       WORKING-STORAGE SECTION.
       01  CONFIG-FILE-PATH  PIC X(255).
          88 CONFIG-FILE-DEFAULT
          VALUE "/etc/cobweb/cobweb.conf".
       01  CONFIG-VARIABLE   PIC X(25).
       01  CONFIG-VALUE      PIC X(80).
       01  BATCH-SCHEDULE-PATH PIC X(255)
           VALUE "nightly-schedule.dat".
       01  BATCH-CONTROL-PATH PIC X(255) VALUE "batch-control.idx".
      *    FOLDER FOR THE PER-STEP LOGS, ANSWER FILES AND SUMMARY     *
       01  BATCH-LOG-DIR     PIC X(255) VALUE ".".
       01  ANSWER-FILE-PATH  PIC X(255) VALUE SPACES.
       01  STEP-LOG-PATH     PIC X(255) VALUE SPACES.
       01  SUMMARY-FILE-PATH PIC X(255) VALUE SPACES.
       01  WS-FILE-STATUS    PIC XX.
       01  WS-SCHED-STATUS   PIC XX.
       01  WS-CTL-STATUS     PIC XX.
       01  WS-ANSWER-STATUS  PIC XX.
       01  WS-SUMMARY-STATUS PIC XX.
      *    OPERATOR DIALOGUE                                          *
       01  WS-RUN-DATE       PIC X(8) VALUE SPACES.
       01  WS-RUN-MONTH      PIC X(6) VALUE SPACES.
       01  WS-RESTART-FROM   PIC X(3) VALUE SPACES.
      *    'Y' WHEN THE BUSINESS DATE IS THE LAST DAY OF ITS MONTH    *
       01  MONTH-END-FLAG    PIC X VALUE 'N'.
       01  WS-DATE-NUM       PIC 9(8) VALUE 0.
       01  WS-DAY-INTEGER    PIC 9(8) VALUE 0.
       01  WS-NEXT-DATE      PIC X(8) VALUE SPACES.
       01  WS-TIMESTAMP      PIC X(21) VALUE SPACES.
       01  WS-RUN-START-STAMP PIC X(14) VALUE SPACES.
       01  WS-RUN-END-STAMP  PIC X(14) VALUE SPACES.
      *    THE SCHEDULE AS LOADED, WITH EACH STEP'S OUTCOME THIS RUN  *
       01  STEP-COUNT        PIC 9(3) VALUE 0.
       01  STEP-TABLE.
           05  STEP-ENTRY OCCURS 50 TIMES.
               10  ST-SEQ          PIC X(3).
               10  ST-NAME         PIC X(12).
               10  ST-COMMAND      PIC X(80).
      *        DAILY OR MONTHEND                                      *
               10  ST-FREQUENCY    PIC X(8).
               10  ST-FAIL-AT      PIC 9(4).
               10  ST-HOLD-STEP    PIC X(12).
               10  ST-HOLD-AT      PIC 9(4).
               10  ST-ANSWERS      PIC X(200).
               10  ST-STATUS       PIC X(8).
               10  ST-RC           PIC 9(4).
               10  ST-START-STAMP  PIC X(14).
               10  ST-END-STAMP    PIC X(14).
               10  ST-NOTE         PIC X(60).
      *        'Y' WHEN THE OUTCOME WAS TAKEN FROM AN EARLIER RUN     *
               10  ST-RESUMED      PIC X.
      *    SCHEDULE LINE FIELDS                                       *
       01  SCHED-FIELDS.
           05  SF-SEQ            PIC X(3).
           05  SF-NAME           PIC X(12).
           05  SF-COMMAND        PIC X(80).
           05  SF-FREQUENCY      PIC X(8).
           05  SF-FAIL-AT        PIC X(4).
           05  SF-HOLD-STEP      PIC X(12).
           05  SF-HOLD-AT        PIC X(4).
           05  SF-ANSWERS        PIC X(200).
       01  SCHED-OK-FLAG     PIC X VALUE 'Y'.
       01  WS-SCHED-LINE-NO  PIC 9(4) VALUE 0.
      *    STEP EXECUTION                                             *
       01  STEP-IDX          PIC 9(3) VALUE 0.
       01  GATE-IDX          PIC 9(3) VALUE 0.
       01  GATE-LIMIT        PIC 9(3) VALUE 0.
       01  RC-FOUND-FLAG     PIC X VALUE 'N'.
       01  RUN-STOPPED-FLAG  PIC X VALUE 'N'.
       01  WS-ATTEMPTS       PIC 9(3) VALUE 0.
       01  WS-SHELL-COMMAND  PIC X(1000) VALUE SPACES.
       01  WS-SYSTEM-STATUS  PIC S9(9) COMP-5 VALUE 0.
       01  WS-SIGNAL-BITS    PIC S9(9) COMP-5 VALUE 0.
       01  WS-STEP-RC        PIC 9(4) VALUE 0.
       01  WS-RC-DISP        PIC Z(3)9.
       01  WS-ANSWER         PIC X(80) VALUE SPACES.
       01  WS-ANSWER-PTR     PIC 9(4) VALUE 0.
       01  WS-ANSWER-COUNT   PIC 9(4) VALUE 0.
       01  WS-ANSWER-SUB     PIC 9(4) VALUE 0.
      *    RUN TOTALS                                                 *
       01  WS-COMPLETE-COUNT PIC 9(3) VALUE 0.
       01  WS-WARNING-COUNT  PIC 9(3) VALUE 0.
       01  WS-HELD-COUNT     PIC 9(3) VALUE 0.
       01  WS-FAILED-COUNT   PIC 9(3) VALUE 0.
       01  WS-SKIPPED-COUNT  PIC 9(3) VALUE 0.
       01  WS-NOTRUN-COUNT   PIC 9(3) VALUE 0.
       01  WS-RESUMED-COUNT  PIC 9(3) VALUE 0.
       01  WS-SUMMARY-LINE   PIC X(132) VALUE SPACES.
      *****************************************************************
      * PROCEDURE DIVISION CONTAINS PROGRAM LOGIC                     *
      *****************************************************************
       PROCEDURE DIVISION.
      *    MAIN PROGRAM LOGIC                                         *
       MAIN-LOGIC.
           PERFORM READ-CONFIG-FILE
           PERFORM ACCEPT-RUN-PARAMETERS
           PERFORM LOAD-SCHEDULE
           PERFORM OPEN-RUN-CONTROL
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:14) TO WS-RUN-START-STAMP
           PERFORM VARYING STEP-IDX FROM 1 BY 1
                   UNTIL STEP-IDX > STEP-COUNT
               IF RUN-STOPPED-FLAG = 'Y'
                   MOVE "NOT RUN" TO ST-STATUS(STEP-IDX)
                   MOVE "run stopped at an earlier failed step"
                       TO ST-NOTE(STEP-IDX)
               ELSE
                   PERFORM PROCESS-STEP
               END-IF
           END-PERFORM
           CLOSE RUN-CONTROL-FILE
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:14) TO WS-RUN-END-STAMP
           PERFORM WRITE-RUN-SUMMARY
           STOP RUN.
      *****************************************************************
      * READ SERVER CONFIGURATION FOR THE SCHEDULE, RUN-CONTROL AND   *
      * LOG LOCATIONS                                                 *
      *****************************************************************
       READ-CONFIG-FILE.
           ACCEPT CONFIG-FILE-PATH FROM ENVIRONMENT "COBWEB_CONFIG"
             ON EXCEPTION
                SET CONFIG-FILE-DEFAULT TO TRUE
           END-ACCEPT
           OPEN INPUT CONFIG-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No config file found, using defaults"
           ELSE
               PERFORM UNTIL WS-FILE-STATUS = "10"
                   READ CONFIG-FILE INTO CONFIG-RECORD
                       AT END
                           MOVE "10" TO WS-FILE-STATUS
                       NOT AT END
                           PERFORM PROCESS-CONFIG-RECORD
                   END-READ
               END-PERFORM
               CLOSE CONFIG-FILE
           END-IF.
      *****************************************************************
      * PROCESS ONE CONFIGURATION RECORD                              *
      *****************************************************************
       PROCESS-CONFIG-RECORD.
           UNSTRING CONFIG-RECORD DELIMITED BY "="
               INTO CONFIG-VARIABLE CONFIG-VALUE
           END-UNSTRING
           EVALUATE CONFIG-VARIABLE
               WHEN "BATCH-SCHEDULE-PATH"
                   MOVE CONFIG-VALUE TO BATCH-SCHEDULE-PATH
               WHEN "BATCH-CONTROL-PATH"
                   MOVE CONFIG-VALUE TO BATCH-CONTROL-PATH
               WHEN "BATCH-LOG-DIR"
                   MOVE CONFIG-VALUE TO BATCH-LOG-DIR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *****************************************************************
      * ASK FOR THE BUSINESS DATE (DEFAULT YESTERDAY) AND AN OPTIONAL *
      * RESTART STEP, AND WORK OUT THE BILLING MONTH AND WHETHER THE  *
      * DATE IS A MONTH END                                           *
      *****************************************************************
       ACCEPT-RUN-PARAMETERS.
           DISPLAY "Business date (YYYYMMDD, blank for yesterday): "
               WITH NO ADVANCING
           ACCEPT WS-RUN-DATE
           IF WS-RUN-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
               MOVE WS-TIMESTAMP(1:8) TO WS-DATE-NUM
               COMPUTE WS-DAY-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 1
               MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER)
                   TO WS-DATE-NUM
               MOVE WS-DATE-NUM TO WS-RUN-DATE
           END-IF
           IF WS-RUN-DATE IS NOT NUMERIC
               DISPLAY "NIGHTBATCH: business date must be YYYYMMDD"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO WS-DATE-NUM
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) NOT = 0
               DISPLAY "NIGHTBATCH: not a valid date: " WS-RUN-DATE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-RUN-DATE(1:6) TO WS-RUN-MONTH
           COMPUTE WS-DAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) + 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER)
               TO WS-DATE-NUM
           MOVE WS-DATE-NUM TO WS-NEXT-DATE
           IF WS-NEXT-DATE(7:2) = "01"
               MOVE 'Y' TO MONTH-END-FLAG
           END-IF
           DISPLAY "Restart from step (blank to resume at the first "
               "unfinished step): " WITH NO ADVANCING
           ACCEPT WS-RESTART-FROM
           IF WS-RESTART-FROM NOT = SPACES AND
                   WS-RESTART-FROM IS NOT NUMERIC
               DISPLAY "NIGHTBATCH: restart step must be the 3-digit "
                   "sequence number from the schedule"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *****************************************************************
      * LOAD THE SCHEDULE. LINES STARTING WITH * ARE COMMENTS; EACH   *
      * OTHER LINE IS SEQ;STEP;COMMAND;FREQUENCY;FAIL-AT;HOLD-STEP;   *
      * HOLD-AT;ANSWERS, THE ANSWERS SEPARATED BY |                   *
      *****************************************************************
       LOAD-SCHEDULE.
           OPEN INPUT SCHEDULE-FILE
           IF WS-SCHED-STATUS NOT = "00"
               DISPLAY "Error opening schedule file: "
                   FUNCTION TRIM(BATCH-SCHEDULE-PATH)
                   " status " WS-SCHED-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-SCHED-STATUS NOT = "00"
               READ SCHEDULE-FILE
                   AT END
                       MOVE "10" TO WS-SCHED-STATUS
                   NOT AT END
                       ADD 1 TO WS-SCHED-LINE-NO
                       IF SCHEDULE-RECORD NOT = SPACES AND
                               SCHEDULE-RECORD(1:1) NOT = "*"
                           PERFORM PARSE-SCHEDULE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SCHEDULE-FILE
           IF STEP-COUNT = 0
               DISPLAY "NIGHTBATCH: schedule "
                   FUNCTION TRIM(BATCH-SCHEDULE-PATH)
                   " defines no steps"
               MOVE 'N' TO SCHED-OK-FLAG
           END-IF
           IF SCHED-OK-FLAG NOT = 'Y'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
      *****************************************************************
      * CHECK ONE SCHEDULE LINE AND ADD IT TO THE STEP TABLE. STEPS   *
      * MUST BE IN ASCENDING SEQUENCE AND A HOLD STEP MUST COME       *
      * EARLIER IN THE SCHEDULE THAN THE STEP IT GATES                *
      *****************************************************************
       PARSE-SCHEDULE-LINE.
           INITIALIZE SCHED-FIELDS
           UNSTRING SCHEDULE-RECORD DELIMITED BY ";"
               INTO SF-SEQ SF-NAME SF-COMMAND SF-FREQUENCY
                   SF-FAIL-AT SF-HOLD-STEP SF-HOLD-AT SF-ANSWERS
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(SF-NAME) TO SF-NAME
           MOVE FUNCTION UPPER-CASE(SF-FREQUENCY) TO SF-FREQUENCY
           MOVE FUNCTION UPPER-CASE(SF-HOLD-STEP) TO SF-HOLD-STEP
           IF SF-SEQ IS NOT NUMERIC OR SF-NAME = SPACES OR
                   SF-COMMAND = SPACES
               DISPLAY "NIGHTBATCH: schedule line " WS-SCHED-LINE-NO
                   " needs a 3-digit sequence, a step and a command"
               MOVE 'N' TO SCHED-OK-FLAG
           ELSE
               IF STEP-COUNT > 0
                   IF SF-SEQ NOT > ST-SEQ(STEP-COUNT)
                       DISPLAY "NIGHTBATCH: schedule line "
                           WS-SCHED-LINE-NO " step " SF-SEQ
                           " is out of sequence"
                       MOVE 'N' TO SCHED-OK-FLAG
                   END-IF
               END-IF
               IF SF-FREQUENCY NOT = "DAILY" AND
                       SF-FREQUENCY NOT = "MONTHEND"
                   DISPLAY "NIGHTBATCH: schedule line "
                       WS-SCHED-LINE-NO
                       " frequency must be DAILY or MONTHEND"
                   MOVE 'N' TO SCHED-OK-FLAG
               END-IF
               IF SF-HOLD-STEP NOT = SPACES
                   MOVE STEP-COUNT TO GATE-LIMIT
                   PERFORM FIND-GATE-STEP
                   IF GATE-IDX = 0
                       DISPLAY "NIGHTBATCH: schedule line "
                           WS-SCHED-LINE-NO " hold step "
                           FUNCTION TRIM(SF-HOLD-STEP)
                           " is not an earlier step"
                       MOVE 'N' TO SCHED-OK-FLAG
                   END-IF
               END-IF
               IF STEP-COUNT >= 50
                   DISPLAY "NIGHTBATCH: more than 50 schedule steps"
                   MOVE 'N' TO SCHED-OK-FLAG
               END-IF
               IF SCHED-OK-FLAG = 'Y'
                   PERFORM ADD-SCHEDULE-STEP
               END-IF
           END-IF.
      *****************************************************************
      * ADD THE CHECKED SCHEDULE LINE TO THE STEP TABLE. A BLANK FAIL *
      * LEVEL MEANS 12; A BLANK HOLD LEVEL MEANS 8                    *
      *****************************************************************
       ADD-SCHEDULE-STEP.
           ADD 1 TO STEP-COUNT
           MOVE SF-SEQ TO ST-SEQ(STEP-COUNT)
           MOVE SF-NAME TO ST-NAME(STEP-COUNT)
           MOVE SF-COMMAND TO ST-COMMAND(STEP-COUNT)
           MOVE SF-FREQUENCY TO ST-FREQUENCY(STEP-COUNT)
           IF SF-FAIL-AT = SPACES
               MOVE 12 TO ST-FAIL-AT(STEP-COUNT)
           ELSE
               MOVE FUNCTION NUMVAL(SF-FAIL-AT)
                   TO ST-FAIL-AT(STEP-COUNT)
           END-IF
           MOVE SF-HOLD-STEP TO ST-HOLD-STEP(STEP-COUNT)
           IF SF-HOLD-AT = SPACES
               MOVE 8 TO ST-HOLD-AT(STEP-COUNT)
           ELSE
               MOVE FUNCTION NUMVAL(SF-HOLD-AT)
                   TO ST-HOLD-AT(STEP-COUNT)
           END-IF
           MOVE SF-ANSWERS TO ST-ANSWERS(STEP-COUNT)
           MOVE SPACES TO ST-STATUS(STEP-COUNT)
           MOVE 0 TO ST-RC(STEP-COUNT)
           MOVE SPACES TO ST-START-STAMP(STEP-COUNT)
           MOVE SPACES TO ST-END-STAMP(STEP-COUNT)
           MOVE SPACES TO ST-NOTE(STEP-COUNT)
           MOVE 'N' TO ST-RESUMED(STEP-COUNT).
      *****************************************************************
      * FIND SF-HOLD-STEP AMONG THE FIRST GATE-LIMIT STEPS            *
      *****************************************************************
       FIND-GATE-STEP.
           PERFORM VARYING GATE-IDX FROM GATE-LIMIT BY -1
                   UNTIL GATE-IDX = 0
               IF ST-NAME(GATE-IDX) = SF-HOLD-STEP
                   EXIT PERFORM
               END-IF
           END-PERFORM.
      *****************************************************************
      * OPEN THE RUN-CONTROL FILE FOR UPDATE, CREATING IT ON FIRST    *
      * USE                                                           *
      *****************************************************************
       OPEN-RUN-CONTROL.
           OPEN I-O RUN-CONTROL-FILE
           IF WS-CTL-STATUS = "05" OR WS-CTL-STATUS = "35"
               OPEN OUTPUT RUN-CONTROL-FILE
               CLOSE RUN-CONTROL-FILE
               OPEN I-O RUN-CONTROL-FILE
           END-IF
           IF WS-CTL-STATUS NOT = "00"
               DISPLAY "Error opening run-control file: "
                   FUNCTION TRIM(BATCH-CONTROL-PATH)
                   " status " WS-CTL-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
      *****************************************************************
      * DECIDE WHAT TO DO WITH ONE STEP -- PASS OVER IT WHEN AN       *
      * EARLIER RUN FOR THE DATE ALREADY FINISHED IT, SKIP IT WHEN IT *
      * IS NOT DUE, HOLD IT WHEN ITS GATE STEP DID NOT PASS, AND      *
      * OTHERWISE RUN IT                                              *
      *****************************************************************
       PROCESS-STEP.
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE ST-SEQ(STEP-IDX) TO RC-STEP-SEQ
           READ RUN-CONTROL-FILE
               INVALID KEY
                   MOVE 'N' TO RC-FOUND-FLAG
                   MOVE 0 TO WS-ATTEMPTS
               NOT INVALID KEY
                   MOVE 'Y' TO RC-FOUND-FLAG
                   MOVE RC-ATTEMPTS TO WS-ATTEMPTS
           END-READ
           IF WS-RESTART-FROM NOT = SPACES AND
                   ST-SEQ(STEP-IDX) < WS-RESTART-FROM
               PERFORM TAKE-EARLIER-OUTCOME
           ELSE
               IF WS-RESTART-FROM = SPACES AND RC-FOUND-FLAG = 'Y'
                   AND (RC-STATUS = "COMPLETE" OR
                        RC-STATUS = "SKIPPED")
                   PERFORM TAKE-EARLIER-OUTCOME
               ELSE
                   IF ST-FREQUENCY(STEP-IDX) = "MONTHEND" AND
                           MONTH-END-FLAG NOT = 'Y'
                       MOVE "SKIPPED" TO ST-STATUS(STEP-IDX)
                       MOVE "not due - month-end step"
                           TO ST-NOTE(STEP-IDX)
                       PERFORM RECORD-STEP-OUTCOME
                   ELSE
                       PERFORM CHECK-STEP-GATE
                       IF ST-STATUS(STEP-IDX) = "HELD"
                           PERFORM RECORD-STEP-OUTCOME
                       ELSE
                           PERFORM RUN-STEP
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *****************************************************************
      * CARRY AN EARLIER RUN'S OUTCOME FOR THE STEP INTO THIS RUN.    *
      * BEFORE AN OPERATOR-NAMED RESTART STEP, A STEP THAT NEVER      *
      * FINISHED IS LEFT NOT RUN                                      *
      *****************************************************************
       TAKE-EARLIER-OUTCOME.
           IF RC-FOUND-FLAG = 'Y'
               MOVE RC-STATUS TO ST-STATUS(STEP-IDX)
               MOVE RC-RETURN-CODE TO ST-RC(STEP-IDX)
               MOVE RC-START-STAMP TO ST-START-STAMP(STEP-IDX)
               MOVE RC-END-STAMP TO ST-END-STAMP(STEP-IDX)
               MOVE RC-NOTE TO ST-NOTE(STEP-IDX)
               MOVE 'Y' TO ST-RESUMED(STEP-IDX)
               ADD 1 TO WS-RESUMED-COUNT
           ELSE
               MOVE "NOT RUN" TO ST-STATUS(STEP-IDX)
               MOVE "before the restart step" TO ST-NOTE(STEP-IDX)
           END-IF.
      *****************************************************************
      * A STEP WITH A HOLD STEP RUNS ONLY WHEN THE HOLD STEP FINISHED *
      * THIS DATE BELOW THE HOLD LEVEL, OR WAS NOT DUE                *
      *****************************************************************
       CHECK-STEP-GATE.
           MOVE SPACES TO ST-STATUS(STEP-IDX)
           IF ST-HOLD-STEP(STEP-IDX) NOT = SPACES
               MOVE ST-HOLD-STEP(STEP-IDX) TO SF-HOLD-STEP
               COMPUTE GATE-LIMIT = STEP-IDX - 1
               PERFORM FIND-GATE-STEP
               EVALUATE ST-STATUS(GATE-IDX)
                   WHEN "SKIPPED"
                       CONTINUE
                   WHEN "COMPLETE"
                       IF ST-RC(GATE-IDX) >= ST-HOLD-AT(STEP-IDX)
                           MOVE "HELD" TO ST-STATUS(STEP-IDX)
                           MOVE ST-RC(GATE-IDX) TO WS-RC-DISP
                           STRING "held - "
                               FUNCTION TRIM(ST-NAME(GATE-IDX))
                               " returned "
                               FUNCTION TRIM(WS-RC-DISP)
                               DELIMITED BY SIZE
                               INTO ST-NOTE(STEP-IDX)
                           END-STRING
                       END-IF
                   WHEN OTHER
                       MOVE "HELD" TO ST-STATUS(STEP-IDX)
                       STRING "held - "
                           FUNCTION TRIM(ST-NAME(GATE-IDX))
                           " did not complete"
                           DELIMITED BY SIZE
                           INTO ST-NOTE(STEP-IDX)
                       END-STRING
               END-EVALUATE
           END-IF.
      *****************************************************************
      * RUN ONE STEP -- RECORD IT AS RUNNING, WRITE ITS ANSWERS, RUN  *
      * IT WITH ITS CONSOLE OUTPUT SENT TO THE STEP LOG, AND RECORD   *
      * THE RETURN CODE. A STEP AT OR ABOVE ITS FAIL LEVEL STOPS THE  *
      * RUN SO A RERUN RESUMES THERE                                  *
      *****************************************************************
       RUN-STEP.
           MOVE SPACES TO ANSWER-FILE-PATH
           STRING FUNCTION TRIM(BATCH-LOG-DIR) "/batch-"
               WS-RUN-DATE "-" ST-SEQ(STEP-IDX) ".in"
               DELIMITED BY SIZE
               INTO ANSWER-FILE-PATH
           END-STRING
           MOVE SPACES TO STEP-LOG-PATH
           STRING FUNCTION TRIM(BATCH-LOG-DIR) "/batch-"
               WS-RUN-DATE "-" ST-SEQ(STEP-IDX) ".log"
               DELIMITED BY SIZE
               INTO STEP-LOG-PATH
           END-STRING
           ADD 1 TO WS-ATTEMPTS
           MOVE "RUNNING" TO ST-STATUS(STEP-IDX)
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:14) TO ST-START-STAMP(STEP-IDX)
           MOVE SPACES TO ST-END-STAMP(STEP-IDX)
           MOVE 0 TO ST-RC(STEP-IDX)
           MOVE SPACES TO ST-NOTE(STEP-IDX)
           PERFORM RECORD-STEP-OUTCOME
           DISPLAY "NIGHTBATCH: step " ST-SEQ(STEP-IDX) " "
               FUNCTION TRIM(ST-NAME(STEP-IDX)) " started"
           PERFORM WRITE-STEP-ANSWERS
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING FUNCTION TRIM(ST-COMMAND(STEP-IDX))
               " < " FUNCTION TRIM(ANSWER-FILE-PATH)
               " > " FUNCTION TRIM(STEP-LOG-PATH) " 2>&1"
               X"00"
               DELIMITED BY SIZE
               INTO WS-SHELL-COMMAND
           END-STRING
           CALL "system" USING BY REFERENCE WS-SHELL-COMMAND
               RETURNING WS-SYSTEM-STATUS
           END-CALL
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:14) TO ST-END-STAMP(STEP-IDX)
      *    THE WAIT STATUS CARRIES THE EXIT CODE IN ITS SECOND BYTE;  *
      *    A STEP THAT COULD NOT START OR WAS KILLED COUNTS AS 12     *
           IF WS-SYSTEM-STATUS < 0
               MOVE 12 TO WS-STEP-RC
               MOVE "could not be started" TO ST-NOTE(STEP-IDX)
           ELSE
               COMPUTE WS-SIGNAL-BITS =
                   FUNCTION MOD(WS-SYSTEM-STATUS, 256)
               IF WS-SIGNAL-BITS NOT = 0
                   MOVE 12 TO WS-STEP-RC
                   MOVE "ended abnormally (killed)"
                       TO ST-NOTE(STEP-IDX)
               ELSE
                   COMPUTE WS-STEP-RC = WS-SYSTEM-STATUS / 256
               END-IF
           END-IF
           MOVE WS-STEP-RC TO ST-RC(STEP-IDX)
           IF WS-STEP-RC >= ST-FAIL-AT(STEP-IDX)
               MOVE "FAILED" TO ST-STATUS(STEP-IDX)
               MOVE 'Y' TO RUN-STOPPED-FLAG
           ELSE
               MOVE "COMPLETE" TO ST-STATUS(STEP-IDX)
           END-IF
           IF WS-ATTEMPTS > 1 AND ST-NOTE(STEP-IDX) = SPACES
               STRING "attempt " WS-ATTEMPTS
                   DELIMITED BY SIZE
                   INTO ST-NOTE(STEP-IDX)
               END-STRING
           END-IF
           PERFORM RECORD-STEP-OUTCOME
           MOVE WS-STEP-RC TO WS-RC-DISP
           DISPLAY "NIGHTBATCH: step " ST-SEQ(STEP-IDX) " "
               FUNCTION TRIM(ST-NAME(STEP-IDX)) " "
               FUNCTION TRIM(ST-STATUS(STEP-IDX))
               " return code " FUNCTION TRIM(WS-RC-DISP).
      *****************************************************************
      * WRITE THE STEP'S ANSWERS, ONE PER LINE, TO ITS ANSWER FILE.   *
      * &DATE BECOMES THE BUSINESS DATE AND &MONTH ITS YYYYMM         *
      *****************************************************************
       WRITE-STEP-ANSWERS.
           OPEN OUTPUT ANSWER-FILE
           IF WS-ANSWER-STATUS NOT = "00"
               DISPLAY "NIGHTBATCH: cannot write answer file "
                   FUNCTION TRIM(ANSWER-FILE-PATH)
                   " status " WS-ANSWER-STATUS
           ELSE
               IF ST-ANSWERS(STEP-IDX) NOT = SPACES
                   MOVE 0 TO WS-ANSWER-COUNT
                   INSPECT ST-ANSWERS(STEP-IDX) TALLYING
                       WS-ANSWER-COUNT FOR ALL "|"
                   ADD 1 TO WS-ANSWER-COUNT
                   MOVE 1 TO WS-ANSWER-PTR
                   PERFORM VARYING WS-ANSWER-SUB FROM 1 BY 1
                           UNTIL WS-ANSWER-SUB > WS-ANSWER-COUNT
                       MOVE SPACES TO WS-ANSWER
                       UNSTRING ST-ANSWERS(STEP-IDX) DELIMITED BY "|"
                           INTO WS-ANSWER
                           WITH POINTER WS-ANSWER-PTR
                       END-UNSTRING
                       EVALUATE FUNCTION TRIM(WS-ANSWER)
                           WHEN "&DATE"
                               MOVE WS-RUN-DATE TO WS-ANSWER
                           WHEN "&MONTH"
                               MOVE WS-RUN-MONTH TO WS-ANSWER
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                       MOVE WS-ANSWER TO ANSWER-RECORD
                       WRITE ANSWER-RECORD
                   END-PERFORM
               END-IF
               CLOSE ANSWER-FILE
           END-IF.
      *****************************************************************
      * WRITE OR REWRITE THE STEP'S RUN-CONTROL RECORD FROM THE TABLE *
      *****************************************************************
       RECORD-STEP-OUTCOME.
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE ST-SEQ(STEP-IDX) TO RC-STEP-SEQ
           MOVE ST-NAME(STEP-IDX) TO RC-STEP-NAME
           MOVE ST-COMMAND(STEP-IDX) TO RC-COMMAND
           MOVE ST-STATUS(STEP-IDX) TO RC-STATUS
           MOVE ST-START-STAMP(STEP-IDX) TO RC-START-STAMP
           MOVE ST-END-STAMP(STEP-IDX) TO RC-END-STAMP
           MOVE ST-RC(STEP-IDX) TO RC-RETURN-CODE
           MOVE WS-ATTEMPTS TO RC-ATTEMPTS
           MOVE ST-NOTE(STEP-IDX) TO RC-NOTE
           IF ST-START-STAMP(STEP-IDX) = SPACES
               MOVE SPACES TO RC-LOG-PATH
           ELSE
               MOVE STEP-LOG-PATH TO RC-LOG-PATH
           END-IF
           IF RC-FOUND-FLAG = 'Y'
               REWRITE RUN-CONTROL-RECORD
           ELSE
               WRITE RUN-CONTROL-RECORD
               MOVE 'Y' TO RC-FOUND-FLAG
           END-IF
           IF WS-CTL-STATUS NOT = "00"
               DISPLAY "NIGHTBATCH: run-control update for step "
                   ST-SEQ(STEP-IDX) " failed, status " WS-CTL-STATUS
               MOVE 'Y' TO RUN-STOPPED-FLAG
           END-IF.
      *****************************************************************
      * PRINT THE ONE-PAGE RUN SUMMARY AND SET THE RUN'S RETURN CODE  *
      * -- 12 WHEN A STEP FAILED, 8 WHEN ONE WAS HELD, 4 WHEN A STEP  *
      * FINISHED WITH A WARNING                                       *
      *****************************************************************
       WRITE-RUN-SUMMARY.
           MOVE SPACES TO SUMMARY-FILE-PATH
           STRING FUNCTION TRIM(BATCH-LOG-DIR) "/batch-summary-"
               WS-RUN-DATE ".txt"
               DELIMITED BY SIZE
               INTO SUMMARY-FILE-PATH
           END-STRING
           OPEN OUTPUT SUMMARY-FILE
           IF WS-SUMMARY-STATUS NOT = "00"
               DISPLAY "NIGHTBATCH: cannot write summary file "
                   FUNCTION TRIM(SUMMARY-FILE-PATH)
                   " status " WS-SUMMARY-STATUS
           END-IF
           MOVE ALL "=" TO WS-SUMMARY-LINE(1:78)
           PERFORM PUT-SUMMARY-LINE
           STRING "NIGHTLY BATCH RUN SUMMARY - BUSINESS DATE "
               WS-RUN-DATE
               DELIMITED BY SIZE
               INTO WS-SUMMARY-LINE
           END-STRING
           IF MONTH-END-FLAG = 'Y'
               MOVE "(MONTH END)" TO WS-SUMMARY-LINE(52:11)
           END-IF
           PERFORM PUT-SUMMARY-LINE
           STRING "Run started " WS-RUN-START-STAMP
               "   ended " WS-RUN-END-STAMP
               DELIMITED BY SIZE
               INTO WS-SUMMARY-LINE
           END-STRING
           PERFORM PUT-SUMMARY-LINE
           IF WS-RESTART-FROM NOT = SPACES
               STRING "Restarted from step " WS-RESTART-FROM
                   DELIMITED BY SIZE
                   INTO WS-SUMMARY-LINE
               END-STRING
               PERFORM PUT-SUMMARY-LINE
           END-IF
           MOVE ALL "=" TO WS-SUMMARY-LINE(1:78)
           PERFORM PUT-SUMMARY-LINE
           MOVE "Seq Step         Status     RC Start  End    Note"
               TO WS-SUMMARY-LINE
           PERFORM PUT-SUMMARY-LINE
           MOVE ALL "-" TO WS-SUMMARY-LINE(1:78)
           PERFORM PUT-SUMMARY-LINE
           PERFORM VARYING STEP-IDX FROM 1 BY 1
                   UNTIL STEP-IDX > STEP-COUNT
               PERFORM PUT-STEP-SUMMARY-LINE
           END-PERFORM
           MOVE ALL "-" TO WS-SUMMARY-LINE(1:78)
           PERFORM PUT-SUMMARY-LINE
           STRING "Complete " WS-COMPLETE-COUNT
               " (with warnings " WS-WARNING-COUNT
               ")  held " WS-HELD-COUNT
               "  failed " WS-FAILED-COUNT
               "  not due " WS-SKIPPED-COUNT
               "  not run " WS-NOTRUN-COUNT
               DELIMITED BY SIZE
               INTO WS-SUMMARY-LINE
           END-STRING
           PERFORM PUT-SUMMARY-LINE
           IF WS-RESUMED-COUNT > 0
               STRING WS-RESUMED-COUNT
                   " step(s) carried over from an earlier run "
                   "(* above)"
                   DELIMITED BY SIZE
                   INTO WS-SUMMARY-LINE
               END-STRING
               PERFORM PUT-SUMMARY-LINE
           END-IF
           EVALUATE TRUE
               WHEN WS-FAILED-COUNT > 0
                   MOVE 12 TO RETURN-CODE
                   STRING "RUN RESULT: FAILED - fix the failed step "
                       "and rerun for the same date to resume"
                       DELIMITED BY SIZE
                       INTO WS-SUMMARY-LINE
                   END-STRING
               WHEN WS-HELD-COUNT > 0
                   MOVE 8 TO RETURN-CODE
                   STRING "RUN RESULT: STEPS HELD - clear the gate "
                       "and rerun from the held step"
                       DELIMITED BY SIZE
                       INTO WS-SUMMARY-LINE
                   END-STRING
               WHEN WS-WARNING-COUNT > 0
                   MOVE 4 TO RETURN-CODE
                   MOVE "RUN RESULT: COMPLETE WITH WARNINGS"
                       TO WS-SUMMARY-LINE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
                   MOVE "RUN RESULT: COMPLETE" TO WS-SUMMARY-LINE
           END-EVALUATE
           PERFORM PUT-SUMMARY-LINE
           STRING "Step logs: " FUNCTION TRIM(BATCH-LOG-DIR)
               "/batch-" WS-RUN-DATE "-<seq>.log"
               DELIMITED BY SIZE
               INTO WS-SUMMARY-LINE
           END-STRING
           PERFORM PUT-SUMMARY-LINE
           MOVE ALL "=" TO WS-SUMMARY-LINE(1:78)
           PERFORM PUT-SUMMARY-LINE
           IF WS-SUMMARY-STATUS = "00"
               CLOSE SUMMARY-FILE
           END-IF.
      *****************************************************************
      * ONE SUMMARY LINE PER STEP, COUNTING THE OUTCOMES              *
      *****************************************************************
       PUT-STEP-SUMMARY-LINE.
           EVALUATE ST-STATUS(STEP-IDX)
               WHEN "COMPLETE"
                   ADD 1 TO WS-COMPLETE-COUNT
                   IF ST-RC(STEP-IDX) > 0
                       ADD 1 TO WS-WARNING-COUNT
                   END-IF
               WHEN "HELD"
                   ADD 1 TO WS-HELD-COUNT
               WHEN "FAILED"
                   ADD 1 TO WS-FAILED-COUNT
               WHEN "SKIPPED"
                   ADD 1 TO WS-SKIPPED-COUNT
               WHEN OTHER
                   ADD 1 TO WS-NOTRUN-COUNT
           END-EVALUATE
           MOVE ST-SEQ(STEP-IDX) TO WS-SUMMARY-LINE(1:3)
           IF ST-RESUMED(STEP-IDX) = 'Y'
               MOVE "*" TO WS-SUMMARY-LINE(4:1)
           END-IF
           MOVE ST-NAME(STEP-IDX) TO WS-SUMMARY-LINE(5:12)
           MOVE ST-STATUS(STEP-IDX) TO WS-SUMMARY-LINE(18:8)
           IF ST-STATUS(STEP-IDX) = "COMPLETE" OR
                   ST-STATUS(STEP-IDX) = "FAILED"
               MOVE ST-RC(STEP-IDX) TO WS-RC-DISP
               MOVE WS-RC-DISP TO WS-SUMMARY-LINE(27:4)
           END-IF
           IF ST-START-STAMP(STEP-IDX) NOT = SPACES
               MOVE ST-START-STAMP(STEP-IDX)(9:6)
                   TO WS-SUMMARY-LINE(32:6)
           END-IF
           IF ST-END-STAMP(STEP-IDX) NOT = SPACES
               MOVE ST-END-STAMP(STEP-IDX)(9:6)
                   TO WS-SUMMARY-LINE(39:6)
           END-IF
           MOVE ST-NOTE(STEP-IDX) TO WS-SUMMARY-LINE(46:60)
           PERFORM PUT-SUMMARY-LINE.
      *****************************************************************
      * SHOW ONE SUMMARY LINE ON THE CONSOLE AND FILE IT              *
      *****************************************************************
       PUT-SUMMARY-LINE.
           DISPLAY FUNCTION TRIM(WS-SUMMARY-LINE TRAILING)
           IF WS-SUMMARY-STATUS = "00"
               MOVE WS-SUMMARY-LINE TO SUMMARY-RECORD
               WRITE SUMMARY-RECORD
           END-IF
           MOVE SPACES TO WS-SUMMARY-LINE.
      *****************************************************************
      * TERMINATE PROGRAM                                             *
      *****************************************************************
       END PROGRAM NIGHTBATCH.
