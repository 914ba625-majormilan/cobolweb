      *****************************************************************
      * RUNCTL.CPY                                                    *
      * RECORD LAYOUT OF THE NIGHTLY BATCH RUN-CONTROL FILE -- ONE    *
      * INDEXED RECORD PER SCHEDULE STEP PER BUSINESS DATE, KEYED BY  *
      * THE DATE AND THE STEP'S SEQUENCE NUMBER. NIGHTBATCH WRITES    *
      * THE RECORD AS RUNNING BEFORE IT STARTS THE STEP AND REWRITES  *
      * IT WITH THE OUTCOME, SO A RERUN FOR THE SAME DATE CAN PASS    *
      * OVER THE STEPS ALREADY DONE AND RESUME AT THE ONE THAT FAILED *
      * OR NEVER FINISHED.                                            *
      * COPIED UNDER THE FD OF EACH PROGRAM THAT USES THE FILE.       *
      *****************************************************************
       01  RUN-CONTROL-RECORD.
           05  RC-KEY.
               10  RC-RUN-DATE       PIC X(8).
               10  RC-STEP-SEQ       PIC X(3).
           05  RC-STEP-NAME          PIC X(12).
           05  RC-COMMAND            PIC X(80).
      *    RUNNING, COMPLETE, FAILED, HELD OR SKIPPED (NOT DUE)        *
           05  RC-STATUS             PIC X(8).
           05  RC-START-STAMP        PIC X(14).
           05  RC-END-STAMP          PIC X(14).
           05  RC-RETURN-CODE        PIC 9(4).
      *    TIMES THE STEP HAS BEEN STARTED FOR THIS DATE               *
           05  RC-ATTEMPTS           PIC 9(3).
           05  RC-NOTE               PIC X(60).
      *    WHERE THE STEP'S CONSOLE OUTPUT WAS WRITTEN                 *
           05  RC-LOG-PATH           PIC X(255).
