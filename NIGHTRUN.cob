       IDENTIFICATION DIVISION.
       PROGRAM-ID. NIGHTRUN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RUNCTL-FILE-STATUS.

           SELECT PRINT-FILE ASSIGN TO "RUNRPT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PRINT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE.
       COPY "RUNCTL.cpy".

       FD  PRINT-FILE.
       01 PRINT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 RUNCTL-FILE-STATUS PIC X(2).
       01 PRINT-FILE-STATUS PIC X(2).
       01 CONTROL-EOF-FLAG PIC A VALUE "N".

       01 RUN-DATE PIC 9(8).
       01 NIGHT-DATE PIC 9(8).
       01 PRIOR-RUN-DATE PIC 9(8) VALUE 0.
       01 DATE-OVERRIDE PIC X(8).
       01 FRESH-FLAG PIC X(1).
       01 PRINT-DATE PIC 9(8).
       01 PRINT-TIME PIC 9(8).

      *    THE JOB STREAM, IN RUN ORDER. EACH STEP CARRIES UP TO TWO
      *    CONDITION-CODE RULES: "SKIP THIS STEP IF STEP RULE-STEP
      *    ENDED WITH RC RULE-LIMIT OR MORE, OR DID NOT RUN". RULE-STEP
      *    ZERO MEANS NO RULE.
      *    CHKSWEEP GOES FIRST SO THE GAMES IT FORFEITS ARE BALANCED,
      *    REPORTED, RATED AND ARCHIVED WITH THE REST OF THE DAY.
      *    RATECALC AND GAMEARCH ARE SKIPPED WHEN GAMEBAL FINDS THE
      *    FILES OUT OF BALANCE, AND GAMEARCH NEVER RUNS UNLESS
      *    RATECALC HAS, SINCE ARCHIVED GAMES ARE NOT RATED AGAIN.
      *    CONDUCT READS THE LIVE AND ARCHIVED FILES ALIKE. IT RUNS
      *    BEFORE GAMEARCH SO A FAILED ARCHIVE DOES NOT HOLD UP THE
      *    NIGHT'S SUSPENSIONS.
      *    DATACHK RUNS LAST SO IT SCANS THE FILES AS THE NIGHT LEAVES
      *    THEM, ARCHIVE INCLUDED. IT ONLY READS, SO NO STEP WAITS ON
      *    IT; ITS RC 8 FOR A FAULT FOUND CARRIES INTO THE NIGHT'S RC.
       01 STEP-VALUES.
         05 FILLER PIC X(16) VALUE "CHKSWEEP00000000".
         05 FILLER PIC X(16) VALUE "GAMEBAL 00000000".
         05 FILLER PIC X(16) VALUE "GAMERPT 00000000".
         05 FILLER PIC X(16) VALUE "THINKRPT00000000".
         05 FILLER PIC X(16) VALUE "RATECALC02080000".
         05 FILLER PIC X(16) VALUE "CONDUCT 00000000".
         05 FILLER PIC X(16) VALUE "GAMEARCH02080516".
         05 FILLER PIC X(16) VALUE "DATACHK 00000000".
       01 STEP-TABLE REDEFINES STEP-VALUES.
         05 STEP-ENTRY OCCURS 8 TIMES.
           10 STEP-PROGRAM PIC X(8).
           10 STEP-RULE OCCURS 2 TIMES.
             15 RULE-STEP PIC 9(2).
             15 RULE-LIMIT PIC 9(2).
       01 STEP-COUNT PIC 9(2) VALUE 8.
       01 FAIL-RC PIC 9(2) VALUE 16.

       01 CONTROL-TABLE.
         05 CONTROL-ENTRY OCCURS 8 TIMES.
           10 RS-RUN-DATE PIC 9(08).
           10 RS-STEP-NO PIC 9(02).
           10 RS-PROGRAM PIC X(08).
           10 RS-STATUS PIC X(01).
           10 RS-START-DATE PIC 9(08).
           10 RS-START-TIME PIC 9(08).
           10 RS-END-DATE PIC 9(08).
           10 RS-END-TIME PIC 9(08).
           10 RS-RETURN-CODE PIC 9(04).
           10 RS-ATTEMPTS PIC 9(02).
           10 RS-NOTE PIC X(40).
       01 LOADED-COUNT PIC 9(2) VALUE 0.
       01 OPEN-STEP-COUNT PIC 9(2) VALUE 0.
       01 STEP-IX PIC 9(2).
       01 RULE-IX PIC 9(1).
       01 TEST-STEP PIC 9(2).

       01 CALL-NAME PIC X(8).
       01 STEP-RC PIC 9(4).
       01 LOAD-FAILED-FLAG PIC A VALUE "N".
       01 SKIP-FLAG PIC A VALUE "N".
       01 SKIP-NOTE PIC X(40).
       01 NIGHT-STOPPED-FLAG PIC A VALUE "N".
       01 RESTART-FLAG PIC A VALUE "N".
       01 IN-FLIGHT-FLAG PIC A VALUE "N".
       01 IN-FLIGHT-STEP PIC 9(2) VALUE 0.

       01 HIGHEST-RC PIC 9(4) VALUE 0.
       01 COMPLETE-COUNT PIC 9(2) VALUE 0.
       01 SKIPPED-COUNT PIC 9(2) VALUE 0.
       01 FAILED-COUNT PIC 9(2) VALUE 0.
       01 NOT-RUN-COUNT PIC 9(2) VALUE 0.
       01 STOPPED-STEP PIC 9(2) VALUE 0.

       01 STATUS-TEXT PIC X(8).
       01 START-SHOWN PIC X(14).
       01 END-SHOWN PIC X(14).
       01 RC-EDIT PIC ZZZ9.
       01 LIMIT-EDIT PIC 99.
       01 NOTE-RC-EDIT PIC 99.
       01 ATTEMPTS-EDIT PIC Z9.
       01 RC-SHOWN PIC X(4).
       01 TRIES-SHOWN PIC X(2).
       01 COMPLETE-EDIT PIC Z9.
       01 SKIPPED-EDIT PIC Z9.
       01 FAILED-EDIT PIC Z9.
       01 NOT-RUN-EDIT PIC Z9.

       PROCEDURE DIVISION.
           DISPLAY "NIGHTRUN - NIGHTLY CLOSE-OF-DAY JOB STREAM"
           DISPLAY "=========================================="

           PERFORM SET-RUN-DATE
           PERFORM LOAD-RUN-CONTROL
           PERFORM DECIDE-RESTART
           PERFORM PASS-NIGHT-DATE
           PERFORM RUN-ONE-STEP VARYING STEP-IX FROM 1 BY 1
             UNTIL STEP-IX > STEP-COUNT OR NIGHT-STOPPED-FLAG IS
             EQUAL TO "Y"
           PERFORM TALLY-NIGHT
           PERFORM PRINT-RUN-SUMMARY
           DISPLAY "     "
           IF NIGHT-STOPPED-FLAG IS EQUAL TO "Y"
             DISPLAY "NIGHT STOPPED AT STEP " STOPPED-STEP " "
               STEP-PROGRAM(STOPPED-STEP)
               ". FIX AND RERUN NIGHTRUN TO RESTART THERE."
             MOVE FAIL-RC TO RETURN-CODE
           ELSE
             DISPLAY "NIGHT COMPLETE. HIGHEST STEP RC " HIGHEST-RC
             MOVE HIGHEST-RC TO RETURN-CODE
           END-IF
           DISPLAY "RUN SUMMARY WRITTEN TO RUNRPT"

           GOBACK.

      *    NIGHTDATE OVERRIDES THE BUSINESS DATE (FOR A NIGHT RUN
      *    AFTER MIDNIGHT, OR A RERUN). NIGHTFRESH=Y STARTS A NEW
      *    NIGHT EVEN WHEN RUNCTL SHOWS THE LAST ONE UNFINISHED OR
      *    ALREADY COMPLETE FOR THE SAME DATE - EVERY STEP RUNS AGAIN,
      *    SO ONLY USE IT WHEN RATECALC HAS NOT ALREADY RUN THAT DAY.
       SET-RUN-DATE.
           ACCEPT DATE-OVERRIDE FROM ENVIRONMENT "NIGHTDATE"
           IF DATE-OVERRIDE IS NUMERIC
             MOVE DATE-OVERRIDE TO RUN-DATE
           ELSE
             ACCEPT RUN-DATE FROM DATE YYYYMMDD
           END-IF
           ACCEPT FRESH-FLAG FROM ENVIRONMENT "NIGHTFRESH"
           IF FRESH-FLAG IS EQUAL TO "y"
             MOVE "Y" TO FRESH-FLAG
           END-IF
           .

       LOAD-RUN-CONTROL.
           MOVE 0 TO LOADED-COUNT
           MOVE RUN-DATE TO NIGHT-DATE
           PERFORM CLEAR-CONTROL-ENTRY VARYING STEP-IX FROM 1 BY 1
             UNTIL STEP-IX > STEP-COUNT
           OPEN INPUT RUN-CONTROL-FILE
           IF RUNCTL-FILE-STATUS IS EQUAL TO "00"
             PERFORM LOAD-CONTROL-RECORD UNTIL CONTROL-EOF-FLAG IS
               EQUAL TO "Y"
             CLOSE RUN-CONTROL-FILE
           END-IF
           .

      *    A RECORD ONLY COUNTS IF ITS STEP STILL RUNS THE SAME
      *    PROGRAM, SO A CHANGE TO THE JOB STREAM NEVER RESTARTS AN
      *    OLD NIGHT AGAINST THE WRONG STEP.
       LOAD-CONTROL-RECORD.
           READ RUN-CONTROL-FILE
             AT END
               MOVE "Y" TO CONTROL-EOF-FLAG
           END-READ
           IF CONTROL-EOF-FLAG IS NOT EQUAL TO "Y"
             IF NR-STEP-NO IS NUMERIC AND NR-STEP-NO IS GREATER THAN
               0 AND NR-STEP-NO IS NOT GREATER THAN STEP-COUNT
               IF NR-PROGRAM IS EQUAL TO STEP-PROGRAM(NR-STEP-NO)
                 MOVE RUN-CONTROL-RECORD TO CONTROL-ENTRY(NR-STEP-NO)
                 MOVE NR-RUN-DATE TO PRIOR-RUN-DATE
                 ADD 1 TO LOADED-COUNT
               END-IF
             END-IF
           END-IF
           .

       CLEAR-CONTROL-ENTRY.
           MOVE SPACES TO CONTROL-ENTRY(STEP-IX)
           MOVE NIGHT-DATE TO RS-RUN-DATE(STEP-IX)
           MOVE STEP-IX TO RS-STEP-NO(STEP-IX)
           MOVE STEP-PROGRAM(STEP-IX) TO RS-PROGRAM(STEP-IX)
           MOVE "P" TO RS-STATUS(STEP-IX)
           MOVE 0 TO RS-START-DATE(STEP-IX)
           MOVE 0 TO RS-START-TIME(STEP-IX)
           MOVE 0 TO RS-END-DATE(STEP-IX)
           MOVE 0 TO RS-END-TIME(STEP-IX)
           MOVE 0 TO RS-RETURN-CODE(STEP-IX)
           MOVE 0 TO RS-ATTEMPTS(STEP-IX)
           .

      *    A NIGHT WITH ANY STEP NOT COMPLETE OR SKIPPED IS UNFINISHED
      *    AND IS RESTARTED UNDER ITS OWN DATE: STEPS ALREADY DONE ARE
      *    NOT RUN AGAIN, SO RATECALC CAN NEVER RATE THE SAME DAY
      *    TWICE. A FINISHED NIGHT FOR TODAY'S DATE IS NOT RUN AGAIN.
       DECIDE-RESTART.
           MOVE 0 TO OPEN-STEP-COUNT
           PERFORM COUNT-OPEN-STEP VARYING STEP-IX FROM 1 BY 1
             UNTIL STEP-IX > STEP-COUNT
           IF FRESH-FLAG IS EQUAL TO "Y" OR LOADED-COUNT IS NOT
             EQUAL TO STEP-COUNT
             PERFORM START-NEW-NIGHT
           ELSE
             IF OPEN-STEP-COUNT IS GREATER THAN 0
               MOVE "Y" TO RESTART-FLAG
               MOVE PRIOR-RUN-DATE TO NIGHT-DATE
               DISPLAY "RESTARTING THE NIGHT OF " NIGHT-DATE
             ELSE
               IF PRIOR-RUN-DATE IS EQUAL TO RUN-DATE
                 DISPLAY "THE NIGHT OF " RUN-DATE
                   " HAS ALREADY RUN TO THE END."
                 DISPLAY "SET NIGHTFRESH=Y TO RUN EVERY STEP AGAIN."
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
               ELSE
                 PERFORM START-NEW-NIGHT
               END-IF
             END-IF
           END-IF
           .

      *    THE STEPS THAT WORK FROM A DATE ARE GIVEN THE NIGHT'S DATE,
      *    NOT THE CLOCK, SO A NIGHT RESTARTED THE NEXT MORNING STILL
      *    SWEEPS, WINDOWS AND SUSPENDS AS OF THE NIGHT IT BELONGS TO.
       PASS-NIGHT-DATE.
           SET ENVIRONMENT "SWEEPDATE" TO NIGHT-DATE
           SET ENVIRONMENT "CONDDATE" TO NIGHT-DATE
           .

       COUNT-OPEN-STEP.
           IF RS-STATUS(STEP-IX) IS NOT EQUAL TO "C" AND
             RS-STATUS(STEP-IX) IS NOT EQUAL TO "K"
             ADD 1 TO OPEN-STEP-COUNT
           END-IF
           .

       START-NEW-NIGHT.
           MOVE RUN-DATE TO NIGHT-DATE
           PERFORM CLEAR-CONTROL-ENTRY VARYING STEP-IX FROM 1 BY 1
             UNTIL STEP-IX > STEP-COUNT
           PERFORM WRITE-RUN-CONTROL
           DISPLAY "STARTING THE NIGHT OF " NIGHT-DATE
           .

       RUN-ONE-STEP.
           IF RS-STATUS(STEP-IX) IS EQUAL TO "C" OR
             RS-STATUS(STEP-IX) IS EQUAL TO "K"
             DISPLAY "STEP " STEP-IX " " STEP-PROGRAM(STEP-IX)
               " ALREADY DONE FOR THIS NIGHT"
           ELSE
             IF RS-STATUS(STEP-IX) IS EQUAL TO "R"
               DISPLAY "STEP " STEP-IX " " STEP-PROGRAM(STEP-IX)
                 " DID NOT FINISH LAST TIME. RUNNING IT AGAIN."
             END-IF
             PERFORM TEST-SKIP-RULES
             IF SKIP-FLAG IS EQUAL TO "Y"
               MOVE "K" TO RS-STATUS(STEP-IX)
               MOVE 0 TO RS-RETURN-CODE(STEP-IX)
               MOVE SKIP-NOTE TO RS-NOTE(STEP-IX)
               PERFORM WRITE-RUN-CONTROL
               DISPLAY "STEP " STEP-IX " " STEP-PROGRAM(STEP-IX) " "
                 SKIP-NOTE
             ELSE
               PERFORM CALL-STEP-PROGRAM
             END-IF
           END-IF
           .

       TEST-SKIP-RULES.
           MOVE "N" TO SKIP-FLAG
           MOVE SPACES TO SKIP-NOTE
           PERFORM TEST-ONE-RULE VARYING RULE-IX FROM 1 BY 1
             UNTIL RULE-IX > 2 OR SKIP-FLAG IS EQUAL TO "Y"
           .

       TEST-ONE-RULE.
           MOVE RULE-STEP(STEP-IX, RULE-IX) TO TEST-STEP
           IF TEST-STEP IS GREATER THAN 0
             IF RS-STATUS(TEST-STEP) IS NOT EQUAL TO "C"
               MOVE "Y" TO SKIP-FLAG
               STRING "SKIPPED - " DELIMITED BY SIZE
                 STEP-PROGRAM(TEST-STEP) DELIMITED BY SPACE
                 " DID NOT RUN" DELIMITED BY SIZE
                 INTO SKIP-NOTE
             ELSE
               IF RS-RETURN-CODE(TEST-STEP) IS NOT LESS THAN
                 RULE-LIMIT(STEP-IX, RULE-IX)
                 MOVE "Y" TO SKIP-FLAG
                 MOVE RS-RETURN-CODE(TEST-STEP) TO NOTE-RC-EDIT
                 MOVE RULE-LIMIT(STEP-IX, RULE-IX) TO LIMIT-EDIT
                 STRING "SKIPPED - " DELIMITED BY SIZE
                   STEP-PROGRAM(TEST-STEP) DELIMITED BY SPACE
                   " RC " NOTE-RC-EDIT " >= " LIMIT-EDIT
                   DELIMITED BY SIZE INTO SKIP-NOTE
               END-IF
             END-IF
           END-IF
           .

      *    THE STEP IS MARKED RUNNING ON RUNCTL BEFORE THE CALL, AND
      *    RUNRPT IS REWRITTEN TO SHOW THE NIGHT INCOMPLETE AT THAT
      *    STEP. A STEP THAT ABORTS WITH STOP RUN ENDS THE WHOLE RUN
      *    UNIT, SO IT IS LEFT MARKED RUNNING, THE MORNING SHIFT FINDS
      *    THAT PAGE RATHER THAN THE LAST NIGHT'S, AND THE NEXT
      *    NIGHTRUN STARTS AGAIN FROM THAT STEP. A STEP THAT RETURNS
      *    RC 16 OR MORE STOPS THE NIGHT THE SAME WAY BUT IS RECORDED
      *    AS FAILED.
       CALL-STEP-PROGRAM.
           MOVE "R" TO RS-STATUS(STEP-IX)
           ACCEPT RS-START-DATE(STEP-IX) FROM DATE YYYYMMDD
           ACCEPT RS-START-TIME(STEP-IX) FROM TIME
           MOVE 0 TO RS-END-DATE(STEP-IX)
           MOVE 0 TO RS-END-TIME(STEP-IX)
           MOVE 0 TO RS-RETURN-CODE(STEP-IX)
           MOVE SPACES TO RS-NOTE(STEP-IX)
           ADD 1 TO RS-ATTEMPTS(STEP-IX)
           PERFORM WRITE-RUN-CONTROL
           PERFORM PRINT-INCOMPLETE-SUMMARY
           DISPLAY "     "
           DISPLAY "STEP " STEP-IX " " STEP-PROGRAM(STEP-IX) " STARTED"
           MOVE STEP-PROGRAM(STEP-IX) TO CALL-NAME
           MOVE "N" TO LOAD-FAILED-FLAG
           MOVE 0 TO RETURN-CODE
           CALL CALL-NAME
             ON EXCEPTION
               MOVE "Y" TO LOAD-FAILED-FLAG
           END-CALL
           MOVE RETURN-CODE TO STEP-RC
           MOVE 0 TO RETURN-CODE
           IF LOAD-FAILED-FLAG IS EQUAL TO "Y"
             MOVE FAIL-RC TO STEP-RC
             MOVE "PROGRAM COULD NOT BE LOADED" TO RS-NOTE(STEP-IX)
           ELSE
             CANCEL CALL-NAME
           END-IF
           ACCEPT RS-END-DATE(STEP-IX) FROM DATE YYYYMMDD
           ACCEPT RS-END-TIME(STEP-IX) FROM TIME
           MOVE STEP-RC TO RS-RETURN-CODE(STEP-IX)
           IF STEP-RC IS NOT LESS THAN FAIL-RC
             MOVE "F" TO RS-STATUS(STEP-IX)
             IF RS-NOTE(STEP-IX) IS EQUAL TO SPACES
               MOVE "FAILED - NIGHT STOPPED HERE" TO RS-NOTE(STEP-IX)
             END-IF
             MOVE "Y" TO NIGHT-STOPPED-FLAG
             MOVE STEP-IX TO STOPPED-STEP
           ELSE
             MOVE "C" TO RS-STATUS(STEP-IX)
           END-IF
           PERFORM WRITE-RUN-CONTROL
           MOVE STEP-RC TO RC-EDIT
           DISPLAY "STEP " STEP-IX " " STEP-PROGRAM(STEP-IX)
             " ENDED RC " RC-EDIT
           .

      *    THE SUMMARY PARAGRAPHS STEP THROUGH THE WHOLE TABLE, SO THE
      *    STEP ABOUT TO BE CALLED IS HELD ASIDE WHILE THEY RUN.
       PRINT-INCOMPLETE-SUMMARY.
           MOVE STEP-IX TO IN-FLIGHT-STEP
           MOVE "Y" TO IN-FLIGHT-FLAG
           PERFORM TALLY-NIGHT
           PERFORM PRINT-RUN-SUMMARY
           MOVE "N" TO IN-FLIGHT-FLAG
           MOVE IN-FLIGHT-STEP TO STEP-IX
           .

       WRITE-RUN-CONTROL.
           OPEN OUTPUT RUN-CONTROL-FILE
           IF RUNCTL-FILE-STATUS IS NOT EQUAL TO "00"
             DISPLAY "CANNOT WRITE RUNCTL. STATUS " RUNCTL-FILE-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           PERFORM WRITE-CONTROL-RECORD VARYING TEST-STEP FROM 1 BY 1
             UNTIL TEST-STEP > STEP-COUNT
           CLOSE RUN-CONTROL-FILE
           .

       WRITE-CONTROL-RECORD.
           MOVE NIGHT-DATE TO RS-RUN-DATE(TEST-STEP)
           MOVE CONTROL-ENTRY(TEST-STEP) TO RUN-CONTROL-RECORD
           WRITE RUN-CONTROL-RECORD
           .

       TALLY-NIGHT.
           MOVE 0 TO HIGHEST-RC
           MOVE 0 TO COMPLETE-COUNT
           MOVE 0 TO SKIPPED-COUNT
           MOVE 0 TO FAILED-COUNT
           MOVE 0 TO NOT-RUN-COUNT
           PERFORM TALLY-ONE-STEP VARYING STEP-IX FROM 1 BY 1
             UNTIL STEP-IX > STEP-COUNT
           .

       TALLY-ONE-STEP.
           IF RS-STATUS(STEP-IX) IS EQUAL TO "C"
             ADD 1 TO COMPLETE-COUNT
           ELSE
             IF RS-STATUS(STEP-IX) IS EQUAL TO "K"
               ADD 1 TO SKIPPED-COUNT
             ELSE
               IF RS-STATUS(STEP-IX) IS EQUAL TO "F"
                 ADD 1 TO FAILED-COUNT
               ELSE
                 ADD 1 TO NOT-RUN-COUNT
               END-IF
             END-IF
           END-IF
           IF RS-STATUS(STEP-IX) IS EQUAL TO "C" OR
             RS-STATUS(STEP-IX) IS EQUAL TO "F"
             IF RS-RETURN-CODE(STEP-IX) IS GREATER THAN HIGHEST-RC
               MOVE RS-RETURN-CODE(STEP-IX) TO HIGHEST-RC
             END-IF
           END-IF
           .

      *    ONE PAGE FOR THE MORNING SHIFT: EVERY STEP WITH ITS TIMES
      *    AND RETURN CODE, THE OUTCOME OF THE NIGHT, THE RULES THAT
      *    WERE IN FORCE, AND A SIGN-OFF BLOCK.
       PRINT-RUN-SUMMARY.
           ACCEPT PRINT-DATE FROM DATE YYYYMMDD
           ACCEPT PRINT-TIME FROM TIME
           OPEN OUTPUT PRINT-FILE
           MOVE SPACES TO PRINT-RECORD
           STRING "NIGHTLY RUN SUMMARY - NIGHT OF "
             NIGHT-DATE(1:4) "-" NIGHT-DATE(5:2) "-" NIGHT-DATE(7:2)
             "     PRINTED " PRINT-DATE(1:4) "-" PRINT-DATE(5:2) "-"
             PRINT-DATE(7:2) " " PRINT-TIME(1:2) ":" PRINT-TIME(3:2)
             DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           IF RESTART-FLAG IS EQUAL TO "Y"
             STRING "THIS RUN RESTARTED AN UNFINISHED NIGHT"
               DELIMITED BY SIZE INTO PRINT-RECORD
           END-IF
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           STRING "STEP  PROGRAM   STATUS    STARTED         "
             "ENDED             RC  TRIES"
             DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           STRING "----  --------  --------  --------------  "
             "--------------  ----  -----"
             DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           PERFORM PRINT-STEP-LINE VARYING STEP-IX FROM 1 BY 1
             UNTIL STEP-IX > STEP-COUNT

           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           IF IN-FLIGHT-FLAG IS EQUAL TO "Y"
             STRING "NIGHT RESULT: RUN INCOMPLETE - STEP "
               IN-FLIGHT-STEP " " DELIMITED BY SIZE
               STEP-PROGRAM(IN-FLIGHT-STEP) DELIMITED BY SPACE
               " STARTED" DELIMITED BY SIZE INTO PRINT-RECORD
           ELSE
             IF NIGHT-STOPPED-FLAG IS EQUAL TO "Y"
               STRING "NIGHT RESULT: STOPPED AT STEP " STOPPED-STEP " "
                 STEP-PROGRAM(STOPPED-STEP)
                 " - RERUN NIGHTRUN TO RESTART THERE"
                 DELIMITED BY SIZE INTO PRINT-RECORD
             ELSE
               STRING "NIGHT RESULT: COMPLETE"
                 DELIMITED BY SIZE INTO PRINT-RECORD
             END-IF
           END-IF
           WRITE PRINT-RECORD
           MOVE HIGHEST-RC TO RC-EDIT
           MOVE SPACES TO PRINT-RECORD
           STRING "HIGHEST RETURN CODE: " RC-EDIT
             DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           MOVE COMPLETE-COUNT TO COMPLETE-EDIT
           MOVE SKIPPED-COUNT TO SKIPPED-EDIT
           MOVE FAILED-COUNT TO FAILED-EDIT
           MOVE NOT-RUN-COUNT TO NOT-RUN-EDIT
           STRING "STEPS: " COMPLETE-EDIT " COMPLETE  " SKIPPED-EDIT
             " SKIPPED  " FAILED-EDIT " FAILED  " NOT-RUN-EDIT
             " NOT RUN" DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD

           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           STRING "CONDITION-CODE RULES" DELIMITED BY SIZE
             INTO PRINT-RECORD
           WRITE PRINT-RECORD
           PERFORM PRINT-STEP-RULES VARYING STEP-IX FROM 1 BY 1
             UNTIL STEP-IX > STEP-COUNT
           MOVE FAIL-RC TO LIMIT-EDIT
           MOVE SPACES TO PRINT-RECORD
           STRING "  ANY STEP  ENDING RC >= " LIMIT-EDIT
             " STOPS THE NIGHT" DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD

           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           STRING "MORNING SHIFT SIGN-OFF" DELIMITED BY SIZE
             INTO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           STRING "CHECKED BY: ________________________   "
             "DATE: __________   TIME: _____"
             DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           STRING "ACTION TAKEN: ______________________________"
             "______________________________"
             DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           CLOSE PRINT-FILE
           .

       PRINT-STEP-LINE.
           IF RS-STATUS(STEP-IX) IS EQUAL TO "C"
             MOVE "COMPLETE" TO STATUS-TEXT
           ELSE
             IF RS-STATUS(STEP-IX) IS EQUAL TO "K"
               MOVE "SKIPPED" TO STATUS-TEXT
             ELSE
               IF RS-STATUS(STEP-IX) IS EQUAL TO "F"
                 MOVE "FAILED" TO STATUS-TEXT
               ELSE
                 IF RS-STATUS(STEP-IX) IS EQUAL TO "R"
                   MOVE "RUNNING" TO STATUS-TEXT
                 ELSE
                   MOVE "NOT RUN" TO STATUS-TEXT
                 END-IF
               END-IF
             END-IF
           END-IF
           MOVE SPACES TO START-SHOWN
           MOVE SPACES TO END-SHOWN
           MOVE SPACES TO RC-SHOWN
           MOVE SPACES TO TRIES-SHOWN
           IF RS-START-DATE(STEP-IX) IS GREATER THAN 0
             STRING RS-START-DATE(STEP-IX)(5:2) "-"
               RS-START-DATE(STEP-IX)(7:2) " "
               RS-START-TIME(STEP-IX)(1:2) ":"
               RS-START-TIME(STEP-IX)(3:2) ":"
               RS-START-TIME(STEP-IX)(5:2)
               DELIMITED BY SIZE INTO START-SHOWN
             MOVE RS-ATTEMPTS(STEP-IX) TO ATTEMPTS-EDIT
             MOVE ATTEMPTS-EDIT TO TRIES-SHOWN
           END-IF
           IF RS-END-DATE(STEP-IX) IS GREATER THAN 0
             STRING RS-END-DATE(STEP-IX)(5:2) "-"
               RS-END-DATE(STEP-IX)(7:2) " "
               RS-END-TIME(STEP-IX)(1:2) ":"
               RS-END-TIME(STEP-IX)(3:2) ":"
               RS-END-TIME(STEP-IX)(5:2)
               DELIMITED BY SIZE INTO END-SHOWN
             MOVE RS-RETURN-CODE(STEP-IX) TO RC-EDIT
             MOVE RC-EDIT TO RC-SHOWN
           END-IF
           MOVE SPACES TO PRINT-RECORD
           STRING "  " STEP-IX "  " STEP-PROGRAM(STEP-IX) "  "
             STATUS-TEXT "  " START-SHOWN "  " END-SHOWN "  "
             RC-SHOWN "     " TRIES-SHOWN
             DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           IF RS-NOTE(STEP-IX) IS NOT EQUAL TO SPACES
             MOVE SPACES TO PRINT-RECORD
             STRING "                " RS-NOTE(STEP-IX)
               DELIMITED BY SIZE INTO PRINT-RECORD
             WRITE PRINT-RECORD
           END-IF
           .

       PRINT-STEP-RULES.
           PERFORM PRINT-ONE-RULE VARYING RULE-IX FROM 1 BY 1
             UNTIL RULE-IX > 2
           .

       PRINT-ONE-RULE.
           MOVE RULE-STEP(STEP-IX, RULE-IX) TO TEST-STEP
           IF TEST-STEP IS GREATER THAN 0
             MOVE RULE-LIMIT(STEP-IX, RULE-IX) TO LIMIT-EDIT
             MOVE SPACES TO PRINT-RECORD
             STRING "  " STEP-PROGRAM(STEP-IX) "  SKIPPED IF "
               STEP-PROGRAM(TEST-STEP) " ENDS RC >= " LIMIT-EDIT
               " OR DID NOT RUN"
               DELIMITED BY SIZE INTO PRINT-RECORD
             WRITE PRINT-RECORD
           END-IF
           .

           END PROGRAM NIGHTRUN.
