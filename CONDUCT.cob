       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONDUCT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-TRAIL ASSIGN TO "AUDITLOG"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS AUDIT-FILE-STATUS.

           SELECT ARCHIVE-AUDIT ASSIGN TO "AUDTARC"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS AUDTARC-FILE-STATUS.

           SELECT GAME-RESULTS ASSIGN TO "GAMERES"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS GAMERES-FILE-STATUS.

           SELECT ARCHIVE-RESULTS ASSIGN TO "GAMEARC"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS GAMEARC-FILE-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO "CHKPT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CHKPT-FILE-STATUS.

           SELECT PLAYER-MASTER ASSIGN TO "PLAYMST"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PLAYMST-FILE-STATUS.

           SELECT CONDUCT-FILE ASSIGN TO "CONDUCT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CONDUCT-FILE-STATUS.

           SELECT PRINT-FILE ASSIGN TO "CONDRPT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PRINT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-TRAIL.
       COPY "AUDIT.cpy".

       FD  ARCHIVE-AUDIT.
       COPY "AUDIT.cpy" REPLACING
         LEADING ==AUDIT== BY ==ARCHIVE-AUDIT==.

       FD  GAME-RESULTS.
       COPY "GAMERES.cpy".

       FD  ARCHIVE-RESULTS.
       COPY "GAMERES.cpy" REPLACING
         ==GAME-RESULT-RECORD== BY ==ARCHIVE-RESULT-RECORD==
         LEADING ==GR== BY ==ARC==.

       FD  CHECKPOINT-FILE.
       COPY "CHKPT.cpy".

       FD  PLAYER-MASTER.
       COPY "PLAYMST.cpy".

       FD  CONDUCT-FILE.
       COPY "CONDUCT.cpy".

       FD  PRINT-FILE.
       01 PRINT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 AUDIT-FILE-STATUS PIC X(2).
       01 AUDTARC-FILE-STATUS PIC X(2).
       01 GAMERES-FILE-STATUS PIC X(2).
       01 GAMEARC-FILE-STATUS PIC X(2).
       01 CHKPT-FILE-STATUS PIC X(2).
       01 PLAYMST-FILE-STATUS PIC X(2).
       01 CONDUCT-FILE-STATUS PIC X(2).
       01 PRINT-FILE-STATUS PIC X(2).
       01 EOF-FLAG PIC A VALUE "N".

       01 MAX-LINES-PER-PAGE PIC 9(2) VALUE 50.
       01 LINE-COUNT PIC 9(2) VALUE 0.
       01 PAGE-NO PIC 9(3) VALUE 0.
       01 PAGE-NO-EDIT PIC ZZ9.
       01 RUN-DATE PIC 9(8).
       01 DATE-OVERRIDE PIC X(8).

       01 DEFAULT-WINDOW-DAYS PIC 9(3) VALUE 30.
       01 DEFAULT-TIMEOUT-LIMIT PIC 9(2) VALUE 3.
       01 DEFAULT-ABORT-LIMIT PIC 9(2) VALUE 3.
       01 DEFAULT-REJECT-LIMIT PIC 9(3) VALUE 10.
       01 DEFAULT-SUSP-DAYS PIC 9(3) VALUE 7.
       01 DEFAULT-RETRY-LIMIT PIC 9(2) VALUE 5.
       01 WINDOW-DAYS PIC 9(3) VALUE 0.
       01 TIMEOUT-LIMIT PIC 9(2) VALUE 0.
       01 ABORT-LIMIT PIC 9(2) VALUE 0.
       01 REJECT-LIMIT PIC 9(3) VALUE 0.
       01 SUSP-DAYS PIC 9(3) VALUE 0.
       01 RETRY-LIMIT PIC 9(2) VALUE 0.
       01 TIMEOUT-WARN PIC 9(2).
       01 ABORT-WARN PIC 9(2).
       01 DAYS-STEP PIC 9(3).
       01 WINDOW-START PIC 9(8).

       01 WORK-DATE.
         05 WD-YEAR PIC 9(4).
         05 WD-MONTH PIC 9(2).
         05 WD-DAY PIC 9(2).
       01 WORK-DATE-N REDEFINES WORK-DATE PIC 9(8).
       01 MONTH-DAYS-TABLE.
         05 FILLER PIC X(24) VALUE "312831303130313130313031".
       01 MONTH-DAYS-R REDEFINES MONTH-DAYS-TABLE.
         05 MONTH-DAYS PIC 9(2) OCCURS 12 TIMES.
       01 DAYS-IN-MONTH PIC 9(2).
       01 LEAP-WORK PIC 9(4).
       01 LEAP-REM PIC 9(4).
       01 LEAP-FLAG PIC A.

       01 MAX-MASTER PIC 9(3) VALUE 100.
       01 MASTER-COUNT PIC 9(3) VALUE 0.
       01 MASTER-TABLE.
         05 MASTER-ENTRY OCCURS 100 TIMES.
           10 MT-NUMBER PIC 9(5).
           10 MT-NAME PIC X(20).
           10 MT-STATUS PIC X(1).
           10 MT-MERGED-TO PIC 9(5).
           10 MT-SUSP-END PIC 9(8).
       01 MASTER-IX PIC 9(3).
       01 MASTER-MATCH-IX PIC 9(3).
       01 MASTER-CHANGED-FLAG PIC A VALUE "N".

      *    EVERY GAME WITH AN OFFENCE IN IT, LIVE OR ARCHIVED, KEPT IN
      *    GAME ID ORDER SO IT CAN BE SEARCHED BY HALVES. IDS ARE
      *    ISSUED IN TIME ORDER, SO NEARLY ALL GO ON THE END. THE
      *    OFFENCES CARRY THE GAME ID, NOT A PLACE IN THIS TABLE,
      *    BECAUSE A GAME PUT IN EARLIER MOVES THE LATER ONES UP.
       01 MAX-GAMES PIC 9(5) VALUE 50000.
       01 GAME-COUNT PIC 9(5) VALUE 0.
       01 GAME-TABLE.
         05 GAME-ENTRY OCCURS 50000 TIMES.
           10 GT-GAME-ID PIC 9(16).
           10 GT-LAST-SEQ PIC 9(5).
           10 GT-TRAIL-COUNT PIC 9(3).
           10 GT-TRAIL-SYMBOL PIC X(1).
           10 GT-TRAIL-DATE PIC 9(8).
           10 GT-NAMED-FLAG PIC A.
           10 GT-X-NAME PIC X(20).
           10 GT-O-NAME PIC X(20).
       01 GAME-IX PIC 9(5).
       01 GAME-MATCH-IX PIC 9(5).
       01 LAST-GAME-IX PIC 9(5) VALUE 0.
       01 GAME-INSERT-IX PIC 9(5).
       01 GAME-LOW-IX PIC 9(5).
       01 GAME-HIGH-IX PIC 9(5).
       01 GAME-MID-IX PIC 9(5).

       01 MAX-OFFENCES PIC 9(6) VALUE 200000.
       01 OFFENCE-COUNT PIC 9(6) VALUE 0.
       01 OFFENCE-TABLE.
         05 OFFENCE-ENTRY OCCURS 200000 TIMES.
           10 OT-GAME-ID PIC 9(16).
           10 OT-TYPE PIC X(1).
           10 OT-SYMBOL PIC X(1).
           10 OT-DATE PIC 9(8).
       01 OFFENCE-IX PIC 9(6).
       01 TABLE-FULL-FLAG PIC A VALUE "N".
       01 HISTORY-FULL-FLAG PIC A VALUE "N".

       01 MAX-PLAYERS PIC 9(3) VALUE 200.
       01 PLAYER-COUNT PIC 9(3) VALUE 0.
       01 PLAYER-TABLE.
         05 PLAYER-ENTRY OCCURS 200 TIMES.
           10 PT-NAME PIC X(20).
           10 PT-REJECTS PIC 9(5).
           10 PT-TIMEOUTS PIC 9(5).
           10 PT-ABORTS PIC 9(5).
           10 PT-WIN-REJECTS PIC 9(5).
           10 PT-WIN-TIMEOUTS PIC 9(5).
           10 PT-WIN-ABORTS PIC 9(5).
           10 PT-LAST-OFFENCE PIC 9(8).
           10 PT-STANDING PIC X(1).
           10 PT-WARN-DATE PIC 9(8).
           10 PT-SUSP-START PIC 9(8).
           10 PT-SUSP-END PIC 9(8).
           10 PT-SUSP-COUNT PIC 9(3).
           10 PT-CLEAR-DATE PIC 9(8).
           10 PT-ACTION PIC X(1).
           10 PT-REASON PIC X(8).
       01 PLAYER-IX PIC 9(3).
       01 PLAYER-MATCH-IX PIC 9(3).

       01 WORK-NAME PIC X(20).
       01 WORK-GAME-ID PIC 9(16).
       01 WORK-GAME-ID-PARTS REDEFINES WORK-GAME-ID.
         05 WORK-GAME-DATE PIC 9(8).
         05 WORK-GAME-TIME PIC 9(8).
       01 WORK-OFFENCE-DATE PIC 9(8).
       01 WORK-OFFENCE-TYPE PIC X(1).
       01 OFFENCE-TEXT PIC X(7).

       01 AUDIT-READ-COUNT PIC 9(7) VALUE 0.
       01 UNNAMED-COUNT PIC 9(6) VALUE 0.
       01 SUSPENDED-COUNT PIC 9(3) VALUE 0.
       01 RELEASED-COUNT PIC 9(3) VALUE 0.
       01 WARNED-COUNT PIC 9(3) VALUE 0.
       01 IN-FORCE-COUNT PIC 9(3) VALUE 0.
       01 LISTED-COUNT PIC 9(3).

       01 READ-COUNT-EDIT PIC ZZZZZZ9.
       01 OFFENCE-COUNT-EDIT PIC ZZZZZ9.
       01 UNNAMED-COUNT-EDIT PIC ZZZZZ9.
       01 COUNT-EDIT-1 PIC ZZZZ9.
       01 COUNT-EDIT-2 PIC ZZZZ9.
       01 COUNT-EDIT-3 PIC ZZZZ9.
       01 COUNT-EDIT-4 PIC ZZZZ9.
       01 SMALL-EDIT-1 PIC ZZ9.
       01 SMALL-EDIT-2 PIC ZZ9.
       01 SMALL-EDIT-3 PIC ZZ9.
       01 SMALL-EDIT-4 PIC ZZ9.
       01 SMALL-EDIT-5 PIC ZZ9.
       01 SHOW-DATE PIC 9(8).
       01 SHOW-DATE-TEXT PIC X(10).
       01 ACTION-TEXT PIC X(24).

       PROCEDURE DIVISION.
           DISPLAY "CONDUCT - PLAYER CONDUCT AND SUSPENSIONS"
           DISPLAY "========================================="

           PERFORM SET-CONDUCT-LIMITS
           PERFORM LOAD-MASTER-TABLE
           PERFORM LOAD-CONDUCT-TABLE
           PERFORM SCAN-AUDIT-FILES
           PERFORM NOTE-ABORTED-GAME VARYING GAME-IX FROM 1 BY 1
             UNTIL GAME-IX > GAME-COUNT
           IF HISTORY-FULL-FLAG IS EQUAL TO "Y"
             DISPLAY "CONDUCT GAME OR OFFENCE TABLE FULL. CONDUCT NOT "
               "RUN."
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM NAME-OFFENDERS
           PERFORM TALLY-OFFENCE VARYING OFFENCE-IX FROM 1 BY 1
             UNTIL OFFENCE-IX > OFFENCE-COUNT
           PERFORM JUDGE-PLAYER VARYING PLAYER-IX FROM 1 BY 1
             UNTIL PLAYER-IX > PLAYER-COUNT
           PERFORM END-LAPSED-SUSPENSION VARYING MASTER-IX FROM 1 BY 1
             UNTIL MASTER-IX > MASTER-COUNT
           IF MASTER-CHANGED-FLAG IS EQUAL TO "Y"
             PERFORM REWRITE-MASTER-FILE
           END-IF
           PERFORM WRITE-CONDUCT-FILE
           PERFORM PRINT-CONDUCT-REPORT

           MOVE OFFENCE-COUNT TO OFFENCE-COUNT-EDIT
           MOVE SUSPENDED-COUNT TO SMALL-EDIT-1
           MOVE RELEASED-COUNT TO SMALL-EDIT-2
           MOVE WARNED-COUNT TO SMALL-EDIT-3
           DISPLAY OFFENCE-COUNT-EDIT " OFFENCE(S) ON FILE, "
             SMALL-EDIT-1 " SUSPENDED, " SMALL-EDIT-2 " RELEASED, "
             SMALL-EDIT-3 " UNDER WARNING"
           IF TABLE-FULL-FLAG IS EQUAL TO "Y"
             DISPLAY "CONDUCT TABLES FULL. SOME OFFENCES NOT COUNTED. "
               "SEE CONDRPT."
             MOVE 8 TO RETURN-CODE
           END-IF

           GOBACK.

      *    EVERY LIMIT CAN BE SET FROM THE ENVIRONMENT; ZERO OR UNSET
      *    TAKES THE HOUSE DEFAULT. CONDDAYS IS THE LOOK-BACK WINDOW,
      *    CONDTMOUT AND CONDABORT THE TIMEOUTS AND ABORTS IN THAT
      *    WINDOW THAT EARN A SUSPENSION OF CONDSUSP DAYS. ONE SHORT
      *    OF EITHER, OR CONDREJECT REJECTED MOVES, EARNS A WARNING.
      *    CONDRETRY IS THE NUMBER OF REJECTS IN A ROW AT WHICH
      *    TICTACTOE GIVES UP ON A GAME. CONDDATE STANDS IN FOR THE
      *    RUN DATE WHEN A MISSED NIGHT IS RERUN.
       SET-CONDUCT-LIMITS.
           ACCEPT DATE-OVERRIDE FROM ENVIRONMENT "CONDDATE"
           IF DATE-OVERRIDE IS NUMERIC
             MOVE DATE-OVERRIDE TO RUN-DATE
           ELSE
             ACCEPT RUN-DATE FROM DATE YYYYMMDD
           END-IF
           ACCEPT WINDOW-DAYS FROM ENVIRONMENT "CONDDAYS"
           IF WINDOW-DAYS IS EQUAL TO 0
             MOVE DEFAULT-WINDOW-DAYS TO WINDOW-DAYS
           END-IF
           ACCEPT TIMEOUT-LIMIT FROM ENVIRONMENT "CONDTMOUT"
           IF TIMEOUT-LIMIT IS EQUAL TO 0
             MOVE DEFAULT-TIMEOUT-LIMIT TO TIMEOUT-LIMIT
           END-IF
           ACCEPT ABORT-LIMIT FROM ENVIRONMENT "CONDABORT"
           IF ABORT-LIMIT IS EQUAL TO 0
             MOVE DEFAULT-ABORT-LIMIT TO ABORT-LIMIT
           END-IF
           ACCEPT REJECT-LIMIT FROM ENVIRONMENT "CONDREJECT"
           IF REJECT-LIMIT IS EQUAL TO 0
             MOVE DEFAULT-REJECT-LIMIT TO REJECT-LIMIT
           END-IF
           ACCEPT SUSP-DAYS FROM ENVIRONMENT "CONDSUSP"
           IF SUSP-DAYS IS EQUAL TO 0
             MOVE DEFAULT-SUSP-DAYS TO SUSP-DAYS
           END-IF
           ACCEPT RETRY-LIMIT FROM ENVIRONMENT "CONDRETRY"
           IF RETRY-LIMIT IS EQUAL TO 0
             MOVE DEFAULT-RETRY-LIMIT TO RETRY-LIMIT
           END-IF
           COMPUTE TIMEOUT-WARN = TIMEOUT-LIMIT - 1
           COMPUTE ABORT-WARN = ABORT-LIMIT - 1
           MOVE RUN-DATE TO WORK-DATE-N
           PERFORM SUBTRACT-ONE-DAY VARYING DAYS-STEP FROM 2 BY 1
             UNTIL DAYS-STEP > WINDOW-DAYS
           MOVE WORK-DATE-N TO WINDOW-START
           .

       SUBTRACT-ONE-DAY.
           IF WD-DAY IS GREATER THAN 1
             SUBTRACT 1 FROM WD-DAY
           ELSE
             IF WD-MONTH IS GREATER THAN 1
               SUBTRACT 1 FROM WD-MONTH
             ELSE
               MOVE 12 TO WD-MONTH
               SUBTRACT 1 FROM WD-YEAR
             END-IF
             PERFORM SET-DAYS-IN-MONTH
             MOVE DAYS-IN-MONTH TO WD-DAY
           END-IF
           .

       ADD-ONE-DAY.
           PERFORM SET-DAYS-IN-MONTH
           IF WD-DAY IS LESS THAN DAYS-IN-MONTH
             ADD 1 TO WD-DAY
           ELSE
             MOVE 1 TO WD-DAY
             IF WD-MONTH IS LESS THAN 12
               ADD 1 TO WD-MONTH
             ELSE
               MOVE 1 TO WD-MONTH
               ADD 1 TO WD-YEAR
             END-IF
           END-IF
           .

       SET-DAYS-IN-MONTH.
           MOVE MONTH-DAYS(WD-MONTH) TO DAYS-IN-MONTH
           IF WD-MONTH IS EQUAL TO 2
             PERFORM CHECK-LEAP-YEAR
             IF LEAP-FLAG IS EQUAL TO "Y"
               MOVE 29 TO DAYS-IN-MONTH
             END-IF
           END-IF
           .

       CHECK-LEAP-YEAR.
           MOVE "N" TO LEAP-FLAG
           DIVIDE WD-YEAR BY 4 GIVING LEAP-WORK REMAINDER LEAP-REM
           IF LEAP-REM IS EQUAL TO 0
             MOVE "Y" TO LEAP-FLAG
             DIVIDE WD-YEAR BY 100 GIVING LEAP-WORK
               REMAINDER LEAP-REM
             IF LEAP-REM IS EQUAL TO 0
               MOVE "N" TO LEAP-FLAG
               DIVIDE WD-YEAR BY 400 GIVING LEAP-WORK
                 REMAINDER LEAP-REM
               IF LEAP-REM IS EQUAL TO 0
                 MOVE "Y" TO LEAP-FLAG
               END-IF
             END-IF
           END-IF
           .

      *    PLAYMST IS REWRITTEN WHEN A SUSPENSION STARTS OR ENDS, SO
      *    EVERY RECORD MUST FIT IN THE TABLE OR NONE IS TOUCHED.
       LOAD-MASTER-TABLE.
           MOVE 0 TO MASTER-COUNT
           MOVE "N" TO EOF-FLAG
           OPEN INPUT PLAYER-MASTER
           IF PLAYMST-FILE-STATUS IS EQUAL TO "00"
             PERFORM LOAD-MASTER-RECORD UNTIL EOF-FLAG IS EQUAL TO "Y"
             CLOSE PLAYER-MASTER
           ELSE
             DISPLAY "NO PLAYER MASTER. NOBODY CAN BE SUSPENDED."
           END-IF
           .

       LOAD-MASTER-RECORD.
           READ PLAYER-MASTER
             AT END
               MOVE "Y" TO EOF-FLAG
           END-READ
           IF EOF-FLAG IS NOT EQUAL TO "Y"
             IF MASTER-COUNT IS LESS THAN MAX-MASTER
               ADD 1 TO MASTER-COUNT
               MOVE PM-NUMBER TO MT-NUMBER(MASTER-COUNT)
               MOVE PM-NAME TO MT-NAME(MASTER-COUNT)
               MOVE PM-STATUS TO MT-STATUS(MASTER-COUNT)
               IF PM-MERGED-TO IS NUMERIC
                 MOVE PM-MERGED-TO TO MT-MERGED-TO(MASTER-COUNT)
               ELSE
                 MOVE 0 TO MT-MERGED-TO(MASTER-COUNT)
               END-IF
               IF PM-SUSP-END IS NUMERIC
                 MOVE PM-SUSP-END TO MT-SUSP-END(MASTER-COUNT)
               ELSE
                 MOVE 0 TO MT-SUSP-END(MASTER-COUNT)
               END-IF
             ELSE
               DISPLAY "PLAYER MASTER TABLE FULL. CONDUCT NOT RUN."
               CLOSE PLAYER-MASTER
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
           END-IF
           .

      *    ONLY THE STANDING AND SUSPENSION HISTORY ARE TAKEN FROM THE
      *    LAST RUN; THE COUNTS ARE REBUILT BELOW. A PLAYER PLAYMRG HAS
      *    MERGED AWAY IS DROPPED, BECAUSE THOSE GAMES NOW CARRY THE
      *    SURVIVOR'S NAME AND THE OFFENCES ARE COUNTED THERE.
       LOAD-CONDUCT-TABLE.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT CONDUCT-FILE
           IF CONDUCT-FILE-STATUS IS EQUAL TO "00"
             PERFORM LOAD-CONDUCT-RECORD UNTIL EOF-FLAG IS EQUAL TO "Y"
             CLOSE CONDUCT-FILE
           END-IF
           .

       LOAD-CONDUCT-RECORD.
           READ CONDUCT-FILE
             AT END
               MOVE "Y" TO EOF-FLAG
           END-READ
           IF EOF-FLAG IS NOT EQUAL TO "Y"
             MOVE CN-NAME TO WORK-NAME
             PERFORM FIND-MASTER-BY-NAME
             IF MASTER-MATCH-IX IS EQUAL TO 0
               PERFORM KEEP-CONDUCT-RECORD
             ELSE
               IF MT-MERGED-TO(MASTER-MATCH-IX) IS EQUAL TO 0
                 PERFORM KEEP-CONDUCT-RECORD
               END-IF
             END-IF
           END-IF
           .

       KEEP-CONDUCT-RECORD.
           PERFORM FIND-PLAYER-ENTRY
           IF PLAYER-MATCH-IX IS GREATER THAN 0
             MOVE CN-STANDING TO PT-STANDING(PLAYER-MATCH-IX)
             MOVE CN-WARN-DATE TO PT-WARN-DATE(PLAYER-MATCH-IX)
             MOVE CN-SUSP-START TO PT-SUSP-START(PLAYER-MATCH-IX)
             MOVE CN-SUSP-END TO PT-SUSP-END(PLAYER-MATCH-IX)
             MOVE CN-SUSP-COUNT TO PT-SUSP-COUNT(PLAYER-MATCH-IX)
             MOVE CN-CLEAR-DATE TO PT-CLEAR-DATE(PLAYER-MATCH-IX)
           END-IF
           .

       SCAN-AUDIT-FILES.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT AUDIT-TRAIL
           IF AUDIT-FILE-STATUS IS EQUAL TO "00"
             PERFORM READ-LIVE-AUDIT UNTIL EOF-FLAG IS EQUAL TO "Y"
             CLOSE AUDIT-TRAIL
           END-IF
           IF HISTORY-FULL-FLAG IS NOT EQUAL TO "Y"
             MOVE "N" TO EOF-FLAG
             OPEN INPUT ARCHIVE-AUDIT
             IF AUDTARC-FILE-STATUS IS EQUAL TO "00"
               PERFORM READ-ARCHIVE-AUDIT UNTIL EOF-FLAG IS EQUAL TO
                 "Y"
               CLOSE ARCHIVE-AUDIT
             END-IF
           END-IF
           .

       READ-LIVE-AUDIT.
           READ AUDIT-TRAIL
             AT END
               MOVE "Y" TO EOF-FLAG
             NOT AT END
               PERFORM CHECK-AUDIT-ENTRY
           END-READ
           .

       READ-ARCHIVE-AUDIT.
           READ ARCHIVE-AUDIT
             AT END
               MOVE "Y" TO EOF-FLAG
             NOT AT END
               MOVE ARCHIVE-AUDIT-RECORD TO AUDIT-RECORD
               PERFORM CHECK-AUDIT-ENTRY
           END-READ
           .

      *    TAKEN AND RANGE ARE REJECTED MOVES AND TMOUT IS A TIMEOUT
      *    FORFEIT; EACH IS AN OFFENCE BY THE PLAYER WHOSE SYMBOL IT
      *    CARRIES. ONLY AN ACCEPTED MOVE ("OK") BREAKS A STRING OF
      *    REJECTS, SO A STRING STILL OPEN AT THE END OF THE GAME IS
      *    THE GAME TICTACTOE GAVE UP ON. ENTRIES WITH NO GAME ID
      *    CANNOT BE JOINED TO A PLAYER AND ARE PASSED OVER.
       CHECK-AUDIT-ENTRY.
           ADD 1 TO AUDIT-READ-COUNT
           IF AUDIT-GAME-ID IS NUMERIC AND AUDIT-GAME-ID IS NOT EQUAL
             TO 0 AND AUDIT-SEQ IS NUMERIC
             IF AUDIT-REASON IS EQUAL TO "TAKEN" OR
               AUDIT-REASON IS EQUAL TO "RANGE"
               PERFORM NOTE-REJECT
             ELSE
               IF AUDIT-REASON IS EQUAL TO "TMOUT"
                 PERFORM NOTE-TIMEOUT
               ELSE
                 IF AUDIT-REASON IS EQUAL TO "OK"
                   PERFORM NOTE-ACCEPTED-MOVE
                 END-IF
               END-IF
             END-IF
           END-IF
           .

       NOTE-REJECT.
           PERFORM FIND-OR-ADD-GAME
           IF GAME-MATCH-IX IS GREATER THAN 0
             MOVE "R" TO WORK-OFFENCE-TYPE
             PERFORM ADD-OFFENCE
             IF AUDIT-SEQ IS GREATER THAN GT-LAST-SEQ(GAME-MATCH-IX)
               MOVE AUDIT-SEQ TO GT-LAST-SEQ(GAME-MATCH-IX)
               ADD 1 TO GT-TRAIL-COUNT(GAME-MATCH-IX)
               MOVE AUDIT-SYMBOL TO GT-TRAIL-SYMBOL(GAME-MATCH-IX)
               MOVE WORK-OFFENCE-DATE TO GT-TRAIL-DATE(GAME-MATCH-IX)
             END-IF
           END-IF
           .

       NOTE-TIMEOUT.
           PERFORM FIND-OR-ADD-GAME
           IF GAME-MATCH-IX IS GREATER THAN 0
             MOVE "T" TO WORK-OFFENCE-TYPE
             PERFORM ADD-OFFENCE
           END-IF
           .

       NOTE-ACCEPTED-MOVE.
           PERFORM FIND-GAME-ENTRY
           IF GAME-MATCH-IX IS GREATER THAN 0
             IF AUDIT-SEQ IS GREATER THAN GT-LAST-SEQ(GAME-MATCH-IX)
               MOVE AUDIT-SEQ TO GT-LAST-SEQ(GAME-MATCH-IX)
               MOVE 0 TO GT-TRAIL-COUNT(GAME-MATCH-IX)
             END-IF
           END-IF
           .

      *    AN ENTRY WRITTEN BEFORE AUDIT-DATE EXISTED IS DATED BY THE
      *    DAY ITS GAME STARTED, THE FIRST HALF OF THE GAME ID.
       ADD-OFFENCE.
           IF AUDIT-DATE IS NUMERIC AND AUDIT-DATE IS NOT EQUAL TO 0
             MOVE AUDIT-DATE TO WORK-OFFENCE-DATE
           ELSE
             MOVE AUDIT-GAME-ID TO WORK-GAME-ID
             MOVE WORK-GAME-DATE TO WORK-OFFENCE-DATE
           END-IF
           IF OFFENCE-COUNT IS LESS THAN MAX-OFFENCES
             ADD 1 TO OFFENCE-COUNT
             MOVE AUDIT-GAME-ID TO OT-GAME-ID(OFFENCE-COUNT)
             MOVE WORK-OFFENCE-TYPE TO OT-TYPE(OFFENCE-COUNT)
             MOVE AUDIT-SYMBOL TO OT-SYMBOL(OFFENCE-COUNT)
             MOVE WORK-OFFENCE-DATE TO OT-DATE(OFFENCE-COUNT)
           ELSE
             PERFORM NOTE-HISTORY-FULL
           END-IF
           .

      *    A GAME OR OFFENCE LEFT OUT COULD BE THE ONE THAT EARNS A
      *    SUSPENSION, SO A FULL TABLE ENDS THE SCAN AND THE RUN IS
      *    ABANDONED BEFORE ANYTHING IS WRITTEN.
       NOTE-HISTORY-FULL.
           MOVE "Y" TO HISTORY-FULL-FLAG
           MOVE "Y" TO EOF-FLAG
           .

      *    ONE GAME'S ENTRIES USUALLY FOLLOW ONE ANOTHER, SO THE GAME
      *    MATCHED LAST TIME IS TRIED BEFORE THE TABLE IS SEARCHED.
       FIND-GAME-ENTRY.
           MOVE 0 TO GAME-MATCH-IX
           IF LAST-GAME-IX IS GREATER THAN 0
             IF GT-GAME-ID(LAST-GAME-IX) IS EQUAL TO AUDIT-GAME-ID
               MOVE LAST-GAME-IX TO GAME-MATCH-IX
             END-IF
           END-IF
           IF GAME-MATCH-IX IS EQUAL TO 0
             MOVE AUDIT-GAME-ID TO WORK-GAME-ID
             PERFORM FIND-GAME-BY-ID
           END-IF
           IF GAME-MATCH-IX IS GREATER THAN 0
             MOVE GAME-MATCH-IX TO LAST-GAME-IX
           END-IF
           .

      *    WHEN WORK-GAME-ID IS NOT FOUND, GAME-INSERT-IX IS WHERE IT
      *    WOULD GO TO KEEP THE TABLE IN ORDER.
       FIND-GAME-BY-ID.
           MOVE 0 TO GAME-MATCH-IX
           MOVE 1 TO GAME-LOW-IX
           MOVE GAME-COUNT TO GAME-HIGH-IX
           PERFORM HALVE-GAME-RANGE UNTIL GAME-LOW-IX > GAME-HIGH-IX
             OR GAME-MATCH-IX IS GREATER THAN 0
           MOVE GAME-LOW-IX TO GAME-INSERT-IX
           .

       HALVE-GAME-RANGE.
           COMPUTE GAME-MID-IX = (GAME-LOW-IX + GAME-HIGH-IX) / 2
           IF GT-GAME-ID(GAME-MID-IX) IS EQUAL TO WORK-GAME-ID
             MOVE GAME-MID-IX TO GAME-MATCH-IX
           ELSE
             IF GT-GAME-ID(GAME-MID-IX) IS LESS THAN WORK-GAME-ID
               COMPUTE GAME-LOW-IX = GAME-MID-IX + 1
             ELSE
               COMPUTE GAME-HIGH-IX = GAME-MID-IX - 1
             END-IF
           END-IF
           .

       FIND-OR-ADD-GAME.
           PERFORM FIND-GAME-ENTRY
           IF GAME-MATCH-IX IS EQUAL TO 0
             IF GAME-COUNT IS LESS THAN MAX-GAMES
               PERFORM MOVE-GAME-ENTRY-UP VARYING GAME-IX FROM
                 GAME-COUNT BY -1 UNTIL GAME-IX < GAME-INSERT-IX
               ADD 1 TO GAME-COUNT
               MOVE GAME-INSERT-IX TO GAME-MATCH-IX
               MOVE AUDIT-GAME-ID TO GT-GAME-ID(GAME-MATCH-IX)
               MOVE 0 TO GT-LAST-SEQ(GAME-MATCH-IX)
               MOVE 0 TO GT-TRAIL-COUNT(GAME-MATCH-IX)
               MOVE SPACE TO GT-TRAIL-SYMBOL(GAME-MATCH-IX)
               MOVE 0 TO GT-TRAIL-DATE(GAME-MATCH-IX)
               MOVE "N" TO GT-NAMED-FLAG(GAME-MATCH-IX)
               MOVE SPACES TO GT-X-NAME(GAME-MATCH-IX)
               MOVE SPACES TO GT-O-NAME(GAME-MATCH-IX)
               MOVE GAME-MATCH-IX TO LAST-GAME-IX
             ELSE
               PERFORM NOTE-HISTORY-FULL
             END-IF
           END-IF
           .

       MOVE-GAME-ENTRY-UP.
           MOVE GAME-ENTRY(GAME-IX) TO GAME-ENTRY(GAME-IX + 1)
           .

       NOTE-ABORTED-GAME.
           IF GT-TRAIL-COUNT(GAME-IX) IS NOT LESS THAN RETRY-LIMIT
             IF OFFENCE-COUNT IS LESS THAN MAX-OFFENCES
               ADD 1 TO OFFENCE-COUNT
               MOVE GT-GAME-ID(GAME-IX) TO OT-GAME-ID(OFFENCE-COUNT)
               MOVE "A" TO OT-TYPE(OFFENCE-COUNT)
               MOVE GT-TRAIL-SYMBOL(GAME-IX) TO OT-SYMBOL(OFFENCE-COUNT)
               MOVE GT-TRAIL-DATE(GAME-IX) TO OT-DATE(OFFENCE-COUNT)
             ELSE
               MOVE "Y" TO HISTORY-FULL-FLAG
             END-IF
           END-IF
           .

      *    THE RESULT RECORD NAMES BOTH SIDES. A GAME THAT NEVER
      *    FINISHED HAS NO RESULT, BUT IF IT WAS SAVED ITS CHECKPOINT
      *    STILL NAMES THE PLAYERS.
       NAME-OFFENDERS.
           IF GAME-COUNT IS GREATER THAN 0
             MOVE "N" TO EOF-FLAG
             OPEN INPUT GAME-RESULTS
             IF GAMERES-FILE-STATUS IS EQUAL TO "00"
               PERFORM READ-LIVE-RESULT UNTIL EOF-FLAG IS EQUAL TO "Y"
               CLOSE GAME-RESULTS
             END-IF
             MOVE "N" TO EOF-FLAG
             OPEN INPUT ARCHIVE-RESULTS
             IF GAMEARC-FILE-STATUS IS EQUAL TO "00"
               PERFORM READ-ARCHIVE-RESULT UNTIL EOF-FLAG IS EQUAL TO
                 "Y"
               CLOSE ARCHIVE-RESULTS
             END-IF
             MOVE "N" TO EOF-FLAG
             OPEN INPUT CHECKPOINT-FILE
             IF CHKPT-FILE-STATUS IS EQUAL TO "00"
               PERFORM READ-CHECKPOINT UNTIL EOF-FLAG IS EQUAL TO "Y"
               CLOSE CHECKPOINT-FILE
             END-IF
           END-IF
           .

       READ-LIVE-RESULT.
           READ GAME-RESULTS
             AT END
               MOVE "Y" TO EOF-FLAG
             NOT AT END
               PERFORM NAME-FROM-RESULT
           END-READ
           .

       READ-ARCHIVE-RESULT.
           READ ARCHIVE-RESULTS
             AT END
               MOVE "Y" TO EOF-FLAG
             NOT AT END
               MOVE ARCHIVE-RESULT-RECORD TO GAME-RESULT-RECORD
               PERFORM NAME-FROM-RESULT
           END-READ
           .

       NAME-FROM-RESULT.
           IF GR-GAME-ID IS NUMERIC AND GR-GAME-ID IS NOT EQUAL TO 0
             MOVE GR-GAME-ID TO WORK-GAME-ID
             PERFORM FIND-UNNAMED-GAME
             IF GAME-MATCH-IX IS GREATER THAN 0
               MOVE GR-PLAYER-X-NAME TO GT-X-NAME(GAME-MATCH-IX)
               MOVE GR-PLAYER-O-NAME TO GT-O-NAME(GAME-MATCH-IX)
               MOVE "Y" TO GT-NAMED-FLAG(GAME-MATCH-IX)
             END-IF
           END-IF
           .

       READ-CHECKPOINT.
           READ CHECKPOINT-FILE
             AT END
               MOVE "Y" TO EOF-FLAG
             NOT AT END
               IF CKPT-GAME-ID IS NUMERIC AND CKPT-GAME-ID IS NOT
                 EQUAL TO 0
                 MOVE CKPT-GAME-ID TO WORK-GAME-ID
                 PERFORM FIND-UNNAMED-GAME
                 IF GAME-MATCH-IX IS GREATER THAN 0
                   MOVE CKPT-PLAYER-X-NAME TO GT-X-NAME(GAME-MATCH-IX)
                   MOVE CKPT-PLAYER-O-NAME TO GT-O-NAME(GAME-MATCH-IX)
                   MOVE "Y" TO GT-NAMED-FLAG(GAME-MATCH-IX)
                 END-IF
               END-IF
           END-READ
           .

       FIND-UNNAMED-GAME.
           PERFORM FIND-GAME-BY-ID
           IF GAME-MATCH-IX IS GREATER THAN 0
             IF GT-NAMED-FLAG(GAME-MATCH-IX) IS NOT EQUAL TO "N"
               MOVE 0 TO GAME-MATCH-IX
             END-IF
           END-IF
           .

       FIND-OFFENCE-GAME.
           MOVE OT-GAME-ID(OFFENCE-IX) TO WORK-GAME-ID
           PERFORM FIND-GAME-BY-ID
           MOVE GAME-MATCH-IX TO GAME-IX
           .

      *    ONLY OFFENCES INSIDE THE WINDOW AND AFTER THE PLAYER'S LAST
      *    SUSPENSION COUNT TOWARDS A WARNING OR A NEW SUSPENSION. THE
      *    RECORD TOTALS COUNT EVERYTHING ON FILE.
       TALLY-OFFENCE.
           PERFORM FIND-OFFENCE-GAME
           MOVE SPACES TO WORK-NAME
           IF OT-SYMBOL(OFFENCE-IX) IS EQUAL TO "X"
             MOVE GT-X-NAME(GAME-IX) TO WORK-NAME
           END-IF
           IF OT-SYMBOL(OFFENCE-IX) IS EQUAL TO "O"
             MOVE GT-O-NAME(GAME-IX) TO WORK-NAME
           END-IF
           IF WORK-NAME IS EQUAL TO SPACES
             ADD 1 TO UNNAMED-COUNT
           ELSE
             PERFORM FIND-PLAYER-ENTRY
             IF PLAYER-MATCH-IX IS GREATER THAN 0
               PERFORM COUNT-PLAYER-OFFENCE
             END-IF
           END-IF
           .

       COUNT-PLAYER-OFFENCE.
           IF OT-DATE(OFFENCE-IX) IS GREATER THAN
             PT-LAST-OFFENCE(PLAYER-MATCH-IX)
             MOVE OT-DATE(OFFENCE-IX) TO
               PT-LAST-OFFENCE(PLAYER-MATCH-IX)
           END-IF
           IF OT-TYPE(OFFENCE-IX) IS EQUAL TO "R"
             ADD 1 TO PT-REJECTS(PLAYER-MATCH-IX)
           END-IF
           IF OT-TYPE(OFFENCE-IX) IS EQUAL TO "T"
             ADD 1 TO PT-TIMEOUTS(PLAYER-MATCH-IX)
           END-IF
           IF OT-TYPE(OFFENCE-IX) IS EQUAL TO "A"
             ADD 1 TO PT-ABORTS(PLAYER-MATCH-IX)
           END-IF
           IF OT-DATE(OFFENCE-IX) IS NOT LESS THAN WINDOW-START AND
             OT-DATE(OFFENCE-IX) IS NOT GREATER THAN RUN-DATE AND
             OT-DATE(OFFENCE-IX) IS GREATER THAN
             PT-CLEAR-DATE(PLAYER-MATCH-IX)
             IF OT-TYPE(OFFENCE-IX) IS EQUAL TO "R"
               ADD 1 TO PT-WIN-REJECTS(PLAYER-MATCH-IX)
             END-IF
             IF OT-TYPE(OFFENCE-IX) IS EQUAL TO "T"
               ADD 1 TO PT-WIN-TIMEOUTS(PLAYER-MATCH-IX)
             END-IF
             IF OT-TYPE(OFFENCE-IX) IS EQUAL TO "A"
               ADD 1 TO PT-WIN-ABORTS(PLAYER-MATCH-IX)
             END-IF
           END-IF
           .

       FIND-PLAYER-ENTRY.
           MOVE 0 TO PLAYER-MATCH-IX
           PERFORM TEST-PLAYER-ENTRY VARYING PLAYER-IX FROM 1 BY 1
             UNTIL PLAYER-IX > PLAYER-COUNT OR PLAYER-MATCH-IX IS
             GREATER THAN 0
           IF PLAYER-MATCH-IX IS EQUAL TO 0
             IF PLAYER-COUNT IS LESS THAN MAX-PLAYERS
               ADD 1 TO PLAYER-COUNT
               MOVE PLAYER-COUNT TO PLAYER-MATCH-IX
               MOVE WORK-NAME TO PT-NAME(PLAYER-COUNT)
               MOVE 0 TO PT-REJECTS(PLAYER-COUNT)
               MOVE 0 TO PT-TIMEOUTS(PLAYER-COUNT)
               MOVE 0 TO PT-ABORTS(PLAYER-COUNT)
               MOVE 0 TO PT-WIN-REJECTS(PLAYER-COUNT)
               MOVE 0 TO PT-WIN-TIMEOUTS(PLAYER-COUNT)
               MOVE 0 TO PT-WIN-ABORTS(PLAYER-COUNT)
               MOVE 0 TO PT-LAST-OFFENCE(PLAYER-COUNT)
               MOVE SPACE TO PT-STANDING(PLAYER-COUNT)
               MOVE 0 TO PT-WARN-DATE(PLAYER-COUNT)
               MOVE 0 TO PT-SUSP-START(PLAYER-COUNT)
               MOVE 0 TO PT-SUSP-END(PLAYER-COUNT)
               MOVE 0 TO PT-SUSP-COUNT(PLAYER-COUNT)
               MOVE 0 TO PT-CLEAR-DATE(PLAYER-COUNT)
               MOVE SPACE TO PT-ACTION(PLAYER-COUNT)
               MOVE SPACES TO PT-REASON(PLAYER-COUNT)
             ELSE
               MOVE "Y" TO TABLE-FULL-FLAG
             END-IF
           END-IF
           .

       TEST-PLAYER-ENTRY.
           IF PT-NAME(PLAYER-IX) IS EQUAL TO WORK-NAME
             MOVE PLAYER-IX TO PLAYER-MATCH-IX
           END-IF
           .

      *    PT-ACTION RECORDS WHAT THIS RUN DID: "N" NEW SUSPENSION,
      *    "E" SUSPENSION ENDED, "L" LIFTED EARLY IN PLAYMNT (OR THE
      *    PLAYER DEACTIVATED), "W" NEW WARNING.
       JUDGE-PLAYER.
           MOVE SPACE TO PT-ACTION(PLAYER-IX)
           MOVE PT-NAME(PLAYER-IX) TO WORK-NAME
           PERFORM FIND-MASTER-BY-NAME
           IF PT-STANDING(PLAYER-IX) IS EQUAL TO "S"
             PERFORM REVIEW-SUSPENSION
           END-IF
           IF PT-STANDING(PLAYER-IX) IS NOT EQUAL TO "S"
             PERFORM TEST-LIMITS
           END-IF
           IF PT-STANDING(PLAYER-IX) IS EQUAL TO "S"
             ADD 1 TO IN-FORCE-COUNT
           END-IF
           .

       REVIEW-SUSPENSION.
           IF MASTER-MATCH-IX IS EQUAL TO 0
             MOVE "L" TO PT-ACTION(PLAYER-IX)
           ELSE
             IF MT-STATUS(MASTER-MATCH-IX) IS NOT EQUAL TO "S"
               MOVE "L" TO PT-ACTION(PLAYER-IX)
             ELSE
               IF PT-SUSP-END(PLAYER-IX) IS LESS THAN RUN-DATE
                 MOVE "E" TO PT-ACTION(PLAYER-IX)
                 MOVE "A" TO MT-STATUS(MASTER-MATCH-IX)
                 MOVE 0 TO MT-SUSP-END(MASTER-MATCH-IX)
                 MOVE "Y" TO MASTER-CHANGED-FLAG
               END-IF
             END-IF
           END-IF
           IF PT-ACTION(PLAYER-IX) IS NOT EQUAL TO SPACE
             MOVE SPACE TO PT-STANDING(PLAYER-IX)
             ADD 1 TO RELEASED-COUNT
           END-IF
           .

      *    ONLY AN ACTIVE PLAYER ON THE MASTER CAN BE SUSPENDED. ONE
      *    WHO IS OVER A LIMIT BUT CANNOT BE (NOT REGISTERED, OR
      *    ALREADY INACTIVE) IS LEFT UNDER A WARNING INSTEAD.
       TEST-LIMITS.
           MOVE SPACES TO PT-REASON(PLAYER-IX)
           IF PT-WIN-TIMEOUTS(PLAYER-IX) IS NOT LESS THAN TIMEOUT-LIMIT
             MOVE "TIMEOUTS" TO PT-REASON(PLAYER-IX)
           ELSE
             IF PT-WIN-ABORTS(PLAYER-IX) IS NOT LESS THAN ABORT-LIMIT
               MOVE "ABORTS" TO PT-REASON(PLAYER-IX)
             END-IF
           END-IF
           IF PT-REASON(PLAYER-IX) IS NOT EQUAL TO SPACES AND
             MASTER-MATCH-IX IS GREATER THAN 0
             IF MT-STATUS(MASTER-MATCH-IX) IS EQUAL TO "A"
               PERFORM SUSPEND-PLAYER
             END-IF
           END-IF
           IF PT-STANDING(PLAYER-IX) IS NOT EQUAL TO "S"
             IF PT-REASON(PLAYER-IX) IS NOT EQUAL TO SPACES OR
               (PT-WIN-TIMEOUTS(PLAYER-IX) IS GREATER THAN 0 AND
               PT-WIN-TIMEOUTS(PLAYER-IX) IS NOT LESS THAN
               TIMEOUT-WARN) OR
               (PT-WIN-ABORTS(PLAYER-IX) IS GREATER THAN 0 AND
               PT-WIN-ABORTS(PLAYER-IX) IS NOT LESS THAN ABORT-WARN)
               OR PT-WIN-REJECTS(PLAYER-IX) IS NOT LESS THAN
               REJECT-LIMIT
               PERFORM WARN-PLAYER
             ELSE
               MOVE SPACE TO PT-STANDING(PLAYER-IX)
             END-IF
           END-IF
           .

      *    THE SUSPENSION STARTS AT ONCE AND RUNS FOR CONDSUSP DAYS
      *    AFTER THE RUN DATE. THE OFFENCES THAT EARNED IT ARE SPENT.
       SUSPEND-PLAYER.
           MOVE RUN-DATE TO WORK-DATE-N
           PERFORM ADD-ONE-DAY VARYING DAYS-STEP FROM 1 BY 1
             UNTIL DAYS-STEP > SUSP-DAYS
           MOVE "S" TO PT-STANDING(PLAYER-IX)
           MOVE "N" TO PT-ACTION(PLAYER-IX)
           MOVE RUN-DATE TO PT-SUSP-START(PLAYER-IX)
           MOVE WORK-DATE-N TO PT-SUSP-END(PLAYER-IX)
           ADD 1 TO PT-SUSP-COUNT(PLAYER-IX)
           MOVE RUN-DATE TO PT-CLEAR-DATE(PLAYER-IX)
           MOVE 0 TO PT-WARN-DATE(PLAYER-IX)
           MOVE "S" TO MT-STATUS(MASTER-MATCH-IX)
           MOVE WORK-DATE-N TO MT-SUSP-END(MASTER-MATCH-IX)
           MOVE "Y" TO MASTER-CHANGED-FLAG
           ADD 1 TO SUSPENDED-COUNT
           .

       WARN-PLAYER.
           IF PT-STANDING(PLAYER-IX) IS NOT EQUAL TO "W"
             MOVE "W" TO PT-STANDING(PLAYER-IX)
             MOVE "W" TO PT-ACTION(PLAYER-IX)
             MOVE RUN-DATE TO PT-WARN-DATE(PLAYER-IX)
           END-IF
           ADD 1 TO WARNED-COUNT
           .

      *    A SUSPENSION ON THE MASTER THAT HAS RUN ITS COURSE BUT HAS
      *    NO CONDUCT RECORD BEHIND IT IS ENDED HERE AS WELL.
       END-LAPSED-SUSPENSION.
           IF MT-STATUS(MASTER-IX) IS EQUAL TO "S" AND
             MT-SUSP-END(MASTER-IX) IS LESS THAN RUN-DATE
             MOVE "A" TO MT-STATUS(MASTER-IX)
             MOVE 0 TO MT-SUSP-END(MASTER-IX)
             MOVE "Y" TO MASTER-CHANGED-FLAG
           END-IF
           .

       FIND-MASTER-BY-NAME.
           MOVE 0 TO MASTER-MATCH-IX
           PERFORM TEST-MASTER-NAME VARYING MASTER-IX FROM 1 BY 1
             UNTIL MASTER-IX > MASTER-COUNT OR MASTER-MATCH-IX IS NOT
             EQUAL TO 0
           .

       TEST-MASTER-NAME.
           IF MT-NAME(MASTER-IX) IS EQUAL TO WORK-NAME
             MOVE MASTER-IX TO MASTER-MATCH-IX
           END-IF
           .

       REWRITE-MASTER-FILE.
           OPEN OUTPUT PLAYER-MASTER
           PERFORM WRITE-MASTER-RECORD VARYING MASTER-IX FROM 1 BY 1
             UNTIL MASTER-IX > MASTER-COUNT
           CLOSE PLAYER-MASTER
           .

       WRITE-MASTER-RECORD.
           MOVE MT-NUMBER(MASTER-IX) TO PM-NUMBER
           MOVE MT-NAME(MASTER-IX) TO PM-NAME
           MOVE MT-STATUS(MASTER-IX) TO PM-STATUS
           MOVE MT-MERGED-TO(MASTER-IX) TO PM-MERGED-TO
           MOVE MT-SUSP-END(MASTER-IX) TO PM-SUSP-END
           WRITE PLAYER-MASTER-RECORD
           .

       WRITE-CONDUCT-FILE.
           OPEN OUTPUT CONDUCT-FILE
           PERFORM WRITE-CONDUCT-RECORD VARYING PLAYER-IX FROM 1 BY 1
             UNTIL PLAYER-IX > PLAYER-COUNT
           CLOSE CONDUCT-FILE
           .

       WRITE-CONDUCT-RECORD.
           MOVE PT-NAME(PLAYER-IX) TO CN-NAME
           MOVE PT-REJECTS(PLAYER-IX) TO CN-REJECT-COUNT
           MOVE PT-TIMEOUTS(PLAYER-IX) TO CN-TIMEOUT-COUNT
           MOVE PT-ABORTS(PLAYER-IX) TO CN-ABORT-COUNT
           MOVE PT-LAST-OFFENCE(PLAYER-IX) TO CN-LAST-OFFENCE
           MOVE PT-STANDING(PLAYER-IX) TO CN-STANDING
           MOVE PT-WARN-DATE(PLAYER-IX) TO CN-WARN-DATE
           MOVE PT-SUSP-START(PLAYER-IX) TO CN-SUSP-START
           MOVE PT-SUSP-END(PLAYER-IX) TO CN-SUSP-END
           MOVE PT-SUSP-COUNT(PLAYER-IX) TO CN-SUSP-COUNT
           MOVE PT-CLEAR-DATE(PLAYER-IX) TO CN-CLEAR-DATE
           WRITE CONDUCT-RECORD
           .

       PRINT-CONDUCT-REPORT.
           OPEN OUTPUT PRINT-FILE
           PERFORM PRINT-HEADINGS
           PERFORM PRINT-SUSPENSION-SECTION
           PERFORM PRINT-WARNING-SECTION
           PERFORM PRINT-RECORD-SECTION
           IF UNNAMED-COUNT IS GREATER THAN 0
             PERFORM PRINT-UNNAMED-SECTION
           END-IF
           MOVE AUDIT-READ-COUNT TO READ-COUNT-EDIT
           MOVE OFFENCE-COUNT TO OFFENCE-COUNT-EDIT
           MOVE UNNAMED-COUNT TO UNNAMED-COUNT-EDIT
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           STRING READ-COUNT-EDIT " AUDIT ENTRIES READ, "
             OFFENCE-COUNT-EDIT " OFFENCE(S) FOUND, "
             UNNAMED-COUNT-EDIT " UNATTRIBUTED"
             DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SUSPENDED-COUNT TO SMALL-EDIT-1
           MOVE IN-FORCE-COUNT TO SMALL-EDIT-2
           MOVE RELEASED-COUNT TO SMALL-EDIT-3
           MOVE WARNED-COUNT TO SMALL-EDIT-4
           MOVE SPACES TO PRINT-RECORD
           STRING SMALL-EDIT-1 " SUSPENDED TONIGHT, " SMALL-EDIT-2
             " IN FORCE, " SMALL-EDIT-3 " RELEASED, " SMALL-EDIT-4
             " UNDER WARNING"
             DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           IF TABLE-FULL-FLAG IS EQUAL TO "Y"
             MOVE SPACES TO PRINT-RECORD
             STRING "*** TABLES FULL - SOME OFFENCES WERE NOT COUNTED"
               DELIMITED BY SIZE INTO PRINT-RECORD
             WRITE PRINT-RECORD
           END-IF
           CLOSE PRINT-FILE
           .

       PRINT-SUSPENSION-SECTION.
           MOVE SPACES TO PRINT-RECORD
           STRING "SUSPENSIONS"
             DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           STRING "PLAYER               FROM        UNTIL       "
             "ACTION"
             DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           ADD 2 TO LINE-COUNT
           MOVE 0 TO LISTED-COUNT
           PERFORM PRINT-SUSPENSION-LINE VARYING PLAYER-IX FROM 1 BY 1
             UNTIL PLAYER-IX > PLAYER-COUNT
           IF LISTED-COUNT IS EQUAL TO 0
             MOVE SPACES TO PRINT-RECORD
             STRING "    NONE"
               DELIMITED BY SIZE INTO PRINT-RECORD
             WRITE PRINT-RECORD
             ADD 1 TO LINE-COUNT
           END-IF
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           ADD 1 TO LINE-COUNT
           .

       PRINT-SUSPENSION-LINE.
           MOVE SPACES TO ACTION-TEXT
           IF PT-ACTION(PLAYER-IX) IS EQUAL TO "N"
             STRING "NEW - " PT-REASON(PLAYER-IX)
               DELIMITED BY SIZE INTO ACTION-TEXT
           ELSE
             IF PT-ACTION(PLAYER-IX) IS EQUAL TO "E"
               MOVE "ENDED" TO ACTION-TEXT
             ELSE
               IF PT-ACTION(PLAYER-IX) IS EQUAL TO "L"
                 MOVE "LIFTED EARLY" TO ACTION-TEXT
               ELSE
                 IF PT-STANDING(PLAYER-IX) IS EQUAL TO "S"
                   MOVE "IN FORCE" TO ACTION-TEXT
                 END-IF
               END-IF
             END-IF
           END-IF
           IF ACTION-TEXT IS NOT EQUAL TO SPACES
             PERFORM CHECK-PAGE-BREAK
             MOVE PT-SUSP-START(PLAYER-IX) TO SHOW-DATE
             PERFORM FORMAT-SHOW-DATE
             MOVE SPACES TO PRINT-RECORD
             STRING PT-NAME(PLAYER-IX) " " SHOW-DATE-TEXT "  "
               DELIMITED BY SIZE INTO PRINT-RECORD
             MOVE PT-SUSP-END(PLAYER-IX) TO SHOW-DATE
             PERFORM FORMAT-SHOW-DATE
             MOVE SHOW-DATE-TEXT TO PRINT-RECORD(34:10)
             MOVE ACTION-TEXT TO PRINT-RECORD(46:24)
             WRITE PRINT-RECORD
             ADD 1 TO LINE-COUNT
             ADD 1 TO LISTED-COUNT
           END-IF
           .

       PRINT-WARNING-SECTION.
           PERFORM CHECK-PAGE-BREAK
           MOVE SPACES TO PRINT-RECORD
           STRING "WARNINGS - OFFENCES IN THE WINDOW"
             DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           STRING "PLAYER               SINCE       REJECTS TIMEOUTS "
             "ABORTS"
             DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           ADD 2 TO LINE-COUNT
           MOVE 0 TO LISTED-COUNT
           PERFORM PRINT-WARNING-LINE VARYING PLAYER-IX FROM 1 BY 1
             UNTIL PLAYER-IX > PLAYER-COUNT
           IF LISTED-COUNT IS EQUAL TO 0
             MOVE SPACES TO PRINT-RECORD
             STRING "    NONE"
               DELIMITED BY SIZE INTO PRINT-RECORD
             WRITE PRINT-RECORD
             ADD 1 TO LINE-COUNT
           END-IF
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           ADD 1 TO LINE-COUNT
           .

       PRINT-WARNING-LINE.
           IF PT-STANDING(PLAYER-IX) IS EQUAL TO "W"
             PERFORM CHECK-PAGE-BREAK
             MOVE PT-WARN-DATE(PLAYER-IX) TO SHOW-DATE
             PERFORM FORMAT-SHOW-DATE
             MOVE PT-WIN-REJECTS(PLAYER-IX) TO COUNT-EDIT-1
             MOVE PT-WIN-TIMEOUTS(PLAYER-IX) TO COUNT-EDIT-2
             MOVE PT-WIN-ABORTS(PLAYER-IX) TO COUNT-EDIT-3
             MOVE SPACES TO ACTION-TEXT
             IF PT-REASON(PLAYER-IX) IS NOT EQUAL TO SPACES
               MOVE "OVER LIMIT, NOT ACTIVE" TO ACTION-TEXT
             ELSE
               IF PT-ACTION(PLAYER-IX) IS EQUAL TO "W"
                 MOVE "NEW" TO ACTION-TEXT
               END-IF
             END-IF
             MOVE SPACES TO PRINT-RECORD
             STRING PT-NAME(PLAYER-IX) " " SHOW-DATE-TEXT "    "
               COUNT-EDIT-1 "    " COUNT-EDIT-2 "  " COUNT-EDIT-3
               "  " ACTION-TEXT
               DELIMITED BY SIZE INTO PRINT-RECORD
             WRITE PRINT-RECORD
             ADD 1 TO LINE-COUNT
             ADD 1 TO LISTED-COUNT
           END-IF
           .

       PRINT-RECORD-SECTION.
           PERFORM CHECK-PAGE-BREAK
           MOVE SPACES TO PRINT-RECORD
           STRING "CONDUCT RECORD - ALL OFFENCES ON FILE"
             DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           STRING "PLAYER               REJECTS TIMEOUTS ABORTS  LAST "
             "OFFENCE  SUSPENSIONS"
             DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           ADD 2 TO LINE-COUNT
           MOVE 0 TO LISTED-COUNT
           PERFORM PRINT-RECORD-LINE VARYING PLAYER-IX FROM 1 BY 1
             UNTIL PLAYER-IX > PLAYER-COUNT
           IF LISTED-COUNT IS EQUAL TO 0
             MOVE SPACES TO PRINT-RECORD
             STRING "    NONE"
               DELIMITED BY SIZE INTO PRINT-RECORD
             WRITE PRINT-RECORD
             ADD 1 TO LINE-COUNT
           END-IF
           .

       PRINT-RECORD-LINE.
           PERFORM CHECK-PAGE-BREAK
           MOVE PT-LAST-OFFENCE(PLAYER-IX) TO SHOW-DATE
           PERFORM FORMAT-SHOW-DATE
           MOVE PT-REJECTS(PLAYER-IX) TO COUNT-EDIT-1
           MOVE PT-TIMEOUTS(PLAYER-IX) TO COUNT-EDIT-2
           MOVE PT-ABORTS(PLAYER-IX) TO COUNT-EDIT-3
           MOVE PT-SUSP-COUNT(PLAYER-IX) TO SMALL-EDIT-5
           MOVE SPACES TO PRINT-RECORD
           STRING PT-NAME(PLAYER-IX) "   " COUNT-EDIT-1 "    "
             COUNT-EDIT-2 "  " COUNT-EDIT-3 "  " SHOW-DATE-TEXT
             "         " SMALL-EDIT-5
             DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           ADD 1 TO LINE-COUNT
           ADD 1 TO LISTED-COUNT
           .

       PRINT-UNNAMED-SECTION.
           PERFORM CHECK-PAGE-BREAK
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           STRING "UNATTRIBUTED - NO RESULT OR SAVED GAME NAMES THE "
             "PLAYER"
             DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           ADD 2 TO LINE-COUNT
           PERFORM PRINT-UNNAMED-LINE VARYING OFFENCE-IX FROM 1 BY 1
             UNTIL OFFENCE-IX > OFFENCE-COUNT
           .

       PRINT-UNNAMED-LINE.
           PERFORM FIND-OFFENCE-GAME
           MOVE SPACES TO WORK-NAME
           IF OT-SYMBOL(OFFENCE-IX) IS EQUAL TO "X"
             MOVE GT-X-NAME(GAME-IX) TO WORK-NAME
           END-IF
           IF OT-SYMBOL(OFFENCE-IX) IS EQUAL TO "O"
             MOVE GT-O-NAME(GAME-IX) TO WORK-NAME
           END-IF
           IF WORK-NAME IS EQUAL TO SPACES
             PERFORM CHECK-PAGE-BREAK
             MOVE OT-DATE(OFFENCE-IX) TO SHOW-DATE
             PERFORM FORMAT-SHOW-DATE
             IF OT-TYPE(OFFENCE-IX) IS EQUAL TO "R"
               MOVE "REJECT" TO OFFENCE-TEXT
             ELSE
               IF OT-TYPE(OFFENCE-IX) IS EQUAL TO "T"
                 MOVE "TIMEOUT" TO OFFENCE-TEXT
               ELSE
                 MOVE "ABORT" TO OFFENCE-TEXT
               END-IF
             END-IF
             MOVE SPACES TO PRINT-RECORD
             STRING "    GAME " GT-GAME-ID(GAME-IX) "  "
               SHOW-DATE-TEXT "  " OFFENCE-TEXT " BY "
               OT-SYMBOL(OFFENCE-IX)
               DELIMITED BY SIZE INTO PRINT-RECORD
             WRITE PRINT-RECORD
             ADD 1 TO LINE-COUNT
           END-IF
           .

       FORMAT-SHOW-DATE.
           IF SHOW-DATE IS EQUAL TO 0
             MOVE SPACES TO SHOW-DATE-TEXT
           ELSE
             MOVE SPACES TO SHOW-DATE-TEXT
             STRING SHOW-DATE(1:4) "-" SHOW-DATE(5:2) "-"
               SHOW-DATE(7:2)
               DELIMITED BY SIZE INTO SHOW-DATE-TEXT
           END-IF
           .

       PRINT-HEADINGS.
           ADD 1 TO PAGE-NO
           MOVE PAGE-NO TO PAGE-NO-EDIT
           MOVE SPACES TO PRINT-RECORD
           STRING "TICTACTOE PLAYER CONDUCT" "     RUN DATE "
             RUN-DATE(1:4) "-" RUN-DATE(5:2) "-" RUN-DATE(7:2)
             "     PAGE " PAGE-NO-EDIT
             DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD

           MOVE WINDOW-DAYS TO SMALL-EDIT-1
           MOVE SUSP-DAYS TO SMALL-EDIT-2
           MOVE SPACES TO PRINT-RECORD
           STRING "WINDOW " SMALL-EDIT-1 " DAY(S) FROM "
             WINDOW-START(1:4) "-" WINDOW-START(5:2) "-"
             WINDOW-START(7:2) ".  SUSPENSION " SMALL-EDIT-2
             " DAY(S)."
             DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD

           MOVE TIMEOUT-LIMIT TO SMALL-EDIT-1
           MOVE ABORT-LIMIT TO SMALL-EDIT-2
           MOVE REJECT-LIMIT TO SMALL-EDIT-3
           MOVE SPACES TO PRINT-RECORD
           STRING "SUSPEND AT" SMALL-EDIT-1 " TIMEOUT(S) OR"
             SMALL-EDIT-2 " ABORT(S). WARN ONE SHORT, OR AT"
             SMALL-EDIT-3 " REJECTS."
             DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD

           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD

           MOVE 0 TO LINE-COUNT
           .

       CHECK-PAGE-BREAK.
           IF LINE-COUNT IS GREATER THAN MAX-LINES-PER-PAGE
             PERFORM PRINT-HEADINGS
           END-IF
           .

           END PROGRAM CONDUCT.
