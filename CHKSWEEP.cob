       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKSWEEP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECKPOINT-FILE ASSIGN TO "CHKPT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CHKPT-FILE-STATUS.

           SELECT AUDIT-TRAIL ASSIGN TO "AUDITLOG"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS AUDIT-FILE-STATUS.

           SELECT GAME-RESULTS ASSIGN TO "GAMERES"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS GAMERES-FILE-STATUS.

           SELECT CHKPT-LOCK-FILE ASSIGN TO "CHKPTLCK"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CHKPT-LOCK-STATUS.

           SELECT RES-LOCK-FILE ASSIGN TO "RESLOCK"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RES-LOCK-STATUS.

           SELECT PRINT-FILE ASSIGN TO "SWEEPRPT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PRINT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHECKPOINT-FILE.
       COPY "CHKPT.cpy".

       FD  AUDIT-TRAIL.
       COPY "AUDIT.cpy".

       FD  GAME-RESULTS.
       COPY "GAMERES.cpy".

       FD  CHKPT-LOCK-FILE.
       01 CHKPT-LOCK-RECORD PIC X(20).

       FD  RES-LOCK-FILE.
       01 RES-LOCK-RECORD PIC X(20).

       FD  PRINT-FILE.
       01 PRINT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 CHKPT-FILE-STATUS PIC X(2).
       01 AUDIT-FILE-STATUS PIC X(2).
       01 GAMERES-FILE-STATUS PIC X(2).
       01 CHKPT-LOCK-STATUS PIC X(2).
       01 RES-LOCK-STATUS PIC X(2).
       01 PRINT-FILE-STATUS PIC X(2).
       01 CHKPT-EOF-FLAG PIC A VALUE "N".
       01 AUDIT-EOF-FLAG PIC A VALUE "N".

       01 LOCK-MY-TAG PIC X(20) VALUE "CHKSWEEP".
       01 LOCK-HOLDER-TAG PIC X(20).
       01 LOCK-ACQUIRED-FLAG PIC A VALUE "N".
       01 LOCK-TRY-COUNT PIC 9(3).
       01 LOCK-MAX-TRIES PIC 9(3) VALUE 100.

       01 MAX-LINES-PER-PAGE PIC 9(2) VALUE 50.
       01 LINE-COUNT PIC 9(2) VALUE 0.
       01 PAGE-NO PIC 9(3) VALUE 0.
       01 PAGE-NO-EDIT PIC ZZ9.
       01 RUN-DATE PIC 9(8).
       01 RUN-TIME PIC 9(8).
       01 SWEEP-DATE PIC 9(8).

       01 DEFAULT-SWEEP-DAYS PIC 9(3) VALUE 7.
       01 SWEEP-DAYS PIC 9(3) VALUE 0.
       01 SWEEP-DAYS-EDIT PIC ZZ9.
       01 DATE-OVERRIDE PIC X(8).
       01 DAYS-BACK PIC 9(3).

       01 CUTOFF-DATE.
         05 CD-YEAR PIC 9(4).
         05 CD-MONTH PIC 9(2).
         05 CD-DAY PIC 9(2).
       01 CUTOFF-DATE-N REDEFINES CUTOFF-DATE PIC 9(8).
       01 MONTH-DAYS-TABLE.
         05 FILLER PIC X(24) VALUE "312831303130313130313031".
       01 MONTH-DAYS-R REDEFINES MONTH-DAYS-TABLE.
         05 MONTH-DAYS PIC 9(2) OCCURS 12 TIMES.
       01 DAYS-IN-MONTH PIC 9(2).
       01 LEAP-WORK PIC 9(4).
       01 LEAP-REM PIC 9(4).
       01 LEAP-FLAG PIC A.

       01 MAX-CHECKPOINTS PIC 9(2) VALUE 50.
       01 CHECKPOINT-COUNT PIC 9(2) VALUE 0.
       01 CHECKPOINT-TABLE.
         05 CHECKPOINT-ENTRY OCCURS 50 TIMES.
           10 CP-RECORD PIC X(114).
           10 CP-GAME-ID PIC 9(16).
           10 CP-LAST-DATE PIC 9(8).
           10 CP-LAST-SEQ PIC 9(5).
           10 CP-ACTION PIC X(1).
       01 CHECKPOINT-IX PIC 9(2).
       01 CHECKPOINT-MATCH-IX PIC 9(2).

       01 WORK-GAME-ID PIC 9(16).
       01 WORK-GAME-ID-PARTS REDEFINES WORK-GAME-ID.
         05 WORK-GAME-DATE PIC 9(8).
         05 WORK-GAME-TIME PIC 9(8).
       01 WINNER-NAME PIC X(20).
       01 LOSER-NAME PIC X(20).

       01 FORFEIT-COUNT PIC 9(3) VALUE 0.
       01 ABANDON-COUNT PIC 9(3) VALUE 0.
       01 KEPT-COUNT PIC 9(3) VALUE 0.
       01 UNDATED-COUNT PIC 9(3) VALUE 0.
       01 CHECKPOINT-COUNT-EDIT PIC ZZ9.
       01 FORFEIT-COUNT-EDIT PIC ZZ9.
       01 ABANDON-COUNT-EDIT PIC ZZ9.
       01 KEPT-COUNT-EDIT PIC ZZ9.
       01 UNDATED-COUNT-EDIT PIC ZZ9.
       01 MOVE-COUNT-EDIT PIC ZZ9.

       PROCEDURE DIVISION.
           DISPLAY "CHKSWEEP - CLOSE OUT STALE SAVED GAMES"
           DISPLAY "======================================="

           PERFORM SET-SWEEP-DATES
           PERFORM LOCK-SWEEP-FILES
           PERFORM LOAD-CHECKPOINT-TABLE
           PERFORM FIND-LAST-ACTIVITY
           PERFORM JUDGE-CHECKPOINT VARYING CHECKPOINT-IX FROM 1 BY 1
             UNTIL CHECKPOINT-IX > CHECKPOINT-COUNT
           IF FORFEIT-COUNT IS GREATER THAN 0 OR
             ABANDON-COUNT IS GREATER THAN 0
             PERFORM CLOSE-OUT-STALE-GAMES
           END-IF
           PERFORM RELEASE-RES-LOCK
           PERFORM RELEASE-CHKPT-LOCK
           PERFORM PRINT-SWEEP-LIST

           MOVE CHECKPOINT-COUNT TO CHECKPOINT-COUNT-EDIT
           MOVE FORFEIT-COUNT TO FORFEIT-COUNT-EDIT
           MOVE ABANDON-COUNT TO ABANDON-COUNT-EDIT
           MOVE KEPT-COUNT TO KEPT-COUNT-EDIT
           DISPLAY CHECKPOINT-COUNT-EDIT " SAVED GAME(S) CHECKED, "
             FORFEIT-COUNT-EDIT " FORFEITED, "
             ABANDON-COUNT-EDIT " ABANDONED, "
             KEPT-COUNT-EDIT " LEFT IN PLACE"
           IF UNDATED-COUNT IS GREATER THAN 0
             MOVE UNDATED-COUNT TO UNDATED-COUNT-EDIT
             DISPLAY UNDATED-COUNT-EDIT " SAVED GAME(S) WITH NO "
               "ACTIVITY DATE. SEE SWEEPRPT."
             MOVE 8 TO RETURN-CODE
           END-IF

           GOBACK.

      *    SWEEPDAYS IS THE IDLE LIMIT. A GAME WHOSE LAST AUDITLOG
      *    ENTRY IS OLDER THAN THE CUTOFF (RUN DATE LESS SWEEPDAYS) IS
      *    CLOSED OUT. SWEEPDATE STANDS IN FOR THE RUN DATE WHEN A
      *    MISSED NIGHT HAS TO BE RERUN AS OF THE DAY IT WAS DUE; THE
      *    CLOSE-OUT ENTRIES AND THE REPORT ARE DATED THAT DAY TOO, SO
      *    THAT NIGHT'S REPORTS AND RATINGS PICK THE FORFEITS UP. ONLY
      *    AUDIT-TIME COMES FROM THE CLOCK.
       SET-SWEEP-DATES.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT SWEEP-DAYS FROM ENVIRONMENT "SWEEPDAYS"
           IF SWEEP-DAYS IS EQUAL TO 0
             MOVE DEFAULT-SWEEP-DAYS TO SWEEP-DAYS
           END-IF
           ACCEPT DATE-OVERRIDE FROM ENVIRONMENT "SWEEPDATE"
           IF DATE-OVERRIDE IS NUMERIC
             MOVE DATE-OVERRIDE TO SWEEP-DATE
           ELSE
             MOVE RUN-DATE TO SWEEP-DATE
           END-IF
           MOVE SWEEP-DATE TO CUTOFF-DATE-N
           PERFORM SUBTRACT-ONE-DAY VARYING DAYS-BACK FROM 1 BY 1
             UNTIL DAYS-BACK > SWEEP-DAYS
           .

       SUBTRACT-ONE-DAY.
           IF CD-DAY IS GREATER THAN 1
             SUBTRACT 1 FROM CD-DAY
           ELSE
             IF CD-MONTH IS GREATER THAN 1
               SUBTRACT 1 FROM CD-MONTH
             ELSE
               MOVE 12 TO CD-MONTH
               SUBTRACT 1 FROM CD-YEAR
             END-IF
             PERFORM SET-DAYS-IN-MONTH
             MOVE DAYS-IN-MONTH TO CD-DAY
           END-IF
           .

       SET-DAYS-IN-MONTH.
           MOVE MONTH-DAYS(CD-MONTH) TO DAYS-IN-MONTH
           IF CD-MONTH IS EQUAL TO 2
             PERFORM CHECK-LEAP-YEAR
             IF LEAP-FLAG IS EQUAL TO "Y"
               MOVE 29 TO DAYS-IN-MONTH
             END-IF
           END-IF
           .

       CHECK-LEAP-YEAR.
           MOVE "N" TO LEAP-FLAG
           DIVIDE CD-YEAR BY 4 GIVING LEAP-WORK REMAINDER LEAP-REM
           IF LEAP-REM IS EQUAL TO 0
             MOVE "Y" TO LEAP-FLAG
             DIVIDE CD-YEAR BY 100 GIVING LEAP-WORK
               REMAINDER LEAP-REM
             IF LEAP-REM IS EQUAL TO 0
               MOVE "N" TO LEAP-FLAG
               DIVIDE CD-YEAR BY 400 GIVING LEAP-WORK
                 REMAINDER LEAP-REM
               IF LEAP-REM IS EQUAL TO 0
                 MOVE "Y" TO LEAP-FLAG
               END-IF
             END-IF
           END-IF
           .

      *    BOTH LOCKS ARE HELD FOR THE WHOLE SWEEP SO NO SESSION CAN
      *    SAVE A MOVE TO A GAME THAT IS BEING CLOSED OUT UNDER IT.
      *    A HELD LOCK IS LEFT ALONE; THE NIGHTLY RUN SHOWS RC 8 AND
      *    THE SWEEP PICKS THE GAMES UP NEXT TIME. GOBACK RATHER THAN
      *    STOP RUN, SO NIGHTRUN CARRIES ON WITH ITS NEXT STEP.
       LOCK-SWEEP-FILES.
           PERFORM ACQUIRE-CHKPT-LOCK
           IF LOCK-ACQUIRED-FLAG IS NOT EQUAL TO "Y"
             DISPLAY "CHECKPOINT FILE IN USE BY " LOCK-HOLDER-TAG
               " (LOCK FILE CHKPTLCK). SWEEP NOT RUN."
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM ACQUIRE-RES-LOCK
           IF LOCK-ACQUIRED-FLAG IS NOT EQUAL TO "Y"
             DISPLAY "GAMERES IN USE BY " LOCK-HOLDER-TAG
               " (LOCK FILE RESLOCK). SWEEP NOT RUN."
             PERFORM RELEASE-CHKPT-LOCK
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           .

       LOAD-CHECKPOINT-TABLE.
           OPEN INPUT CHECKPOINT-FILE
           IF CHKPT-FILE-STATUS IS EQUAL TO "00"
             PERFORM LOAD-CHECKPOINT-RECORD UNTIL CHKPT-EOF-FLAG IS
               EQUAL TO "Y"
             CLOSE CHECKPOINT-FILE
           END-IF
           .

       LOAD-CHECKPOINT-RECORD.
           READ CHECKPOINT-FILE
             AT END
               MOVE "Y" TO CHKPT-EOF-FLAG
           END-READ
           IF CHKPT-EOF-FLAG IS NOT EQUAL TO "Y"
             IF CHECKPOINT-COUNT IS LESS THAN MAX-CHECKPOINTS
               ADD 1 TO CHECKPOINT-COUNT
               MOVE CHECKPOINT-RECORD TO CP-RECORD(CHECKPOINT-COUNT)
               IF CKPT-GAME-ID IS NUMERIC
                 MOVE CKPT-GAME-ID TO CP-GAME-ID(CHECKPOINT-COUNT)
               ELSE
                 MOVE 0 TO CP-GAME-ID(CHECKPOINT-COUNT)
               END-IF
               MOVE 0 TO CP-LAST-DATE(CHECKPOINT-COUNT)
               MOVE 0 TO CP-LAST-SEQ(CHECKPOINT-COUNT)
               MOVE "K" TO CP-ACTION(CHECKPOINT-COUNT)
             ELSE
               DISPLAY "CHECKPOINT TABLE FULL. SWEEP NOT RUN."
               CLOSE CHECKPOINT-FILE
               PERFORM RELEASE-RES-LOCK
               PERFORM RELEASE-CHKPT-LOCK
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
           END-IF
           .

      *    THE LAST DATED AUDITLOG ENTRY FOR THE GAME IS ITS LAST
      *    ACTIVITY. ENTRIES WRITTEN BEFORE AUDIT-DATE EXISTED HAVE NO
      *    DATE, SO THOSE GAMES FALL BACK TO THE DAY THEY STARTED,
      *    WHICH IS THE FIRST HALF OF THE GAME ID.
       FIND-LAST-ACTIVITY.
           IF CHECKPOINT-COUNT IS GREATER THAN 0
             OPEN INPUT AUDIT-TRAIL
             IF AUDIT-FILE-STATUS IS EQUAL TO "00"
               PERFORM SCAN-AUDIT-RECORD UNTIL AUDIT-EOF-FLAG IS EQUAL
                 TO "Y"
               CLOSE AUDIT-TRAIL
             END-IF
             PERFORM DEFAULT-LAST-DATE VARYING CHECKPOINT-IX FROM 1
               BY 1 UNTIL CHECKPOINT-IX > CHECKPOINT-COUNT
           END-IF
           .

       SCAN-AUDIT-RECORD.
           READ AUDIT-TRAIL
             AT END
               MOVE "Y" TO AUDIT-EOF-FLAG
             NOT AT END
               PERFORM FIND-AUDITED-CHECKPOINT
               IF CHECKPOINT-MATCH-IX IS GREATER THAN 0
                 PERFORM NOTE-AUDIT-ACTIVITY
               END-IF
           END-READ
           .

       FIND-AUDITED-CHECKPOINT.
           MOVE 0 TO CHECKPOINT-MATCH-IX
           IF AUDIT-GAME-ID IS NUMERIC AND AUDIT-GAME-ID IS NOT EQUAL
             TO 0
             PERFORM TEST-AUDITED-CHECKPOINT VARYING CHECKPOINT-IX
               FROM 1 BY 1 UNTIL CHECKPOINT-IX > CHECKPOINT-COUNT OR
               CHECKPOINT-MATCH-IX IS GREATER THAN 0
           END-IF
           .

       TEST-AUDITED-CHECKPOINT.
           IF CP-GAME-ID(CHECKPOINT-IX) IS EQUAL TO AUDIT-GAME-ID
             MOVE CHECKPOINT-IX TO CHECKPOINT-MATCH-IX
           END-IF
           .

       NOTE-AUDIT-ACTIVITY.
           IF AUDIT-DATE IS NUMERIC
             IF AUDIT-DATE IS GREATER THAN
               CP-LAST-DATE(CHECKPOINT-MATCH-IX)
               MOVE AUDIT-DATE TO CP-LAST-DATE(CHECKPOINT-MATCH-IX)
             END-IF
           END-IF
           IF AUDIT-SEQ IS NUMERIC
             IF AUDIT-SEQ IS GREATER THAN
               CP-LAST-SEQ(CHECKPOINT-MATCH-IX)
               MOVE AUDIT-SEQ TO CP-LAST-SEQ(CHECKPOINT-MATCH-IX)
             END-IF
           END-IF
           .

       DEFAULT-LAST-DATE.
           IF CP-LAST-DATE(CHECKPOINT-IX) IS EQUAL TO 0
             MOVE CP-GAME-ID(CHECKPOINT-IX) TO WORK-GAME-ID
             MOVE WORK-GAME-DATE TO CP-LAST-DATE(CHECKPOINT-IX)
           END-IF
           .

      *    THE PLAYER WHOSE TURN IT IS (CKPT-CURRENT-MOVE) WALKED AWAY
      *    AND FORFEITS. WITH NO MOVES ON THE BOARD NEITHER PLAYER HAS
      *    COMMITTED TO THE GAME, SO IT IS ABANDONED WITHOUT A RESULT.
       JUDGE-CHECKPOINT.
           MOVE CP-RECORD(CHECKPOINT-IX) TO CHECKPOINT-RECORD
           IF CP-LAST-DATE(CHECKPOINT-IX) IS EQUAL TO 0
             MOVE "U" TO CP-ACTION(CHECKPOINT-IX)
             ADD 1 TO UNDATED-COUNT
             ADD 1 TO KEPT-COUNT
           ELSE
             IF CP-LAST-DATE(CHECKPOINT-IX) IS LESS THAN CUTOFF-DATE-N
               IF CKPT-MOVE-COUNT IS NUMERIC AND CKPT-MOVE-COUNT IS
                 GREATER THAN 0
                 MOVE "F" TO CP-ACTION(CHECKPOINT-IX)
                 ADD 1 TO FORFEIT-COUNT
               ELSE
                 MOVE "A" TO CP-ACTION(CHECKPOINT-IX)
                 ADD 1 TO ABANDON-COUNT
               END-IF
             ELSE
               ADD 1 TO KEPT-COUNT
             END-IF
           END-IF
           .

       CLOSE-OUT-STALE-GAMES.
           ACCEPT RUN-TIME FROM TIME
           OPEN EXTEND AUDIT-TRAIL
           IF AUDIT-FILE-STATUS IS EQUAL TO "35"
             OPEN OUTPUT AUDIT-TRAIL
           END-IF
           OPEN EXTEND GAME-RESULTS
           IF GAMERES-FILE-STATUS IS EQUAL TO "35"
             OPEN OUTPUT GAME-RESULTS
           END-IF
           PERFORM CLOSE-OUT-ONE-GAME VARYING CHECKPOINT-IX FROM 1
             BY 1 UNTIL CHECKPOINT-IX > CHECKPOINT-COUNT
           CLOSE GAME-RESULTS
           CLOSE AUDIT-TRAIL
           PERFORM REWRITE-CHECKPOINT-FILE
           .

       CLOSE-OUT-ONE-GAME.
           IF CP-ACTION(CHECKPOINT-IX) IS EQUAL TO "F" OR
             CP-ACTION(CHECKPOINT-IX) IS EQUAL TO "A"
             MOVE CP-RECORD(CHECKPOINT-IX) TO CHECKPOINT-RECORD
             PERFORM WRITE-ABANDON-AUDIT
             IF CP-ACTION(CHECKPOINT-IX) IS EQUAL TO "F"
               PERFORM WRITE-FORFEIT-RESULT
             END-IF
           END-IF
           .

       WRITE-ABANDON-AUDIT.
           IF CKPT-AUDIT-SEQ-NO IS NUMERIC AND CKPT-AUDIT-SEQ-NO IS
             GREATER THAN CP-LAST-SEQ(CHECKPOINT-IX)
             MOVE CKPT-AUDIT-SEQ-NO TO CP-LAST-SEQ(CHECKPOINT-IX)
           END-IF
           MOVE SPACES TO AUDIT-RECORD
           COMPUTE AUDIT-SEQ = CP-LAST-SEQ(CHECKPOINT-IX) + 1
           MOVE CKPT-CURRENT-MOVE TO AUDIT-SYMBOL
           MOVE 0 TO AUDIT-CELL
           MOVE RUN-TIME TO AUDIT-TIME
           MOVE "ABAND" TO AUDIT-REASON
           MOVE CP-GAME-ID(CHECKPOINT-IX) TO AUDIT-GAME-ID
           MOVE SWEEP-DATE TO AUDIT-DATE
           WRITE AUDIT-RECORD
           .

       WRITE-FORFEIT-RESULT.
           PERFORM SET-WINNER-NAMES
           MOVE SPACES TO GAME-RESULT-RECORD
           MOVE SWEEP-DATE TO GR-DATE
           MOVE CKPT-NEXT-MOVE TO GR-WINNER
           MOVE CKPT-MOVE-COUNT TO GR-MOVES
           MOVE CKPT-PLAYER-X-NAME TO GR-PLAYER-X-NAME
           MOVE CKPT-PLAYER-O-NAME TO GR-PLAYER-O-NAME
           MOVE WINNER-NAME TO GR-WINNER-NAME
           MOVE CP-GAME-ID(CHECKPOINT-IX) TO GR-GAME-ID
           MOVE CKPT-BOARD-SIZE TO GR-BOARD-SIZE
           MOVE "T" TO GR-END-REASON
           IF CKPT-SINGLE-PLAYER IS EQUAL TO "Y"
             MOVE "Y" TO GR-COMPUTER-FLAG
           ELSE
             MOVE "N" TO GR-COMPUTER-FLAG
           END-IF
           MOVE "2" TO GR-REC-VERSION
           WRITE GAME-RESULT-RECORD
           .

       SET-WINNER-NAMES.
           IF CKPT-NEXT-MOVE IS EQUAL TO "X"
             MOVE CKPT-PLAYER-X-NAME TO WINNER-NAME
             MOVE CKPT-PLAYER-O-NAME TO LOSER-NAME
           ELSE
             MOVE CKPT-PLAYER-O-NAME TO WINNER-NAME
             MOVE CKPT-PLAYER-X-NAME TO LOSER-NAME
           END-IF
           .

       REWRITE-CHECKPOINT-FILE.
           OPEN OUTPUT CHECKPOINT-FILE
           PERFORM WRITE-KEPT-CHECKPOINT VARYING CHECKPOINT-IX FROM 1
             BY 1 UNTIL CHECKPOINT-IX > CHECKPOINT-COUNT
           CLOSE CHECKPOINT-FILE
           .

       WRITE-KEPT-CHECKPOINT.
           IF CP-ACTION(CHECKPOINT-IX) IS EQUAL TO "K" OR
             CP-ACTION(CHECKPOINT-IX) IS EQUAL TO "U"
             MOVE CP-RECORD(CHECKPOINT-IX) TO CHECKPOINT-RECORD
             WRITE CHECKPOINT-RECORD
           END-IF
           .

       ACQUIRE-CHKPT-LOCK.
           MOVE "N" TO LOCK-ACQUIRED-FLAG
           PERFORM TRY-CHKPT-LOCK VARYING LOCK-TRY-COUNT FROM 1 BY 1
             UNTIL LOCK-TRY-COUNT > LOCK-MAX-TRIES OR
             LOCK-ACQUIRED-FLAG IS EQUAL TO "Y"
           .

       TRY-CHKPT-LOCK.
           MOVE SPACES TO LOCK-HOLDER-TAG
           OPEN INPUT CHKPT-LOCK-FILE
           IF CHKPT-LOCK-STATUS IS EQUAL TO "00"
             READ CHKPT-LOCK-FILE
               AT END
                 CONTINUE
               NOT AT END
                 MOVE CHKPT-LOCK-RECORD TO LOCK-HOLDER-TAG
             END-READ
             CLOSE CHKPT-LOCK-FILE
           END-IF
           IF LOCK-HOLDER-TAG IS EQUAL TO SPACES
             OPEN OUTPUT CHKPT-LOCK-FILE
             MOVE LOCK-MY-TAG TO CHKPT-LOCK-RECORD
             WRITE CHKPT-LOCK-RECORD
             CLOSE CHKPT-LOCK-FILE
             OPEN INPUT CHKPT-LOCK-FILE
             READ CHKPT-LOCK-FILE
               AT END
                 CONTINUE
               NOT AT END
                 IF CHKPT-LOCK-RECORD IS EQUAL TO LOCK-MY-TAG
                   MOVE "Y" TO LOCK-ACQUIRED-FLAG
                 END-IF
             END-READ
             CLOSE CHKPT-LOCK-FILE
           END-IF
           .

       RELEASE-CHKPT-LOCK.
           OPEN OUTPUT CHKPT-LOCK-FILE
           CLOSE CHKPT-LOCK-FILE
           .

       ACQUIRE-RES-LOCK.
           MOVE "N" TO LOCK-ACQUIRED-FLAG
           PERFORM TRY-RES-LOCK VARYING LOCK-TRY-COUNT FROM 1 BY 1
             UNTIL LOCK-TRY-COUNT > LOCK-MAX-TRIES OR
             LOCK-ACQUIRED-FLAG IS EQUAL TO "Y"
           .

       TRY-RES-LOCK.
           MOVE SPACES TO LOCK-HOLDER-TAG
           OPEN INPUT RES-LOCK-FILE
           IF RES-LOCK-STATUS IS EQUAL TO "00"
             READ RES-LOCK-FILE
               AT END
                 CONTINUE
               NOT AT END
                 MOVE RES-LOCK-RECORD TO LOCK-HOLDER-TAG
             END-READ
             CLOSE RES-LOCK-FILE
           END-IF
           IF LOCK-HOLDER-TAG IS EQUAL TO SPACES
             OPEN OUTPUT RES-LOCK-FILE
             MOVE LOCK-MY-TAG TO RES-LOCK-RECORD
             WRITE RES-LOCK-RECORD
             CLOSE RES-LOCK-FILE
             OPEN INPUT RES-LOCK-FILE
             READ RES-LOCK-FILE
               AT END
                 CONTINUE
               NOT AT END
                 IF RES-LOCK-RECORD IS EQUAL TO LOCK-MY-TAG
                   MOVE "Y" TO LOCK-ACQUIRED-FLAG
                 END-IF
             END-READ
             CLOSE RES-LOCK-FILE
           END-IF
           .

       RELEASE-RES-LOCK.
           OPEN OUTPUT RES-LOCK-FILE
           CLOSE RES-LOCK-FILE
           .

       PRINT-SWEEP-LIST.
           OPEN OUTPUT PRINT-FILE
           PERFORM PRINT-HEADINGS
           IF FORFEIT-COUNT IS EQUAL TO 0 AND ABANDON-COUNT IS EQUAL
             TO 0
             MOVE SPACES TO PRINT-RECORD
             STRING "NO SAVED GAMES IDLE PAST THE CUTOFF."
               DELIMITED BY SIZE INTO PRINT-RECORD
             WRITE PRINT-RECORD
             ADD 1 TO LINE-COUNT
           ELSE
             PERFORM PRINT-CLOSED-GAME VARYING CHECKPOINT-IX FROM 1
               BY 1 UNTIL CHECKPOINT-IX > CHECKPOINT-COUNT
           END-IF
           IF UNDATED-COUNT IS GREATER THAN 0
             MOVE SPACES TO PRINT-RECORD
             WRITE PRINT-RECORD
             MOVE SPACES TO PRINT-RECORD
             STRING "LEFT IN PLACE - NO GAME ID OR ACTIVITY DATE"
               DELIMITED BY SIZE INTO PRINT-RECORD
             WRITE PRINT-RECORD
             ADD 2 TO LINE-COUNT
             PERFORM PRINT-UNDATED-GAME VARYING CHECKPOINT-IX FROM 1
               BY 1 UNTIL CHECKPOINT-IX > CHECKPOINT-COUNT
           END-IF
           MOVE CHECKPOINT-COUNT TO CHECKPOINT-COUNT-EDIT
           MOVE FORFEIT-COUNT TO FORFEIT-COUNT-EDIT
           MOVE ABANDON-COUNT TO ABANDON-COUNT-EDIT
           MOVE KEPT-COUNT TO KEPT-COUNT-EDIT
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           STRING CHECKPOINT-COUNT-EDIT " SAVED GAME(S) CHECKED, "
             FORFEIT-COUNT-EDIT " FORFEITED, "
             ABANDON-COUNT-EDIT " ABANDONED, "
             KEPT-COUNT-EDIT " LEFT IN PLACE"
             DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           CLOSE PRINT-FILE
           .

       PRINT-CLOSED-GAME.
           IF CP-ACTION(CHECKPOINT-IX) IS EQUAL TO "F" OR
             CP-ACTION(CHECKPOINT-IX) IS EQUAL TO "A"
             PERFORM CHECK-PAGE-BREAK
             MOVE CP-RECORD(CHECKPOINT-IX) TO CHECKPOINT-RECORD
             MOVE SPACES TO PRINT-RECORD
             STRING CKPT-TAG " " CP-GAME-ID(CHECKPOINT-IX) "  "
               CP-LAST-DATE(CHECKPOINT-IX)(1:4) "-"
               CP-LAST-DATE(CHECKPOINT-IX)(5:2) "-"
               CP-LAST-DATE(CHECKPOINT-IX)(7:2)
               DELIMITED BY SIZE INTO PRINT-RECORD
             WRITE PRINT-RECORD
             IF CKPT-MOVE-COUNT IS NUMERIC
               MOVE CKPT-MOVE-COUNT TO MOVE-COUNT-EDIT
             ELSE
               MOVE 0 TO MOVE-COUNT-EDIT
             END-IF
             MOVE SPACES TO PRINT-RECORD
             STRING "    X " CKPT-PLAYER-X-NAME " O " CKPT-PLAYER-O-NAME
               " MOVES " MOVE-COUNT-EDIT
               DELIMITED BY SIZE INTO PRINT-RECORD
             WRITE PRINT-RECORD
             MOVE SPACES TO PRINT-RECORD
             IF CP-ACTION(CHECKPOINT-IX) IS EQUAL TO "F"
               PERFORM SET-WINNER-NAMES
               STRING "    FORFEITED BY " CKPT-CURRENT-MOVE " "
                 LOSER-NAME " - " CKPT-NEXT-MOVE " " WINNER-NAME
                 " WINS"
                 DELIMITED BY SIZE INTO PRINT-RECORD
             ELSE
               STRING "    NO MOVES MADE - ABANDONED, NO RESULT"
                 DELIMITED BY SIZE INTO PRINT-RECORD
             END-IF
             WRITE PRINT-RECORD
             ADD 3 TO LINE-COUNT
           END-IF
           .

       PRINT-UNDATED-GAME.
           IF CP-ACTION(CHECKPOINT-IX) IS EQUAL TO "U"
             PERFORM CHECK-PAGE-BREAK
             MOVE CP-RECORD(CHECKPOINT-IX) TO CHECKPOINT-RECORD
             MOVE SPACES TO PRINT-RECORD
             STRING CKPT-TAG " X " CKPT-PLAYER-X-NAME " O "
               CKPT-PLAYER-O-NAME
               DELIMITED BY SIZE INTO PRINT-RECORD
             WRITE PRINT-RECORD
             ADD 1 TO LINE-COUNT
           END-IF
           .

       PRINT-HEADINGS.
           ADD 1 TO PAGE-NO
           MOVE PAGE-NO TO PAGE-NO-EDIT
           MOVE SPACES TO PRINT-RECORD
           STRING "TICTACTOE SAVED GAME SWEEP" "     RUN DATE "
             SWEEP-DATE(1:4) "-" SWEEP-DATE(5:2) "-" SWEEP-DATE(7:2)
             "     PAGE " PAGE-NO-EDIT
             DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD

           MOVE SWEEP-DAYS TO SWEEP-DAYS-EDIT
           MOVE SPACES TO PRINT-RECORD
           STRING "IDLE LIMIT " SWEEP-DAYS-EDIT " DAY(S). GAMES LAST "
             "ACTIVE BEFORE " CD-YEAR "-" CD-MONTH "-" CD-DAY
             " ARE CLOSED."
             DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD

           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD

           MOVE SPACES TO PRINT-RECORD
           STRING "TAG                  GAME ID           LAST ACTIVE"
             DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD

           MOVE SPACES TO PRINT-RECORD
           STRING "------------------------------------------"
             DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD

           MOVE 0 TO LINE-COUNT
           .

       CHECK-PAGE-BREAK.
           IF LINE-COUNT IS GREATER THAN MAX-LINES-PER-PAGE
             PERFORM PRINT-HEADINGS
           END-IF
           .

           END PROGRAM CHKSWEEP.
