             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS GAMERES-FILE-STATUS.

           SELECT PLAYER-MASTER ASSIGN TO "PLAYMST"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PLAYMST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FIXTURE-FILE.
       FD  GAME-RESULTS.
       COPY "GAMERES.cpy".

       FD  PLAYER-MASTER.
       COPY "PLAYMST.cpy".

       WORKING-STORAGE SECTION.
       01 FIXTURE-FILE-STATUS PIC X(2).
       01 GAMERES-FILE-STATUS PIC X(2).
       01 FIXTURE-EOF-FLAG PIC A VALUE "N".
       01 EOF-FLAG PIC A VALUE "N".
       01 PLAYMST-FILE-STATUS PIC X(2).
       01 MASTER-EOF-FLAG PIC A VALUE "N".

       01 MAX-FIXTURES PIC 9(2) VALUE 50.
       01 FIXTURE-COUNT PIC 9(2) VALUE 0.
       01 DATE-OVERRIDE PIC X(8).
       01 BOARD-SIZE-IN PIC X(1).
       01 PLAYED-TODAY PIC 9(2) VALUE 0.
       01 FORFEITED-TODAY PIC 9(2) VALUE 0.

       01 MAX-MASTER PIC 9(3) VALUE 100.
       01 MASTER-COUNT PIC 9(3) VALUE 0.
       01 MASTER-TABLE.
         05 MASTER-ENTRY OCCURS 100 TIMES.
           10 MT-NAME PIC X(20).
           10 MT-STATUS PIC X(1).
           10 MT-SUSP-END PIC 9(8).
       01 MASTER-IX PIC 9(3).
       01 WORK-NAME PIC X(20).
       01 SUSPENDED-FLAG PIC A.
       01 HOME-SUSPENDED-FLAG PIC A.
       01 AWAY-SUSPENDED-FLAG PIC A.

       01 PRE-GAME-COUNT PIC 9(5) VALUE 0.
       01 RECORD-NO PIC 9(5) VALUE 0.

           PERFORM SET-TODAY-DATE
           PERFORM LOAD-FIXTURE-TABLE
           PERFORM LOAD-MASTER-TABLE
           PERFORM ASK-LEAGUE-BOARD-SIZE
           PERFORM PLAY-DUE-FIXTURE VARYING PLAY-IX FROM 1 BY 1
             UNTIL PLAY-IX > FIXTURE-COUNT
           IF PLAYED-TODAY IS EQUAL TO 0 AND FORFEITED-TODAY IS EQUAL
             TO 0
             DISPLAY "NO FIXTURES DUE ON " TODAY-DATE
           ELSE
             DISPLAY PLAYED-TODAY " FIXTURE(S) PLAYED"
             IF FORFEITED-TODAY IS GREATER THAN 0
               DISPLAY FORFEITED-TODAY " FIXTURE(S) FORFEITED"
             END-IF
           END-IF

           GOBACK.
           END-IF
           .

      *    A FIXTURE WHOSE GAME WAS VOIDED BY A REFEREE (STATUS "V") IS
      *    DUE AGAIN AND IS REPLAYED LIKE AN UNPLAYED ONE.
      *    A PLAYER SUSPENDED ON THE DAY THE FIXTURE IS TAKEN UP
      *    FORFEITS IT INSTEAD OF PLAYING.
       PLAY-DUE-FIXTURE.
           IF (FT-STATUS(PLAY-IX) IS EQUAL TO "U" OR
             FT-STATUS(PLAY-IX) IS EQUAL TO "V") AND
             FT-SCHED-DATE(PLAY-IX) IS NOT GREATER THAN TODAY-DATE
             MOVE FT-HOME-NAME(PLAY-IX) TO WORK-NAME
             PERFORM CHECK-SUSPENDED
             MOVE SUSPENDED-FLAG TO HOME-SUSPENDED-FLAG
             MOVE FT-AWAY-NAME(PLAY-IX) TO WORK-NAME
             PERFORM CHECK-SUSPENDED
             MOVE SUSPENDED-FLAG TO AWAY-SUSPENDED-FLAG
             IF HOME-SUSPENDED-FLAG IS EQUAL TO "Y" OR
               AWAY-SUSPENDED-FLAG IS EQUAL TO "Y"
               PERFORM FORFEIT-ONE-FIXTURE
             ELSE
               PERFORM PLAY-ONE-FIXTURE
             END-IF
           END-IF
           .

       FORFEIT-ONE-FIXTURE.
           DISPLAY "     "
           DISPLAY "FIXTURE DUE " FT-SCHED-DATE(PLAY-IX) ": "
             FT-HOME-NAME(PLAY-IX) " (X) VS "
             FT-AWAY-NAME(PLAY-IX) " (O)"
           IF HOME-SUSPENDED-FLAG IS EQUAL TO "Y" AND
             AWAY-SUSPENDED-FLAG IS EQUAL TO "Y"
             MOVE "N" TO FT-WINNER(PLAY-IX)
             DISPLAY "BOTH PLAYERS SUSPENDED. FORFEITED BY BOTH."
           ELSE
             IF HOME-SUSPENDED-FLAG IS EQUAL TO "Y"
               MOVE "O" TO FT-WINNER(PLAY-IX)
               DISPLAY FT-HOME-NAME(PLAY-IX) " SUSPENDED. "
                 "FIXTURE FORFEITED."
             ELSE
               MOVE "X" TO FT-WINNER(PLAY-IX)
               DISPLAY FT-AWAY-NAME(PLAY-IX) " SUSPENDED. "
                 "FIXTURE FORFEITED."
             END-IF
           END-IF
           MOVE "F" TO FT-STATUS(PLAY-IX)
           MOVE 0 TO FT-MOVES(PLAY-IX)
           MOVE 0 TO FT-GAME-ID(PLAY-IX)
           ADD 1 TO FORFEITED-TODAY
           PERFORM REWRITE-FIXTURE-FILE
           .

      *    A SUSPENSION RUNS UP TO AND INCLUDING ITS END DATE, JUDGED
      *    AGAINST THE LEAGUE DATE RATHER THAN THE CLOCK SO A RERUN
      *    FOR AN EARLIER DAY DECIDES THE SAME WAY.
       CHECK-SUSPENDED.
           MOVE "N" TO SUSPENDED-FLAG
           PERFORM TEST-MASTER-SUSPENDED VARYING MASTER-IX FROM 1 BY 1
             UNTIL MASTER-IX > MASTER-COUNT
           .

       TEST-MASTER-SUSPENDED.
           IF MT-NAME(MASTER-IX) IS EQUAL TO WORK-NAME AND
             MT-STATUS(MASTER-IX) IS EQUAL TO "S" AND
             MT-SUSP-END(MASTER-IX) IS NOT LESS THAN TODAY-DATE
             MOVE "Y" TO SUSPENDED-FLAG
           END-IF
           .

       LOAD-MASTER-TABLE.
           MOVE 0 TO MASTER-COUNT
           OPEN INPUT PLAYER-MASTER
           IF PLAYMST-FILE-STATUS IS EQUAL TO "00"
             PERFORM LOAD-MASTER-RECORD UNTIL MASTER-EOF-FLAG IS EQUAL
               TO "Y"
             CLOSE PLAYER-MASTER
           END-IF
           .

       LOAD-MASTER-RECORD.
           READ PLAYER-MASTER
             AT END
               MOVE "Y" TO MASTER-EOF-FLAG
           END-READ
           IF MASTER-EOF-FLAG IS NOT EQUAL TO "Y"
             IF MASTER-COUNT IS LESS THAN MAX-MASTER
               ADD 1 TO MASTER-COUNT
               MOVE PM-NAME TO MT-NAME(MASTER-COUNT)
               MOVE PM-STATUS TO MT-STATUS(MASTER-COUNT)
               IF PM-SUSP-END IS NUMERIC
                 MOVE PM-SUSP-END TO MT-SUSP-END(MASTER-COUNT)
               ELSE
                 MOVE 0 TO MT-SUSP-END(MASTER-COUNT)
               END-IF
             END-IF
           END-IF
           .

