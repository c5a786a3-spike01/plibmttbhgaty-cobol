       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUPPLAY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRACKET-FILE ASSIGN TO "CUPBRKT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS BRACKET-FILE-STATUS.

           SELECT GAME-RESULTS ASSIGN TO "GAMERES"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS GAMERES-FILE-STATUS.

           SELECT PLAYER-MASTER ASSIGN TO "PLAYMST"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PLAYMST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BRACKET-FILE.
       COPY "CUPTIE.cpy".

       FD  GAME-RESULTS.
       COPY "GAMERES.cpy".

       FD  PLAYER-MASTER.
       COPY "PLAYMST.cpy".

       WORKING-STORAGE SECTION.
       01 BRACKET-FILE-STATUS PIC X(2).
       01 GAMERES-FILE-STATUS PIC X(2).
       01 PLAYMST-FILE-STATUS PIC X(2).
       01 BRACKET-EOF-FLAG PIC A VALUE "N".
       01 EOF-FLAG PIC A VALUE "N".
       01 MASTER-EOF-FLAG PIC A VALUE "N".

       01 TODAY-DATE PIC 9(8).
       01 DATE-OVERRIDE PIC X(8).

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

       01 MAX-TIES PIC 9(2) VALUE 15.
       01 TIE-COUNT PIC 9(2) VALUE 0.
       01 BRACKET-TABLE.
         05 BRACKET-ENTRY OCCURS 15 TIMES.
           10 BT-CUP-NAME PIC X(20).
           10 BT-BOARD-SIZE PIC X(01).
           10 BT-ROUND PIC 9(01).
           10 BT-TIE-NO PIC 9(02).
           10 BT-HOME-SEED PIC 9(02).
           10 BT-HOME-NAME PIC X(20).
           10 BT-AWAY-SEED PIC 9(02).
           10 BT-AWAY-NAME PIC X(20).
           10 BT-STATUS PIC X(01).
           10 BT-WINNER-SIDE PIC X(01).
           10 BT-GAME-COUNT PIC 9(02).
           10 BT-GAME OCCURS 9 TIMES.
             15 BT-GAME-ID PIC 9(16).
             15 BT-GAME-RESULT PIC X(01).
       01 BRACKET-IX PIC 9(2).
       01 PLAY-IX PIC 9(2).
       01 FIND-ROUND PIC 9(1).
       01 FIND-TIE-NO PIC 9(2).
       01 FIND-IX PIC 9(2).
       01 SEARCH-IX PIC 9(2).
       01 TIE-PAIR PIC 9(2).
       01 TIE-PARITY PIC 9(1).
       01 ADVANCE-NAME PIC X(20).
       01 ADVANCE-SEED PIC 9(2).

       01 ROUND-COUNT PIC 9(1) VALUE 0.
       01 CURRENT-ROUND PIC 9(1) VALUE 0.
       01 OPEN-IN-ROUND PIC 9(2) VALUE 0.
       01 DECIDED-TODAY PIC 9(2) VALUE 0.
       01 CHAMPION-NAME PIC X(20).

       01 TIE-STOP-FLAG PIC A VALUE "N".
       01 GAME-PAIR PIC 9(2).
       01 GAME-PARITY PIC 9(1).
       01 CUP-X-NAME PIC X(20).
       01 CUP-O-NAME PIC X(20).
       01 HOME-SYMBOL PIC X(1).
       01 GAME-RESULT PIC X(1).
       01 SLOT-IX PIC 9(2).
       01 SHIFT-IX PIC 9(2).
       01 SHIFT-TO PIC 9(2).
       01 MAX-GAME-SLOTS PIC 9(2) VALUE 9.
       01 GAME-NO-EDIT PIC Z9.

       01 PRE-GAME-COUNT PIC 9(5) VALUE 0.
       01 RECORD-NO PIC 9(5) VALUE 0.
       01 NEW-RESULT-FLAG PIC A VALUE "N".
       01 NEW-WINNER PIC X(1).
       01 NEW-GAME-ID PIC 9(16).

       COPY "TOURNLNK.cpy".

       PROCEDURE DIVISION.
           DISPLAY "CUPPLAY - PLAY THE CURRENT CUP ROUND"
           DISPLAY "===================================="

           PERFORM SET-TODAY-DATE
           PERFORM LOAD-BRACKET-TABLE
           PERFORM LOAD-MASTER-TABLE
           PERFORM FIND-CURRENT-ROUND
           IF CURRENT-ROUND IS EQUAL TO 0
             PERFORM SHOW-CHAMPION
           ELSE
             DISPLAY "CUP " BT-CUP-NAME(1) " - ROUND " CURRENT-ROUND
               " OF " ROUND-COUNT
             PERFORM PLAY-DUE-TIE VARYING PLAY-IX FROM 1 BY 1
               UNTIL PLAY-IX > TIE-COUNT
             DISPLAY "     "
             DISPLAY DECIDED-TODAY " TIE(S) DECIDED"
             PERFORM COUNT-OPEN-IN-ROUND
             IF OPEN-IN-ROUND IS GREATER THAN 0
               DISPLAY OPEN-IN-ROUND " TIE(S) STILL TO PLAY IN ROUND "
                 CURRENT-ROUND
             ELSE
               IF CURRENT-ROUND IS EQUAL TO ROUND-COUNT
                 PERFORM SHOW-CHAMPION
               ELSE
                 DISPLAY "ROUND " CURRENT-ROUND " COMPLETE."
               END-IF
             END-IF
           END-IF

           GOBACK.

       SET-TODAY-DATE.
           ACCEPT DATE-OVERRIDE FROM ENVIRONMENT "CUPDATE"
           IF DATE-OVERRIDE IS NUMERIC
             MOVE DATE-OVERRIDE TO TODAY-DATE
           ELSE
             ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           END-IF
           .

       LOAD-BRACKET-TABLE.
           MOVE 0 TO TIE-COUNT
           MOVE 0 TO ROUND-COUNT
           OPEN INPUT BRACKET-FILE
           IF BRACKET-FILE-STATUS IS NOT EQUAL TO "00"
             DISPLAY "CUPBRKT FILE NOT FOUND. RUN CUPGEN FIRST."
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           PERFORM LOAD-BRACKET-RECORD UNTIL BRACKET-EOF-FLAG IS
             EQUAL TO "Y"
           CLOSE BRACKET-FILE
           IF TIE-COUNT IS EQUAL TO 0
             DISPLAY "CUPBRKT FILE IS EMPTY. RUN CUPGEN FIRST."
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .

       LOAD-BRACKET-RECORD.
           READ BRACKET-FILE
             AT END
               MOVE "Y" TO BRACKET-EOF-FLAG
           END-READ
           IF BRACKET-EOF-FLAG IS NOT EQUAL TO "Y"
             IF TIE-COUNT IS LESS THAN MAX-TIES
               ADD 1 TO TIE-COUNT
               MOVE CUP-TIE-RECORD TO BRACKET-ENTRY(TIE-COUNT)
               IF CT-ROUND IS GREATER THAN ROUND-COUNT
                 MOVE CT-ROUND TO ROUND-COUNT
               END-IF
             END-IF
           END-IF
           .

      *    THE CURRENT ROUND IS THE EARLIEST ONE WITH A TIE NOT YET
      *    DECIDED. A RUN PLAYS THAT ROUND ONLY, SO EACH ROUND IS A
      *    SEPARATE CUP DAY; A TIE LEFT UNPLAYED HOLDS THE NEXT ROUND
      *    BACK UNTIL IT IS SETTLED.
       FIND-CURRENT-ROUND.
           MOVE 0 TO CURRENT-ROUND
           PERFORM TEST-CURRENT-ROUND VARYING BRACKET-IX FROM 1 BY 1
             UNTIL BRACKET-IX > TIE-COUNT
           .

       TEST-CURRENT-ROUND.
           IF BT-STATUS(BRACKET-IX) IS EQUAL TO "U" OR
             BT-STATUS(BRACKET-IX) IS EQUAL TO "W"
             IF CURRENT-ROUND IS EQUAL TO 0 OR
               BT-ROUND(BRACKET-IX) IS LESS THAN CURRENT-ROUND
               MOVE BT-ROUND(BRACKET-IX) TO CURRENT-ROUND
             END-IF
           END-IF
           .

       COUNT-OPEN-IN-ROUND.
           MOVE 0 TO OPEN-IN-ROUND
           PERFORM TEST-OPEN-IN-ROUND VARYING BRACKET-IX FROM 1 BY 1
             UNTIL BRACKET-IX > TIE-COUNT
           .

       TEST-OPEN-IN-ROUND.
           IF BT-ROUND(BRACKET-IX) IS EQUAL TO CURRENT-ROUND AND
             (BT-STATUS(BRACKET-IX) IS EQUAL TO "U" OR
             BT-STATUS(BRACKET-IX) IS EQUAL TO "W")
             ADD 1 TO OPEN-IN-ROUND
           END-IF
           .

       SHOW-CHAMPION.
           MOVE ROUND-COUNT TO FIND-ROUND
           MOVE 1 TO FIND-TIE-NO
           PERFORM FIND-BRACKET-TIE
           IF FIND-IX IS GREATER THAN 0
             IF BT-WINNER-SIDE(FIND-IX) IS EQUAL TO "H"
               MOVE BT-HOME-NAME(FIND-IX) TO CHAMPION-NAME
             ELSE
               MOVE BT-AWAY-NAME(FIND-IX) TO CHAMPION-NAME
             END-IF
             DISPLAY "CUP " BT-CUP-NAME(FIND-IX) " IS COMPLETE."
             DISPLAY "CHAMPION: " CHAMPION-NAME
           END-IF
           .

      *    A PLAYER SUSPENDED ON THE CUP DAY LOSES THE TIE AS A
      *    WALKOVER. IF BOTH ARE SUSPENDED NEITHER CAN GO THROUGH, SO
      *    THE TIE IS HELD FOR THE COMMITTEE AND THE ROUND WAITS ON IT.
       PLAY-DUE-TIE.
           IF BT-ROUND(PLAY-IX) IS EQUAL TO CURRENT-ROUND AND
             BT-STATUS(PLAY-IX) IS EQUAL TO "U"
             MOVE BT-HOME-NAME(PLAY-IX) TO WORK-NAME
             PERFORM CHECK-SUSPENDED
             MOVE SUSPENDED-FLAG TO HOME-SUSPENDED-FLAG
             MOVE BT-AWAY-NAME(PLAY-IX) TO WORK-NAME
             PERFORM CHECK-SUSPENDED
             MOVE SUSPENDED-FLAG TO AWAY-SUSPENDED-FLAG
             IF HOME-SUSPENDED-FLAG IS EQUAL TO "Y" OR
               AWAY-SUSPENDED-FLAG IS EQUAL TO "Y"
               PERFORM WALKOVER-ONE-TIE
             ELSE
               PERFORM PLAY-ONE-TIE
             END-IF
           END-IF
           .

       WALKOVER-ONE-TIE.
           DISPLAY "     "
           DISPLAY "ROUND " BT-ROUND(PLAY-IX) " TIE " BT-TIE-NO(PLAY-IX)
             ": " BT-HOME-NAME(PLAY-IX) " V " BT-AWAY-NAME(PLAY-IX)
           IF HOME-SUSPENDED-FLAG IS EQUAL TO "Y" AND
             AWAY-SUSPENDED-FLAG IS EQUAL TO "Y"
             DISPLAY "BOTH PLAYERS SUSPENDED. TIE HELD."
           ELSE
             IF HOME-SUSPENDED-FLAG IS EQUAL TO "Y"
               MOVE "A" TO BT-WINNER-SIDE(PLAY-IX)
               DISPLAY BT-HOME-NAME(PLAY-IX) " SUSPENDED. "
                 "TIE AWARDED AS A WALKOVER."
             ELSE
               MOVE "H" TO BT-WINNER-SIDE(PLAY-IX)
               DISPLAY BT-AWAY-NAME(PLAY-IX) " SUSPENDED. "
                 "TIE AWARDED AS A WALKOVER."
             END-IF
             MOVE "P" TO BT-STATUS(PLAY-IX)
             ADD 1 TO DECIDED-TODAY
             MOVE PLAY-IX TO BRACKET-IX
             PERFORM ADVANCE-WINNER
             PERFORM REWRITE-BRACKET-FILE
             DISPLAY ADVANCE-NAME " WINS THE TIE."
           END-IF
           .

      *    A SUSPENSION RUNS UP TO AND INCLUDING ITS END DATE, JUDGED
      *    AGAINST THE CUP DATE RATHER THAN THE CLOCK SO A RERUN FOR
      *    AN EARLIER DAY DECIDES THE SAME WAY.
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

      *    A TIE IS PLAYED GAME AFTER GAME UNTIL ONE SIDE WINS. EACH
      *    GAME IS SAVED TO CUPBRKT AS SOON AS IT IS PLAYED, SO A TIE
      *    BROKEN OFF PART WAY PICKS UP ON THE NEXT RUN WITH THE RIGHT
      *    COLOURS.
       PLAY-ONE-TIE.
           DISPLAY "     "
           DISPLAY "ROUND " BT-ROUND(PLAY-IX) " TIE " BT-TIE-NO(PLAY-IX)
             ": " BT-HOME-NAME(PLAY-IX) " V " BT-AWAY-NAME(PLAY-IX)
           MOVE "N" TO TIE-STOP-FLAG
           PERFORM PLAY-ONE-CUP-GAME UNTIL BT-STATUS(PLAY-IX) IS
             EQUAL TO "P" OR TIE-STOP-FLAG IS EQUAL TO "Y"
           .

      *    THE HOME PLAYER IS X IN THE FIRST GAME OF A TIE, AND THE
      *    COLOURS SWAP FOR EVERY REPLAY AFTER A DRAW.
       PLAY-ONE-CUP-GAME.
           DIVIDE BT-GAME-COUNT(PLAY-IX) BY 2 GIVING GAME-PAIR
             REMAINDER GAME-PARITY
           IF GAME-PARITY IS EQUAL TO 0
             MOVE "X" TO HOME-SYMBOL
             MOVE BT-HOME-NAME(PLAY-IX) TO CUP-X-NAME
             MOVE BT-AWAY-NAME(PLAY-IX) TO CUP-O-NAME
           ELSE
             MOVE "O" TO HOME-SYMBOL
             MOVE BT-AWAY-NAME(PLAY-IX) TO CUP-X-NAME
             MOVE BT-HOME-NAME(PLAY-IX) TO CUP-O-NAME
           END-IF
           COMPUTE GAME-NO-EDIT = BT-GAME-COUNT(PLAY-IX) + 1
           DISPLAY "GAME " GAME-NO-EDIT ": " CUP-X-NAME " (X) VS "
             CUP-O-NAME " (O)"
           PERFORM COUNT-EXISTING-RESULTS
           MOVE CUP-X-NAME TO TOURN-PLAYER-X-NAME
           MOVE CUP-O-NAME TO TOURN-PLAYER-O-NAME
           MOVE BT-BOARD-SIZE(PLAY-IX) TO TOURN-BOARD-SIZE
           CALL "TTTGAME" USING TOURNAMENT-LINK
           PERFORM FIND-NEW-RESULT
           IF NEW-RESULT-FLAG IS EQUAL TO "Y"
             PERFORM RECORD-CUP-GAME
             PERFORM REWRITE-BRACKET-FILE
           ELSE
             DISPLAY "NO RESULT RECORDED. TIE LEFT UNPLAYED."
             MOVE "Y" TO TIE-STOP-FLAG
           END-IF
           .

       RECORD-CUP-GAME.
           IF NEW-WINNER IS EQUAL TO "X" OR NEW-WINNER IS EQUAL TO "O"
             IF NEW-WINNER IS EQUAL TO HOME-SYMBOL
               MOVE "H" TO GAME-RESULT
             ELSE
               MOVE "A" TO GAME-RESULT
             END-IF
           ELSE
             MOVE "D" TO GAME-RESULT
           END-IF
           ADD 1 TO BT-GAME-COUNT(PLAY-IX)
           PERFORM STORE-GAME-SLOT
           IF GAME-RESULT IS EQUAL TO "D"
             DISPLAY "GAME DRAWN. TIE REPLAYED WITH COLOURS SWAPPED."
           ELSE
             MOVE "P" TO BT-STATUS(PLAY-IX)
             MOVE GAME-RESULT TO BT-WINNER-SIDE(PLAY-IX)
             ADD 1 TO DECIDED-TODAY
             MOVE PLAY-IX TO BRACKET-IX
             PERFORM ADVANCE-WINNER
             DISPLAY ADVANCE-NAME " WINS THE TIE."
           END-IF
           .

      *    THE RECORD HOLDS THE LAST NINE GAMES OF A TIE. A LONGER RUN
      *    OF DRAWS DROPS THE OLDEST SLOT SO THE DECIDING GAME IS
      *    ALWAYS KEPT; BT-GAME-COUNT STILL COUNTS EVERY GAME.
       STORE-GAME-SLOT.
           IF BT-GAME-COUNT(PLAY-IX) IS GREATER THAN MAX-GAME-SLOTS
             PERFORM SHIFT-GAME-SLOT VARYING SHIFT-IX FROM 2 BY 1
               UNTIL SHIFT-IX > MAX-GAME-SLOTS
             MOVE MAX-GAME-SLOTS TO SLOT-IX
           ELSE
             MOVE BT-GAME-COUNT(PLAY-IX) TO SLOT-IX
           END-IF
           MOVE NEW-GAME-ID TO BT-GAME-ID(PLAY-IX, SLOT-IX)
           MOVE GAME-RESULT TO BT-GAME-RESULT(PLAY-IX, SLOT-IX)
           .

       SHIFT-GAME-SLOT.
           COMPUTE SHIFT-TO = SHIFT-IX - 1
           MOVE BT-GAME(PLAY-IX, SHIFT-IX) TO BT-GAME(PLAY-IX, SHIFT-TO)
           .

      *    MOVES THE WINNER OF TIE BRACKET-IX INTO ITS PLACE IN THE
      *    NEXT ROUND, AND MARKS THAT TIE READY ONCE BOTH SIDES ARE
      *    KNOWN. NOTHING FOLLOWS THE FINAL.
       ADVANCE-WINNER.
           IF BT-WINNER-SIDE(BRACKET-IX) IS EQUAL TO "H"
             MOVE BT-HOME-NAME(BRACKET-IX) TO ADVANCE-NAME
             MOVE BT-HOME-SEED(BRACKET-IX) TO ADVANCE-SEED
           ELSE
             MOVE BT-AWAY-NAME(BRACKET-IX) TO ADVANCE-NAME
             MOVE BT-AWAY-SEED(BRACKET-IX) TO ADVANCE-SEED
           END-IF
           COMPUTE FIND-ROUND = BT-ROUND(BRACKET-IX) + 1
           DIVIDE BT-TIE-NO(BRACKET-IX) BY 2 GIVING TIE-PAIR
             REMAINDER TIE-PARITY
           COMPUTE FIND-TIE-NO = TIE-PAIR + TIE-PARITY
           PERFORM FIND-BRACKET-TIE
           IF FIND-IX IS GREATER THAN 0
             IF TIE-PARITY IS EQUAL TO 1
               MOVE ADVANCE-NAME TO BT-HOME-NAME(FIND-IX)
               MOVE ADVANCE-SEED TO BT-HOME-SEED(FIND-IX)
             ELSE
               MOVE ADVANCE-NAME TO BT-AWAY-NAME(FIND-IX)
               MOVE ADVANCE-SEED TO BT-AWAY-SEED(FIND-IX)
             END-IF
             IF BT-HOME-NAME(FIND-IX) IS NOT EQUAL TO SPACES AND
               BT-AWAY-NAME(FIND-IX) IS NOT EQUAL TO SPACES AND
               BT-STATUS(FIND-IX) IS EQUAL TO "W"
               MOVE "U" TO BT-STATUS(FIND-IX)
             END-IF
           END-IF
           .

       FIND-BRACKET-TIE.
           MOVE 0 TO FIND-IX
           PERFORM TEST-BRACKET-TIE VARYING SEARCH-IX FROM 1 BY 1
             UNTIL SEARCH-IX > TIE-COUNT OR FIND-IX IS NOT EQUAL TO 0
           .

       TEST-BRACKET-TIE.
           IF BT-ROUND(SEARCH-IX) IS EQUAL TO FIND-ROUND AND
             BT-TIE-NO(SEARCH-IX) IS EQUAL TO FIND-TIE-NO
             MOVE SEARCH-IX TO FIND-IX
           END-IF
           .

       COUNT-EXISTING-RESULTS.
           MOVE 0 TO PRE-GAME-COUNT
           MOVE "N" TO EOF-FLAG
           OPEN INPUT GAME-RESULTS
           IF GAMERES-FILE-STATUS IS EQUAL TO "00"
             PERFORM COUNT-ONE-RESULT UNTIL EOF-FLAG IS EQUAL TO "Y"
             CLOSE GAME-RESULTS
           END-IF
           .

       COUNT-ONE-RESULT.
           READ GAME-RESULTS
             AT END
               MOVE "Y" TO EOF-FLAG
           END-READ
           IF EOF-FLAG IS NOT EQUAL TO "Y"
             ADD 1 TO PRE-GAME-COUNT
           END-IF
           .

       FIND-NEW-RESULT.
           MOVE "N" TO NEW-RESULT-FLAG
           MOVE 0 TO RECORD-NO
           MOVE "N" TO EOF-FLAG
           OPEN INPUT GAME-RESULTS
           IF GAMERES-FILE-STATUS IS EQUAL TO "00"
             PERFORM SCAN-ONE-RESULT UNTIL EOF-FLAG IS EQUAL TO "Y"
             CLOSE GAME-RESULTS
           END-IF
           .

      *    A WALK-UP GAME ON ANOTHER TERMINAL CAN APPEND TO GAMERES
      *    WHILE THE TIE IS BEING PLAYED, SO ONLY TAKE A NEW RECORD
      *    CARRYING THIS GAME'S OWN PAIRING AND COLOURS.
       SCAN-ONE-RESULT.
           READ GAME-RESULTS
             AT END
               MOVE "Y" TO EOF-FLAG
           END-READ
           IF EOF-FLAG IS NOT EQUAL TO "Y"
             ADD 1 TO RECORD-NO
             IF RECORD-NO IS GREATER THAN PRE-GAME-COUNT AND
               NEW-RESULT-FLAG IS EQUAL TO "N" AND
               GR-PLAYER-X-NAME IS EQUAL TO CUP-X-NAME AND
               GR-PLAYER-O-NAME IS EQUAL TO CUP-O-NAME
               MOVE "Y" TO NEW-RESULT-FLAG
               MOVE GR-WINNER TO NEW-WINNER
               MOVE GR-GAME-ID TO NEW-GAME-ID
             END-IF
           END-IF
           .

       REWRITE-BRACKET-FILE.
           OPEN OUTPUT BRACKET-FILE
           PERFORM WRITE-BRACKET-RECORD VARYING BRACKET-IX FROM 1 BY 1
             UNTIL BRACKET-IX > TIE-COUNT
           CLOSE BRACKET-FILE
           .

       WRITE-BRACKET-RECORD.
           MOVE BRACKET-ENTRY(BRACKET-IX) TO CUP-TIE-RECORD
           WRITE CUP-TIE-RECORD
           .

           END PROGRAM CUPPLAY.
