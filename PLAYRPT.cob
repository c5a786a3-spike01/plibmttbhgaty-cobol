             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PLAYMST-FILE-STATUS.

           SELECT CORRECTION-FILE ASSIGN TO "GAMECOR"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS GAMECOR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GAME-RESULTS.
       FD  PLAYER-MASTER.
       COPY "PLAYMST.cpy".

       FD  CORRECTION-FILE.
       COPY "GAMECOR.cpy".

       WORKING-STORAGE SECTION.
       01 PLAYMST-FILE-STATUS PIC X(2).
       01 MASTER-EOF-FLAG PIC A VALUE "N".
       01 PAGE-NO-EDIT PIC ZZ9.
       01 RUN-DATE PIC 9(8).

       01 GAMECOR-FILE-STATUS PIC X(2).
       01 CORRECTION-EOF-FLAG PIC A VALUE "N".
       01 MAX-CORRECTIONS PIC 9(4) VALUE 5000.
       01 CORRECTION-COUNT PIC 9(4) VALUE 0.
       01 CORRECTION-TABLE.
         05 CORRECTION-ENTRY OCCURS 5000 TIMES.
           10 CT-GAME-ID PIC 9(16).
           10 CT-NEW-WINNER PIC X(1).
       01 CORRECTION-IX PIC 9(4).
       01 DROPPED-RULING-COUNT PIC 9(5) VALUE 0.
       01 DROPPED-RULING-EDIT PIC ZZZZ9.
       01 EFFECTIVE-WINNER PIC X(1).
       01 CORRECTED-FLAG PIC A VALUE "N".

       01 MAX-PLAYERS PIC 9(3) VALUE 100.
       01 PLAYER-COUNT PIC 9(3) VALUE 0.
       01 PLAYER-TABLE.
           10 PT-WINS PIC 9(5) VALUE 0.
           10 PT-LOSSES PIC 9(5) VALUE 0.
           10 PT-DRAWS PIC 9(5) VALUE 0.
           10 PT-SIZE-ENTRY OCCURS 3 TIMES.
             15 PT-SIZE-WINS PIC 9(5).
             15 PT-SIZE-LOSSES PIC 9(5).
             15 PT-SIZE-DRAWS PIC 9(5).
           10 PT-TMOUT-WINS PIC 9(5).
           10 PT-TMOUT-LOSSES PIC 9(5).
           10 PT-RULED PIC 9(5).

       01 WORK-NAME PIC X(20).
       01 SEARCH-IDX PIC 9(3).
         05 SWAP-WINS PIC 9(5).
         05 SWAP-LOSSES PIC 9(5).
         05 SWAP-DRAWS PIC 9(5).
         05 SWAP-SIZE-ENTRY PIC X(15) OCCURS 3 TIMES.
         05 SWAP-TMOUT-WINS PIC 9(5).
         05 SWAP-TMOUT-LOSSES PIC 9(5).
         05 SWAP-RULED PIC 9(5).

       01 PT-WINS-EDIT PIC ZZZZ9.
       01 PT-LOSSES-EDIT PIC ZZZZ9.
       01 PT-DRAWS-EDIT PIC ZZZZ9.
       01 GAME-SIDE PIC X(1).
       01 SIZE-LINE PIC X(80).
       01 SIZE-LINE-POS PIC 9(2).
       01 SIZE-CLEAR-IX PIC 9(1).
       01 PT-SIZE-W-EDIT PIC ZZZZ9.
       01 PT-SIZE-L-EDIT PIC ZZZZ9.
       01 PT-SIZE-D-EDIT PIC ZZZZ9.
       01 PT-TMOUT-W-EDIT PIC ZZZZ9.
       01 PT-TMOUT-L-EDIT PIC ZZZZ9.
       01 PT-RULED-EDIT PIC ZZZZ9.

       01 BREAKDOWN-TABLE.
         05 BRK-SIZE-ENTRY OCCURS 3 TIMES.
           10 BRK-REASON-COUNT PIC 9(5) VALUE 0 OCCURS 4 TIMES.
           10 BRK-SIZE-TOTAL PIC 9(5) VALUE 0.
           10 BRK-COMPUTER-COUNT PIC 9(5) VALUE 0.
       01 BRK-SIZE-IX PIC 9(1).
       01 BRK-REASON-IX PIC 9(1).
       01 BRK-UNKNOWN-COUNT PIC 9(5) VALUE 0.
       01 EFFECTIVE-REASON PIC X(1).
       01 BRK-SIZE-EDIT PIC 9(1).
       01 BRK-WIN-EDIT PIC ZZZZ9.
       01 BRK-DRAW-EDIT PIC ZZZZ9.
       01 BRK-TMOUT-EDIT PIC ZZZZ9.
       01 BRK-RULING-EDIT PIC ZZZZ9.
       01 BRK-TOTAL-EDIT PIC ZZZZ9.
       01 BRK-COMPUTER-EDIT PIC ZZZZ9.
       01 BRK-UNKNOWN-EDIT PIC ZZZZ9.

       PROCEDURE DIVISION.
           DISPLAY "PLAYRPT - PLAYER STANDINGS REPORT"
           DISPLAY "=================================="

           PERFORM LOAD-MASTER-TABLE
           PERFORM LOAD-CORRECTION-TABLE
           PERFORM OPEN-FILES
           PERFORM READ-GAME-RESULT
           PERFORM PROCESS-RECORDS UNTIL EOF-FLAG IS EQUAL TO "Y"
           PERFORM SORT-STANDINGS
           PERFORM PRINT-STANDINGS
           PERFORM PRINT-BREAKDOWN
           PERFORM PRINT-CORRECTION-WARNING
           PERFORM CLOSE-FILES

           GOBACK.
           .

       ACCUMULATE-RECORD.
           PERFORM APPLY-CORRECTION
           IF EFFECTIVE-WINNER IS NOT EQUAL TO "V"
             PERFORM ACCUMULATE-PLAYERS
           END-IF
           .

       ACCUMULATE-PLAYERS.
           PERFORM ACCUMULATE-BREAKDOWN
           IF GR-PLAYER-X-NAME IS NOT EQUAL TO SPACES
             MOVE GR-PLAYER-X-NAME TO WORK-NAME
             MOVE "X" TO GAME-SIDE
             PERFORM ACCUMULATE-ONE-SIDE
           END-IF

           IF GR-PLAYER-O-NAME IS NOT EQUAL TO SPACES
             MOVE GR-PLAYER-O-NAME TO WORK-NAME
             MOVE "O" TO GAME-SIDE
             PERFORM ACCUMULATE-ONE-SIDE
           END-IF
           .

       ACCUMULATE-ONE-SIDE.
           PERFORM RESOLVE-WORK-NAME
           PERFORM SEARCH-PLAYER
           IF FOUND-IDX IS NOT EQUAL TO 0
             IF EFFECTIVE-WINNER IS EQUAL TO GAME-SIDE
               ADD 1 TO PT-WINS(FOUND-IDX)
               IF BRK-SIZE-IX IS GREATER THAN 0
                 ADD 1 TO PT-SIZE-WINS(FOUND-IDX, BRK-SIZE-IX)
               END-IF
               IF EFFECTIVE-REASON IS EQUAL TO "T"
                 ADD 1 TO PT-TMOUT-WINS(FOUND-IDX)
               END-IF
             ELSE
               IF EFFECTIVE-WINNER IS EQUAL TO "-"
                 ADD 1 TO PT-DRAWS(FOUND-IDX)
                 IF BRK-SIZE-IX IS GREATER THAN 0
                   ADD 1 TO PT-SIZE-DRAWS(FOUND-IDX, BRK-SIZE-IX)
                 END-IF
               ELSE
                 ADD 1 TO PT-LOSSES(FOUND-IDX)
                 IF BRK-SIZE-IX IS GREATER THAN 0
                   ADD 1 TO PT-SIZE-LOSSES(FOUND-IDX, BRK-SIZE-IX)
                 END-IF
                 IF EFFECTIVE-REASON IS EQUAL TO "T"
                   ADD 1 TO PT-TMOUT-LOSSES(FOUND-IDX)
                 END-IF
               END-IF
             END-IF
             IF EFFECTIVE-REASON IS EQUAL TO "R"
               ADD 1 TO PT-RULED(FOUND-IDX)
             END-IF
           END-IF
           .

      *    A GAME UNDER A REFEREE RULING COUNTS AS ENDED BY RULING,
      *    WHATEVER ENDED IT ON THE BOARD.
       ACCUMULATE-BREAKDOWN.
           MOVE GR-END-REASON TO EFFECTIVE-REASON
           IF CORRECTED-FLAG IS EQUAL TO "Y"
             MOVE "R" TO EFFECTIVE-REASON
           END-IF
           MOVE 0 TO BRK-SIZE-IX
           IF GR-BOARD-SIZE IS NUMERIC
             IF GR-BOARD-SIZE IS GREATER THAN 2 AND GR-BOARD-SIZE IS
               LESS THAN 6
               COMPUTE BRK-SIZE-IX = GR-BOARD-SIZE - 2
             END-IF
           END-IF
           MOVE 0 TO BRK-REASON-IX
           IF EFFECTIVE-REASON IS EQUAL TO "W"
             MOVE 1 TO BRK-REASON-IX
           END-IF
           IF EFFECTIVE-REASON IS EQUAL TO "D"
             MOVE 2 TO BRK-REASON-IX
           END-IF
           IF EFFECTIVE-REASON IS EQUAL TO "T"
             MOVE 3 TO BRK-REASON-IX
           END-IF
           IF EFFECTIVE-REASON IS EQUAL TO "R"
             MOVE 4 TO BRK-REASON-IX
           END-IF
           IF BRK-SIZE-IX IS EQUAL TO 0 OR BRK-REASON-IX IS EQUAL TO 0
             ADD 1 TO BRK-UNKNOWN-COUNT
           ELSE
             ADD 1 TO BRK-REASON-COUNT(BRK-SIZE-IX, BRK-REASON-IX)
             ADD 1 TO BRK-SIZE-TOTAL(BRK-SIZE-IX)
             IF GR-COMPUTER-FLAG IS EQUAL TO "Y"
               ADD 1 TO BRK-COMPUTER-COUNT(BRK-SIZE-IX)
             END-IF
           END-IF
           .

       PRINT-BREAKDOWN.
           PERFORM CHECK-PAGE-BREAK
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           STRING "BOARD   LINE WIN      DRAW   TIMEOUT    RULING"
             "     TOTAL  VS COMPUTER"
             DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           STRING "------------------------------------------" DELIMITED
             BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           ADD 3 TO LINE-COUNT
           PERFORM PRINT-BREAKDOWN-LINE VARYING BRK-SIZE-IX FROM 1 BY 1
             UNTIL BRK-SIZE-IX > 3
           IF BRK-UNKNOWN-COUNT IS GREATER THAN 0
             MOVE BRK-UNKNOWN-COUNT TO BRK-UNKNOWN-EDIT
             PERFORM CHECK-PAGE-BREAK
             MOVE SPACES TO PRINT-RECORD
             STRING BRK-UNKNOWN-EDIT
               " GAME(S) WITHOUT BOARD SIZE OR END REASON. RUN CONVRES."
               DELIMITED BY SIZE INTO PRINT-RECORD
             WRITE PRINT-RECORD
             ADD 1 TO LINE-COUNT
           END-IF
           .

       PRINT-BREAKDOWN-LINE.
           COMPUTE BRK-SIZE-EDIT = BRK-SIZE-IX + 2
           MOVE BRK-REASON-COUNT(BRK-SIZE-IX, 1) TO BRK-WIN-EDIT
           MOVE BRK-REASON-COUNT(BRK-SIZE-IX, 2) TO BRK-DRAW-EDIT
           MOVE BRK-REASON-COUNT(BRK-SIZE-IX, 3) TO BRK-TMOUT-EDIT
           MOVE BRK-REASON-COUNT(BRK-SIZE-IX, 4) TO BRK-RULING-EDIT
           MOVE BRK-SIZE-TOTAL(BRK-SIZE-IX) TO BRK-TOTAL-EDIT
           MOVE BRK-COMPUTER-COUNT(BRK-SIZE-IX) TO BRK-COMPUTER-EDIT
           PERFORM CHECK-PAGE-BREAK
           MOVE SPACES TO PRINT-RECORD
           STRING BRK-SIZE-EDIT "X" BRK-SIZE-EDIT "        "
             BRK-WIN-EDIT "     " BRK-DRAW-EDIT "     "
             BRK-TMOUT-EDIT "     " BRK-RULING-EDIT "     "
             BRK-TOTAL-EDIT "        " BRK-COMPUTER-EDIT
             DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           ADD 1 TO LINE-COUNT
           .

      *    RULINGS THAT DID NOT FIT IN THE TABLE WERE NOT APPLIED, SO
      *    THE FIGURES ABOVE MAY COUNT A VOIDED OR OVERTURNED GAME.
       PRINT-CORRECTION-WARNING.
           IF DROPPED-RULING-COUNT IS GREATER THAN 0
             MOVE DROPPED-RULING-COUNT TO DROPPED-RULING-EDIT
             PERFORM CHECK-PAGE-BREAK
             MOVE SPACES TO PRINT-RECORD
             WRITE PRINT-RECORD
             MOVE SPACES TO PRINT-RECORD
             STRING "WARNING: " DROPPED-RULING-EDIT
               " RULING(S) NOT APPLIED. GAMECOR TABLE FULL."
               DELIMITED BY SIZE INTO PRINT-RECORD
             WRITE PRINT-RECORD
             ADD 2 TO LINE-COUNT
           END-IF
           .

       LOAD-CORRECTION-TABLE.
           OPEN INPUT CORRECTION-FILE
           IF GAMECOR-FILE-STATUS IS EQUAL TO "00"
             PERFORM LOAD-CORRECTION-RECORD UNTIL CORRECTION-EOF-FLAG
               IS EQUAL TO "Y"
             CLOSE CORRECTION-FILE
           END-IF
           .

       LOAD-CORRECTION-RECORD.
           READ CORRECTION-FILE
             AT END
               MOVE "Y" TO CORRECTION-EOF-FLAG
           END-READ
           IF CORRECTION-EOF-FLAG IS NOT EQUAL TO "Y"
             IF CORRECTION-COUNT IS LESS THAN MAX-CORRECTIONS
               ADD 1 TO CORRECTION-COUNT
               MOVE COR-GAME-ID TO CT-GAME-ID(CORRECTION-COUNT)
               MOVE COR-NEW-WINNER TO CT-NEW-WINNER(CORRECTION-COUNT)
             ELSE
               DISPLAY "CORRECTION TABLE FULL. IGNORING GAME "
                 COR-GAME-ID
               ADD 1 TO DROPPED-RULING-COUNT
               MOVE 8 TO RETURN-CODE
             END-IF
           END-IF
           .

      *    GAMECOR IS IN RULING ORDER, SO THE LAST MATCH IS THE RULING
      *    IN FORCE.
       APPLY-CORRECTION.
           MOVE GR-WINNER TO EFFECTIVE-WINNER
           MOVE "N" TO CORRECTED-FLAG
           PERFORM CHECK-ONE-CORRECTION VARYING CORRECTION-IX FROM 1
             BY 1 UNTIL CORRECTION-IX > CORRECTION-COUNT
           .

       CHECK-ONE-CORRECTION.
           IF CT-GAME-ID(CORRECTION-IX) IS EQUAL TO GR-GAME-ID
             MOVE CT-NEW-WINNER(CORRECTION-IX) TO EFFECTIVE-WINNER
             MOVE "Y" TO CORRECTED-FLAG
           END-IF
           .

             MOVE 0 TO PT-WINS(PLAYER-COUNT)
             MOVE 0 TO PT-LOSSES(PLAYER-COUNT)
             MOVE 0 TO PT-DRAWS(PLAYER-COUNT)
             PERFORM CLEAR-PLAYER-SIZE VARYING SIZE-CLEAR-IX FROM 1
               BY 1 UNTIL SIZE-CLEAR-IX > 3
             MOVE 0 TO PT-TMOUT-WINS(PLAYER-COUNT)
             MOVE 0 TO PT-TMOUT-LOSSES(PLAYER-COUNT)
             MOVE 0 TO PT-RULED(PLAYER-COUNT)
             MOVE PLAYER-COUNT TO FOUND-IDX
           ELSE
             DISPLAY "PLAYER TABLE FULL. IGNORING " WORK-NAME
           END-IF
           .

       CLEAR-PLAYER-SIZE.
           MOVE 0 TO PT-SIZE-WINS(PLAYER-COUNT, SIZE-CLEAR-IX)
           MOVE 0 TO PT-SIZE-LOSSES(PLAYER-COUNT, SIZE-CLEAR-IX)
           MOVE 0 TO PT-SIZE-DRAWS(PLAYER-COUNT, SIZE-CLEAR-IX)
           .

       SORT-STANDINGS.
           PERFORM SORT-OUTER-PASS VARYING SORT-I FROM 1 BY 1
             UNTIL SORT-I >= PLAYER-COUNT
           MOVE PT-WINS(PRINT-IDX) TO PT-WINS-EDIT
           MOVE PT-LOSSES(PRINT-IDX) TO PT-LOSSES-EDIT
           MOVE PT-DRAWS(PRINT-IDX) TO PT-DRAWS-EDIT
           MOVE PT-TMOUT-WINS(PRINT-IDX) TO PT-TMOUT-W-EDIT
           MOVE PT-TMOUT-LOSSES(PRINT-IDX) TO PT-TMOUT-L-EDIT
           MOVE PT-RULED(PRINT-IDX) TO PT-RULED-EDIT
           PERFORM CHECK-PAGE-BREAK
           MOVE SPACES TO PRINT-RECORD
           STRING PT-NAME(PRINT-IDX) "     " PT-WINS-EDIT
             "     " PT-LOSSES-EDIT "     " PT-DRAWS-EDIT
             "   " PT-TMOUT-W-EDIT "/" PT-TMOUT-L-EDIT "   "
             PT-RULED-EDIT
             DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           ADD 1 TO LINE-COUNT
           PERFORM PRINT-PLAYER-SIZE-LINE
           .

      *    SECOND LINE PER PLAYER: WINS/LOSSES/DRAWS ON EACH BOARD SIZE.
      *    RESULTS DECIDED BY TIMEOUT AND BY REFEREE RULING ARE AT THE
      *    END OF THE FIRST LINE.
       PRINT-PLAYER-SIZE-LINE.
           MOVE SPACES TO SIZE-LINE
           MOVE 3 TO SIZE-LINE-POS
           PERFORM BUILD-PLAYER-SIZE-TEXT VARYING BRK-SIZE-IX FROM 1
             BY 1 UNTIL BRK-SIZE-IX > 3
           PERFORM CHECK-PAGE-BREAK
           MOVE SIZE-LINE TO PRINT-RECORD
           WRITE PRINT-RECORD
           ADD 1 TO LINE-COUNT
           .

       BUILD-PLAYER-SIZE-TEXT.
           COMPUTE BRK-SIZE-EDIT = BRK-SIZE-IX + 2
           MOVE PT-SIZE-WINS(PRINT-IDX, BRK-SIZE-IX) TO PT-SIZE-W-EDIT
           MOVE PT-SIZE-LOSSES(PRINT-IDX, BRK-SIZE-IX) TO
             PT-SIZE-L-EDIT
           MOVE PT-SIZE-DRAWS(PRINT-IDX, BRK-SIZE-IX) TO PT-SIZE-D-EDIT
           STRING BRK-SIZE-EDIT "X" BRK-SIZE-EDIT " " PT-SIZE-W-EDIT
             "/" PT-SIZE-L-EDIT "/" PT-SIZE-D-EDIT "  "
             DELIMITED BY SIZE INTO SIZE-LINE WITH POINTER SIZE-LINE-POS
           .

       PRINT-HEADINGS.

           MOVE SPACES TO PRINT-RECORD
           STRING "PLAYER                    WINS    LOSSES"
             "     DRAWS  TIMEOUT W/L   RULED"
             DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD

           MOVE SPACES TO PRINT-RECORD
           STRING "  BY BOARD SIZE W/L/D"
             DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD

