             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS GAMERES-FILE-STATUS.

           SELECT CORRECTION-FILE ASSIGN TO "GAMECOR"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS GAMECOR-FILE-STATUS.

           SELECT PRINT-FILE ASSIGN TO "TRENDRPT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PRINT-FILE-STATUS.
       FD  GAME-RESULTS.
       COPY "GAMERES.cpy".

       FD  CORRECTION-FILE.
       COPY "GAMECOR.cpy".

       FD  PRINT-FILE.
       01 PRINT-RECORD PIC X(80).

       01 ARCHIVE-RESULTS-STATUS PIC X(2).
       01 GAMERES-FILE-STATUS PIC X(2).
       01 PRINT-FILE-STATUS PIC X(2).
       01 GAMECOR-FILE-STATUS PIC X(2).
       01 CORRECTION-EOF-FLAG PIC A VALUE "N".
       01 EOF-FLAG PIC A VALUE "N".
       01 SOURCE-PHASE PIC 9 VALUE 1.
       01 TREND-LIVE-FLAG PIC A VALUE "N".
       01 TR-DATE PIC 9(8).
       01 TR-WINNER PIC X(1).
       01 TR-MOVES PIC 9(3).
       01 TR-GAME-ID PIC 9(16).
       01 TR-BOARD-SIZE PIC 9(1).
       01 TR-END-REASON PIC X(1).
       01 TR-COMPUTER-FLAG PIC X(1).

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

       01 SAVE-MONTH PIC 9(6).
       01 SAVE-YEAR PIC 9(4).
           DISPLAY "TRENDRPT - MONTHLY TREND REPORT"
           DISPLAY "================================"

           PERFORM LOAD-CORRECTION-TABLE
           PERFORM OPEN-FILES
           PERFORM READ-NEXT-RESULT
           PERFORM PROCESS-RECORDS UNTIL EOF-FLAG IS EQUAL TO "Y"
           PERFORM PRINT-LAST-TOTALS
           PERFORM PRINT-CORRECTION-WARNING
           PERFORM CLOSE-FILES

           GOBACK.
               MOVE ARC-DATE TO TR-DATE
               MOVE ARC-WINNER TO TR-WINNER
               MOVE ARC-MOVES TO TR-MOVES
               MOVE ARC-GAME-ID TO TR-GAME-ID
               MOVE ARC-BOARD-SIZE TO TR-BOARD-SIZE
               MOVE ARC-END-REASON TO TR-END-REASON
               MOVE ARC-COMPUTER-FLAG TO TR-COMPUTER-FLAG
           END-READ
           .

               MOVE GR-DATE TO TR-DATE
               MOVE GR-WINNER TO TR-WINNER
               MOVE GR-MOVES TO TR-MOVES
               MOVE GR-GAME-ID TO TR-GAME-ID
               MOVE GR-BOARD-SIZE TO TR-BOARD-SIZE
               MOVE GR-END-REASON TO TR-END-REASON
               MOVE GR-COMPUTER-FLAG TO TR-COMPUTER-FLAG
           END-READ
           .

           .

       ACCUMULATE-RECORD.
           PERFORM APPLY-CORRECTION
           IF EFFECTIVE-WINNER IS NOT EQUAL TO "V"
             ADD 1 TO MONTH-GAMES
             IF EFFECTIVE-WINNER IS EQUAL TO "X"
               ADD 1 TO MONTH-X-WINS
             ELSE
               IF EFFECTIVE-WINNER IS EQUAL TO "O"
                 ADD 1 TO MONTH-O-WINS
               ELSE
                 ADD 1 TO MONTH-DRAWS
               END-IF
             END-IF
             ADD TR-MOVES TO MONTH-TOTAL-MOVES
             PERFORM ACCUMULATE-BREAKDOWN
           END-IF
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
           MOVE TR-WINNER TO EFFECTIVE-WINNER
           MOVE "N" TO CORRECTED-FLAG
           PERFORM CHECK-ONE-CORRECTION VARYING CORRECTION-IX FROM 1
             BY 1 UNTIL CORRECTION-IX > CORRECTION-COUNT
           .

       CHECK-ONE-CORRECTION.
           IF CT-GAME-ID(CORRECTION-IX) IS EQUAL TO TR-GAME-ID
             MOVE CT-NEW-WINNER(CORRECTION-IX) TO EFFECTIVE-WINNER
             MOVE "Y" TO CORRECTED-FLAG
           END-IF
           .

      *    A GAME UNDER A REFEREE RULING COUNTS AS ENDED BY RULING,
      *    WHATEVER ENDED IT ON THE BOARD.
       ACCUMULATE-BREAKDOWN.
           MOVE TR-END-REASON TO EFFECTIVE-REASON
           IF CORRECTED-FLAG IS EQUAL TO "Y"
             MOVE "R" TO EFFECTIVE-REASON
           END-IF
           MOVE 0 TO BRK-SIZE-IX
           IF TR-BOARD-SIZE IS NUMERIC
             IF TR-BOARD-SIZE IS GREATER THAN 2 AND TR-BOARD-SIZE IS
               LESS THAN 6
               COMPUTE BRK-SIZE-IX = TR-BOARD-SIZE - 2
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
             IF TR-COMPUTER-FLAG IS EQUAL TO "Y"
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

       RESET-MONTH-TOTALS.
           MOVE 0 TO YTD-O-WINS
           MOVE 0 TO YTD-DRAWS
           MOVE 0 TO YTD-TOTAL-MOVES
           INITIALIZE BREAKDOWN-TABLE
           MOVE 0 TO BRK-UNKNOWN-COUNT
           .

       PRINT-LAST-TOTALS.
             DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           ADD 1 TO LINE-COUNT
           PERFORM PRINT-BREAKDOWN
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           ADD 1 TO LINE-COUNT
           .

       PRINT-HEADINGS.
