             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FIXTURE-FILE-STATUS.

           SELECT CORRECTION-FILE ASSIGN TO "GAMECOR"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS GAMECOR-FILE-STATUS.

           SELECT PRINT-FILE ASSIGN TO "LEAGSTND"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PRINT-FILE-STATUS.
       FD  FIXTURE-FILE.
       COPY "FIXTURE.cpy".

       FD  CORRECTION-FILE.
       COPY "GAMECOR.cpy".

       FD  PRINT-FILE.
       01 PRINT-RECORD PIC X(80).

       01 FIXTURE-FILE-STATUS PIC X(2).
       01 PRINT-FILE-STATUS PIC X(2).
       01 FIXTURE-EOF-FLAG PIC A VALUE "N".
       01 GAMECOR-FILE-STATUS PIC X(2).
       01 CORRECTION-EOF-FLAG PIC A VALUE "N".
       01 RUN-DATE PIC 9(8).

       01 MAX-ROSTER PIC 9(1) VALUE 8.

       01 PLAYED-COUNT PIC 9(2) VALUE 0.
       01 FIXTURE-TOTAL PIC 9(2) VALUE 0.
       01 VOIDED-COUNT PIC 9(2) VALUE 0.
       01 FORFEIT-COUNT PIC 9(2) VALUE 0.

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

       01 ORDER-TABLE.
         05 ORDER-IX PIC 9(1) OCCURS 8 TIMES.
       01 COL-IX PIC 9(1).
       01 PLAYED-COUNT-EDIT PIC Z9.
       01 FIXTURE-TOTAL-EDIT PIC Z9.
       01 VOIDED-COUNT-EDIT PIC Z9.
       01 FORFEIT-COUNT-EDIT PIC Z9.

       PROCEDURE DIVISION.
           DISPLAY "LEAGRPT - LEAGUE STANDINGS REPORT"
           DISPLAY "=================================="

           PERFORM INIT-H2H-GRID
           PERFORM LOAD-CORRECTION-TABLE
           PERFORM OPEN-FILES
           PERFORM TALLY-FIXTURES UNTIL FIXTURE-EOF-FLAG IS EQUAL
             TO "Y"
           PERFORM PRINT-STANDINGS
           PERFORM PRINT-H2H-GRID
           PERFORM PRINT-PLAYED-LINE
           PERFORM PRINT-CORRECTION-WARNING
           PERFORM CLOSE-FILES

           GOBACK.
           MOVE "." TO H2H-CELL(ROSTER-IX, ROSTER-IX)
           .

      *    GAMERULE CORRECTS THE FIXTURE ITSELF, BUT A RULING IS ALSO
      *    TAKEN FROM GAMECOR HERE SO THE TABLE IS RIGHT EVEN WHEN THE
      *    FIXTURES FILE WAS REBUILT AFTER THE RULING.
       TALLY-FIXTURES.
           READ FIXTURE-FILE
             AT END
             MOVE FX-AWAY-NAME TO WORK-NAME
             PERFORM FIND-ROSTER-ENTRY
             MOVE FOUND-IDX TO AWAY-IDX
             MOVE "N" TO CORRECTED-FLAG
             IF FX-STATUS IS EQUAL TO "P"
               PERFORM APPLY-CORRECTION
               IF EFFECTIVE-WINNER IS EQUAL TO "V"
                 MOVE "V" TO FX-STATUS
               END-IF
             END-IF
             IF FX-STATUS IS EQUAL TO "V"
               ADD 1 TO VOIDED-COUNT
             END-IF
             IF FX-STATUS IS EQUAL TO "P" AND HOME-IDX IS GREATER
               THAN 0 AND AWAY-IDX IS GREATER THAN 0
               ADD 1 TO PLAYED-COUNT
               PERFORM SCORE-FIXTURE
             END-IF
             IF FX-STATUS IS EQUAL TO "F" AND HOME-IDX IS GREATER
               THAN 0 AND AWAY-IDX IS GREATER THAN 0
               ADD 1 TO PLAYED-COUNT
               ADD 1 TO FORFEIT-COUNT
               MOVE FX-WINNER TO EFFECTIVE-WINNER
               PERFORM SCORE-FIXTURE
             END-IF
           END-IF
           .

      *    A FORFEIT BY BOTH SIDES ("N") IS A LOSS FOR EACH.
       SCORE-FIXTURE.
           IF EFFECTIVE-WINNER IS EQUAL TO "X"
             ADD 1 TO RT-WINS(HOME-IDX)
             ADD 1 TO RT-LOSSES(AWAY-IDX)
             MOVE "W" TO H2H-CELL(HOME-IDX, AWAY-IDX)
             MOVE "L" TO H2H-CELL(AWAY-IDX, HOME-IDX)
           ELSE
             IF EFFECTIVE-WINNER IS EQUAL TO "O"
               ADD 1 TO RT-WINS(AWAY-IDX)
               ADD 1 TO RT-LOSSES(HOME-IDX)
               MOVE "W" TO H2H-CELL(AWAY-IDX, HOME-IDX)
               MOVE "L" TO H2H-CELL(HOME-IDX, AWAY-IDX)
             ELSE
               IF EFFECTIVE-WINNER IS EQUAL TO "N"
                 ADD 1 TO RT-LOSSES(HOME-IDX)
                 ADD 1 TO RT-LOSSES(AWAY-IDX)
                 MOVE "L" TO H2H-CELL(HOME-IDX, AWAY-IDX)
                 MOVE "L" TO H2H-CELL(AWAY-IDX, HOME-IDX)
               ELSE
                 ADD 1 TO RT-DRAWS(HOME-IDX)
                 ADD 1 TO RT-DRAWS(AWAY-IDX)
                 MOVE "D" TO H2H-CELL(HOME-IDX, AWAY-IDX)
                 MOVE "D" TO H2H-CELL(AWAY-IDX, HOME-IDX)
               END-IF
             END-IF
           END-IF
           .

      *    RULINGS THAT DID NOT FIT IN THE TABLE WERE NOT APPLIED, SO
      *    THE FIGURES ABOVE MAY COUNT A VOIDED OR OVERTURNED GAME.
       PRINT-CORRECTION-WARNING.
           IF DROPPED-RULING-COUNT IS GREATER THAN 0
             MOVE DROPPED-RULING-COUNT TO DROPPED-RULING-EDIT
             MOVE SPACES TO PRINT-RECORD
             WRITE PRINT-RECORD
             MOVE SPACES TO PRINT-RECORD
             STRING "WARNING: " DROPPED-RULING-EDIT
               " RULING(S) NOT APPLIED. GAMECOR TABLE FULL."
               DELIMITED BY SIZE INTO PRINT-RECORD
             WRITE PRINT-RECORD
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
           MOVE FX-WINNER TO EFFECTIVE-WINNER
           MOVE "N" TO CORRECTED-FLAG
           PERFORM CHECK-ONE-CORRECTION VARYING CORRECTION-IX FROM 1
             BY 1 UNTIL CORRECTION-IX > CORRECTION-COUNT
           .

       CHECK-ONE-CORRECTION.
           IF CT-GAME-ID(CORRECTION-IX) IS EQUAL TO FX-GAME-ID
             MOVE CT-NEW-WINNER(CORRECTION-IX) TO EFFECTIVE-WINNER
             MOVE "Y" TO CORRECTED-FLAG
           END-IF
           .

       FIND-ROSTER-ENTRY.
           MOVE 0 TO FOUND-IDX
           PERFORM TEST-ROSTER-ENTRY VARYING SEARCH-IDX FROM 1 BY 1
             " FIXTURE(S) PLAYED"
             DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           IF VOIDED-COUNT IS GREATER THAN 0
             MOVE VOIDED-COUNT TO VOIDED-COUNT-EDIT
             MOVE SPACES TO PRINT-RECORD
             STRING VOIDED-COUNT-EDIT
               " FIXTURE(S) VOIDED BY REFEREE, AWAITING REPLAY"
               DELIMITED BY SIZE INTO PRINT-RECORD
             WRITE PRINT-RECORD
           END-IF
           IF FORFEIT-COUNT IS GREATER THAN 0
             MOVE FORFEIT-COUNT TO FORFEIT-COUNT-EDIT
             MOVE SPACES TO PRINT-RECORD
             STRING FORFEIT-COUNT-EDIT
               " OF THEM FORFEITED BY A SUSPENDED PLAYER"
               DELIMITED BY SIZE INTO PRINT-RECORD
             WRITE PRINT-RECORD
           END-IF
           .

       CLOSE-FILES.
