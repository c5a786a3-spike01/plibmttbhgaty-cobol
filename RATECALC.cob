             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PLAYMST-FILE-STATUS.

           SELECT CORRECTION-FILE ASSIGN TO "GAMECOR"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS GAMECOR-FILE-STATUS.

           SELECT PRINT-FILE ASSIGN TO "RATERPT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PRINT-FILE-STATUS.
       FD  PLAYER-MASTER.
       COPY "PLAYMST.cpy".

       FD  CORRECTION-FILE.
       COPY "GAMECOR.cpy".

       FD  PRINT-FILE.
       01 PRINT-RECORD PIC X(80).

       01 EOF-FLAG PIC A VALUE "N".
       01 RATING-EOF-FLAG PIC A VALUE "N".
       01 MASTER-EOF-FLAG PIC A VALUE "N".
       01 GAMECOR-FILE-STATUS PIC X(2).
       01 CORRECTION-EOF-FLAG PIC A VALUE "N".
       01 CORRECTIONS-CHANGED-FLAG PIC A VALUE "N".
       01 CORRECTION-TABLE-FULL-FLAG PIC A VALUE "N".

       01 MAX-LINES-PER-PAGE PIC 9(2) VALUE 50.
       01 LINE-COUNT PIC 9(2) VALUE 0.
       01 MASTER-IX PIC 9(3).
       01 MASTER-MATCH-IX PIC 9(3).

       01 MAX-CORRECTIONS PIC 9(4) VALUE 5000.
       01 CORRECTION-COUNT PIC 9(4) VALUE 0.
       01 CORRECTION-TABLE.
         05 CORRECTION-ENTRY OCCURS 5000 TIMES.
           10 CT-GAME-ID PIC 9(16).
           10 CT-OLD-WINNER PIC X(1).
           10 CT-NEW-WINNER PIC X(1).
           10 CT-X-NAME PIC X(20).
           10 CT-O-NAME PIC X(20).
           10 CT-RATED-FLAG PIC X(1).
           10 CT-LIVE-FLAG PIC A.
           10 CT-RECORD PIC X(128).
       01 CORRECTION-IX PIC 9(4).
       01 EFFECTIVE-WINNER PIC X(1).
       01 CORRECTED-FLAG PIC A VALUE "N".
       01 OLD-SCORE-X PIC 9(3).
       01 ADJUST-COUNT PIC 9(5) VALUE 0.
       01 ADJUST-COUNT-EDIT PIC ZZZZ9.
       01 ADJUST-TEXT PIC X(12).

       01 WORK-NAME PIC X(20).
       01 X-IDX PIC 9(3).
       01 O-IDX PIC 9(3).

           PERFORM LOAD-MASTER-TABLE
           PERFORM LOAD-RATING-TABLE
           PERFORM LOAD-CORRECTION-TABLE
           PERFORM OPEN-FILES
           PERFORM READ-GAME-RESULT
           PERFORM PROCESS-RECORDS UNTIL EOF-FLAG IS EQUAL TO "Y"
           PERFORM ADJUST-ARCHIVED-RULING VARYING CORRECTION-IX FROM 1
             BY 1 UNTIL CORRECTION-IX > CORRECTION-COUNT
           PERFORM PRINT-RATING-SUMMARY
           PERFORM REWRITE-RATING-FILE
           IF CORRECTIONS-CHANGED-FLAG IS EQUAL TO "Y"
             IF CORRECTION-TABLE-FULL-FLAG IS EQUAL TO "Y"
               DISPLAY "GAMECOR TOO LARGE TO REWRITE. RATED FLAGS NOT "
                 "UPDATED."
               MOVE 8 TO RETURN-CODE
             ELSE
               PERFORM REWRITE-CORRECTION-FILE
             END-IF
           END-IF
           PERFORM CLOSE-FILES
           MOVE GAME-COUNT TO GAME-COUNT-EDIT
           DISPLAY GAME-COUNT-EDIT " GAME(S) RATED"
           IF ADJUST-COUNT IS GREATER THAN 0
             MOVE ADJUST-COUNT TO ADJUST-COUNT-EDIT
             DISPLAY ADJUST-COUNT-EDIT " RULING ADJUSTMENT(S) APPLIED"
           END-IF

           GOBACK.

           PERFORM READ-GAME-RESULT
           .

      *    A GAME STILL ON GAMERES HAS NOT BEEN RATED YET, SO ANY
      *    RULING AGAINST IT IS TAKEN UP HERE AND NEEDS NO ADJUSTMENT.
       RATE-ONE-GAME.
           PERFORM APPLY-CORRECTION
           IF EFFECTIVE-WINNER IS NOT EQUAL TO "V"
             PERFORM RATE-EFFECTIVE-RESULT
           END-IF
           .

       RATE-EFFECTIVE-RESULT.
           MOVE GR-PLAYER-X-NAME TO WORK-NAME
           PERFORM RESOLVE-WORK-NAME
           PERFORM FIND-RATED-ENTRY
           IF EXPECT-X IS LESS THAN 5
             MOVE 5 TO EXPECT-X
           END-IF
           MOVE EFFECTIVE-WINNER TO ADJUST-TEXT
           PERFORM SET-SCORE-X
           COMPUTE DELTA-X ROUNDED =
             (RATING-K-FACTOR * (SCORE-X - EXPECT-X)) / 100
           COMPUTE NEW-RATING = OLD-X-RATING + DELTA-X
           PERFORM PRINT-GAME-LINE
           .

       SET-SCORE-X.
           IF ADJUST-TEXT(1:1) IS EQUAL TO "X"
             MOVE 100 TO SCORE-X
           ELSE
             IF ADJUST-TEXT(1:1) IS EQUAL TO "O"
               MOVE 0 TO SCORE-X
             ELSE
               MOVE 50 TO SCORE-X
             END-IF
           END-IF
           .

       CLAMP-NEW-RATING.
           IF NEW-RATING IS LESS THAN 100
             MOVE 100 TO NEW-RATING
           MOVE RTG-VALUE(X-IDX) TO NEW-RATING-EDIT
           MOVE SPACES TO PRINT-RECORD
           STRING GR-DATE(1:4) "-" GR-DATE(5:2) "-" GR-DATE(7:2)
             "  " RTG-NAME(X-IDX) " X " EFFECTIVE-WINNER "  VS "
             RTG-NAME(O-IDX) " " OLD-RATING-EDIT " -> "
             NEW-RATING-EDIT
             DELIMITED BY SIZE INTO PRINT-RECORD
           MOVE RTG-VALUE(O-IDX) TO NEW-RATING-EDIT
           MOVE SPACES TO PRINT-RECORD
           STRING GR-DATE(1:4) "-" GR-DATE(5:2) "-" GR-DATE(7:2)
             "  " RTG-NAME(O-IDX) " O " EFFECTIVE-WINNER "  VS "
             RTG-NAME(X-IDX) " " OLD-RATING-EDIT " -> "
             NEW-RATING-EDIT
             DELIMITED BY SIZE INTO PRINT-RECORD
           ADD 1 TO LINE-COUNT
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
               MOVE COR-OLD-WINNER TO CT-OLD-WINNER(CORRECTION-COUNT)
               MOVE COR-NEW-WINNER TO CT-NEW-WINNER(CORRECTION-COUNT)
               MOVE COR-PLAYER-X-NAME TO CT-X-NAME(CORRECTION-COUNT)
               MOVE COR-PLAYER-O-NAME TO CT-O-NAME(CORRECTION-COUNT)
               MOVE COR-RATED-FLAG TO CT-RATED-FLAG(CORRECTION-COUNT)
               MOVE "N" TO CT-LIVE-FLAG(CORRECTION-COUNT)
               MOVE GAME-CORRECTION-RECORD TO
                 CT-RECORD(CORRECTION-COUNT)
             ELSE
               MOVE "Y" TO CORRECTION-TABLE-FULL-FLAG
               DISPLAY "CORRECTION TABLE FULL. IGNORING GAME "
                 COR-GAME-ID
             END-IF
           END-IF
           .

      *    GAMECOR IS IN RULING ORDER, SO THE LAST MATCH IS THE RULING
      *    IN FORCE. EVERY RULING ON A LIVE GAME IS SETTLED BY RATING
      *    THE GAME ITSELF.
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
             MOVE "Y" TO CT-LIVE-FLAG(CORRECTION-IX)
             IF CT-RATED-FLAG(CORRECTION-IX) IS NOT EQUAL TO "Y"
               MOVE "Y" TO CT-RATED-FLAG(CORRECTION-IX)
               MOVE "Y" TO CORRECTIONS-CHANGED-FLAG
             END-IF
           END-IF
           .

      *    A RULING ON A GAME ALREADY ARCHIVED COMES AFTER THE GAME WAS
      *    RATED, SO THE RATINGS ARE MOVED FROM THE OLD RESULT TO THE
      *    NEW ONE. THE ORIGINAL EXPECTATION IS NOT KEPT, SO THE
      *    CURRENT RATINGS STAND IN FOR IT WHEN A GAME IS VOIDED OR
      *    REINSTATED.
       ADJUST-ARCHIVED-RULING.
           IF CT-RATED-FLAG(CORRECTION-IX) IS NOT EQUAL TO "Y" AND
             CT-LIVE-FLAG(CORRECTION-IX) IS EQUAL TO "N"
             MOVE "Y" TO CT-RATED-FLAG(CORRECTION-IX)
             MOVE "Y" TO CORRECTIONS-CHANGED-FLAG
             MOVE CT-X-NAME(CORRECTION-IX) TO WORK-NAME
             PERFORM RESOLVE-WORK-NAME
             PERFORM FIND-RATED-ENTRY
             MOVE RATED-MATCH-IX TO X-IDX
             MOVE CT-O-NAME(CORRECTION-IX) TO WORK-NAME
             PERFORM RESOLVE-WORK-NAME
             PERFORM FIND-RATED-ENTRY
             MOVE RATED-MATCH-IX TO O-IDX
             IF X-IDX IS GREATER THAN 0 AND O-IDX IS GREATER THAN 0
               AND X-IDX IS NOT EQUAL TO O-IDX
               ADD 1 TO ADJUST-COUNT
               PERFORM APPLY-RULING-ADJUSTMENT
             END-IF
           END-IF
           .

       APPLY-RULING-ADJUSTMENT.
           MOVE RTG-VALUE(X-IDX) TO OLD-X-RATING
           MOVE RTG-VALUE(O-IDX) TO OLD-O-RATING
           COMPUTE RATE-DIFF = OLD-X-RATING - OLD-O-RATING
           COMPUTE EXPECT-X = 50 + RATE-DIFF / 8
           IF EXPECT-X IS GREATER THAN 95
             MOVE 95 TO EXPECT-X
           END-IF
           IF EXPECT-X IS LESS THAN 5
             MOVE 5 TO EXPECT-X
           END-IF
           MOVE CT-OLD-WINNER(CORRECTION-IX) TO ADJUST-TEXT
           PERFORM SET-SCORE-X
           MOVE SCORE-X TO OLD-SCORE-X
           MOVE CT-NEW-WINNER(CORRECTION-IX) TO ADJUST-TEXT
           PERFORM SET-SCORE-X
           IF CT-NEW-WINNER(CORRECTION-IX) IS EQUAL TO "V"
             COMPUTE DELTA-X ROUNDED =
               (RATING-K-FACTOR * (EXPECT-X - OLD-SCORE-X)) / 100
             IF RTG-GAMES(X-IDX) IS GREATER THAN 0
               SUBTRACT 1 FROM RTG-GAMES(X-IDX)
             END-IF
             IF RTG-GAMES(O-IDX) IS GREATER THAN 0
               SUBTRACT 1 FROM RTG-GAMES(O-IDX)
             END-IF
             MOVE "VOIDED" TO ADJUST-TEXT
           ELSE
             IF CT-OLD-WINNER(CORRECTION-IX) IS EQUAL TO "V"
               COMPUTE DELTA-X ROUNDED =
                 (RATING-K-FACTOR * (SCORE-X - EXPECT-X)) / 100
               ADD 1 TO RTG-GAMES(X-IDX)
               ADD 1 TO RTG-GAMES(O-IDX)
               MOVE "REINSTATED" TO ADJUST-TEXT
             ELSE
               COMPUTE DELTA-X ROUNDED =
                 (RATING-K-FACTOR * (SCORE-X - OLD-SCORE-X)) / 100
               MOVE "OVERTURNED" TO ADJUST-TEXT
             END-IF
           END-IF
           COMPUTE NEW-RATING = OLD-X-RATING + DELTA-X
           PERFORM CLAMP-NEW-RATING
           MOVE NEW-RATING TO RTG-VALUE(X-IDX)
           COMPUTE NEW-RATING = OLD-O-RATING - DELTA-X
           PERFORM CLAMP-NEW-RATING
           MOVE NEW-RATING TO RTG-VALUE(O-IDX)
           MOVE "Y" TO RTG-PLAYED-FLAG(X-IDX)
           MOVE "Y" TO RTG-PLAYED-FLAG(O-IDX)
           PERFORM PRINT-ADJUSTMENT-LINE
           .

       PRINT-ADJUSTMENT-LINE.
           PERFORM CHECK-PAGE-BREAK
           MOVE OLD-X-RATING TO OLD-RATING-EDIT
           MOVE RTG-VALUE(X-IDX) TO NEW-RATING-EDIT
           MOVE SPACES TO PRINT-RECORD
           STRING "RULING  " CT-GAME-ID(CORRECTION-IX) " " ADJUST-TEXT
             "  " RTG-NAME(X-IDX) " " OLD-RATING-EDIT " -> "
             NEW-RATING-EDIT
             DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           ADD 1 TO LINE-COUNT
           MOVE OLD-O-RATING TO OLD-RATING-EDIT
           MOVE RTG-VALUE(O-IDX) TO NEW-RATING-EDIT
           MOVE SPACES TO PRINT-RECORD
           STRING "RULING  " CT-GAME-ID(CORRECTION-IX) " " ADJUST-TEXT
             "  " RTG-NAME(O-IDX) " " OLD-RATING-EDIT " -> "
             NEW-RATING-EDIT
             DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           ADD 1 TO LINE-COUNT
           .

       REWRITE-CORRECTION-FILE.
           OPEN OUTPUT CORRECTION-FILE
           PERFORM WRITE-CORRECTION-RECORD VARYING CORRECTION-IX
             FROM 1 BY 1 UNTIL CORRECTION-IX > CORRECTION-COUNT
           CLOSE CORRECTION-FILE
           .

       WRITE-CORRECTION-RECORD.
           MOVE CT-RECORD(CORRECTION-IX) TO GAME-CORRECTION-RECORD
           MOVE CT-RATED-FLAG(CORRECTION-IX) TO COR-RATED-FLAG
           WRITE GAME-CORRECTION-RECORD
           .

       RESOLVE-WORK-NAME.
           INSPECT WORK-NAME CONVERTING
             "abcdefghijklmnopqrstuvwxyz" TO
