       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPENRPT.

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

           SELECT CORRECTION-FILE ASSIGN TO "GAMECOR"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS GAMECOR-FILE-STATUS.

           SELECT PRINT-FILE ASSIGN TO "OPENLST"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PRINT-FILE-STATUS.

           SELECT CSV-FILE ASSIGN TO "OPENCSV"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CSV-FILE-STATUS.

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

       FD  CORRECTION-FILE.
       COPY "GAMECOR.cpy".

       FD  PRINT-FILE.
       01 PRINT-RECORD PIC X(80).

       FD  CSV-FILE.
       01 CSV-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 AUDIT-FILE-STATUS PIC X(2).
       01 AUDTARC-FILE-STATUS PIC X(2).
       01 GAMERES-FILE-STATUS PIC X(2).
       01 GAMEARC-FILE-STATUS PIC X(2).
       01 GAMECOR-FILE-STATUS PIC X(2).
       01 PRINT-FILE-STATUS PIC X(2).
       01 CSV-FILE-STATUS PIC X(2).
       01 EOF-FLAG PIC A VALUE "N".
       01 RESULTS-FOUND-FLAG PIC A VALUE "N".

       01 MAX-LINES-PER-PAGE PIC 9(2) VALUE 50.
       01 LINE-COUNT PIC 9(2) VALUE 0.
       01 BLOCK-LINES PIC 9(2).
       01 PAGE-NO PIC 9(3) VALUE 0.
       01 PAGE-NO-EDIT PIC ZZ9.
       01 RUN-DATE PIC 9(8).

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

      *    THE WINNING LINES OF EACH BOARD SIZE, BUILT IN THE ORDER
      *    TICTACTOE BUILDS ITS LINE-TABLE: THE ROWS, THE COLUMNS, THEN
      *    THE DIAGONAL FROM THE TOP LEFT AND THE ONE FROM THE TOP
      *    RIGHT. SET 1 IS THE 3X3 BOARD, 2 THE 4X4 AND 3 THE 5X5.
       01 LINE-SET-TABLE.
         05 LINE-SET OCCURS 3 TIMES.
           10 LINE-ENTRY OCCURS 12 TIMES.
             15 LINE-CELL PIC 9(2) OCCURS 5 TIMES.
       01 BOARD-SIZE PIC 9(1).
       01 TOTAL-LINES PIC 9(2).
       01 LINE-NO PIC 9(2).
       01 LINE-CELL-NO PIC 9(1).
       01 ROW-NO PIC 9(1).
       01 COL-NO PIC 9(1).
       01 CELL-NUMBER PIC 9(2).
       01 LINE-MISMATCH PIC 9(1).

      *    ONE ENTRY PER FINISHED GAME. GT-RESULT IS X, O OR D AFTER
      *    ANY RULING. GT-COMPUTER-SIDE IS THE SYMBOL THE COMPUTER
      *    PLAYED, OR SPACE. GT-BOARD IS THE FINAL POSITION REBUILT
      *    FROM THE ACCEPTED MOVES; GT-FIRST-CELL AND GT-SECOND-CELL
      *    ARE THE MOVES WITH THE TWO LOWEST AUDIT-SEQ NUMBERS. THE
      *    TABLE IS KEPT IN GAME ID ORDER SO IT CAN BE SEARCHED BY
      *    HALVES; IDS ARE ISSUED IN TIME ORDER, SO NEARLY ALL GO ON
      *    THE END AND LITTLE IS EVER MOVED UP.
       01 MAX-GAMES PIC 9(5) VALUE 50000.
       01 GAME-COUNT PIC 9(5) VALUE 0.
       01 GAME-TABLE.
         05 GAME-ENTRY OCCURS 50000 TIMES.
           10 GT-GAME-ID PIC 9(16).
           10 GT-SIZE PIC 9(1).
           10 GT-RESULT PIC X(1).
           10 GT-RULED-FLAG PIC A.
           10 GT-COMPUTER-SIDE PIC X(1).
           10 GT-MOVES-SEEN PIC 9(3).
           10 GT-FIRST-SEQ PIC 9(5).
           10 GT-FIRST-CELL PIC 9(2).
           10 GT-SECOND-SEQ PIC 9(5).
           10 GT-SECOND-CELL PIC 9(2).
           10 GT-BOARD PIC X(25).
       01 GAME-IX PIC 9(5).
       01 GAME-MATCH-IX PIC 9(5).
       01 GAME-INSERT-IX PIC 9(5).
       01 GAME-LOW-IX PIC 9(5).
       01 GAME-HIGH-IX PIC 9(5).
       01 GAME-MID-IX PIC 9(5).
       01 LAST-GAME-IX PIC 9(5) VALUE 0.
       01 WORK-GAME-ID PIC 9(16).
       01 TOTAL-CELLS PIC 9(2).

      *    THE TALLIES. SECTION 1 IS EVERY GAME, SECTION 2 ONLY THE
      *    GAMES WITH THE COMPUTER ON ONE SIDE; EACH HAS ONE SET PER
      *    BOARD SIZE. A "LOSS" IS ALWAYS A LOSS FOR X. THE CPU-LOST
      *    COUNTS ARE THE GAMES THE COMPUTER LOST, WHICHEVER SIDE IT
      *    PLAYED.
       01 STATS-TABLE.
         05 STATS-SECTION OCCURS 2 TIMES.
           10 STATS-SIZE OCCURS 3 TIMES.
             15 SS-GAMES PIC 9(5) VALUE 0.
             15 SS-X-WON PIC 9(5) VALUE 0.
             15 SS-DRAWN PIC 9(5) VALUE 0.
             15 SS-X-LOST PIC 9(5) VALUE 0.
             15 SS-CPU-LOST PIC 9(5) VALUE 0.
             15 SS-NO-MOVES PIC 9(5) VALUE 0.
             15 SS-OFF-LINE PIC 9(5) VALUE 0.
             15 FIRST-CELL-STATS OCCURS 25 TIMES.
               20 FC-GAMES PIC 9(5) VALUE 0.
               20 FC-X-WON PIC 9(5) VALUE 0.
               20 FC-DRAWN PIC 9(5) VALUE 0.
               20 FC-X-LOST PIC 9(5) VALUE 0.
               20 FC-CPU-LOST PIC 9(5) VALUE 0.
               20 SECOND-CELL-STATS OCCURS 25 TIMES.
                 25 PC-GAMES PIC 9(5) VALUE 0.
                 25 PC-X-WON PIC 9(5) VALUE 0.
                 25 PC-DRAWN PIC 9(5) VALUE 0.
                 25 PC-X-LOST PIC 9(5) VALUE 0.
                 25 PC-CPU-LOST PIC 9(5) VALUE 0.
             15 WIN-LINE-STATS OCCURS 12 TIMES.
               20 LW-X-WINS PIC 9(5) VALUE 0.
               20 LW-O-WINS PIC 9(5) VALUE 0.
               20 LW-CPU-LOST PIC 9(5) VALUE 0.
       01 SECTION-IX PIC 9(1).
       01 SIZE-IX PIC 9(1).
       01 FIRST-IX PIC 9(2).
       01 SECOND-IX PIC 9(2).
       01 WIN-LINE-NO PIC 9(2).
       01 CPU-LOST-FLAG PIC A.

       01 ORDER-TABLE.
         05 ORDER-IX PIC 9(2) OCCURS 12 TIMES.
       01 SORT-I PIC 9(2).
       01 SORT-J PIC 9(2).
       01 SORT-J-START PIC 9(2).
       01 SWAP-IX PIC 9(2).
       01 LINE-WINS-I PIC 9(6).
       01 LINE-WINS-J PIC 9(6).

       01 UNSIZED-COUNT PIC 9(5) VALUE 0.
       01 VOIDED-COUNT PIC 9(5) VALUE 0.
       01 UNANALYSED-COUNT PIC 9(5) VALUE 0.
       01 DUPLICATE-COUNT PIC 9(5) VALUE 0.
       01 OK-MOVE-COUNT PIC 9(7) VALUE 0.

       01 ROW-GAMES PIC 9(5).
       01 ROW-X-WON PIC 9(5).
       01 ROW-DRAWN PIC 9(5).
       01 ROW-X-LOST PIC 9(5).
       01 ROW-CPU-LOST PIC 9(5).
       01 ROW-PCT PIC 9(3).
       01 KEY-TEXT PIC X(10).
       01 CSV-KEY PIC X(12).
       01 CSV-CELL-1 PIC 9(2).
       01 CSV-CELL-2 PIC 9(2).
       01 TABLE-TEXT PIC X(12).
       01 SECTION-TEXT PIC X(8).
       01 BOARD-TEXT PIC X(3).
       01 CELL-EDIT-1 PIC Z9.
       01 CELL-EDIT-2 PIC Z9.
       01 COUNT-EDIT-1 PIC ZZZZ9.
       01 COUNT-EDIT-2 PIC ZZZZ9.
       01 COUNT-EDIT-3 PIC ZZZZ9.
       01 COUNT-EDIT-4 PIC ZZZZ9.
       01 COUNT-EDIT-5 PIC ZZZZ9.
       01 COUNT-EDIT-6 PIC ZZZZ9.
       01 PCT-EDIT-1 PIC ZZ9.
       01 PCT-EDIT-2 PIC ZZ9.
       01 PCT-EDIT-3 PIC ZZ9.
       01 BIG-EDIT PIC ZZZZZZ9.

       PROCEDURE DIVISION.
           DISPLAY "OPENRPT - OPENING AND WINNING LINE ANALYSIS"
           DISPLAY "============================================"

           PERFORM BUILD-LINE-SET VARYING SIZE-IX FROM 1 BY 1
             UNTIL SIZE-IX > 3
           PERFORM LOAD-CORRECTION-TABLE
           PERFORM LOAD-GAME-TABLE
           IF RESULTS-FOUND-FLAG IS EQUAL TO "N"
             DISPLAY "NO GAMERES OR GAMEARC FILE. ABORTING REPORT RUN."
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           PERFORM SCAN-AUDIT-FILES
           PERFORM TALLY-GAME VARYING GAME-IX FROM 1 BY 1
             UNTIL GAME-IX > GAME-COUNT
           PERFORM OPEN-FILES
           PERFORM PRINT-STATS-SECTION VARYING SECTION-IX FROM 1 BY 1
             UNTIL SECTION-IX > 2
           PERFORM PRINT-RUN-TOTALS
           PERFORM CLOSE-FILES

           MOVE GAME-COUNT TO COUNT-EDIT-1
           MOVE OK-MOVE-COUNT TO BIG-EDIT
           DISPLAY COUNT-EDIT-1 " GAME(S) ANALYSED FROM " BIG-EDIT
             " ACCEPTED MOVE(S)"
           IF UNANALYSED-COUNT IS GREATER THAN 0
             MOVE UNANALYSED-COUNT TO COUNT-EDIT-2
             DISPLAY "GAME TABLE FULL. " COUNT-EDIT-2
               " GAME(S) LEFT OUT. SEE OPENLST."
             MOVE 8 TO RETURN-CODE
           END-IF

           GOBACK.

       OPEN-FILES.
           OPEN OUTPUT PRINT-FILE
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           PERFORM PRINT-HEADINGS
           OPEN OUTPUT CSV-FILE
           MOVE SPACES TO CSV-RECORD
           STRING "SECTION,BOARD,TABLE,KEY,GAMES,X WON,DRAWN,X LOST,"
             "COMPUTER LOST"
             DELIMITED BY SIZE INTO CSV-RECORD
           WRITE CSV-RECORD
           .

       BUILD-LINE-SET.
           COMPUTE BOARD-SIZE = SIZE-IX + 2
           MOVE 0 TO LINE-NO
           PERFORM BUILD-ROW VARYING ROW-NO FROM 1 BY 1
             UNTIL ROW-NO > BOARD-SIZE
           PERFORM BUILD-COL VARYING COL-NO FROM 1 BY 1
             UNTIL COL-NO > BOARD-SIZE
           PERFORM BUILD-DIAG-1
           PERFORM BUILD-DIAG-2
           .

       BUILD-ROW.
           ADD 1 TO LINE-NO
           PERFORM BUILD-ROW-CELL VARYING COL-NO FROM 1 BY 1
             UNTIL COL-NO > BOARD-SIZE
           .

       BUILD-ROW-CELL.
           COMPUTE CELL-NUMBER = (ROW-NO - 1) * BOARD-SIZE + COL-NO
           MOVE CELL-NUMBER TO LINE-CELL(SIZE-IX, LINE-NO, COL-NO)
           .

       BUILD-COL.
           ADD 1 TO LINE-NO
           PERFORM BUILD-COL-CELL VARYING ROW-NO FROM 1 BY 1
             UNTIL ROW-NO > BOARD-SIZE
           .

       BUILD-COL-CELL.
           COMPUTE CELL-NUMBER = (ROW-NO - 1) * BOARD-SIZE + COL-NO
           MOVE CELL-NUMBER TO LINE-CELL(SIZE-IX, LINE-NO, ROW-NO)
           .

       BUILD-DIAG-1.
           ADD 1 TO LINE-NO
           PERFORM BUILD-DIAG-1-CELL VARYING ROW-NO FROM 1 BY 1
             UNTIL ROW-NO > BOARD-SIZE
           .

       BUILD-DIAG-1-CELL.
           COMPUTE CELL-NUMBER = (ROW-NO - 1) * BOARD-SIZE + ROW-NO
           MOVE CELL-NUMBER TO LINE-CELL(SIZE-IX, LINE-NO, ROW-NO)
           .

       BUILD-DIAG-2.
           ADD 1 TO LINE-NO
           PERFORM BUILD-DIAG-2-CELL VARYING ROW-NO FROM 1 BY 1
             UNTIL ROW-NO > BOARD-SIZE
           .

       BUILD-DIAG-2-CELL.
           COMPUTE CELL-NUMBER = (ROW-NO - 1) * BOARD-SIZE
             + (BOARD-SIZE - ROW-NO + 1)
           MOVE CELL-NUMBER TO LINE-CELL(SIZE-IX, LINE-NO, ROW-NO)
           .

       LOAD-CORRECTION-TABLE.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT CORRECTION-FILE
           IF GAMECOR-FILE-STATUS IS EQUAL TO "00"
             PERFORM LOAD-CORRECTION-RECORD UNTIL EOF-FLAG IS EQUAL
               TO "Y"
             CLOSE CORRECTION-FILE
           END-IF
           .

       LOAD-CORRECTION-RECORD.
           READ CORRECTION-FILE
             AT END
               MOVE "Y" TO EOF-FLAG
           END-READ
           IF EOF-FLAG IS NOT EQUAL TO "Y"
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

       LOAD-GAME-TABLE.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT GAME-RESULTS
           IF GAMERES-FILE-STATUS IS EQUAL TO "00"
             MOVE "Y" TO RESULTS-FOUND-FLAG
             PERFORM READ-LIVE-RESULT UNTIL EOF-FLAG IS EQUAL TO "Y"
             CLOSE GAME-RESULTS
           END-IF
           MOVE "N" TO EOF-FLAG
           OPEN INPUT ARCHIVE-RESULTS
           IF GAMEARC-FILE-STATUS IS EQUAL TO "00"
             MOVE "Y" TO RESULTS-FOUND-FLAG
             PERFORM READ-ARCHIVE-RESULT UNTIL EOF-FLAG IS EQUAL TO "Y"
             CLOSE ARCHIVE-RESULTS
           END-IF
           .

       READ-LIVE-RESULT.
           READ GAME-RESULTS
             AT END
               MOVE "Y" TO EOF-FLAG
             NOT AT END
               PERFORM LOAD-GAME-ENTRY
           END-READ
           .

       READ-ARCHIVE-RESULT.
           READ ARCHIVE-RESULTS
             AT END
               MOVE "Y" TO EOF-FLAG
             NOT AT END
               MOVE ARCHIVE-RESULT-RECORD TO GAME-RESULT-RECORD
               PERFORM LOAD-GAME-ENTRY
           END-READ
           .

      *    A VOIDED GAME NEVER COUNTED. A RESULT WITHOUT A BOARD SIZE
      *    PREDATES CONVRES AND CANNOT BE PUT ON ANY BOARD, SO IT IS
      *    ONLY COUNTED. A GAME ID SEEN TWICE IS TAKEN ONCE.
       LOAD-GAME-ENTRY.
           IF GR-GAME-ID IS NUMERIC AND GR-GAME-ID IS NOT EQUAL TO 0
             PERFORM APPLY-CORRECTION
             IF EFFECTIVE-WINNER IS EQUAL TO "V"
               ADD 1 TO VOIDED-COUNT
             ELSE
               IF GR-REC-VERSION IS NOT EQUAL TO "2" OR GR-BOARD-SIZE
                 IS NOT NUMERIC OR GR-BOARD-SIZE IS LESS THAN 3 OR
                 GR-BOARD-SIZE IS GREATER THAN 5
                 ADD 1 TO UNSIZED-COUNT
               ELSE
                 MOVE GR-GAME-ID TO WORK-GAME-ID
                 PERFORM FIND-GAME-ENTRY
                 IF GAME-MATCH-IX IS GREATER THAN 0
                   ADD 1 TO DUPLICATE-COUNT
                 ELSE
                   PERFORM ADD-GAME-ENTRY
                 END-IF
               END-IF
             END-IF
           END-IF
           .

      *    CALLED STRAIGHT AFTER FIND-GAME-ENTRY HAS SET GAME-INSERT-IX.
       ADD-GAME-ENTRY.
           IF GAME-COUNT IS LESS THAN MAX-GAMES
             PERFORM MOVE-GAME-ENTRY-UP VARYING GAME-IX FROM GAME-COUNT
               BY -1 UNTIL GAME-IX < GAME-INSERT-IX
             ADD 1 TO GAME-COUNT
             MOVE GR-GAME-ID TO GT-GAME-ID(GAME-INSERT-IX)
             MOVE GR-BOARD-SIZE TO GT-SIZE(GAME-INSERT-IX)
             IF EFFECTIVE-WINNER IS EQUAL TO "X" OR EFFECTIVE-WINNER
               IS EQUAL TO "O"
               MOVE EFFECTIVE-WINNER TO GT-RESULT(GAME-INSERT-IX)
             ELSE
               MOVE "D" TO GT-RESULT(GAME-INSERT-IX)
             END-IF
             MOVE CORRECTED-FLAG TO GT-RULED-FLAG(GAME-INSERT-IX)
             MOVE SPACE TO GT-COMPUTER-SIDE(GAME-INSERT-IX)
             IF GR-PLAYER-X-NAME IS EQUAL TO "COMPUTER"
               MOVE "X" TO GT-COMPUTER-SIDE(GAME-INSERT-IX)
             END-IF
             IF GR-PLAYER-O-NAME IS EQUAL TO "COMPUTER"
               MOVE "O" TO GT-COMPUTER-SIDE(GAME-INSERT-IX)
             END-IF
             MOVE 0 TO GT-MOVES-SEEN(GAME-INSERT-IX)
             MOVE 99999 TO GT-FIRST-SEQ(GAME-INSERT-IX)
             MOVE 0 TO GT-FIRST-CELL(GAME-INSERT-IX)
             MOVE 99999 TO GT-SECOND-SEQ(GAME-INSERT-IX)
             MOVE 0 TO GT-SECOND-CELL(GAME-INSERT-IX)
             MOVE SPACES TO GT-BOARD(GAME-INSERT-IX)
           ELSE
             ADD 1 TO UNANALYSED-COUNT
           END-IF
           .

       MOVE-GAME-ENTRY-UP.
           MOVE GAME-ENTRY(GAME-IX) TO GAME-ENTRY(GAME-IX + 1)
           .

      *    ONE GAME'S ENTRIES USUALLY FOLLOW ONE ANOTHER, SO THE GAME
      *    MATCHED LAST TIME IS TRIED BEFORE THE TABLE IS SEARCHED.
      *    WHEN WORK-GAME-ID IS NOT FOUND, GAME-INSERT-IX IS WHERE IT
      *    WOULD GO TO KEEP THE TABLE IN ORDER.
       FIND-GAME-ENTRY.
           MOVE 0 TO GAME-MATCH-IX
           IF LAST-GAME-IX IS GREATER THAN 0 AND
             LAST-GAME-IX IS NOT GREATER THAN GAME-COUNT
             IF GT-GAME-ID(LAST-GAME-IX) IS EQUAL TO WORK-GAME-ID
               MOVE LAST-GAME-IX TO GAME-MATCH-IX
             END-IF
           END-IF
           IF GAME-MATCH-IX IS EQUAL TO 0
             MOVE 1 TO GAME-LOW-IX
             MOVE GAME-COUNT TO GAME-HIGH-IX
             PERFORM HALVE-GAME-RANGE UNTIL GAME-LOW-IX > GAME-HIGH-IX
               OR GAME-MATCH-IX IS GREATER THAN 0
             MOVE GAME-LOW-IX TO GAME-INSERT-IX
           END-IF
           IF GAME-MATCH-IX IS GREATER THAN 0
             MOVE GAME-MATCH-IX TO LAST-GAME-IX
           END-IF
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

       SCAN-AUDIT-FILES.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT AUDIT-TRAIL
           IF AUDIT-FILE-STATUS IS EQUAL TO "00"
             PERFORM READ-LIVE-AUDIT UNTIL EOF-FLAG IS EQUAL TO "Y"
             CLOSE AUDIT-TRAIL
           END-IF
           MOVE "N" TO EOF-FLAG
           OPEN INPUT ARCHIVE-AUDIT
           IF AUDTARC-FILE-STATUS IS EQUAL TO "00"
             PERFORM READ-ARCHIVE-AUDIT UNTIL EOF-FLAG IS EQUAL TO "Y"
             CLOSE ARCHIVE-AUDIT
           END-IF
           .

       READ-LIVE-AUDIT.
           READ AUDIT-TRAIL
             AT END
               MOVE "Y" TO EOF-FLAG
             NOT AT END
               PERFORM PLACE-AUDITED-MOVE
           END-READ
           .

       READ-ARCHIVE-AUDIT.
           READ ARCHIVE-AUDIT
             AT END
               MOVE "Y" TO EOF-FLAG
             NOT AT END
               MOVE ARCHIVE-AUDIT-RECORD TO AUDIT-RECORD
               PERFORM PLACE-AUDITED-MOVE
           END-READ
           .

      *    ONLY ACCEPTED MOVES ARE ON THE BOARD. THE FILES NEED NOT BE
      *    IN AUDIT-SEQ ORDER: THE FINAL POSITION DOES NOT DEPEND ON
      *    THE ORDER, AND THE FIRST TWO MOVES ARE THE TWO LOWEST
      *    SEQUENCE NUMBERS SEEN FOR THE GAME. AN ENTRY FOR A GAME NOT
      *    ON THE RESULT FILES (NEVER FINISHED, OR VOIDED) IS SKIPPED.
       PLACE-AUDITED-MOVE.
           IF AUDIT-REASON IS EQUAL TO "OK" AND AUDIT-GAME-ID IS
             NUMERIC AND AUDIT-GAME-ID IS NOT EQUAL TO 0 AND
             AUDIT-SEQ IS NUMERIC AND AUDIT-CELL IS NUMERIC
             MOVE AUDIT-GAME-ID TO WORK-GAME-ID
             PERFORM FIND-GAME-ENTRY
             IF GAME-MATCH-IX IS GREATER THAN 0
               COMPUTE TOTAL-CELLS = GT-SIZE(GAME-MATCH-IX)
                 * GT-SIZE(GAME-MATCH-IX)
               IF AUDIT-CELL IS GREATER THAN 0 AND AUDIT-CELL IS NOT
                 GREATER THAN TOTAL-CELLS
                 PERFORM RECORD-AUDITED-MOVE
               END-IF
             END-IF
           END-IF
           .

       RECORD-AUDITED-MOVE.
           ADD 1 TO OK-MOVE-COUNT
           ADD 1 TO GT-MOVES-SEEN(GAME-MATCH-IX)
           MOVE AUDIT-SYMBOL
             TO GT-BOARD(GAME-MATCH-IX)(AUDIT-CELL:1)
           IF AUDIT-SEQ IS LESS THAN GT-FIRST-SEQ(GAME-MATCH-IX)
             MOVE GT-FIRST-SEQ(GAME-MATCH-IX)
               TO GT-SECOND-SEQ(GAME-MATCH-IX)
             MOVE GT-FIRST-CELL(GAME-MATCH-IX)
               TO GT-SECOND-CELL(GAME-MATCH-IX)
             MOVE AUDIT-SEQ TO GT-FIRST-SEQ(GAME-MATCH-IX)
             MOVE AUDIT-CELL TO GT-FIRST-CELL(GAME-MATCH-IX)
           ELSE
             IF AUDIT-SEQ IS LESS THAN GT-SECOND-SEQ(GAME-MATCH-IX)
               MOVE AUDIT-SEQ TO GT-SECOND-SEQ(GAME-MATCH-IX)
               MOVE AUDIT-CELL TO GT-SECOND-CELL(GAME-MATCH-IX)
             END-IF
           END-IF
           .

      *    EVERY GAME GOES INTO SECTION 1, AND INTO SECTION 2 AS WELL
      *    WHEN THE COMPUTER PLAYED. THE WINNING LINE IS LOOKED FOR ONLY
      *    WHEN THE GAME WAS WON ON THE BOARD; A TIMEOUT OR A RULING
      *    HAS NO LINE.
       TALLY-GAME.
           COMPUTE SIZE-IX = GT-SIZE(GAME-IX) - 2
           MOVE "N" TO CPU-LOST-FLAG
           IF GT-COMPUTER-SIDE(GAME-IX) IS NOT EQUAL TO SPACE AND
             GT-RESULT(GAME-IX) IS NOT EQUAL TO "D" AND
             GT-RESULT(GAME-IX) IS NOT EQUAL TO
             GT-COMPUTER-SIDE(GAME-IX)
             MOVE "Y" TO CPU-LOST-FLAG
           END-IF
           MOVE 0 TO WIN-LINE-NO
           IF GT-RESULT(GAME-IX) IS NOT EQUAL TO "D" AND
             GT-RULED-FLAG(GAME-IX) IS EQUAL TO "N"
             PERFORM FIND-WIN-LINE
           END-IF
           MOVE 1 TO SECTION-IX
           PERFORM TALLY-GAME-SECTION
           IF GT-COMPUTER-SIDE(GAME-IX) IS NOT EQUAL TO SPACE
             MOVE 2 TO SECTION-IX
             PERFORM TALLY-GAME-SECTION
           END-IF
           .

       FIND-WIN-LINE.
           COMPUTE TOTAL-LINES = GT-SIZE(GAME-IX) * 2 + 2
           MOVE GT-SIZE(GAME-IX) TO BOARD-SIZE
           PERFORM CHECK-WIN-LINE VARYING LINE-NO FROM 1 BY 1
             UNTIL LINE-NO > TOTAL-LINES OR WIN-LINE-NO IS GREATER
             THAN 0
           .

       CHECK-WIN-LINE.
           MOVE 0 TO LINE-MISMATCH
           PERFORM TEST-LINE-CELL VARYING LINE-CELL-NO FROM 1 BY 1
             UNTIL LINE-CELL-NO > BOARD-SIZE
           IF LINE-MISMATCH IS EQUAL TO 0
             MOVE LINE-NO TO WIN-LINE-NO
           END-IF
           .

       TEST-LINE-CELL.
           MOVE LINE-CELL(SIZE-IX, LINE-NO, LINE-CELL-NO)
             TO CELL-NUMBER
           IF GT-BOARD(GAME-IX)(CELL-NUMBER:1) IS NOT EQUAL TO
             GT-RESULT(GAME-IX)
             MOVE 1 TO LINE-MISMATCH
           END-IF
           .

       TALLY-GAME-SECTION.
           ADD 1 TO SS-GAMES(SECTION-IX, SIZE-IX)
           IF GT-RESULT(GAME-IX) IS EQUAL TO "X"
             ADD 1 TO SS-X-WON(SECTION-IX, SIZE-IX)
           ELSE
             IF GT-RESULT(GAME-IX) IS EQUAL TO "O"
               ADD 1 TO SS-X-LOST(SECTION-IX, SIZE-IX)
             ELSE
               ADD 1 TO SS-DRAWN(SECTION-IX, SIZE-IX)
             END-IF
           END-IF
           IF CPU-LOST-FLAG IS EQUAL TO "Y"
             ADD 1 TO SS-CPU-LOST(SECTION-IX, SIZE-IX)
           END-IF
           IF GT-FIRST-CELL(GAME-IX) IS EQUAL TO 0
             ADD 1 TO SS-NO-MOVES(SECTION-IX, SIZE-IX)
           ELSE
             MOVE GT-FIRST-CELL(GAME-IX) TO FIRST-IX
             PERFORM TALLY-FIRST-CELL
             IF GT-SECOND-CELL(GAME-IX) IS GREATER THAN 0
               MOVE GT-SECOND-CELL(GAME-IX) TO SECOND-IX
               PERFORM TALLY-SECOND-CELL
             END-IF
           END-IF
           IF GT-RESULT(GAME-IX) IS NOT EQUAL TO "D"
             IF WIN-LINE-NO IS EQUAL TO 0
               ADD 1 TO SS-OFF-LINE(SECTION-IX, SIZE-IX)
             ELSE
               PERFORM TALLY-WIN-LINE
             END-IF
           END-IF
           .

       TALLY-FIRST-CELL.
           ADD 1 TO FC-GAMES(SECTION-IX, SIZE-IX, FIRST-IX)
           IF GT-RESULT(GAME-IX) IS EQUAL TO "X"
             ADD 1 TO FC-X-WON(SECTION-IX, SIZE-IX, FIRST-IX)
           ELSE
             IF GT-RESULT(GAME-IX) IS EQUAL TO "O"
               ADD 1 TO FC-X-LOST(SECTION-IX, SIZE-IX, FIRST-IX)
             ELSE
               ADD 1 TO FC-DRAWN(SECTION-IX, SIZE-IX, FIRST-IX)
             END-IF
           END-IF
           IF CPU-LOST-FLAG IS EQUAL TO "Y"
             ADD 1 TO FC-CPU-LOST(SECTION-IX, SIZE-IX, FIRST-IX)
           END-IF
           .

       TALLY-SECOND-CELL.
           ADD 1 TO PC-GAMES(SECTION-IX, SIZE-IX, FIRST-IX, SECOND-IX)
           IF GT-RESULT(GAME-IX) IS EQUAL TO "X"
             ADD 1 TO
               PC-X-WON(SECTION-IX, SIZE-IX, FIRST-IX, SECOND-IX)
           ELSE
             IF GT-RESULT(GAME-IX) IS EQUAL TO "O"
               ADD 1 TO
                 PC-X-LOST(SECTION-IX, SIZE-IX, FIRST-IX, SECOND-IX)
             ELSE
               ADD 1 TO
                 PC-DRAWN(SECTION-IX, SIZE-IX, FIRST-IX, SECOND-IX)
             END-IF
           END-IF
           IF CPU-LOST-FLAG IS EQUAL TO "Y"
             ADD 1 TO
               PC-CPU-LOST(SECTION-IX, SIZE-IX, FIRST-IX, SECOND-IX)
           END-IF
           .

       TALLY-WIN-LINE.
           IF GT-RESULT(GAME-IX) IS EQUAL TO "X"
             ADD 1 TO LW-X-WINS(SECTION-IX, SIZE-IX, WIN-LINE-NO)
           ELSE
             ADD 1 TO LW-O-WINS(SECTION-IX, SIZE-IX, WIN-LINE-NO)
           END-IF
           IF CPU-LOST-FLAG IS EQUAL TO "Y"
             ADD 1 TO LW-CPU-LOST(SECTION-IX, SIZE-IX, WIN-LINE-NO)
           END-IF
           .

      *    ONE BLOCK PER BOARD SIZE THAT HAS GAMES: THE RESULTS BY
      *    FIRST CELL, BY FIRST TWO MOVES, THEN THE WINNING LINES WITH
      *    THE MOST USED FIRST. THE COMPUTER SECTION ADDS HOW OFTEN THE
      *    COMPUTER LOST.
       PRINT-STATS-SECTION.
           IF SECTION-IX IS EQUAL TO 1
             MOVE "ALL" TO SECTION-TEXT
           ELSE
             MOVE "COMPUTER" TO SECTION-TEXT
           END-IF
           PERFORM PRINT-STATS-SIZE VARYING SIZE-IX FROM 1 BY 1
             UNTIL SIZE-IX > 3
           .

       PRINT-STATS-SIZE.
           IF SS-GAMES(SECTION-IX, SIZE-IX) IS GREATER THAN 0
             COMPUTE BOARD-SIZE = SIZE-IX + 2
             MOVE SPACES TO BOARD-TEXT
             STRING BOARD-SIZE "X" BOARD-SIZE
               DELIMITED BY SIZE INTO BOARD-TEXT
             PERFORM PRINT-SIZE-SUMMARY
             PERFORM PRINT-FIRST-CELL-TABLE
             PERFORM PRINT-FIRST-TWO-TABLE
             PERFORM PRINT-WIN-LINE-TABLE
           END-IF
           .

       PRINT-SIZE-SUMMARY.
           MOVE 5 TO BLOCK-LINES
           PERFORM CHECK-BLOCK-ROOM
           MOVE SPACES TO PRINT-RECORD
           IF SECTION-IX IS EQUAL TO 1
             STRING "ALL GAMES - " BOARD-TEXT " BOARD"
               DELIMITED BY SIZE INTO PRINT-RECORD
           ELSE
             STRING "GAMES AGAINST THE COMPUTER - " BOARD-TEXT " BOARD"
               DELIMITED BY SIZE INTO PRINT-RECORD
           END-IF
           WRITE PRINT-RECORD
           ADD 1 TO LINE-COUNT
           MOVE ALL "=" TO PRINT-RECORD
           WRITE PRINT-RECORD
           ADD 1 TO LINE-COUNT
           MOVE SS-GAMES(SECTION-IX, SIZE-IX) TO COUNT-EDIT-1
           MOVE SS-X-WON(SECTION-IX, SIZE-IX) TO COUNT-EDIT-2
           MOVE SS-DRAWN(SECTION-IX, SIZE-IX) TO COUNT-EDIT-3
           MOVE SS-X-LOST(SECTION-IX, SIZE-IX) TO COUNT-EDIT-4
           MOVE SPACES TO PRINT-RECORD
           STRING "GAMES " COUNT-EDIT-1 "   X WON " COUNT-EDIT-2
             "   DRAWN " COUNT-EDIT-3 "   X LOST " COUNT-EDIT-4
             DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           ADD 1 TO LINE-COUNT
           MOVE SS-NO-MOVES(SECTION-IX, SIZE-IX) TO COUNT-EDIT-5
           MOVE SPACES TO PRINT-RECORD
           IF SECTION-IX IS EQUAL TO 1
             STRING "NO MOVE HISTORY " COUNT-EDIT-5
               DELIMITED BY SIZE INTO PRINT-RECORD
           ELSE
             MOVE SS-CPU-LOST(SECTION-IX, SIZE-IX) TO COUNT-EDIT-6
             STRING "NO MOVE HISTORY " COUNT-EDIT-5
               "   COMPUTER LOST " COUNT-EDIT-6
               DELIMITED BY SIZE INTO PRINT-RECORD
           END-IF
           WRITE PRINT-RECORD
           ADD 1 TO LINE-COUNT
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           ADD 1 TO LINE-COUNT
           .

       PRINT-FIRST-CELL-TABLE.
           MOVE "FIRST CELL" TO TABLE-TEXT
           PERFORM PRINT-TABLE-HEADING
           PERFORM PRINT-FIRST-CELL-LINE VARYING FIRST-IX FROM 1 BY 1
             UNTIL FIRST-IX > 25
           .

       PRINT-FIRST-CELL-LINE.
           IF FC-GAMES(SECTION-IX, SIZE-IX, FIRST-IX) IS GREATER THAN 0
             MOVE FC-GAMES(SECTION-IX, SIZE-IX, FIRST-IX) TO ROW-GAMES
             MOVE FC-X-WON(SECTION-IX, SIZE-IX, FIRST-IX) TO ROW-X-WON
             MOVE FC-DRAWN(SECTION-IX, SIZE-IX, FIRST-IX) TO ROW-DRAWN
             MOVE FC-X-LOST(SECTION-IX, SIZE-IX, FIRST-IX)
               TO ROW-X-LOST
             MOVE FC-CPU-LOST(SECTION-IX, SIZE-IX, FIRST-IX)
               TO ROW-CPU-LOST
             MOVE FIRST-IX TO CELL-EDIT-1
             MOVE SPACES TO KEY-TEXT
             STRING CELL-EDIT-1 DELIMITED BY SIZE INTO KEY-TEXT
             MOVE FIRST-IX TO CSV-KEY
             PERFORM PRINT-OPENING-ROW
           END-IF
           .

       PRINT-FIRST-TWO-TABLE.
           MOVE "FIRST TWO" TO TABLE-TEXT
           PERFORM PRINT-TABLE-HEADING
           PERFORM PRINT-FIRST-TWO-CELL VARYING FIRST-IX FROM 1 BY 1
             UNTIL FIRST-IX > 25
           .

       PRINT-FIRST-TWO-CELL.
           IF FC-GAMES(SECTION-IX, SIZE-IX, FIRST-IX) IS GREATER THAN 0
             PERFORM PRINT-FIRST-TWO-LINE VARYING SECOND-IX FROM 1 BY 1
               UNTIL SECOND-IX > 25
           END-IF
           .

       PRINT-FIRST-TWO-LINE.
           IF PC-GAMES(SECTION-IX, SIZE-IX, FIRST-IX, SECOND-IX) IS
             GREATER THAN 0
             MOVE PC-GAMES(SECTION-IX, SIZE-IX, FIRST-IX, SECOND-IX)
               TO ROW-GAMES
             MOVE PC-X-WON(SECTION-IX, SIZE-IX, FIRST-IX, SECOND-IX)
               TO ROW-X-WON
             MOVE PC-DRAWN(SECTION-IX, SIZE-IX, FIRST-IX, SECOND-IX)
               TO ROW-DRAWN
             MOVE PC-X-LOST(SECTION-IX, SIZE-IX, FIRST-IX, SECOND-IX)
               TO ROW-X-LOST
             MOVE PC-CPU-LOST(SECTION-IX, SIZE-IX, FIRST-IX, SECOND-IX)
               TO ROW-CPU-LOST
             MOVE FIRST-IX TO CELL-EDIT-1
             MOVE SECOND-IX TO CELL-EDIT-2
             MOVE SPACES TO KEY-TEXT
             STRING CELL-EDIT-1 " > " CELL-EDIT-2
               DELIMITED BY SIZE INTO KEY-TEXT
             MOVE FIRST-IX TO CSV-CELL-1
             MOVE SECOND-IX TO CSV-CELL-2
             MOVE SPACES TO CSV-KEY
             STRING CSV-CELL-1 "-" CSV-CELL-2
               DELIMITED BY SIZE INTO CSV-KEY
             PERFORM PRINT-OPENING-ROW
           END-IF
           .

       PRINT-TABLE-HEADING.
           MOVE 4 TO BLOCK-LINES
           PERFORM CHECK-BLOCK-ROOM
           MOVE SPACES TO PRINT-RECORD
           IF TABLE-TEXT IS EQUAL TO "FIRST CELL"
             STRING "RESULTS FOR X BY FIRST CELL PLAYED"
               DELIMITED BY SIZE INTO PRINT-RECORD
           ELSE
             STRING "RESULTS FOR X BY FIRST TWO MOVES (X > O)"
               DELIMITED BY SIZE INTO PRINT-RECORD
           END-IF
           WRITE PRINT-RECORD
           ADD 1 TO LINE-COUNT
           MOVE SPACES TO PRINT-RECORD
           IF SECTION-IX IS EQUAL TO 1
             STRING "  OPENING GAMES  X WON  DRAWN X LOST   WIN%  DRAW%"
               "  LOSS%"
               DELIMITED BY SIZE INTO PRINT-RECORD
           ELSE
             STRING "  OPENING GAMES  X WON  DRAWN X LOST   WIN%  DRAW%"
               "  LOSS%  CPU LOST"
               DELIMITED BY SIZE INTO PRINT-RECORD
           END-IF
           WRITE PRINT-RECORD
           ADD 1 TO LINE-COUNT
           MOVE SPACES TO PRINT-RECORD
           STRING "  ------- -----  -----  ----- ------   ----  -----"
             "  -----"
             DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           ADD 1 TO LINE-COUNT
           .

      *    ONE LINE OF EITHER OPENING TABLE, FROM THE ROW- FIELDS, AND
      *    ITS CSV COPY. THE RATES ARE WHOLE PER CENT OF THE GAMES ON
      *    THE LINE.
       PRINT-OPENING-ROW.
           MOVE ROW-GAMES TO COUNT-EDIT-1
           MOVE ROW-X-WON TO COUNT-EDIT-2
           MOVE ROW-DRAWN TO COUNT-EDIT-3
           MOVE ROW-X-LOST TO COUNT-EDIT-4
           MOVE ROW-CPU-LOST TO COUNT-EDIT-5
           COMPUTE ROW-PCT ROUNDED = ROW-X-WON * 100 / ROW-GAMES
           MOVE ROW-PCT TO PCT-EDIT-1
           COMPUTE ROW-PCT ROUNDED = ROW-DRAWN * 100 / ROW-GAMES
           MOVE ROW-PCT TO PCT-EDIT-2
           COMPUTE ROW-PCT ROUNDED = ROW-X-LOST * 100 / ROW-GAMES
           MOVE ROW-PCT TO PCT-EDIT-3
           PERFORM CHECK-PAGE-BREAK
           MOVE SPACES TO PRINT-RECORD
           IF SECTION-IX IS EQUAL TO 1
             STRING "  " KEY-TEXT(1:7) " " COUNT-EDIT-1 "  "
               COUNT-EDIT-2 "  " COUNT-EDIT-3 "  " COUNT-EDIT-4
               "   " PCT-EDIT-1 "%   " PCT-EDIT-2 "%   " PCT-EDIT-3 "%"
               DELIMITED BY SIZE INTO PRINT-RECORD
           ELSE
             STRING "  " KEY-TEXT(1:7) " " COUNT-EDIT-1 "  "
               COUNT-EDIT-2 "  " COUNT-EDIT-3 "  " COUNT-EDIT-4
               "   " PCT-EDIT-1 "%   " PCT-EDIT-2 "%   " PCT-EDIT-3 "%"
               "     " COUNT-EDIT-5
               DELIMITED BY SIZE INTO PRINT-RECORD
           END-IF
           WRITE PRINT-RECORD
           ADD 1 TO LINE-COUNT
           PERFORM WRITE-CSV-ROW
           .

       WRITE-CSV-ROW.
           MOVE SPACES TO CSV-RECORD
           STRING SECTION-TEXT DELIMITED BY SPACE
             "," BOARD-TEXT "," DELIMITED BY SIZE
             TABLE-TEXT DELIMITED BY "  "
             "," CSV-KEY DELIMITED BY "  "
             "," COUNT-EDIT-1 "," COUNT-EDIT-2 "," COUNT-EDIT-3
             "," COUNT-EDIT-4 "," COUNT-EDIT-5
             DELIMITED BY SIZE INTO CSV-RECORD
           WRITE CSV-RECORD
           .

       PRINT-WIN-LINE-TABLE.
           MOVE "WIN LINE" TO TABLE-TEXT
           COMPUTE TOTAL-LINES = BOARD-SIZE * 2 + 2
           PERFORM INIT-LINE-ORDER VARYING SORT-I FROM 1 BY 1
             UNTIL SORT-I > TOTAL-LINES
           PERFORM SORT-LINE-PASS VARYING SORT-I FROM 1 BY 1
             UNTIL SORT-I > TOTAL-LINES
           MOVE 4 TO BLOCK-LINES
           PERFORM CHECK-BLOCK-ROOM
           MOVE SPACES TO PRINT-RECORD
           STRING "WINNING LINES, MOST USED FIRST"
             DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           ADD 1 TO LINE-COUNT
           MOVE SPACES TO PRINT-RECORD
           IF SECTION-IX IS EQUAL TO 1
             STRING "  LINE            WINS   BY X   BY O"
               DELIMITED BY SIZE INTO PRINT-RECORD
           ELSE
             STRING "  LINE            WINS   BY X   BY O  CPU LOST"
               DELIMITED BY SIZE INTO PRINT-RECORD
           END-IF
           WRITE PRINT-RECORD
           ADD 1 TO LINE-COUNT
           MOVE SPACES TO PRINT-RECORD
           STRING "  --------------  -----  -----  -----"
             DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           ADD 1 TO LINE-COUNT
           PERFORM PRINT-WIN-LINE VARYING SORT-I FROM 1 BY 1
             UNTIL SORT-I > TOTAL-LINES
           IF SS-OFF-LINE(SECTION-IX, SIZE-IX) IS GREATER THAN 0
             MOVE SS-OFF-LINE(SECTION-IX, SIZE-IX) TO COUNT-EDIT-1
             PERFORM CHECK-PAGE-BREAK
             MOVE SPACES TO PRINT-RECORD
             STRING "  " COUNT-EDIT-1
               " WIN(S) NOT ON A LINE: TIMEOUT, RULING OR NO HISTORY"
               DELIMITED BY SIZE INTO PRINT-RECORD
             WRITE PRINT-RECORD
             ADD 1 TO LINE-COUNT
           END-IF
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           ADD 1 TO LINE-COUNT
           .

       INIT-LINE-ORDER.
           MOVE SORT-I TO ORDER-IX(SORT-I)
           .

      *    A SELECTION SORT ON TOTAL WINS; AT MOST TWELVE LINES. EQUAL
      *    COUNTS KEEP THE LINE-TABLE ORDER.
       SORT-LINE-PASS.
           COMPUTE SORT-J-START = SORT-I + 1
           PERFORM SORT-LINE-COMPARE VARYING SORT-J FROM SORT-J-START
             BY 1 UNTIL SORT-J > TOTAL-LINES
           .

       SORT-LINE-COMPARE.
           COMPUTE LINE-WINS-I =
             LW-X-WINS(SECTION-IX, SIZE-IX, ORDER-IX(SORT-I))
             + LW-O-WINS(SECTION-IX, SIZE-IX, ORDER-IX(SORT-I))
           COMPUTE LINE-WINS-J =
             LW-X-WINS(SECTION-IX, SIZE-IX, ORDER-IX(SORT-J))
             + LW-O-WINS(SECTION-IX, SIZE-IX, ORDER-IX(SORT-J))
           IF LINE-WINS-J IS GREATER THAN LINE-WINS-I OR
             (LINE-WINS-J IS EQUAL TO LINE-WINS-I AND
             ORDER-IX(SORT-J) IS LESS THAN ORDER-IX(SORT-I))
             MOVE ORDER-IX(SORT-I) TO SWAP-IX
             MOVE ORDER-IX(SORT-J) TO ORDER-IX(SORT-I)
             MOVE SWAP-IX TO ORDER-IX(SORT-J)
           END-IF
           .

       PRINT-WIN-LINE.
           MOVE ORDER-IX(SORT-I) TO LINE-NO
           COMPUTE ROW-GAMES = LW-X-WINS(SECTION-IX, SIZE-IX, LINE-NO)
             + LW-O-WINS(SECTION-IX, SIZE-IX, LINE-NO)
           IF ROW-GAMES IS GREATER THAN 0
             PERFORM NAME-WIN-LINE
             MOVE KEY-TEXT TO CSV-KEY
             MOVE ROW-GAMES TO COUNT-EDIT-1
             MOVE LW-X-WINS(SECTION-IX, SIZE-IX, LINE-NO)
               TO COUNT-EDIT-2
             MOVE 0 TO COUNT-EDIT-3
             MOVE LW-O-WINS(SECTION-IX, SIZE-IX, LINE-NO)
               TO COUNT-EDIT-4
             MOVE LW-CPU-LOST(SECTION-IX, SIZE-IX, LINE-NO)
               TO COUNT-EDIT-5
             PERFORM CHECK-PAGE-BREAK
             MOVE SPACES TO PRINT-RECORD
             IF SECTION-IX IS EQUAL TO 1
               STRING "  " KEY-TEXT "      " COUNT-EDIT-1 "  "
                 COUNT-EDIT-2 "  " COUNT-EDIT-4
                 DELIMITED BY SIZE INTO PRINT-RECORD
             ELSE
               STRING "  " KEY-TEXT "      " COUNT-EDIT-1 "  "
                 COUNT-EDIT-2 "  " COUNT-EDIT-4 "     " COUNT-EDIT-5
                 DELIMITED BY SIZE INTO PRINT-RECORD
             END-IF
             WRITE PRINT-RECORD
             ADD 1 TO LINE-COUNT
             PERFORM WRITE-CSV-ROW
           END-IF
           .

      *    ROWS AND COLUMNS ARE NUMBERED FROM THE TOP LEFT; A DIAGONAL
      *    IS NAMED BY THE CELLS AT ITS TWO ENDS. THE FIRST END IS
      *    ALWAYS ON THE TOP ROW, SO IT IS ONE DIGIT.
       NAME-WIN-LINE.
           MOVE SPACES TO KEY-TEXT
           IF LINE-NO IS NOT GREATER THAN BOARD-SIZE
             MOVE LINE-NO TO CELL-EDIT-1
             STRING "ROW " CELL-EDIT-1(2:1)
               DELIMITED BY SIZE INTO KEY-TEXT
           ELSE
             IF LINE-NO IS NOT GREATER THAN BOARD-SIZE * 2
               COMPUTE CELL-EDIT-1 = LINE-NO - BOARD-SIZE
               STRING "COLUMN " CELL-EDIT-1(2:1)
                 DELIMITED BY SIZE INTO KEY-TEXT
             ELSE
               MOVE LINE-CELL(SIZE-IX, LINE-NO, 1) TO CELL-EDIT-1
               MOVE LINE-CELL(SIZE-IX, LINE-NO, BOARD-SIZE)
                 TO CELL-EDIT-2
               IF CELL-EDIT-2(1:1) IS EQUAL TO SPACE
                 STRING "DIAG " CELL-EDIT-1(2:1) "-" CELL-EDIT-2(2:1)
                   DELIMITED BY SIZE INTO KEY-TEXT
               ELSE
                 STRING "DIAG " CELL-EDIT-1(2:1) "-" CELL-EDIT-2
                   DELIMITED BY SIZE INTO KEY-TEXT
               END-IF
             END-IF
           END-IF
           .

       PRINT-RUN-TOTALS.
           MOVE 5 TO BLOCK-LINES
           PERFORM CHECK-BLOCK-ROOM
           MOVE "------------------------------------------"
             TO PRINT-RECORD
           WRITE PRINT-RECORD
           ADD 1 TO LINE-COUNT
           MOVE GAME-COUNT TO COUNT-EDIT-1
           MOVE OK-MOVE-COUNT TO BIG-EDIT
           MOVE SPACES TO PRINT-RECORD
           STRING COUNT-EDIT-1 " GAME(S) ANALYSED FROM " BIG-EDIT
             " ACCEPTED MOVE(S)"
             DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           ADD 1 TO LINE-COUNT
           MOVE VOIDED-COUNT TO COUNT-EDIT-2
           MOVE DUPLICATE-COUNT TO COUNT-EDIT-3
           MOVE SPACES TO PRINT-RECORD
           STRING COUNT-EDIT-2 " VOIDED GAME(S) LEFT OUT, "
             COUNT-EDIT-3 " GAME ID(S) ON FILE TWICE TAKEN ONCE"
             DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           ADD 1 TO LINE-COUNT
           IF UNSIZED-COUNT IS GREATER THAN 0
             MOVE UNSIZED-COUNT TO COUNT-EDIT-4
             MOVE SPACES TO PRINT-RECORD
             STRING COUNT-EDIT-4
               " GAME(S) WITHOUT BOARD SIZE OR END REASON. RUN CONVRES."
               DELIMITED BY SIZE INTO PRINT-RECORD
             WRITE PRINT-RECORD
             ADD 1 TO LINE-COUNT
           END-IF
           IF UNANALYSED-COUNT IS GREATER THAN 0
             MOVE UNANALYSED-COUNT TO COUNT-EDIT-5
             MOVE SPACES TO PRINT-RECORD
             STRING COUNT-EDIT-5
               " GAME(S) LEFT OUT BECAUSE THE GAME TABLE WAS FULL"
               DELIMITED BY SIZE INTO PRINT-RECORD
             WRITE PRINT-RECORD
             ADD 1 TO LINE-COUNT
           END-IF
           IF DROPPED-RULING-COUNT IS GREATER THAN 0
             MOVE DROPPED-RULING-COUNT TO DROPPED-RULING-EDIT
             MOVE SPACES TO PRINT-RECORD
             STRING "WARNING: " DROPPED-RULING-EDIT
               " RULING(S) NOT APPLIED. GAMECOR TABLE FULL."
               DELIMITED BY SIZE INTO PRINT-RECORD
             WRITE PRINT-RECORD
             ADD 1 TO LINE-COUNT
           END-IF
           .

       PRINT-HEADINGS.
           ADD 1 TO PAGE-NO
           MOVE PAGE-NO TO PAGE-NO-EDIT
           MOVE SPACES TO PRINT-RECORD
           STRING "TICTACTOE OPENING ANALYSIS" "     RUN DATE "
             RUN-DATE(1:4) "-" RUN-DATE(5:2) "-" RUN-DATE(7:2)
             "     PAGE " PAGE-NO-EDIT
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

      *    A TITLE AND ITS COLUMN HEADINGS, OR A SUMMARY BLOCK, GO ON
      *    THE NEXT PAGE RATHER THAN BE SPLIT. THE CALLER SETS
      *    BLOCK-LINES AND COUNTS EACH LINE AS IT IS WRITTEN.
       CHECK-BLOCK-ROOM.
           IF LINE-COUNT + BLOCK-LINES IS GREATER THAN
             MAX-LINES-PER-PAGE
             PERFORM PRINT-HEADINGS
           END-IF
           .

       CLOSE-FILES.
           CLOSE PRINT-FILE
           CLOSE CSV-FILE
           .

           END PROGRAM OPENRPT.
