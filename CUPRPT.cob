       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUPRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRACKET-FILE ASSIGN TO "CUPBRKT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS BRACKET-FILE-STATUS.

           SELECT CORRECTION-FILE ASSIGN TO "GAMECOR"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS GAMECOR-FILE-STATUS.

           SELECT PRINT-FILE ASSIGN TO "CUPSHEET"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PRINT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BRACKET-FILE.
       COPY "CUPTIE.cpy".

       FD  CORRECTION-FILE.
       COPY "GAMECOR.cpy".

       FD  PRINT-FILE.
       01 PRINT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 BRACKET-FILE-STATUS PIC X(2).
       01 GAMECOR-FILE-STATUS PIC X(2).
       01 PRINT-FILE-STATUS PIC X(2).
       01 BRACKET-EOF-FLAG PIC A VALUE "N".
       01 CORRECTION-EOF-FLAG PIC A VALUE "N".
       01 RUN-DATE PIC 9(8).

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

      *    GC- RATHER THAN THE USUAL CT- FOR THE RULINGS, AS CT- IS
      *    TAKEN BY THE CUPBRKT RECORD.
       01 MAX-CORRECTIONS PIC 9(4) VALUE 5000.
       01 CORRECTION-COUNT PIC 9(4) VALUE 0.
       01 CORRECTION-TABLE.
         05 CORRECTION-ENTRY OCCURS 5000 TIMES.
           10 GC-GAME-ID PIC 9(16).
           10 GC-NEW-WINNER PIC X(1).
       01 CORRECTION-IX PIC 9(4).
       01 DROPPED-RULING-COUNT PIC 9(5) VALUE 0.
       01 DROPPED-RULING-EDIT PIC ZZZZ9.
       01 EFFECTIVE-WINNER PIC X(1).
       01 CORRECTED-FLAG PIC A.
       01 GAME-PAIR PIC 9(2).
       01 GAME-PARITY PIC 9(1).
       01 HOME-SYMBOL PIC X(1).
       01 VOIDED-GAMES PIC 9(2).
       01 ROUND-COUNT PIC 9(1) VALUE 0.
       01 ROUND-IX PIC 9(1).
       01 ROUNDS-TO-GO PIC 9(1).
       01 ROUND-TITLE PIC X(20).

       01 MAX-GAME-SLOTS PIC 9(2) VALUE 9.
       01 SLOT-COUNT PIC 9(2).
       01 SLOT-IX PIC 9(2).
       01 DROPPED-GAMES PIC 9(2).
       01 DROPPED-GAMES-EDIT PIC Z9.
       01 GAME-NO PIC 9(2).
       01 GAME-NO-EDIT PIC Z9.
       01 DRAWN-GAMES PIC 9(2).
       01 DRAWN-GAMES-EDIT PIC Z9.
       01 HOME-SCORE PIC 9(1).
       01 AWAY-SCORE PIC 9(1).
       01 SEED-EDIT PIC Z9.
       01 HOME-SHOWN PIC X(25).
       01 AWAY-SHOWN PIC X(25).
       01 SCORE-SHOWN PIC X(3).
       01 RESULT-SHOWN PIC X(33).
       01 TIE-WINNER-NAME PIC X(20).
       01 CHAMPION-NAME PIC X(20).

       01 TIES-PLAYED PIC 9(2) VALUE 0.
       01 TIES-BYE PIC 9(2) VALUE 0.
       01 TIES-OPEN PIC 9(2) VALUE 0.
       01 GAMES-PLAYED PIC 9(3) VALUE 0.
       01 COUNT-EDIT PIC ZZ9.
       01 PRINT-POS PIC 9(2).

       01 MAX-LINES-PER-PAGE PIC 9(2) VALUE 50.
       01 LINE-COUNT PIC 9(2) VALUE 0.
       01 PAGE-NO PIC 9(3) VALUE 0.
       01 PAGE-NO-EDIT PIC ZZ9.

       PROCEDURE DIVISION.
           DISPLAY "CUPRPT - KNOCKOUT CUP BRACKET"
           DISPLAY "============================="

           PERFORM LOAD-BRACKET-TABLE
           PERFORM LOAD-CORRECTION-TABLE
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT PRINT-FILE
           PERFORM PRINT-HEADINGS
           PERFORM PRINT-ROUND VARYING ROUND-IX FROM 1 BY 1
             UNTIL ROUND-IX > ROUND-COUNT
           PERFORM PRINT-CHAMPION
           PERFORM PRINT-CORRECTION-WARNING
           CLOSE PRINT-FILE
           DISPLAY "BRACKET WRITTEN TO CUPSHEET"

           GOBACK.

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

       PRINT-ROUND.
           COMPUTE ROUNDS-TO-GO = ROUND-COUNT - ROUND-IX
           IF ROUNDS-TO-GO IS EQUAL TO 0
             MOVE "FINAL" TO ROUND-TITLE
           ELSE
             IF ROUNDS-TO-GO IS EQUAL TO 1
               MOVE "SEMI-FINALS" TO ROUND-TITLE
             ELSE
               IF ROUNDS-TO-GO IS EQUAL TO 2
                 MOVE "QUARTER-FINALS" TO ROUND-TITLE
               ELSE
                 MOVE "FIRST ROUND" TO ROUND-TITLE
               END-IF
             END-IF
           END-IF
           PERFORM CHECK-PAGE-BREAK
           MOVE SPACES TO PRINT-RECORD
           STRING "ROUND " ROUND-IX " - " ROUND-TITLE
             DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           STRING "--------------------" DELIMITED BY SIZE
             INTO PRINT-RECORD
           WRITE PRINT-RECORD
           ADD 2 TO LINE-COUNT
           PERFORM PRINT-TIE VARYING BRACKET-IX FROM 1 BY 1
             UNTIL BRACKET-IX > TIE-COUNT
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           ADD 1 TO LINE-COUNT
           .

      *    ONE LINE PER TIE WITH THE SEEDS AND THE SCORE IN GAMES WON,
      *    THEN ONE LINE PER GAME KEPT ON THE BRACKET WITH ITS
      *    GR-GAME-ID, THEN HOW THE TIE WAS SETTLED.
       PRINT-TIE.
           IF BT-ROUND(BRACKET-IX) IS EQUAL TO ROUND-IX
             PERFORM BUILD-TIE-SIDES
             PERFORM CHECK-PAGE-BREAK
             MOVE SPACES TO PRINT-RECORD
             STRING "  TIE " BT-TIE-NO(BRACKET-IX) "  " HOME-SHOWN
               " V " AWAY-SHOWN " " SCORE-SHOWN
               DELIMITED BY SIZE INTO PRINT-RECORD
             WRITE PRINT-RECORD
             ADD 1 TO LINE-COUNT
             PERFORM PRINT-TIE-GAMES
             PERFORM PRINT-TIE-OUTCOME
           END-IF
           .

       BUILD-TIE-SIDES.
           MOVE SPACES TO HOME-SHOWN
           MOVE SPACES TO AWAY-SHOWN
           MOVE SPACES TO SCORE-SHOWN
           IF BT-HOME-NAME(BRACKET-IX) IS EQUAL TO SPACES
             MOVE "     TO BE DECIDED" TO HOME-SHOWN
           ELSE
             MOVE BT-HOME-SEED(BRACKET-IX) TO SEED-EDIT
             STRING "(" SEED-EDIT ") " BT-HOME-NAME(BRACKET-IX)
               DELIMITED BY SIZE INTO HOME-SHOWN
           END-IF
           IF BT-STATUS(BRACKET-IX) IS EQUAL TO "B"
             MOVE "     BYE" TO AWAY-SHOWN
           ELSE
             IF BT-AWAY-NAME(BRACKET-IX) IS EQUAL TO SPACES
               MOVE "     TO BE DECIDED" TO AWAY-SHOWN
             ELSE
               MOVE BT-AWAY-SEED(BRACKET-IX) TO SEED-EDIT
               STRING "(" SEED-EDIT ") " BT-AWAY-NAME(BRACKET-IX)
                 DELIMITED BY SIZE INTO AWAY-SHOWN
             END-IF
           END-IF
           IF BT-STATUS(BRACKET-IX) IS EQUAL TO "P"
             MOVE 0 TO HOME-SCORE
             MOVE 0 TO AWAY-SCORE
             IF BT-WINNER-SIDE(BRACKET-IX) IS EQUAL TO "H"
               MOVE 1 TO HOME-SCORE
             ELSE
               MOVE 1 TO AWAY-SCORE
             END-IF
             IF BT-GAME-COUNT(BRACKET-IX) IS EQUAL TO 0
               MOVE "W/O" TO SCORE-SHOWN
             ELSE
               STRING HOME-SCORE "-" AWAY-SCORE DELIMITED BY SIZE
                 INTO SCORE-SHOWN
             END-IF
           END-IF
           .

       PRINT-TIE-GAMES.
           MOVE 0 TO VOIDED-GAMES
           ADD BT-GAME-COUNT(BRACKET-IX) TO GAMES-PLAYED
           IF BT-GAME-COUNT(BRACKET-IX) IS GREATER THAN MAX-GAME-SLOTS
             MOVE MAX-GAME-SLOTS TO SLOT-COUNT
             COMPUTE DROPPED-GAMES = BT-GAME-COUNT(BRACKET-IX) -
               MAX-GAME-SLOTS
             MOVE DROPPED-GAMES TO DROPPED-GAMES-EDIT
             PERFORM CHECK-PAGE-BREAK
             MOVE SPACES TO PRINT-RECORD
             IF DROPPED-GAMES IS EQUAL TO 1
               STRING "          GAME   1  DRAWN - EARLIER GAME IDS"
                 " NOT KEPT ON THE BRACKET"
                 DELIMITED BY SIZE INTO PRINT-RECORD
             ELSE
               STRING "          GAMES  1-" DROPPED-GAMES-EDIT
                 " DRAWN - EARLIER GAME IDS NOT KEPT ON THE BRACKET"
                 DELIMITED BY SIZE INTO PRINT-RECORD
             END-IF
             WRITE PRINT-RECORD
             ADD 1 TO LINE-COUNT
           ELSE
             MOVE BT-GAME-COUNT(BRACKET-IX) TO SLOT-COUNT
             MOVE 0 TO DROPPED-GAMES
           END-IF
           PERFORM PRINT-ONE-GAME VARYING SLOT-IX FROM 1 BY 1
             UNTIL SLOT-IX > SLOT-COUNT
           .

      *    A GAME WITH A REFEREE RULING ON GAMECOR IS SHOWN WITH THE
      *    RESULT IN FORCE. THE HOME PLAYER IS X IN EVERY ODD-NUMBERED
      *    GAME, WHICH TURNS THE RULED WINNER'S SYMBOL INTO A NAME.
       PRINT-ONE-GAME.
           COMPUTE GAME-NO = DROPPED-GAMES + SLOT-IX
           MOVE GAME-NO TO GAME-NO-EDIT
           MOVE SPACES TO RESULT-SHOWN
           PERFORM APPLY-CORRECTION
           IF CORRECTED-FLAG IS EQUAL TO "Y"
             PERFORM SHOW-RULED-GAME
           ELSE
             IF BT-GAME-RESULT(BRACKET-IX, SLOT-IX) IS EQUAL TO "H"
               STRING "WON BY " BT-HOME-NAME(BRACKET-IX)
                 DELIMITED BY SIZE INTO RESULT-SHOWN
             ELSE
               IF BT-GAME-RESULT(BRACKET-IX, SLOT-IX) IS EQUAL TO "A"
                 STRING "WON BY " BT-AWAY-NAME(BRACKET-IX)
                   DELIMITED BY SIZE INTO RESULT-SHOWN
               ELSE
                 IF BT-GAME-RESULT(BRACKET-IX, SLOT-IX) IS EQUAL TO
                   "V"
                   MOVE "VOIDED BY REFEREE" TO RESULT-SHOWN
                   ADD 1 TO VOIDED-GAMES
                 ELSE
                   MOVE "DRAWN - COLOURS SWAPPED" TO RESULT-SHOWN
                 END-IF
               END-IF
             END-IF
           END-IF
           PERFORM CHECK-PAGE-BREAK
           MOVE SPACES TO PRINT-RECORD
           STRING "          GAME " GAME-NO-EDIT "  GAME ID "
             BT-GAME-ID(BRACKET-IX, SLOT-IX) "  " RESULT-SHOWN
             DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           ADD 1 TO LINE-COUNT
           .

       SHOW-RULED-GAME.
           DIVIDE GAME-NO BY 2 GIVING GAME-PAIR REMAINDER GAME-PARITY
           IF GAME-PARITY IS EQUAL TO 1
             MOVE "X" TO HOME-SYMBOL
           ELSE
             MOVE "O" TO HOME-SYMBOL
           END-IF
           IF EFFECTIVE-WINNER IS EQUAL TO "V"
             MOVE "VOIDED BY REFEREE" TO RESULT-SHOWN
             ADD 1 TO VOIDED-GAMES
           ELSE
             IF EFFECTIVE-WINNER IS EQUAL TO "-"
               MOVE "RULED DRAWN" TO RESULT-SHOWN
             ELSE
               IF EFFECTIVE-WINNER IS EQUAL TO HOME-SYMBOL
                 STRING "RULED WON BY " BT-HOME-NAME(BRACKET-IX)
                   DELIMITED BY SIZE INTO RESULT-SHOWN
               ELSE
                 STRING "RULED WON BY " BT-AWAY-NAME(BRACKET-IX)
                   DELIMITED BY SIZE INTO RESULT-SHOWN
               END-IF
             END-IF
           END-IF
           .

      *    GAMECOR IS IN RULING ORDER, SO THE LAST MATCH IS THE RULING
      *    IN FORCE.
       APPLY-CORRECTION.
           MOVE SPACE TO EFFECTIVE-WINNER
           MOVE "N" TO CORRECTED-FLAG
           PERFORM CHECK-ONE-CORRECTION VARYING CORRECTION-IX FROM 1
             BY 1 UNTIL CORRECTION-IX > CORRECTION-COUNT
           .

       CHECK-ONE-CORRECTION.
           IF GC-GAME-ID(CORRECTION-IX) IS EQUAL TO
             BT-GAME-ID(BRACKET-IX, SLOT-IX)
             MOVE GC-NEW-WINNER(CORRECTION-IX) TO EFFECTIVE-WINNER
             MOVE "Y" TO CORRECTED-FLAG
           END-IF
           .

       PRINT-TIE-OUTCOME.
           PERFORM CHECK-PAGE-BREAK
           MOVE SPACES TO PRINT-RECORD
           IF BT-STATUS(BRACKET-IX) IS EQUAL TO "B"
             ADD 1 TO TIES-BYE
             STRING "          " BT-HOME-NAME(BRACKET-IX)
               " THROUGH ON A BYE"
               DELIMITED BY SIZE INTO PRINT-RECORD
           ELSE
             IF BT-STATUS(BRACKET-IX) IS EQUAL TO "P"
               ADD 1 TO TIES-PLAYED
               PERFORM SHOW-TIE-WINNER
             ELSE
               ADD 1 TO TIES-OPEN
               IF BT-STATUS(BRACKET-IX) IS EQUAL TO "U"
                 STRING "          TO BE PLAYED"
                   DELIMITED BY SIZE INTO PRINT-RECORD
               ELSE
                 STRING "          WAITING FOR EARLIER ROUND"
                   DELIMITED BY SIZE INTO PRINT-RECORD
               END-IF
             END-IF
           END-IF
           WRITE PRINT-RECORD
           ADD 1 TO LINE-COUNT
           .

       SHOW-TIE-WINNER.
           IF BT-WINNER-SIDE(BRACKET-IX) IS EQUAL TO "H"
             MOVE BT-HOME-NAME(BRACKET-IX) TO TIE-WINNER-NAME
           ELSE
             MOVE BT-AWAY-NAME(BRACKET-IX) TO TIE-WINNER-NAME
           END-IF
           IF BT-ROUND(BRACKET-IX) IS EQUAL TO ROUND-COUNT
             STRING "          " TIE-WINNER-NAME " WINS THE CUP"
               DELIMITED BY SIZE INTO PRINT-RECORD
           ELSE
             STRING "          " TIE-WINNER-NAME " GOES THROUGH"
               DELIMITED BY SIZE INTO PRINT-RECORD
           END-IF
           MOVE 44 TO PRINT-POS
           IF BT-GAME-COUNT(BRACKET-IX) IS EQUAL TO 0
             STRING "  ON A WALKOVER"
               DELIMITED BY SIZE INTO PRINT-RECORD
               WITH POINTER PRINT-POS
           ELSE
             MOVE 0 TO DRAWN-GAMES
             IF BT-GAME-COUNT(BRACKET-IX) IS GREATER THAN VOIDED-GAMES
               COMPUTE DRAWN-GAMES = BT-GAME-COUNT(BRACKET-IX) -
                 VOIDED-GAMES - 1
             END-IF
             IF DRAWN-GAMES IS GREATER THAN 0
               MOVE DRAWN-GAMES TO DRAWN-GAMES-EDIT
               STRING "  AFTER " DRAWN-GAMES-EDIT " DRAWN GAME(S)"
                 DELIMITED BY SIZE INTO PRINT-RECORD
                 WITH POINTER PRINT-POS
             END-IF
           END-IF
           .

      *    RULINGS THAT DID NOT FIT IN THE TABLE WERE NOT APPLIED, SO
      *    A GAME ABOVE MAY SHOW ITS RESULT AS PLAYED, NOT AS RULED.
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
               MOVE COR-GAME-ID TO GC-GAME-ID(CORRECTION-COUNT)
               MOVE COR-NEW-WINNER TO GC-NEW-WINNER(CORRECTION-COUNT)
             ELSE
               DISPLAY "CORRECTION TABLE FULL. IGNORING GAME "
                 COR-GAME-ID
               ADD 1 TO DROPPED-RULING-COUNT
               MOVE 8 TO RETURN-CODE
             END-IF
           END-IF
           .

       PRINT-CHAMPION.
           MOVE SPACES TO CHAMPION-NAME
           PERFORM FIND-CHAMPION VARYING BRACKET-IX FROM 1 BY 1
             UNTIL BRACKET-IX > TIE-COUNT
           PERFORM CHECK-PAGE-BREAK
           MOVE SPACES TO PRINT-RECORD
           IF CHAMPION-NAME IS EQUAL TO SPACES
             STRING "CHAMPION: NOT YET DECIDED"
               DELIMITED BY SIZE INTO PRINT-RECORD
           ELSE
             STRING "CHAMPION: " CHAMPION-NAME
               DELIMITED BY SIZE INTO PRINT-RECORD
           END-IF
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE TIES-PLAYED TO COUNT-EDIT
           MOVE SPACES TO PRINT-RECORD
           STRING COUNT-EDIT " TIE(S) PLAYED" DELIMITED BY SIZE
             INTO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE TIES-BYE TO COUNT-EDIT
           MOVE SPACES TO PRINT-RECORD
           STRING COUNT-EDIT " BYE(S)" DELIMITED BY SIZE
             INTO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE TIES-OPEN TO COUNT-EDIT
           MOVE SPACES TO PRINT-RECORD
           STRING COUNT-EDIT " TIE(S) STILL TO PLAY" DELIMITED BY SIZE
             INTO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE GAMES-PLAYED TO COUNT-EDIT
           MOVE SPACES TO PRINT-RECORD
           STRING COUNT-EDIT " GAME(S) PLAYED INCLUDING REPLAYS"
             DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           .

       FIND-CHAMPION.
           IF BT-ROUND(BRACKET-IX) IS EQUAL TO ROUND-COUNT AND
             BT-STATUS(BRACKET-IX) IS EQUAL TO "P"
             IF BT-WINNER-SIDE(BRACKET-IX) IS EQUAL TO "H"
               MOVE BT-HOME-NAME(BRACKET-IX) TO CHAMPION-NAME
             ELSE
               MOVE BT-AWAY-NAME(BRACKET-IX) TO CHAMPION-NAME
             END-IF
           END-IF
           .

       PRINT-HEADINGS.
           ADD 1 TO PAGE-NO
           MOVE PAGE-NO TO PAGE-NO-EDIT
           MOVE SPACES TO PRINT-RECORD
           STRING "CUP BRACKET - " BT-CUP-NAME(1) "   RUN DATE "
             RUN-DATE(1:4) "-" RUN-DATE(5:2) "-" RUN-DATE(7:2)
             "     PAGE " PAGE-NO-EDIT
             DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD

           MOVE SPACES TO PRINT-RECORD
           STRING "BOARD SIZE " BT-BOARD-SIZE(1) "     ROUNDS "
             ROUND-COUNT DELIMITED BY SIZE INTO PRINT-RECORD
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

           END PROGRAM CUPRPT.
