       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAMERULE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULING-FILE ASSIGN TO "RULINGS"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RULING-FILE-STATUS.

           SELECT GAME-RESULTS ASSIGN TO "GAMERES"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS GAMERES-FILE-STATUS.

           SELECT ARCHIVE-RESULTS ASSIGN TO "GAMEARC"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ARCHIVE-RESULTS-STATUS.

           SELECT CORRECTION-FILE ASSIGN TO "GAMECOR"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS GAMECOR-FILE-STATUS.

           SELECT FIXTURE-FILE ASSIGN TO "FIXTURES"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FIXTURE-FILE-STATUS.

           SELECT BRACKET-FILE ASSIGN TO "CUPBRKT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS BRACKET-FILE-STATUS.

           SELECT PRINT-FILE ASSIGN TO "RULEREG"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PRINT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RULING-FILE.
       COPY "RULETRN.cpy".

       FD  GAME-RESULTS.
       COPY "GAMERES.cpy".

       FD  ARCHIVE-RESULTS.
       COPY "GAMERES.cpy" REPLACING
         ==GAME-RESULT-RECORD== BY ==ARCHIVE-RESULT-RECORD==
         LEADING ==GR== BY ==ARC==.

       FD  CORRECTION-FILE.
       COPY "GAMECOR.cpy".

       FD  FIXTURE-FILE.
       COPY "FIXTURE.cpy".

       FD  BRACKET-FILE.
       COPY "CUPTIE.cpy".

       FD  PRINT-FILE.
       01 PRINT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 RULING-FILE-STATUS PIC X(2).
       01 GAMERES-FILE-STATUS PIC X(2).
       01 ARCHIVE-RESULTS-STATUS PIC X(2).
       01 GAMECOR-FILE-STATUS PIC X(2).
       01 FIXTURE-FILE-STATUS PIC X(2).
       01 BRACKET-FILE-STATUS PIC X(2).
       01 PRINT-FILE-STATUS PIC X(2).
       01 RULING-EOF-FLAG PIC A VALUE "N".
       01 EOF-FLAG PIC A VALUE "N".
       01 CORRECTION-EOF-FLAG PIC A VALUE "N".
       01 FIXTURE-EOF-FLAG PIC A VALUE "N".
       01 FIXTURES-LOADED-FLAG PIC A VALUE "N".
       01 FIXTURES-CHANGED-FLAG PIC A VALUE "N".
       01 BRACKET-EOF-FLAG PIC A VALUE "N".
       01 BRACKET-LOADED-FLAG PIC A VALUE "N".
       01 BRACKET-CHANGED-FLAG PIC A VALUE "N".

       01 MAX-LINES-PER-PAGE PIC 9(2) VALUE 50.
       01 LINE-COUNT PIC 9(2) VALUE 0.
       01 PAGE-NO PIC 9(3) VALUE 0.
       01 PAGE-NO-EDIT PIC ZZ9.
       01 RUN-DATE PIC 9(8).

       01 MAX-RULINGS PIC 9(3) VALUE 100.
       01 RULING-COUNT PIC 9(3) VALUE 0.
       01 RULING-TABLE.
         05 RULING-ENTRY OCCURS 100 TIMES.
           10 RT-GAME-ID PIC 9(16).
           10 RT-CODE PIC X(1).
           10 RT-REFEREE PIC X(20).
           10 RT-REASON PIC X(40).
           10 RT-FOUND-FLAG PIC A.
           10 RT-X-NAME PIC X(20).
           10 RT-O-NAME PIC X(20).
           10 RT-CURR-WINNER PIC X(1).
           10 RT-NEW-WINNER PIC X(1).
           10 RT-STATUS PIC X(1).
           10 RT-REJECT-TEXT PIC X(30).
       01 RULING-IX PIC 9(3).
       01 LATER-IX PIC 9(3).
       01 RULING-START-IX PIC 9(3).

       01 MAX-FIXTURES PIC 9(2) VALUE 50.
       01 FIXTURE-COUNT PIC 9(2) VALUE 0.
       01 FIXTURE-TABLE.
         05 FIXTURE-ENTRY OCCURS 50 TIMES.
           10 FT-HOME-NAME PIC X(20).
           10 FT-AWAY-NAME PIC X(20).
           10 FT-SCHED-DATE PIC 9(8).
           10 FT-STATUS PIC X(1).
           10 FT-WINNER PIC X(1).
           10 FT-MOVES PIC 9(3).
           10 FT-GAME-ID PIC 9(16).
       01 FIXTURE-IX PIC 9(2).

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
       01 SLOT-IX PIC 9(2).
       01 SLOT-COUNT PIC 9(2).
       01 MAX-GAME-SLOTS PIC 9(2) VALUE 9.
       01 CUP-TIE-IX PIC 9(2).
       01 CUP-SLOT-IX PIC 9(2).
       01 CUP-GAME-NO PIC 9(2).
       01 GAME-PAIR PIC 9(2).
       01 GAME-PARITY PIC 9(1).
       01 HOME-SYMBOL PIC X(1).
       01 NEW-SIDE PIC X(1).
       01 REDECIDE-FLAG PIC A.
       01 FIND-ROUND PIC 9(1).
       01 FIND-TIE-NO PIC 9(2).
       01 FIND-IX PIC 9(2).
       01 SEARCH-IX PIC 9(2).
       01 TIE-PAIR PIC 9(2).
       01 TIE-PARITY PIC 9(1).
       01 ADVANCE-NAME PIC X(20).
       01 ADVANCE-SEED PIC 9(2).

       01 MATCH-GAME-ID PIC 9(16).
       01 MATCH-X-NAME PIC X(20).
       01 MATCH-O-NAME PIC X(20).
       01 MATCH-WINNER PIC X(1).
       01 APPLIED-COUNT PIC 9(3) VALUE 0.
       01 REJECTED-COUNT PIC 9(3) VALUE 0.
       01 FIXTURE-UPDATE-COUNT PIC 9(3) VALUE 0.
       01 CUP-UPDATE-COUNT PIC 9(3) VALUE 0.
       01 REGISTER-COUNT PIC 9(5) VALUE 0.
       01 RULING-TEXT PIC X(10).
       01 OLD-WINNER-TEXT PIC X(5).
       01 NEW-WINNER-TEXT PIC X(5).
       01 WINNER-TEXT-IN PIC X(1).
       01 WINNER-TEXT-OUT PIC X(5).
       01 APPLIED-COUNT-EDIT PIC ZZ9.
       01 REJECTED-COUNT-EDIT PIC ZZ9.
       01 FIXTURE-UPDATE-EDIT PIC ZZ9.
       01 CUP-UPDATE-EDIT PIC ZZ9.
       01 REGISTER-COUNT-EDIT PIC ZZZZ9.

       PROCEDURE DIVISION.
           DISPLAY "GAMERULE - APPLY REFEREE RULINGS"
           DISPLAY "================================="

           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-RULING-TABLE
           PERFORM FIND-RULED-GAMES
           PERFORM APPLY-EARLIER-CORRECTIONS
           PERFORM LOAD-FIXTURE-TABLE
           PERFORM LOAD-BRACKET-TABLE
           PERFORM OPEN-CORRECTION-FILE
           PERFORM APPLY-ONE-RULING VARYING RULING-IX FROM 1 BY 1
             UNTIL RULING-IX > RULING-COUNT
           CLOSE CORRECTION-FILE
           IF FIXTURES-CHANGED-FLAG IS EQUAL TO "Y"
             PERFORM REWRITE-FIXTURE-FILE
           END-IF
           IF BRACKET-CHANGED-FLAG IS EQUAL TO "Y"
             PERFORM REWRITE-BRACKET-FILE
           END-IF
           PERFORM PRINT-REGISTER

           MOVE APPLIED-COUNT TO APPLIED-COUNT-EDIT
           MOVE REJECTED-COUNT TO REJECTED-COUNT-EDIT
           MOVE FIXTURE-UPDATE-COUNT TO FIXTURE-UPDATE-EDIT
           MOVE CUP-UPDATE-COUNT TO CUP-UPDATE-EDIT
           DISPLAY APPLIED-COUNT-EDIT " RULING(S) APPLIED, "
             REJECTED-COUNT-EDIT " REJECTED, "
             FIXTURE-UPDATE-EDIT " FIXTURE(S) UPDATED, "
             CUP-UPDATE-EDIT " CUP TIE(S) UPDATED"
           IF REJECTED-COUNT IS GREATER THAN 0
             DISPLAY "RULING(S) REJECTED. SEE RULEREG."
             MOVE 8 TO RETURN-CODE
           END-IF

           GOBACK.

       LOAD-RULING-TABLE.
           OPEN INPUT RULING-FILE
           IF RULING-FILE-STATUS IS NOT EQUAL TO "00"
             DISPLAY "RULINGS FILE NOT FOUND. NOTHING TO APPLY."
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           PERFORM LOAD-RULING-RECORD UNTIL RULING-EOF-FLAG IS EQUAL
             TO "Y"
           CLOSE RULING-FILE
           .

       LOAD-RULING-RECORD.
           READ RULING-FILE
             AT END
               MOVE "Y" TO RULING-EOF-FLAG
           END-READ
           IF RULING-EOF-FLAG IS NOT EQUAL TO "Y"
             IF RULING-COUNT IS LESS THAN MAX-RULINGS
               ADD 1 TO RULING-COUNT
               MOVE RUL-CODE TO RT-CODE(RULING-COUNT)
               MOVE RUL-REFEREE TO RT-REFEREE(RULING-COUNT)
               MOVE RUL-REASON TO RT-REASON(RULING-COUNT)
               MOVE "N" TO RT-FOUND-FLAG(RULING-COUNT)
               MOVE SPACES TO RT-X-NAME(RULING-COUNT)
               MOVE SPACES TO RT-O-NAME(RULING-COUNT)
               MOVE SPACE TO RT-CURR-WINNER(RULING-COUNT)
               MOVE SPACE TO RT-NEW-WINNER(RULING-COUNT)
               MOVE SPACE TO RT-STATUS(RULING-COUNT)
               MOVE SPACES TO RT-REJECT-TEXT(RULING-COUNT)
               IF RUL-GAME-ID IS NUMERIC
                 MOVE RUL-GAME-ID TO RT-GAME-ID(RULING-COUNT)
               ELSE
                 MOVE 0 TO RT-GAME-ID(RULING-COUNT)
               END-IF
             ELSE
               DISPLAY "RULING TABLE FULL. IGNORING GAME " RUL-GAME-ID
             END-IF
           END-IF
           .

      *    THE RESULT FILES CAN BE LONG, SO READ EACH ONCE AND PICK OUT
      *    THE RULED GAMES AS THEY GO PAST, RATHER THAN LOADING THEM.
       FIND-RULED-GAMES.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT GAME-RESULTS
           IF GAMERES-FILE-STATUS IS EQUAL TO "00"
             PERFORM SCAN-LIVE-RESULT UNTIL EOF-FLAG IS EQUAL TO "Y"
             CLOSE GAME-RESULTS
           END-IF
           MOVE "N" TO EOF-FLAG
           OPEN INPUT ARCHIVE-RESULTS
           IF ARCHIVE-RESULTS-STATUS IS EQUAL TO "00"
             PERFORM SCAN-ARCHIVE-RESULT UNTIL EOF-FLAG IS EQUAL TO "Y"
             CLOSE ARCHIVE-RESULTS
           END-IF
           .

       SCAN-LIVE-RESULT.
           READ GAME-RESULTS
             AT END
               MOVE "Y" TO EOF-FLAG
             NOT AT END
               MOVE GR-GAME-ID TO MATCH-GAME-ID
               MOVE GR-PLAYER-X-NAME TO MATCH-X-NAME
               MOVE GR-PLAYER-O-NAME TO MATCH-O-NAME
               MOVE GR-WINNER TO MATCH-WINNER
               PERFORM NOTE-RULED-GAME VARYING RULING-IX FROM 1 BY 1
                 UNTIL RULING-IX > RULING-COUNT
           END-READ
           .

       SCAN-ARCHIVE-RESULT.
           READ ARCHIVE-RESULTS
             AT END
               MOVE "Y" TO EOF-FLAG
             NOT AT END
               MOVE ARC-GAME-ID TO MATCH-GAME-ID
               MOVE ARC-PLAYER-X-NAME TO MATCH-X-NAME
               MOVE ARC-PLAYER-O-NAME TO MATCH-O-NAME
               MOVE ARC-WINNER TO MATCH-WINNER
               PERFORM NOTE-RULED-GAME VARYING RULING-IX FROM 1 BY 1
                 UNTIL RULING-IX > RULING-COUNT
           END-READ
           .

       NOTE-RULED-GAME.
           IF RT-GAME-ID(RULING-IX) IS EQUAL TO MATCH-GAME-ID AND
             RT-FOUND-FLAG(RULING-IX) IS EQUAL TO "N"
             MOVE "Y" TO RT-FOUND-FLAG(RULING-IX)
             MOVE MATCH-X-NAME TO RT-X-NAME(RULING-IX)
             MOVE MATCH-O-NAME TO RT-O-NAME(RULING-IX)
             MOVE MATCH-WINNER TO RT-CURR-WINNER(RULING-IX)
           END-IF
           .

      *    A GAME MAY ALREADY HAVE BEEN RULED ON. THE NEW RULING
      *    REPLACES WHATEVER RESULT IS IN FORCE NOW, NOT THE ORIGINAL.
       APPLY-EARLIER-CORRECTIONS.
           OPEN INPUT CORRECTION-FILE
           IF GAMECOR-FILE-STATUS IS EQUAL TO "00"
             PERFORM READ-EARLIER-CORRECTION UNTIL CORRECTION-EOF-FLAG
               IS EQUAL TO "Y"
             CLOSE CORRECTION-FILE
           END-IF
           .

       READ-EARLIER-CORRECTION.
           READ CORRECTION-FILE
             AT END
               MOVE "Y" TO CORRECTION-EOF-FLAG
             NOT AT END
               PERFORM NOTE-EARLIER-CORRECTION VARYING RULING-IX
                 FROM 1 BY 1 UNTIL RULING-IX > RULING-COUNT
           END-READ
           .

       NOTE-EARLIER-CORRECTION.
           IF RT-GAME-ID(RULING-IX) IS EQUAL TO COR-GAME-ID AND
             RT-FOUND-FLAG(RULING-IX) IS EQUAL TO "Y"
             MOVE COR-NEW-WINNER TO RT-CURR-WINNER(RULING-IX)
           END-IF
           .

       LOAD-FIXTURE-TABLE.
           MOVE 0 TO FIXTURE-COUNT
           OPEN INPUT FIXTURE-FILE
           IF FIXTURE-FILE-STATUS IS EQUAL TO "00"
             MOVE "Y" TO FIXTURES-LOADED-FLAG
             PERFORM LOAD-FIXTURE-RECORD UNTIL FIXTURE-EOF-FLAG IS
               EQUAL TO "Y"
             CLOSE FIXTURE-FILE
           END-IF
           .

       LOAD-FIXTURE-RECORD.
           READ FIXTURE-FILE
             AT END
               MOVE "Y" TO FIXTURE-EOF-FLAG
           END-READ
           IF FIXTURE-EOF-FLAG IS NOT EQUAL TO "Y"
             IF FIXTURE-COUNT IS LESS THAN MAX-FIXTURES
               ADD 1 TO FIXTURE-COUNT
               MOVE FX-HOME-NAME TO FT-HOME-NAME(FIXTURE-COUNT)
               MOVE FX-AWAY-NAME TO FT-AWAY-NAME(FIXTURE-COUNT)
               MOVE FX-SCHED-DATE TO FT-SCHED-DATE(FIXTURE-COUNT)
               MOVE FX-STATUS TO FT-STATUS(FIXTURE-COUNT)
               MOVE FX-WINNER TO FT-WINNER(FIXTURE-COUNT)
               MOVE FX-MOVES TO FT-MOVES(FIXTURE-COUNT)
               MOVE FX-GAME-ID TO FT-GAME-ID(FIXTURE-COUNT)
             END-IF
           END-IF
           .

       OPEN-CORRECTION-FILE.
           OPEN EXTEND CORRECTION-FILE
           IF GAMECOR-FILE-STATUS IS EQUAL TO "35"
             OPEN OUTPUT CORRECTION-FILE
           END-IF
           IF GAMECOR-FILE-STATUS IS NOT EQUAL TO "00"
             DISPLAY "CANNOT OPEN GAMECOR. STATUS "
               GAMECOR-FILE-STATUS ". ABORTING RULING RUN."
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .

       APPLY-ONE-RULING.
           PERFORM VALIDATE-RULING
           MOVE 0 TO CUP-TIE-IX
           IF RT-STATUS(RULING-IX) IS EQUAL TO "A" AND
             BRACKET-LOADED-FLAG IS EQUAL TO "Y"
             PERFORM CHECK-RULED-CUP-TIE
           END-IF
           IF RT-STATUS(RULING-IX) IS EQUAL TO "A"
             PERFORM WRITE-CORRECTION
             ADD 1 TO APPLIED-COUNT
             COMPUTE RULING-START-IX = RULING-IX + 1
             PERFORM CARRY-RULING-FORWARD VARYING LATER-IX FROM
               RULING-START-IX BY 1 UNTIL LATER-IX > RULING-COUNT
             IF FIXTURES-LOADED-FLAG IS EQUAL TO "Y"
               PERFORM UPDATE-RULED-FIXTURE VARYING FIXTURE-IX FROM 1
                 BY 1 UNTIL FIXTURE-IX > FIXTURE-COUNT
             END-IF
             IF CUP-TIE-IX IS NOT EQUAL TO 0
               PERFORM UPDATE-RULED-CUP-TIE
             END-IF
           ELSE
             ADD 1 TO REJECTED-COUNT
           END-IF
           .

       VALIDATE-RULING.
           MOVE "A" TO RT-STATUS(RULING-IX)
           IF RT-CODE(RULING-IX) IS EQUAL TO "V"
             MOVE "V" TO RT-NEW-WINNER(RULING-IX)
           ELSE
             IF RT-CODE(RULING-IX) IS EQUAL TO "X"
               MOVE "X" TO RT-NEW-WINNER(RULING-IX)
             ELSE
               IF RT-CODE(RULING-IX) IS EQUAL TO "O"
                 MOVE "O" TO RT-NEW-WINNER(RULING-IX)
               ELSE
                 IF RT-CODE(RULING-IX) IS EQUAL TO "D"
                   MOVE "-" TO RT-NEW-WINNER(RULING-IX)
                 ELSE
                   MOVE "R" TO RT-STATUS(RULING-IX)
                   MOVE "UNKNOWN RULING CODE" TO
                     RT-REJECT-TEXT(RULING-IX)
                 END-IF
               END-IF
             END-IF
           END-IF
           IF RT-STATUS(RULING-IX) IS EQUAL TO "A" AND
             RT-FOUND-FLAG(RULING-IX) IS NOT EQUAL TO "Y"
             MOVE "R" TO RT-STATUS(RULING-IX)
             MOVE "GAME NOT ON GAMERES OR GAMEARC" TO
               RT-REJECT-TEXT(RULING-IX)
           END-IF
           IF RT-STATUS(RULING-IX) IS EQUAL TO "A" AND
             RT-REFEREE(RULING-IX) IS EQUAL TO SPACES
             MOVE "R" TO RT-STATUS(RULING-IX)
             MOVE "NO REFEREE GIVEN" TO RT-REJECT-TEXT(RULING-IX)
           END-IF
           IF RT-STATUS(RULING-IX) IS EQUAL TO "A" AND
             RT-REASON(RULING-IX) IS EQUAL TO SPACES
             MOVE "R" TO RT-STATUS(RULING-IX)
             MOVE "NO REASON GIVEN" TO RT-REJECT-TEXT(RULING-IX)
           END-IF
           IF RT-STATUS(RULING-IX) IS EQUAL TO "A" AND
             RT-NEW-WINNER(RULING-IX) IS EQUAL TO
             RT-CURR-WINNER(RULING-IX)
             MOVE "R" TO RT-STATUS(RULING-IX)
             MOVE "RESULT ALREADY STANDS" TO RT-REJECT-TEXT(RULING-IX)
           END-IF
           .

       WRITE-CORRECTION.
           MOVE SPACES TO GAME-CORRECTION-RECORD
           MOVE RT-GAME-ID(RULING-IX) TO COR-GAME-ID
           MOVE RUN-DATE TO COR-DATE
           MOVE RT-CODE(RULING-IX) TO COR-RULING
           MOVE RT-CURR-WINNER(RULING-IX) TO COR-OLD-WINNER
           MOVE RT-NEW-WINNER(RULING-IX) TO COR-NEW-WINNER
           MOVE RT-X-NAME(RULING-IX) TO COR-PLAYER-X-NAME
           MOVE RT-O-NAME(RULING-IX) TO COR-PLAYER-O-NAME
           MOVE RT-REFEREE(RULING-IX) TO COR-REFEREE
           MOVE RT-REASON(RULING-IX) TO COR-REASON
           MOVE "N" TO COR-RATED-FLAG
           WRITE GAME-CORRECTION-RECORD
           .

       CARRY-RULING-FORWARD.
           IF RT-GAME-ID(LATER-IX) IS EQUAL TO RT-GAME-ID(RULING-IX)
             MOVE RT-NEW-WINNER(RULING-IX) TO RT-CURR-WINNER(LATER-IX)
           END-IF
           .

      *    A VOID SENDS THE FIXTURE BACK TO LEAGPLAY AS "V" TO BE
      *    REPLAYED. THE VOIDED GAME ID IS KEPT UNTIL THE REPLAY SO A
      *    LATER RULING CAN STILL REINSTATE THE RESULT.
       UPDATE-RULED-FIXTURE.
           IF FT-GAME-ID(FIXTURE-IX) IS EQUAL TO RT-GAME-ID(RULING-IX)
             AND (FT-STATUS(FIXTURE-IX) IS EQUAL TO "P" OR
             FT-STATUS(FIXTURE-IX) IS EQUAL TO "V")
             IF RT-NEW-WINNER(RULING-IX) IS EQUAL TO "V"
               MOVE "V" TO FT-STATUS(FIXTURE-IX)
               MOVE SPACE TO FT-WINNER(FIXTURE-IX)
             ELSE
               MOVE "P" TO FT-STATUS(FIXTURE-IX)
               MOVE RT-NEW-WINNER(RULING-IX) TO FT-WINNER(FIXTURE-IX)
             END-IF
             MOVE "Y" TO FIXTURES-CHANGED-FLAG
             ADD 1 TO FIXTURE-UPDATE-COUNT
           END-IF
           .

       REWRITE-FIXTURE-FILE.
           OPEN OUTPUT FIXTURE-FILE
           PERFORM WRITE-FIXTURE-RECORD VARYING FIXTURE-IX FROM 1 BY 1
             UNTIL FIXTURE-IX > FIXTURE-COUNT
           CLOSE FIXTURE-FILE
           .

       WRITE-FIXTURE-RECORD.
           MOVE FT-HOME-NAME(FIXTURE-IX) TO FX-HOME-NAME
           MOVE FT-AWAY-NAME(FIXTURE-IX) TO FX-AWAY-NAME
           MOVE FT-SCHED-DATE(FIXTURE-IX) TO FX-SCHED-DATE
           MOVE FT-STATUS(FIXTURE-IX) TO FX-STATUS
           MOVE FT-WINNER(FIXTURE-IX) TO FX-WINNER
           MOVE FT-MOVES(FIXTURE-IX) TO FX-MOVES
           MOVE FT-GAME-ID(FIXTURE-IX) TO FX-GAME-ID
           WRITE FIXTURE-RECORD
           .

      *    CUPBRKT IS ONLY THERE WHILE A CUP IS BEING RUN.
       LOAD-BRACKET-TABLE.
           MOVE 0 TO TIE-COUNT
           OPEN INPUT BRACKET-FILE
           IF BRACKET-FILE-STATUS IS EQUAL TO "00"
             MOVE "Y" TO BRACKET-LOADED-FLAG
             PERFORM LOAD-BRACKET-RECORD UNTIL BRACKET-EOF-FLAG IS
               EQUAL TO "Y"
             CLOSE BRACKET-FILE
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
             END-IF
           END-IF
           .

      *    A CUP TIE IS DECIDED BY THE LAST GAME KEPT ON ITS BRACKET
      *    RECORD. A RULING ON THAT GAME RE-DECIDES THE TIE: A VOID OR
      *    A DRAW REOPENS IT FOR CUPPLAY TO REPLAY, AN AWARD GIVES IT TO
      *    THAT SIDE. A WINNER ALREADY MOVED INTO THE NEXT ROUND IS
      *    TAKEN BACK, SO THE RULING IS REFUSED ONCE THAT TIE HAS A GAME
      *    OR A RESULT. AN EARLIER GAME OF THE TIE WAS A DRAW THAT HAS
      *    SINCE BEEN REPLAYED; IT MAY BE VOIDED BUT NOT AWARDED.
       CHECK-RULED-CUP-TIE.
           MOVE 0 TO CUP-SLOT-IX
           MOVE "N" TO REDECIDE-FLAG
           PERFORM FIND-CUP-GAME VARYING BRACKET-IX FROM 1 BY 1
             UNTIL BRACKET-IX > TIE-COUNT OR CUP-TIE-IX IS NOT EQUAL
             TO 0
           IF CUP-TIE-IX IS NOT EQUAL TO 0
             PERFORM SET-CUP-GAME-SIDE
             IF CUP-SLOT-IX IS LESS THAN SLOT-COUNT
               IF NEW-SIDE IS EQUAL TO "H" OR NEW-SIDE IS EQUAL TO "A"
                 MOVE "R" TO RT-STATUS(RULING-IX)
                 MOVE "CUP TIE ALREADY REPLAYED" TO
                   RT-REJECT-TEXT(RULING-IX)
               END-IF
             ELSE
               IF BT-STATUS(CUP-TIE-IX) IS NOT EQUAL TO "P" OR
                 BT-WINNER-SIDE(CUP-TIE-IX) IS NOT EQUAL TO NEW-SIDE
                 MOVE "Y" TO REDECIDE-FLAG
               END-IF
               IF REDECIDE-FLAG IS EQUAL TO "Y" AND
                 BT-STATUS(CUP-TIE-IX) IS EQUAL TO "P"
                 PERFORM FIND-NEXT-CUP-TIE
                 IF FIND-IX IS GREATER THAN 0
                   IF BT-GAME-COUNT(FIND-IX) IS GREATER THAN 0 OR
                     BT-STATUS(FIND-IX) IS EQUAL TO "P"
                     MOVE "R" TO RT-STATUS(RULING-IX)
                     MOVE "NEXT CUP ROUND ALREADY STARTED" TO
                       RT-REJECT-TEXT(RULING-IX)
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-IF
           IF RT-STATUS(RULING-IX) IS NOT EQUAL TO "A"
             MOVE 0 TO CUP-TIE-IX
           END-IF
           .

       FIND-CUP-GAME.
           IF BT-GAME-COUNT(BRACKET-IX) IS GREATER THAN MAX-GAME-SLOTS
             MOVE MAX-GAME-SLOTS TO SLOT-COUNT
           ELSE
             MOVE BT-GAME-COUNT(BRACKET-IX) TO SLOT-COUNT
           END-IF
           PERFORM TEST-CUP-GAME-SLOT VARYING SLOT-IX FROM 1 BY 1
             UNTIL SLOT-IX > SLOT-COUNT OR CUP-TIE-IX IS NOT EQUAL TO 0
           .

       TEST-CUP-GAME-SLOT.
           IF BT-GAME-ID(BRACKET-IX, SLOT-IX) IS EQUAL TO
             RT-GAME-ID(RULING-IX)
             MOVE BRACKET-IX TO CUP-TIE-IX
             MOVE SLOT-IX TO CUP-SLOT-IX
           END-IF
           .

      *    THE HOME PLAYER IS X IN EVERY ODD-NUMBERED GAME OF A TIE, SO
      *    THE NEW WINNER'S SYMBOL GIVES THE SIDE THE RULING FAVOURS:
      *    H OR A, D FOR A DRAW, V FOR A VOID.
       SET-CUP-GAME-SIDE.
           IF BT-GAME-COUNT(CUP-TIE-IX) IS GREATER THAN MAX-GAME-SLOTS
             MOVE MAX-GAME-SLOTS TO SLOT-COUNT
             COMPUTE CUP-GAME-NO = BT-GAME-COUNT(CUP-TIE-IX) -
               MAX-GAME-SLOTS + CUP-SLOT-IX
           ELSE
             MOVE BT-GAME-COUNT(CUP-TIE-IX) TO SLOT-COUNT
             MOVE CUP-SLOT-IX TO CUP-GAME-NO
           END-IF
           DIVIDE CUP-GAME-NO BY 2 GIVING GAME-PAIR
             REMAINDER GAME-PARITY
           IF GAME-PARITY IS EQUAL TO 1
             MOVE "X" TO HOME-SYMBOL
           ELSE
             MOVE "O" TO HOME-SYMBOL
           END-IF
           IF RT-NEW-WINNER(RULING-IX) IS EQUAL TO "V"
             MOVE "V" TO NEW-SIDE
           ELSE
             IF RT-NEW-WINNER(RULING-IX) IS EQUAL TO "-"
               MOVE "D" TO NEW-SIDE
             ELSE
               IF RT-NEW-WINNER(RULING-IX) IS EQUAL TO HOME-SYMBOL
                 MOVE "H" TO NEW-SIDE
               ELSE
                 MOVE "A" TO NEW-SIDE
               END-IF
             END-IF
           END-IF
           .

       UPDATE-RULED-CUP-TIE.
           MOVE NEW-SIDE TO BT-GAME-RESULT(CUP-TIE-IX, CUP-SLOT-IX)
           IF REDECIDE-FLAG IS EQUAL TO "Y"
             IF BT-STATUS(CUP-TIE-IX) IS EQUAL TO "P"
               PERFORM WITHDRAW-CUP-WINNER
             END-IF
             IF NEW-SIDE IS EQUAL TO "H" OR NEW-SIDE IS EQUAL TO "A"
               MOVE "P" TO BT-STATUS(CUP-TIE-IX)
               MOVE NEW-SIDE TO BT-WINNER-SIDE(CUP-TIE-IX)
               MOVE CUP-TIE-IX TO BRACKET-IX
               PERFORM ADVANCE-WINNER
             ELSE
               MOVE "U" TO BT-STATUS(CUP-TIE-IX)
               MOVE SPACE TO BT-WINNER-SIDE(CUP-TIE-IX)
             END-IF
           END-IF
           MOVE "Y" TO BRACKET-CHANGED-FLAG
           ADD 1 TO CUP-UPDATE-COUNT
           .

      *    TAKES THE OLD WINNER BACK OUT OF THE NEXT ROUND, WHICH GOES
      *    BACK TO WAITING UNTIL THE TIE IS DECIDED AGAIN.
       WITHDRAW-CUP-WINNER.
           PERFORM FIND-NEXT-CUP-TIE
           IF FIND-IX IS GREATER THAN 0
             IF TIE-PARITY IS EQUAL TO 1
               MOVE SPACES TO BT-HOME-NAME(FIND-IX)
               MOVE 0 TO BT-HOME-SEED(FIND-IX)
             ELSE
               MOVE SPACES TO BT-AWAY-NAME(FIND-IX)
               MOVE 0 TO BT-AWAY-SEED(FIND-IX)
             END-IF
             IF BT-STATUS(FIND-IX) IS EQUAL TO "U"
               MOVE "W" TO BT-STATUS(FIND-IX)
             END-IF
           END-IF
           .

       FIND-NEXT-CUP-TIE.
           COMPUTE FIND-ROUND = BT-ROUND(CUP-TIE-IX) + 1
           DIVIDE BT-TIE-NO(CUP-TIE-IX) BY 2 GIVING TIE-PAIR
             REMAINDER TIE-PARITY
           COMPUTE FIND-TIE-NO = TIE-PAIR + TIE-PARITY
           PERFORM FIND-BRACKET-TIE
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

       PRINT-REGISTER.
           OPEN OUTPUT PRINT-FILE
           PERFORM PRINT-HEADINGS
           MOVE "N" TO CORRECTION-EOF-FLAG
           OPEN INPUT CORRECTION-FILE
           IF GAMECOR-FILE-STATUS IS EQUAL TO "00"
             PERFORM PRINT-REGISTER-ENTRY UNTIL CORRECTION-EOF-FLAG
               IS EQUAL TO "Y"
             CLOSE CORRECTION-FILE
           END-IF
           MOVE REGISTER-COUNT TO REGISTER-COUNT-EDIT
           PERFORM CHECK-PAGE-BREAK
           MOVE SPACES TO PRINT-RECORD
           STRING "------------------------------------------"
             DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           STRING REGISTER-COUNT-EDIT " RULING(S) ON THE REGISTER"
             DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           ADD 2 TO LINE-COUNT
           IF REJECTED-COUNT IS GREATER THAN 0
             PERFORM PRINT-REJECT-HEADING
             PERFORM PRINT-REJECT-LINE VARYING RULING-IX FROM 1 BY 1
               UNTIL RULING-IX > RULING-COUNT
           END-IF
           CLOSE PRINT-FILE
           .

       PRINT-REGISTER-ENTRY.
           READ CORRECTION-FILE
             AT END
               MOVE "Y" TO CORRECTION-EOF-FLAG
             NOT AT END
               ADD 1 TO REGISTER-COUNT
               PERFORM PRINT-REGISTER-LINES
           END-READ
           .

       PRINT-REGISTER-LINES.
           PERFORM SET-RULING-TEXT
           MOVE COR-OLD-WINNER TO WINNER-TEXT-IN
           PERFORM SET-WINNER-TEXT
           MOVE WINNER-TEXT-OUT TO OLD-WINNER-TEXT
           MOVE COR-NEW-WINNER TO WINNER-TEXT-IN
           PERFORM SET-WINNER-TEXT
           MOVE WINNER-TEXT-OUT TO NEW-WINNER-TEXT
           PERFORM CHECK-PAGE-BREAK
           MOVE SPACES TO PRINT-RECORD
           STRING COR-DATE(1:4) "-" COR-DATE(5:2) "-" COR-DATE(7:2)
             "  " COR-GAME-ID "  " RULING-TEXT "  WAS "
             OLD-WINNER-TEXT " NOW " NEW-WINNER-TEXT
             DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           STRING "            " COR-PLAYER-X-NAME " (X) VS "
             COR-PLAYER-O-NAME " (O)"
             DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           STRING "            REFEREE " COR-REFEREE "  " COR-REASON
             DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           ADD 3 TO LINE-COUNT
           .

       SET-RULING-TEXT.
           IF COR-RULING IS EQUAL TO "V"
             MOVE "VOID" TO RULING-TEXT
           ELSE
             IF COR-RULING IS EQUAL TO "X"
               MOVE "AWARD X" TO RULING-TEXT
             ELSE
               IF COR-RULING IS EQUAL TO "O"
                 MOVE "AWARD O" TO RULING-TEXT
               ELSE
                 MOVE "DRAW" TO RULING-TEXT
               END-IF
             END-IF
           END-IF
           .

       SET-WINNER-TEXT.
           IF WINNER-TEXT-IN IS EQUAL TO "-"
             MOVE "DRAW" TO WINNER-TEXT-OUT
           ELSE
             IF WINNER-TEXT-IN IS EQUAL TO "V"
               MOVE "VOID" TO WINNER-TEXT-OUT
             ELSE
               MOVE SPACES TO WINNER-TEXT-OUT
               STRING WINNER-TEXT-IN " WIN" DELIMITED BY SIZE
                 INTO WINNER-TEXT-OUT
             END-IF
           END-IF
           .

       PRINT-REJECT-HEADING.
           PERFORM CHECK-PAGE-BREAK
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           STRING "RULINGS REJECTED THIS RUN" DELIMITED BY SIZE
             INTO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           STRING "GAME ID           CODE  REFEREE               REASON"
             DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           ADD 3 TO LINE-COUNT
           .

       PRINT-REJECT-LINE.
           IF RT-STATUS(RULING-IX) IS EQUAL TO "R"
             PERFORM CHECK-PAGE-BREAK
             MOVE SPACES TO PRINT-RECORD
             STRING RT-GAME-ID(RULING-IX) "  " RT-CODE(RULING-IX)
               "     " RT-REFEREE(RULING-IX) "  "
               RT-REJECT-TEXT(RULING-IX)
               DELIMITED BY SIZE INTO PRINT-RECORD
             WRITE PRINT-RECORD
             ADD 1 TO LINE-COUNT
           END-IF
           .

       PRINT-HEADINGS.
           ADD 1 TO PAGE-NO
           MOVE PAGE-NO TO PAGE-NO-EDIT
           MOVE SPACES TO PRINT-RECORD
           STRING "TICTACTOE RULINGS REGISTER" "     RUN DATE "
             RUN-DATE(1:4) "-" RUN-DATE(5:2) "-" RUN-DATE(7:2)
             "     PAGE " PAGE-NO-EDIT
             DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD

           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD

           MOVE SPACES TO PRINT-RECORD
           STRING "RULED ON    GAME ID           RULING      RESULT"
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

           END PROGRAM GAMERULE.
