             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS AUDIT-FILE-STATUS.

           SELECT CORRECTION-FILE ASSIGN TO "GAMECOR"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS GAMECOR-FILE-STATUS.

           SELECT EXCEPT-FILE ASSIGN TO "BALEXC"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS EXCEPT-FILE-STATUS.
       FD  AUDIT-TRAIL.
       COPY "AUDIT.cpy".

       FD  CORRECTION-FILE.
       COPY "GAMECOR.cpy".

       FD  EXCEPT-FILE.
       01 EXCEPT-RECORD PIC X(80).

       01 EXCEPT-FILE-STATUS PIC X(2).
       01 AUDIT-EOF-FLAG PIC A VALUE "N".
       01 GAMERES-EOF-FLAG PIC A VALUE "N".
       01 GAMECOR-FILE-STATUS PIC X(2).
       01 CORRECTION-EOF-FLAG PIC A VALUE "N".

       01 MAX-RESULTS PIC 9(3) VALUE 500.
       01 RESULT-COUNT PIC 9(3) VALUE 0.
           10 RES-WINNER PIC X(1).
           10 RES-MOVES PIC 9(3).
           10 RES-MATCHED-FLAG PIC A.
           10 RES-CURR-WINNER PIC X(1).
           10 RES-RULED-FLAG PIC A.
       01 RESULT-IX PIC 9(3).
       01 RESULT-MATCH-IX PIC 9(3).

         05 AUDIT-GAME-ENTRY OCCURS 500 TIMES.
           10 AUD-GAME-ID PIC 9(16).
           10 AUD-OK-COUNT PIC 9(3).
           10 AUD-ABAND-FLAG PIC A.
       01 AUDIT-IX PIC 9(3).
       01 AUDIT-MATCH-IX PIC 9(3).

       01 MISMATCH-COUNT PIC 9(5) VALUE 0.
       01 ORPHAN-BLOCK-COUNT PIC 9(5) VALUE 0.
       01 ORPHAN-RESULT-COUNT PIC 9(5) VALUE 0.
       01 RULED-COUNT PIC 9(5) VALUE 0.
       01 VOIDED-COUNT PIC 9(5) VALUE 0.
       01 OUT-OF-STEP-COUNT PIC 9(5) VALUE 0.
       01 ABANDONED-COUNT PIC 9(5) VALUE 0.

       01 GAME-BLOCK-NO-EDIT PIC ZZZZ9.
       01 BLOCK-OK-COUNT-EDIT PIC ZZ9.
       01 MISMATCH-COUNT-EDIT PIC ZZZZ9.
       01 ORPHAN-BLOCK-EDIT PIC ZZZZ9.
       01 ORPHAN-RESULT-EDIT PIC ZZZZ9.
       01 RULED-COUNT-EDIT PIC ZZZZ9.
       01 VOIDED-COUNT-EDIT PIC ZZZZ9.
       01 OUT-OF-STEP-EDIT PIC ZZZZ9.
       01 ABANDONED-COUNT-EDIT PIC ZZZZ9.

       PROCEDURE DIVISION.
           DISPLAY "GAMEBAL - GAMERES / AUDITLOG BALANCING"

           PERFORM OPEN-FILES
           PERFORM LOAD-RESULT-TABLE
           PERFORM CHECK-RULING-CHAINS
           PERFORM READ-AUDIT-RECORD
           PERFORM TALLY-AUDIT-RECORD UNTIL AUDIT-EOF-FLAG IS EQUAL
             TO "Y"

           IF ORPHAN-BLOCK-COUNT IS GREATER THAN 0 OR
             ORPHAN-RESULT-COUNT IS GREATER THAN 0 OR
             MISMATCH-COUNT IS GREATER THAN 0 OR
             OUT-OF-STEP-COUNT IS GREATER THAN 0
             DISPLAY "FILES OUT OF BALANCE. SEE BALEXC EXCEPTIONS."
             MOVE 8 TO RETURN-CODE
           ELSE
             MOVE GR-WINNER TO RES-WINNER(RESULT-COUNT)
             MOVE GR-MOVES TO RES-MOVES(RESULT-COUNT)
             MOVE "N" TO RES-MATCHED-FLAG(RESULT-COUNT)
             MOVE GR-WINNER TO RES-CURR-WINNER(RESULT-COUNT)
             MOVE "N" TO RES-RULED-FLAG(RESULT-COUNT)
           ELSE
             DISPLAY "RESULT TABLE FULL. IGNORING GAME " GR-GAME-ID
           END-IF
           PERFORM READ-GAME-RESULT
           .

      *    EACH RULING RECORDS THE RESULT IT REPLACED. FOLLOWED IN
      *    ORDER FROM THE GAMERES WINNER THE RULINGS MUST CHAIN, OR ONE
      *    WAS LOST OR APPLIED AGAINST THE WRONG GAME. A VOIDED GAME
      *    WAS STILL PLAYED, SO IT BALANCES AGAINST THE AUDIT TRAIL AS
      *    NORMAL.
       CHECK-RULING-CHAINS.
           OPEN INPUT CORRECTION-FILE
           IF GAMECOR-FILE-STATUS IS EQUAL TO "00"
             PERFORM CHECK-ONE-RULING UNTIL CORRECTION-EOF-FLAG IS
               EQUAL TO "Y"
             CLOSE CORRECTION-FILE
           END-IF
           PERFORM COUNT-RULED-RESULT VARYING RESULT-IX FROM 1 BY 1
             UNTIL RESULT-IX > RESULT-COUNT
           .

       CHECK-ONE-RULING.
           READ CORRECTION-FILE
             AT END
               MOVE "Y" TO CORRECTION-EOF-FLAG
             NOT AT END
               PERFORM FIND-RULED-RESULT
               IF RESULT-MATCH-IX IS NOT EQUAL TO 0
                 IF COR-OLD-WINNER IS NOT EQUAL TO
                   RES-CURR-WINNER(RESULT-MATCH-IX)
                   PERFORM WRITE-OUT-OF-STEP-LINE
                 END-IF
                 MOVE COR-NEW-WINNER TO
                   RES-CURR-WINNER(RESULT-MATCH-IX)
                 MOVE "Y" TO RES-RULED-FLAG(RESULT-MATCH-IX)
               END-IF
           END-READ
           .

       FIND-RULED-RESULT.
           MOVE 0 TO RESULT-MATCH-IX
           PERFORM TEST-RULED-RESULT VARYING RESULT-IX FROM 1 BY 1
             UNTIL RESULT-IX > RESULT-COUNT OR RESULT-MATCH-IX IS NOT
             EQUAL TO 0
           .

       TEST-RULED-RESULT.
           IF RES-GAME-ID(RESULT-IX) IS EQUAL TO COR-GAME-ID
             MOVE RESULT-IX TO RESULT-MATCH-IX
           END-IF
           .

       WRITE-OUT-OF-STEP-LINE.
           ADD 1 TO OUT-OF-STEP-COUNT
           MOVE SPACES TO EXCEPT-RECORD
           STRING "RULING OUT OF STEP  GAME ID " COR-GAME-ID
             "  RULED " COR-DATE(1:4) "-" COR-DATE(5:2) "-"
             COR-DATE(7:2) "  WAS " COR-OLD-WINNER
             "  EXPECTED " RES-CURR-WINNER(RESULT-MATCH-IX)
             DELIMITED BY SIZE INTO EXCEPT-RECORD
           WRITE EXCEPT-RECORD
           .

       COUNT-RULED-RESULT.
           IF RES-RULED-FLAG(RESULT-IX) IS EQUAL TO "Y"
             ADD 1 TO RULED-COUNT
             IF RES-CURR-WINNER(RESULT-IX) IS EQUAL TO "V"
               ADD 1 TO VOIDED-COUNT
             END-IF
           END-IF
           .

       READ-AUDIT-RECORD.
           IF AUDIT-EOF-FLAG IS NOT EQUAL TO "Y"
             READ AUDIT-TRAIL
               MOVE AUDIT-GAME-COUNT TO AUDIT-MATCH-IX
               MOVE AUDIT-GAME-ID TO AUD-GAME-ID(AUDIT-MATCH-IX)
               MOVE 0 TO AUD-OK-COUNT(AUDIT-MATCH-IX)
               MOVE "N" TO AUD-ABAND-FLAG(AUDIT-MATCH-IX)
             ELSE
               DISPLAY "AUDIT GAME TABLE FULL. IGNORING GAME "
                 AUDIT-GAME-ID
             EQUAL TO "OK"
             ADD 1 TO AUD-OK-COUNT(AUDIT-MATCH-IX)
           END-IF
           IF AUDIT-MATCH-IX IS NOT EQUAL TO 0 AND AUDIT-REASON IS
             EQUAL TO "ABAND"
             MOVE "Y" TO AUD-ABAND-FLAG(AUDIT-MATCH-IX)
           END-IF
           PERFORM READ-AUDIT-RECORD
           .

           PERFORM MATCH-BLOCK-TO-RESULT
           .

      *    CHKSWEEP CLOSES A SAVED GAME WITH NO MOVES BY WRITING ONLY AN
      *    ABAND AUDIT ENTRY. THAT BLOCK HAS NO RESULT BY DESIGN.
       MATCH-BLOCK-TO-RESULT.
           PERFORM FIND-RESULT-BY-ID
           IF RESULT-MATCH-IX IS EQUAL TO 0
             IF AUD-ABAND-FLAG(AUDIT-IX) IS EQUAL TO "Y" AND
               BLOCK-OK-COUNT IS EQUAL TO 0
               ADD 1 TO ABANDONED-COUNT
             ELSE
               PERFORM WRITE-ORPHAN-BLOCK-LINE
             END-IF
           ELSE
             MOVE "Y" TO RES-MATCHED-FLAG(RESULT-MATCH-IX)
             IF BLOCK-OK-COUNT IS EQUAL TO RES-MOVES(RESULT-MATCH-IX)
             MISMATCH-COUNT-EDIT " MISMATCH(ES), "
             ORPHAN-BLOCK-EDIT " ORPHAN AUDIT BLOCK(S), "
             ORPHAN-RESULT-EDIT " ORPHAN RESULT(S)"
           MOVE RULED-COUNT TO RULED-COUNT-EDIT
           MOVE VOIDED-COUNT TO VOIDED-COUNT-EDIT
           MOVE OUT-OF-STEP-COUNT TO OUT-OF-STEP-EDIT
           MOVE SPACES TO EXCEPT-RECORD
           STRING RULED-COUNT-EDIT " GAME(S) UNDER RULING, "
             VOIDED-COUNT-EDIT " VOIDED, "
             OUT-OF-STEP-EDIT " RULING(S) OUT OF STEP"
             DELIMITED BY SIZE INTO EXCEPT-RECORD
           WRITE EXCEPT-RECORD
           DISPLAY RULED-COUNT-EDIT " GAME(S) UNDER RULING, "
             VOIDED-COUNT-EDIT " VOIDED, "
             OUT-OF-STEP-EDIT " RULING(S) OUT OF STEP"
           MOVE ABANDONED-COUNT TO ABANDONED-COUNT-EDIT
           MOVE SPACES TO EXCEPT-RECORD
           STRING ABANDONED-COUNT-EDIT " GAME(S) ABANDONED WITHOUT A "
             "RESULT"
             DELIMITED BY SIZE INTO EXCEPT-RECORD
           WRITE EXCEPT-RECORD
           DISPLAY ABANDONED-COUNT-EDIT " GAME(S) ABANDONED WITHOUT A "
             "RESULT"
           .

       CLOSE-FILES.
