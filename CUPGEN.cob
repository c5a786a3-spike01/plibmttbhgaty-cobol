       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUPGEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRACKET-FILE ASSIGN TO "CUPBRKT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS BRACKET-FILE-STATUS.

           SELECT PLAYER-MASTER ASSIGN TO "PLAYMST"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PLAYMST-FILE-STATUS.

           SELECT RATING-FILE ASSIGN TO "RATINGS"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RATING-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BRACKET-FILE.
       COPY "CUPTIE.cpy".

       FD  PLAYER-MASTER.
       COPY "PLAYMST.cpy".

       FD  RATING-FILE.
       COPY "RATING.cpy".

       WORKING-STORAGE SECTION.
       01 BRACKET-FILE-STATUS PIC X(2).
       01 BRACKET-EOF-FLAG PIC A VALUE "N".
       01 OPEN-CUP-FLAG PIC A VALUE "N".
       01 OPEN-CUP-NAME PIC X(20).
       01 REDRAW-ANSWER PIC X(1).

       01 CUP-NAME-IN PIC X(20).
       01 BOARD-SIZE-IN PIC X(1).

       01 MAX-ROSTER PIC 9(2) VALUE 16.
       01 ROSTER-COUNT PIC 9(2) VALUE 0.
       01 ROSTER-TABLE.
         05 ROSTER-ENTRY OCCURS 16 TIMES.
           10 RT-NAME PIC X(20).
       01 ROSTER-IX PIC 9(2).
       01 DUPLICATE-IX PIC 9(2).
       01 DUPLICATE-FLAG PIC A.
       01 WORK-NAME PIC X(20).

      *    STANDARD DRAW ORDER FOR 2, 4, 8 AND 16 PLACES, TAKEN IN
      *    PAIRS: FIRST ROUND TIE T IS SEED DRAW-SEED(2T-1) AT HOME TO
      *    SEED DRAW-SEED(2T). THE TOP TWO SEEDS CAN ONLY MEET IN THE
      *    FINAL, AND A SEED ABOVE THE FIELD SIZE IS A BYE, SO THE
      *    BYES FALL TO THE TOP SEEDS.
       01 DRAW-ORDER-VALUES.
         05 FILLER PIC X(32) VALUE "01020000000000000000000000000000".
         05 FILLER PIC X(32) VALUE "01040203000000000000000000000000".
         05 FILLER PIC X(32) VALUE "01080405020703060000000000000000".
         05 FILLER PIC X(32) VALUE "01160809041305120215071003140611".
       01 DRAW-ORDER-TABLE REDEFINES DRAW-ORDER-VALUES.
         05 DRAW-ORDER-ROW OCCURS 4 TIMES.
           10 DRAW-SEED PIC 9(2) OCCURS 16 TIMES.

       01 BRACKET-SIZE PIC 9(2) VALUE 0.
       01 ROUND-COUNT PIC 9(1) VALUE 0.
       01 ROUND-IX PIC 9(1).
       01 ROUND-TIES PIC 9(2).
       01 TIE-IX PIC 9(2).
       01 DRAW-POS PIC 9(2).
       01 HOME-SEED PIC 9(2).
       01 AWAY-SEED PIC 9(2).
       01 BYE-COUNT PIC 9(2) VALUE 0.

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
       01 MAX-GAME-SLOTS PIC 9(2) VALUE 9.
       01 SLOT-IX PIC 9(2).
       01 FIND-ROUND PIC 9(1).
       01 FIND-TIE-NO PIC 9(2).
       01 FIND-IX PIC 9(2).
       01 SEARCH-IX PIC 9(2).
       01 TIE-PAIR PIC 9(2).
       01 TIE-PARITY PIC 9(1).
       01 ADVANCE-NAME PIC X(20).
       01 ADVANCE-SEED PIC 9(2).

       01 PLAYMST-FILE-STATUS PIC X(2).
       01 MASTER-EOF-FLAG PIC A VALUE "N".
       01 MASTER-LOADED-FLAG PIC A VALUE "N".
       01 MAX-MASTER PIC 9(3) VALUE 100.
       01 MASTER-COUNT PIC 9(3) VALUE 0.
       01 MASTER-TABLE.
         05 MASTER-ENTRY OCCURS 100 TIMES.
           10 MT-NUMBER PIC 9(5).
           10 MT-NAME PIC X(20).
           10 MT-STATUS PIC X(1).
           10 MT-SUSP-END PIC 9(8).
       01 MASTER-IX PIC 9(3).
       01 MASTER-MATCH-IX PIC 9(3).
       01 MASTER-CHECK-DATE PIC 9(8).
       01 NAME-INPUT PIC X(20).
       01 NAME-VALID-FLAG PIC A.
       01 NAME-TRY-COUNT PIC 9(1).
       01 MAX-NAME-TRIES PIC 9(1) VALUE 5.

       01 RATING-FILE-STATUS PIC X(2).
       01 RATING-EOF-FLAG PIC A VALUE "N".
       01 DEFAULT-RATING PIC 9(4) VALUE 1200.
       01 MAX-RATED PIC 9(3) VALUE 100.
       01 RATED-COUNT PIC 9(3) VALUE 0.
       01 RATED-TABLE.
         05 RATED-ENTRY OCCURS 100 TIMES.
           10 RTG-NAME PIC X(20).
           10 RTG-VALUE PIC 9(4).
       01 RATED-IX PIC 9(3).
       01 RATED-MATCH-IX PIC 9(3).
       01 ROSTER-RATINGS.
         05 RST-RATING PIC 9(4) OCCURS 16 TIMES.
       01 SORT-I PIC 9(2).
       01 SORT-J PIC 9(2).
       01 SORT-J-START PIC 9(2).
       01 SWAP-ROSTER PIC X(20).
       01 SWAP-RATING PIC 9(4).
       01 RST-RATING-EDIT PIC ZZZ9.

       PROCEDURE DIVISION.
           DISPLAY "CUPGEN - DRAW A KNOCKOUT CUP BRACKET"
           DISPLAY "===================================="

           PERFORM CHECK-OPEN-CUP
           PERFORM LOAD-MASTER-TABLE
           PERFORM ASK-CUP-DETAILS
           PERFORM ASK-ROSTER
           PERFORM LOAD-RATING-TABLE
           PERFORM SEED-ROSTER-BY-RATING
           PERFORM BUILD-BRACKET
           PERFORM WRITE-BRACKET-FILE
           DISPLAY "     "
           DISPLAY TIE-COUNT " TIE(S) IN " ROUND-COUNT
             " ROUND(S) WRITTEN TO CUPBRKT, " BYE-COUNT " BYE(S)"

           GOBACK.

      *    CUPBRKT HOLDS ONE CUP AT A TIME. A CUP WHOSE FINAL HAS NOT
      *    BEEN DECIDED IS ONLY REPLACED WHEN THE OPERATOR SAYS SO.
       CHECK-OPEN-CUP.
           MOVE "N" TO OPEN-CUP-FLAG
           MOVE "N" TO BRACKET-EOF-FLAG
           OPEN INPUT BRACKET-FILE
           IF BRACKET-FILE-STATUS IS EQUAL TO "00"
             PERFORM CHECK-OPEN-TIE UNTIL BRACKET-EOF-FLAG IS EQUAL
               TO "Y"
             CLOSE BRACKET-FILE
           END-IF
           IF OPEN-CUP-FLAG IS EQUAL TO "Y"
             DISPLAY "CUP " OPEN-CUP-NAME " IS STILL IN PROGRESS."
             DISPLAY "DRAW A NEW CUP OVER IT (Y/N)?"
             ACCEPT REDRAW-ANSWER
             IF REDRAW-ANSWER IS NOT EQUAL TO "Y" AND
               REDRAW-ANSWER IS NOT EQUAL TO "y"
               DISPLAY "CUP LEFT AS IT IS. NOTHING WRITTEN."
               MOVE 8 TO RETURN-CODE
               STOP RUN
             END-IF
           END-IF
           .

       CHECK-OPEN-TIE.
           READ BRACKET-FILE
             AT END
               MOVE "Y" TO BRACKET-EOF-FLAG
           END-READ
           IF BRACKET-EOF-FLAG IS NOT EQUAL TO "Y"
             IF CT-STATUS IS EQUAL TO "U" OR CT-STATUS IS EQUAL TO "W"
               MOVE "Y" TO OPEN-CUP-FLAG
               MOVE CT-CUP-NAME TO OPEN-CUP-NAME
             END-IF
           END-IF
           .

       ASK-CUP-DETAILS.
           DISPLAY "CUP NAME?"
           ACCEPT CUP-NAME-IN
           INSPECT CUP-NAME-IN CONVERTING
             "abcdefghijklmnopqrstuvwxyz" TO
             "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF CUP-NAME-IN IS EQUAL TO SPACES
             MOVE "KNOCKOUT CUP" TO CUP-NAME-IN
           END-IF
      *    THE SIZE IS KEPT ON THE BRACKET SO EVERY ROUND IS PLAYED ON
      *    THE SAME BOARD; ANYTHING BUT 4 OR 5 PLAYS ON 3 AS TTTGAME
      *    WOULD.
           DISPLAY "BOARD SIZE - 3, 4, OR 5? "
           ACCEPT BOARD-SIZE-IN
           IF BOARD-SIZE-IN IS NOT EQUAL TO "4" AND
             BOARD-SIZE-IN IS NOT EQUAL TO "5"
             MOVE "3" TO BOARD-SIZE-IN
           END-IF
           .

       ASK-ROSTER.
           DISPLAY "NUMBER OF PLAYERS (2-16)?"
           ACCEPT ROSTER-COUNT
           IF ROSTER-COUNT IS LESS THAN 2
             MOVE 2 TO ROSTER-COUNT
           END-IF
           IF ROSTER-COUNT IS GREATER THAN MAX-ROSTER
             MOVE MAX-ROSTER TO ROSTER-COUNT
           END-IF
           PERFORM ASK-ROSTER-NAME VARYING ROSTER-IX FROM 1 BY 1
             UNTIL ROSTER-IX > ROSTER-COUNT
           .

       ASK-ROSTER-NAME.
           MOVE "N" TO NAME-VALID-FLAG
           MOVE 0 TO NAME-TRY-COUNT
           PERFORM GET-VALID-ROSTER-NAME UNTIL NAME-VALID-FLAG IS
             EQUAL TO "Y"
           .

       GET-VALID-ROSTER-NAME.
           DISPLAY "ENTER NAME FOR PLAYER " ROSTER-IX ":"
           ACCEPT NAME-INPUT
           IF MASTER-LOADED-FLAG IS NOT EQUAL TO "Y"
             MOVE NAME-INPUT TO RT-NAME(ROSTER-IX)
             MOVE "Y" TO NAME-VALID-FLAG
           ELSE
             MOVE NAME-INPUT TO WORK-NAME
             INSPECT WORK-NAME CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
             PERFORM FIND-MASTER-BY-NAME
             PERFORM CHECK-DUPLICATE-ENTRY
             IF MASTER-MATCH-IX IS EQUAL TO 0
               DISPLAY "PLAYER NOT REGISTERED. SEE PLAYMNT TO ADD."
               ADD 1 TO NAME-TRY-COUNT
             ELSE
               IF MT-STATUS(MASTER-MATCH-IX) IS NOT EQUAL TO "A"
                 IF MT-STATUS(MASTER-MATCH-IX) IS EQUAL TO "S"
                   DISPLAY "PLAYER IS SUSPENDED UNTIL "
                     MT-SUSP-END(MASTER-MATCH-IX) ". SEE PLAYMNT."
                 ELSE
                   DISPLAY "PLAYER IS NOT ACTIVE. SEE PLAYMNT."
                 END-IF
                 ADD 1 TO NAME-TRY-COUNT
               ELSE
                 IF DUPLICATE-FLAG IS EQUAL TO "Y"
                   DISPLAY "PLAYER IS ALREADY IN THE DRAW."
                   ADD 1 TO NAME-TRY-COUNT
                 ELSE
                   MOVE MT-NAME(MASTER-MATCH-IX) TO RT-NAME(ROSTER-IX)
                   MOVE "Y" TO NAME-VALID-FLAG
                 END-IF
               END-IF
             END-IF
             IF NAME-TRY-COUNT IS GREATER THAN OR EQUAL TO
               MAX-NAME-TRIES
               DISPLAY "TOO MANY INVALID ENTRIES. ABORTING."
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
           END-IF
           .

      *    A PLAYER ENTERED TWICE COULD BE DRAWN AGAINST THEMSELVES,
      *    SO A NAME ALREADY ON THE ROSTER IS REFUSED.
       CHECK-DUPLICATE-ENTRY.
           MOVE "N" TO DUPLICATE-FLAG
           PERFORM TEST-DUPLICATE-ENTRY VARYING DUPLICATE-IX FROM 1
             BY 1 UNTIL DUPLICATE-IX >= ROSTER-IX
           .

       TEST-DUPLICATE-ENTRY.
           IF RT-NAME(DUPLICATE-IX) IS EQUAL TO WORK-NAME
             MOVE "Y" TO DUPLICATE-FLAG
           END-IF
           .

       LOAD-MASTER-TABLE.
           ACCEPT MASTER-CHECK-DATE FROM DATE YYYYMMDD
           MOVE 0 TO MASTER-COUNT
           MOVE "N" TO MASTER-EOF-FLAG
           OPEN INPUT PLAYER-MASTER
           IF PLAYMST-FILE-STATUS IS EQUAL TO "00"
             PERFORM LOAD-MASTER-RECORD UNTIL MASTER-EOF-FLAG IS EQUAL
               TO "Y"
             CLOSE PLAYER-MASTER
           END-IF
           IF MASTER-COUNT IS GREATER THAN 0
             MOVE "Y" TO MASTER-LOADED-FLAG
           ELSE
             DISPLAY "NO PLAYER MASTER. NAMES ACCEPTED AS TYPED."
           END-IF
           .

      *    A SUSPENSION WHOSE END DATE HAS PASSED NO LONGER BARS THE
      *    PLAYER, EVEN BEFORE THE NEXT CONDUCT RUN SETS THE STATUS
      *    BACK TO ACTIVE.
       LOAD-MASTER-RECORD.
           READ PLAYER-MASTER
             AT END
               MOVE "Y" TO MASTER-EOF-FLAG
           END-READ
           IF MASTER-EOF-FLAG IS NOT EQUAL TO "Y"
             IF MASTER-COUNT IS LESS THAN MAX-MASTER
               ADD 1 TO MASTER-COUNT
               MOVE PM-NUMBER TO MT-NUMBER(MASTER-COUNT)
               MOVE PM-NAME TO MT-NAME(MASTER-COUNT)
               MOVE PM-STATUS TO MT-STATUS(MASTER-COUNT)
               MOVE 0 TO MT-SUSP-END(MASTER-COUNT)
               IF PM-STATUS IS EQUAL TO "S" AND PM-SUSP-END IS NUMERIC
                 MOVE PM-SUSP-END TO MT-SUSP-END(MASTER-COUNT)
                 IF PM-SUSP-END IS LESS THAN MASTER-CHECK-DATE
                   MOVE "A" TO MT-STATUS(MASTER-COUNT)
                 END-IF
               END-IF
             END-IF
           END-IF
           .

       FIND-MASTER-BY-NAME.
           MOVE 0 TO MASTER-MATCH-IX
           PERFORM TEST-MASTER-NAME VARYING MASTER-IX FROM 1 BY 1
             UNTIL MASTER-IX > MASTER-COUNT OR MASTER-MATCH-IX IS NOT
             EQUAL TO 0
           .

       TEST-MASTER-NAME.
           IF MT-NAME(MASTER-IX) IS EQUAL TO WORK-NAME
             MOVE MASTER-IX TO MASTER-MATCH-IX
           END-IF
           .

       LOAD-RATING-TABLE.
           MOVE 0 TO RATED-COUNT
           OPEN INPUT RATING-FILE
           IF RATING-FILE-STATUS IS EQUAL TO "00"
             PERFORM LOAD-RATING-RECORD UNTIL RATING-EOF-FLAG IS EQUAL
               TO "Y"
             CLOSE RATING-FILE
           END-IF
           .

       LOAD-RATING-RECORD.
           READ RATING-FILE
             AT END
               MOVE "Y" TO RATING-EOF-FLAG
           END-READ
           IF RATING-EOF-FLAG IS NOT EQUAL TO "Y"
             IF RATED-COUNT IS LESS THAN MAX-RATED
               ADD 1 TO RATED-COUNT
               MOVE RATE-NAME TO RTG-NAME(RATED-COUNT)
               MOVE RATE-VALUE TO RTG-VALUE(RATED-COUNT)
             END-IF
           END-IF
           .

      *    SAME SEEDING AS TOURNEY: HIGHEST RATING FIRST, AN UNRATED
      *    PLAYER AT THE DEFAULT RATING, TIES LEFT IN ENTRY ORDER.
       SEED-ROSTER-BY-RATING.
           PERFORM LOOK-UP-ROSTER-RATING VARYING ROSTER-IX FROM 1 BY 1
             UNTIL ROSTER-IX > ROSTER-COUNT
           PERFORM SEED-OUTER-PASS VARYING SORT-I FROM 1 BY 1
             UNTIL SORT-I >= ROSTER-COUNT
           DISPLAY "     "
           DISPLAY "CUP SEEDED BY RATING:"
           PERFORM SHOW-SEEDED-ENTRY VARYING ROSTER-IX FROM 1 BY 1
             UNTIL ROSTER-IX > ROSTER-COUNT
           .

       LOOK-UP-ROSTER-RATING.
           MOVE RT-NAME(ROSTER-IX) TO WORK-NAME
           MOVE 0 TO RATED-MATCH-IX
           PERFORM TEST-RATED-ENTRY VARYING RATED-IX FROM 1 BY 1
             UNTIL RATED-IX > RATED-COUNT OR RATED-MATCH-IX IS NOT
             EQUAL TO 0
           IF RATED-MATCH-IX IS GREATER THAN 0
             MOVE RTG-VALUE(RATED-MATCH-IX) TO RST-RATING(ROSTER-IX)
           ELSE
             MOVE DEFAULT-RATING TO RST-RATING(ROSTER-IX)
           END-IF
           .

       TEST-RATED-ENTRY.
           IF RTG-NAME(RATED-IX) IS EQUAL TO WORK-NAME
             MOVE RATED-IX TO RATED-MATCH-IX
           END-IF
           .

       SEED-OUTER-PASS.
           COMPUTE SORT-J-START = SORT-I + 1
           PERFORM SEED-INNER-COMPARE VARYING SORT-J
             FROM SORT-J-START BY 1 UNTIL SORT-J > ROSTER-COUNT
           .

       SEED-INNER-COMPARE.
           IF RST-RATING(SORT-J) IS GREATER THAN RST-RATING(SORT-I)
             MOVE ROSTER-ENTRY(SORT-I) TO SWAP-ROSTER
             MOVE ROSTER-ENTRY(SORT-J) TO ROSTER-ENTRY(SORT-I)
             MOVE SWAP-ROSTER TO ROSTER-ENTRY(SORT-J)
             MOVE RST-RATING(SORT-I) TO SWAP-RATING
             MOVE RST-RATING(SORT-J) TO RST-RATING(SORT-I)
             MOVE SWAP-RATING TO RST-RATING(SORT-J)
           END-IF
           .

       SHOW-SEEDED-ENTRY.
           MOVE RST-RATING(ROSTER-IX) TO RST-RATING-EDIT
           DISPLAY "  " ROSTER-IX " " RT-NAME(ROSTER-IX) " "
             RST-RATING-EDIT
           .

      *    THE BRACKET IS THE SMALLEST POWER OF TWO THAT HOLDS THE
      *    FIELD. EVERY ROUND'S TIES ARE WRITTEN NOW; LATER ROUNDS
      *    WAIT ("W") UNTIL THEIR FEEDER TIES ARE DECIDED.
       BUILD-BRACKET.
           MOVE 2 TO BRACKET-SIZE
           MOVE 1 TO ROUND-COUNT
           PERFORM DOUBLE-BRACKET-SIZE UNTIL BRACKET-SIZE >=
             ROSTER-COUNT
           MOVE 0 TO TIE-COUNT
           MOVE 0 TO BYE-COUNT
           MOVE BRACKET-SIZE TO ROUND-TIES
           PERFORM BUILD-ROUND VARYING ROUND-IX FROM 1 BY 1
             UNTIL ROUND-IX > ROUND-COUNT
           PERFORM ADVANCE-BYE VARYING BRACKET-IX FROM 1 BY 1
             UNTIL BRACKET-IX > TIE-COUNT
           .

       DOUBLE-BRACKET-SIZE.
           COMPUTE BRACKET-SIZE = BRACKET-SIZE * 2
           ADD 1 TO ROUND-COUNT
           .

       BUILD-ROUND.
           COMPUTE ROUND-TIES = ROUND-TIES / 2
           PERFORM BUILD-ONE-TIE VARYING TIE-IX FROM 1 BY 1
             UNTIL TIE-IX > ROUND-TIES
           .

       BUILD-ONE-TIE.
           ADD 1 TO TIE-COUNT
           MOVE SPACES TO BRACKET-ENTRY(TIE-COUNT)
           MOVE CUP-NAME-IN TO BT-CUP-NAME(TIE-COUNT)
           MOVE BOARD-SIZE-IN TO BT-BOARD-SIZE(TIE-COUNT)
           MOVE ROUND-IX TO BT-ROUND(TIE-COUNT)
           MOVE TIE-IX TO BT-TIE-NO(TIE-COUNT)
           MOVE 0 TO BT-HOME-SEED(TIE-COUNT)
           MOVE 0 TO BT-AWAY-SEED(TIE-COUNT)
           MOVE "W" TO BT-STATUS(TIE-COUNT)
           MOVE 0 TO BT-GAME-COUNT(TIE-COUNT)
           PERFORM CLEAR-GAME-SLOT VARYING SLOT-IX FROM 1 BY 1
             UNTIL SLOT-IX > MAX-GAME-SLOTS
           IF ROUND-IX IS EQUAL TO 1
             PERFORM PLACE-FIRST-ROUND-SEEDS
           END-IF
           .

       CLEAR-GAME-SLOT.
           MOVE 0 TO BT-GAME-ID(TIE-COUNT, SLOT-IX)
           MOVE SPACE TO BT-GAME-RESULT(TIE-COUNT, SLOT-IX)
           .

       PLACE-FIRST-ROUND-SEEDS.
           COMPUTE DRAW-POS = TIE-IX * 2 - 1
           MOVE DRAW-SEED(ROUND-COUNT, DRAW-POS) TO HOME-SEED
           ADD 1 TO DRAW-POS
           MOVE DRAW-SEED(ROUND-COUNT, DRAW-POS) TO AWAY-SEED
           MOVE HOME-SEED TO BT-HOME-SEED(TIE-COUNT)
           MOVE RT-NAME(HOME-SEED) TO BT-HOME-NAME(TIE-COUNT)
           IF AWAY-SEED IS GREATER THAN ROSTER-COUNT
             MOVE "B" TO BT-STATUS(TIE-COUNT)
             MOVE "H" TO BT-WINNER-SIDE(TIE-COUNT)
             ADD 1 TO BYE-COUNT
           ELSE
             MOVE AWAY-SEED TO BT-AWAY-SEED(TIE-COUNT)
             MOVE RT-NAME(AWAY-SEED) TO BT-AWAY-NAME(TIE-COUNT)
             MOVE "U" TO BT-STATUS(TIE-COUNT)
           END-IF
           .

       ADVANCE-BYE.
           IF BT-STATUS(BRACKET-IX) IS EQUAL TO "B"
             PERFORM ADVANCE-WINNER
           END-IF
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

       WRITE-BRACKET-FILE.
           OPEN OUTPUT BRACKET-FILE
           IF BRACKET-FILE-STATUS IS NOT EQUAL TO "00"
             DISPLAY "CANNOT WRITE CUPBRKT. STATUS "
               BRACKET-FILE-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           PERFORM WRITE-BRACKET-RECORD VARYING BRACKET-IX FROM 1 BY 1
             UNTIL BRACKET-IX > TIE-COUNT
           CLOSE BRACKET-FILE
           .

       WRITE-BRACKET-RECORD.
           MOVE BRACKET-ENTRY(BRACKET-IX) TO CUP-TIE-RECORD
           WRITE CUP-TIE-RECORD
           .

           END PROGRAM CUPGEN.
