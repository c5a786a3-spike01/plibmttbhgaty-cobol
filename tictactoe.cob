       01 GAME-OVER PIC 9 VALUE 0.
       01 MOVE-COUNT PIC 9(3) VALUE 0.
       01 DRAW-FLAG PIC 9 VALUE 0.
       01 END-REASON PIC X(1) VALUE SPACE.
       01 FILLED-COUNT PIC 9(2).
       01 CELL-POS PIC 9(2).
       01 GAMERES-FILE-STATUS PIC X(2).
           10 MT-NUMBER PIC 9(5).
           10 MT-NAME PIC X(20).
           10 MT-STATUS PIC X(1).
           10 MT-SUSP-END PIC 9(8).
       01 MASTER-IX PIC 9(3).
       01 MASTER-MATCH-IX PIC 9(3).
       01 MASTER-CHECK-DATE PIC 9(8).
       01 NAME-INPUT PIC X(20).
       01 WORK-NAME PIC X(20).
       01 INPUT-NUMBER PIC 9(5).
               ADD 1 TO RETRY-COUNT
             ELSE
               IF MT-STATUS(MASTER-MATCH-IX) IS NOT EQUAL TO "A"
                 IF MT-STATUS(MASTER-MATCH-IX) IS EQUAL TO "S"
                   DISPLAY "PLAYER IS SUSPENDED UNTIL "
                     MT-SUSP-END(MASTER-MATCH-IX) ". SEE PLAYMNT."
                 ELSE
                   DISPLAY "PLAYER IS NOT ACTIVE. SEE PLAYMNT."
                 END-IF
                 ADD 1 TO RETRY-COUNT
               ELSE
                 MOVE MT-NAME(MASTER-MATCH-IX) TO

       LOAD-MASTER-TABLE.
           IF MASTER-LOADED-FLAG IS NOT EQUAL TO "Y"
             ACCEPT MASTER-CHECK-DATE FROM DATE YYYYMMDD
             MOVE 0 TO MASTER-COUNT
             MOVE "N" TO MASTER-EOF-FLAG
             OPEN INPUT PLAYER-MASTER
           END-IF
           .

      *    A SUSPENSION WHOSE END DATE HAS PASSED NO LONGER BARS THE
      *    PLAYER, EVEN BEFORE THE NEXT CONDUCT RUN SETS THE STATUS
      *    BACK TO ACTIVE.
       LOAD-MASTER-RECORD.
           READ PLAYER-MASTER
             AT END
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
             IF FILLED-COUNT IS EQUAL TO TOTAL-CELLS
               MOVE 1 TO GAME-OVER
               MOVE 1 TO DRAW-FLAG
               MOVE "D" TO END-REASON
               DISPLAY "GAME IS A DRAW."
               PERFORM CLEAR-CHECKPOINT
               PERFORM WRITE-GAME-RESULT
             UNTIL LINE-CELL-NO > BOARD-SIZE
           IF LINE-MISMATCH IS EQUAL TO 0
             MOVE 1 TO GAME-OVER
             MOVE "W" TO END-REASON
             PERFORM RESOLVE-CURRENT-NAME
             DISPLAY RESOLVED-NAME " (" CURRENT-MOVE ") IS THE WINNER."
             PERFORM CLEAR-CHECKPOINT
           MOVE "TMOUT" TO REJECT-REASON
           PERFORM WRITE-REJECT-AUDIT
           PERFORM CHANGE-PLAYER
           MOVE "T" TO END-REASON
           PERFORM RESOLVE-CURRENT-NAME
           DISPLAY RESOLVED-NAME " (" CURRENT-MOVE ") WINS BY "
             "FORFEIT."
             MOVE CURRENT-MOVE TO AUDIT-SYMBOL
             MOVE PLAYER-INPUT TO AUDIT-CELL
             ACCEPT AUDIT-TIME FROM TIME
             ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
             MOVE "OK" TO AUDIT-REASON
             MOVE CURRENT-GAME-ID TO AUDIT-GAME-ID
             WRITE AUDIT-RECORD
             MOVE CURRENT-MOVE TO AUDIT-SYMBOL
             MOVE PLAYER-INPUT TO AUDIT-CELL
             ACCEPT AUDIT-TIME FROM TIME
             ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
             MOVE REJECT-REASON TO AUDIT-REASON
             MOVE CURRENT-GAME-ID TO AUDIT-GAME-ID
             WRITE AUDIT-RECORD
             END-IF
             MOVE MOVE-COUNT TO GR-MOVES
             MOVE CURRENT-GAME-ID TO GR-GAME-ID
             MOVE BOARD-SIZE TO GR-BOARD-SIZE
             MOVE END-REASON TO GR-END-REASON
             IF SINGLE-PLAYER-FLAG IS EQUAL TO "Y"
               MOVE "Y" TO GR-COMPUTER-FLAG
             ELSE
               MOVE "N" TO GR-COMPUTER-FLAG
             END-IF
             MOVE "2" TO GR-REC-VERSION
             WRITE GAME-RESULT-RECORD
             MOVE "Y" TO RESULT-WRITTEN-FLAG
             CLOSE GAME-RESULTS
