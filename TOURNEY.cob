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
                 MOVE MT-NAME(MASTER-MATCH-IX) TO RT-NAME(ROSTER-IX)
           .

       LOAD-MASTER-TABLE.
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
