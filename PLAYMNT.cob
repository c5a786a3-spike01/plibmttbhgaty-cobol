           10 MT-NUMBER PIC 9(5).
           10 MT-NAME PIC X(20).
           10 MT-STATUS PIC X(1).
           10 MT-MERGED-TO PIC 9(5).
           10 MT-SUSP-END PIC 9(8).
       01 MASTER-IX PIC 9(3).
       01 MASTER-MATCH-IX PIC 9(3).
       01 HIGH-NUMBER PIC 9(5) VALUE 0.
       01 PARSE-DONE-FLAG PIC A.
       01 INPUT-CHAR-IX PIC 9(2).
       01 WORK-DIGIT PIC 9.
       01 CONFIRM-FLAG PIC A.

       COPY "MERGELNK.cpy".

       PROCEDURE DIVISION.
           DISPLAY "PLAYMNT - PLAYER MASTER MAINTENANCE"
               MOVE PM-NUMBER TO MT-NUMBER(MASTER-COUNT)
               MOVE PM-NAME TO MT-NAME(MASTER-COUNT)
               MOVE PM-STATUS TO MT-STATUS(MASTER-COUNT)
               IF PM-MERGED-TO IS NUMERIC
                 MOVE PM-MERGED-TO TO MT-MERGED-TO(MASTER-COUNT)
               ELSE
                 MOVE 0 TO MT-MERGED-TO(MASTER-COUNT)
               END-IF
               IF PM-SUSP-END IS NUMERIC
                 MOVE PM-SUSP-END TO MT-SUSP-END(MASTER-COUNT)
               ELSE
                 MOVE 0 TO MT-SUSP-END(MASTER-COUNT)
               END-IF
               IF PM-NUMBER IS GREATER THAN HIGH-NUMBER
                 MOVE PM-NUMBER TO HIGH-NUMBER
               END-IF
           .

       PROCESS-MENU-CHOICE.
           DISPLAY "A=ADD  D=DEACTIVATE  M=MERGE/RENAME  L=LIST  Q=QUIT"
           DISPLAY "S=LIFT SUSPENSION"
           ACCEPT MENU-CHOICE
           IF MENU-CHOICE IS EQUAL TO "A"
             PERFORM ADD-PLAYER
               IF MENU-CHOICE IS EQUAL TO "L"
                 PERFORM LIST-PLAYERS
               ELSE
                 IF MENU-CHOICE IS EQUAL TO "M"
                   PERFORM MERGE-PLAYERS
                 ELSE
                   IF MENU-CHOICE IS EQUAL TO "S"
                     PERFORM LIFT-SUSPENSION
                   ELSE
                     IF MENU-CHOICE IS EQUAL TO "Q"
                       MOVE "Y" TO DONE-FLAG
                     ELSE
                       DISPLAY "UNKNOWN CHOICE."
                     END-IF
                   END-IF
                 END-IF
               END-IF
             END-IF
                 MOVE HIGH-NUMBER TO MT-NUMBER(MASTER-COUNT)
                 MOVE WORK-NAME TO MT-NAME(MASTER-COUNT)
                 MOVE "A" TO MT-STATUS(MASTER-COUNT)
                 MOVE 0 TO MT-MERGED-TO(MASTER-COUNT)
                 MOVE 0 TO MT-SUSP-END(MASTER-COUNT)
                 PERFORM REWRITE-MASTER-FILE
                 DISPLAY "ADDED PLAYER " HIGH-NUMBER " " WORK-NAME
               ELSE
           END-IF
           .

      *    CONDUCT SUSPENDS A PLAYER UNTIL AN END DATE. LIFTING IT HERE
      *    PUTS THE PLAYER BACK TO ACTIVE AT ONCE; THE NEXT CONDUCT RUN
      *    SEES THE STATUS AND REPORTS THE SUSPENSION AS LIFTED EARLY.
       LIFT-SUSPENSION.
           DISPLAY "ENTER PLAYER NAME OR NUMBER TO LIFT SUSPENSION:"
           ACCEPT NAME-INPUT
           PERFORM RESOLVE-MASTER-ENTRY
           IF MASTER-MATCH-IX IS EQUAL TO 0
             DISPLAY "NO SUCH PLAYER."
           ELSE
             IF MT-STATUS(MASTER-MATCH-IX) IS NOT EQUAL TO "S"
               DISPLAY MT-NAME(MASTER-MATCH-IX) " IS NOT SUSPENDED."
             ELSE
               MOVE "A" TO MT-STATUS(MASTER-MATCH-IX)
               MOVE 0 TO MT-SUSP-END(MASTER-MATCH-IX)
               PERFORM REWRITE-MASTER-FILE
               DISPLAY "SUSPENSION LIFTED FOR PLAYER "
                 MT-NUMBER(MASTER-MATCH-IX) " "
                 MT-NAME(MASTER-MATCH-IX)
             END-IF
           END-IF
           .

      *    A RENAME IS A MERGE INTO A NEWLY ADDED NAME: ADD THE NEW
      *    SPELLING FIRST, THEN MERGE THE OLD ONE INTO IT. PLAYMRG
      *    REWRITES EVERY FILE AND PLAYMST ITSELF, SO THE TABLE HERE
      *    IS RELOADED AFTERWARDS.
       MERGE-PLAYERS.
           DISPLAY "ENTER PLAYER NAME OR NUMBER TO MERGE AWAY (FROM):"
           ACCEPT NAME-INPUT
           PERFORM RESOLVE-MASTER-ENTRY
           IF MASTER-MATCH-IX IS EQUAL TO 0
             DISPLAY "NO SUCH PLAYER."
           ELSE
             IF MT-MERGED-TO(MASTER-MATCH-IX) IS GREATER THAN 0
               DISPLAY MT-NAME(MASTER-MATCH-IX) " WAS ALREADY MERGED "
                 "INTO PLAYER " MT-MERGED-TO(MASTER-MATCH-IX)
             ELSE
               IF MT-STATUS(MASTER-MATCH-IX) IS EQUAL TO "S"
                 DISPLAY MT-NAME(MASTER-MATCH-IX) " IS SUSPENDED. "
                   "LIFT THE SUSPENSION BEFORE MERGING."
               ELSE
                 MOVE MT-NUMBER(MASTER-MATCH-IX) TO MRG-FROM-NUMBER
                 MOVE MT-NAME(MASTER-MATCH-IX) TO MRG-FROM-NAME
                 PERFORM ASK-MERGE-SURVIVOR
               END-IF
             END-IF
           END-IF
           .

       ASK-MERGE-SURVIVOR.
           DISPLAY "ENTER PLAYER NAME OR NUMBER TO KEEP (TO):"
           ACCEPT NAME-INPUT
           PERFORM RESOLVE-MASTER-ENTRY
           IF MASTER-MATCH-IX IS EQUAL TO 0
             DISPLAY "NO SUCH PLAYER."
           ELSE
             IF MT-NUMBER(MASTER-MATCH-IX) IS EQUAL TO MRG-FROM-NUMBER
               DISPLAY "CANNOT MERGE A PLAYER INTO ITSELF."
             ELSE
               IF MT-STATUS(MASTER-MATCH-IX) IS NOT EQUAL TO "A"
                 DISPLAY "THE PLAYER KEPT MUST BE ACTIVE."
               ELSE
                 MOVE MT-NUMBER(MASTER-MATCH-IX) TO MRG-TO-NUMBER
                 MOVE MT-NAME(MASTER-MATCH-IX) TO MRG-TO-NAME
                 PERFORM CONFIRM-AND-MERGE
               END-IF
             END-IF
           END-IF
           .

       CONFIRM-AND-MERGE.
           DISPLAY "MERGE " MRG-FROM-NUMBER " " MRG-FROM-NAME " INTO "
             MRG-TO-NUMBER " " MRG-TO-NAME "? (Y/N)"
           ACCEPT CONFIRM-FLAG
           IF CONFIRM-FLAG IS EQUAL TO "Y"
             CALL "PLAYMRG" USING MERGE-LINK
             IF MRG-RESULT IS EQUAL TO "Y"
               DISPLAY "MERGED. " MRG-MESSAGE
               PERFORM LOAD-MASTER-TABLE
             ELSE
               DISPLAY "MERGE REFUSED. " MRG-MESSAGE
             END-IF
           ELSE
             DISPLAY "MERGE CANCELLED."
           END-IF
           .

       LIST-PLAYERS.
           IF MASTER-COUNT IS EQUAL TO 0
             DISPLAY "NO PLAYERS REGISTERED."
           .

       LIST-ONE-PLAYER.
           IF MT-MERGED-TO(MASTER-IX) IS GREATER THAN 0
             DISPLAY MT-NUMBER(MASTER-IX) " " MT-NAME(MASTER-IX) " "
               MT-STATUS(MASTER-IX) " MERGED INTO "
               MT-MERGED-TO(MASTER-IX)
           ELSE
             IF MT-STATUS(MASTER-IX) IS EQUAL TO "S"
               DISPLAY MT-NUMBER(MASTER-IX) " " MT-NAME(MASTER-IX) " "
                 MT-STATUS(MASTER-IX) " SUSPENDED UNTIL "
                 MT-SUSP-END(MASTER-IX)
             ELSE
               DISPLAY MT-NUMBER(MASTER-IX) " " MT-NAME(MASTER-IX) " "
                 MT-STATUS(MASTER-IX)
             END-IF
           END-IF
           .

       RESOLVE-MASTER-ENTRY.
           MOVE MT-NUMBER(MASTER-IX) TO PM-NUMBER
           MOVE MT-NAME(MASTER-IX) TO PM-NAME
           MOVE MT-STATUS(MASTER-IX) TO PM-STATUS
           MOVE MT-MERGED-TO(MASTER-IX) TO PM-MERGED-TO
           MOVE MT-SUSP-END(MASTER-IX) TO PM-SUSP-END
           WRITE PLAYER-MASTER-RECORD
           .

