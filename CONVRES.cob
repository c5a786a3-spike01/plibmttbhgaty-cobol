       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVRES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GAME-RESULTS ASSIGN TO "GAMERES"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS GAMERES-FILE-STATUS.

           SELECT AUDIT-TRAIL ASSIGN TO "AUDITLOG"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS AUDIT-FILE-STATUS.

           SELECT ARCHIVE-RESULTS ASSIGN TO "GAMEARC"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ARCHIVE-RESULTS-STATUS.

           SELECT ARCHIVE-AUDIT ASSIGN TO "AUDTARC"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ARCHIVE-AUDIT-STATUS.

           SELECT WORK-RESULTS ASSIGN TO "CONVWORK"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WORK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GAME-RESULTS.
       COPY "GAMERES.cpy".

       FD  AUDIT-TRAIL.
       COPY "AUDIT.cpy".

       FD  ARCHIVE-RESULTS.
       COPY "GAMERES.cpy" REPLACING
         ==GAME-RESULT-RECORD== BY ==ARCHIVE-RESULT-RECORD==
         LEADING ==GR== BY ==ARC==.

       FD  ARCHIVE-AUDIT.
       COPY "AUDIT.cpy" REPLACING
         ==AUDIT-RECORD== BY ==ARCHIVE-AUDIT-RECORD==
         LEADING ==AUDIT== BY ==ARCAUD==.

       FD  WORK-RESULTS.
       COPY "GAMERES.cpy" REPLACING
         ==GAME-RESULT-RECORD== BY ==WORK-RESULT-RECORD==
         LEADING ==GR== BY ==WRK==.

       WORKING-STORAGE SECTION.
       01 GAMERES-FILE-STATUS PIC X(2).
       01 AUDIT-FILE-STATUS PIC X(2).
       01 ARCHIVE-RESULTS-STATUS PIC X(2).
       01 ARCHIVE-AUDIT-STATUS PIC X(2).
       01 WORK-FILE-STATUS PIC X(2).
       01 EOF-FLAG PIC A VALUE "N".
       01 AUDIT-EOF-FLAG PIC A VALUE "N".

      *    1 = GAMERES WITH AUDITLOG, 2 = GAMEARC WITH AUDTARC.
       01 CONVERT-PHASE PIC 9(1).
       01 CONVERT-FILE-NAME PIC X(8).

       COPY "GAMERES.cpy" REPLACING
         ==GAME-RESULT-RECORD== BY ==CONVERT-RECORD==
         LEADING ==GR== BY ==CNV==.

      *    ONE ENTRY PER GAME ON THE AUDIT FILE, KEPT IN GAME ID ORDER
      *    SO IT CAN BE SEARCHED BY HALVES. IDS ARE ISSUED IN TIME
      *    ORDER, SO NEARLY ALL GO ON THE END. AG-LAST-CELL IS THE CELL
      *    OF THE GAME'S LAST ACCEPTED MOVE (HIGHEST AUDIT-SEQ).
       01 MAX-AUDIT-GAMES PIC 9(5) VALUE 50000.
       01 AUDIT-GAME-COUNT PIC 9(5) VALUE 0.
       01 AUDIT-GAME-TABLE.
         05 AUDIT-GAME-ENTRY OCCURS 50000 TIMES.
           10 AG-GAME-ID PIC 9(16).
           10 AG-MAX-CELL PIC 9(2).
           10 AG-OK-COUNT PIC 9(3).
           10 AG-TMOUT-FLAG PIC A.
           10 AG-LAST-SEQ PIC 9(5).
           10 AG-LAST-CELL PIC 9(2).
           10 AG-CELL PIC X OCCURS 25 TIMES.
       01 AUDIT-IX PIC 9(5).
       01 AUDIT-MATCH-IX PIC 9(5).
       01 AUDIT-INSERT-IX PIC 9(5).
       01 AUDIT-LOW-IX PIC 9(5).
       01 AUDIT-HIGH-IX PIC 9(5).
       01 AUDIT-MID-IX PIC 9(5).
       01 TABLE-FULL-FLAG PIC A VALUE "N".

       01 SCAN-GAME-ID PIC 9(16).
       01 SCAN-SEQ PIC 9(5).
       01 SCAN-SYMBOL PIC X(1).
       01 SCAN-CELL PIC 9(2).
       01 SCAN-REASON PIC X(5).

       01 BOARD-SIZE PIC 9(1).
       01 MIN-BOARD-SIZE PIC 9(1).
       01 TRY-SIZE PIC 9(1).
       01 TOTAL-LINES PIC 9(2).
       01 LINE-NO PIC 9(2).
       01 LINE-CELL-NO PIC 9(1).
       01 ROW-NO PIC 9(1).
       01 COL-NO PIC 9(1).
       01 CELL-NUMBER PIC 9(2).
       01 LINE-MISMATCH PIC 9.
       01 LINE-FOUND-FLAG PIC A.
       01 LAST-CELL-FLAG PIC A.
       01 LINE-TABLE.
         05 LINE-ENTRY OCCURS 12 TIMES.
           10 LINE-CELL PIC 9(2) OCCURS 5 TIMES.

       01 READ-COUNT PIC 9(7) VALUE 0.
       01 CONVERTED-COUNT PIC 9(7) VALUE 0.
       01 CURRENT-COUNT PIC 9(7) VALUE 0.
       01 FROM-AUDIT-COUNT PIC 9(7) VALUE 0.
       01 ASSUMED-COUNT PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
           DISPLAY "CONVRES - UPGRADE RESULT FILES TO VERSION 2 LAYOUT"
           DISPLAY "=================================================="

           MOVE 1 TO CONVERT-PHASE
           MOVE "GAMERES" TO CONVERT-FILE-NAME
           PERFORM CONVERT-ONE-FILE
           MOVE 2 TO CONVERT-PHASE
           MOVE "GAMEARC" TO CONVERT-FILE-NAME
           PERFORM CONVERT-ONE-FILE

           GOBACK.

       CONVERT-ONE-FILE.
           MOVE 0 TO READ-COUNT
           MOVE 0 TO CONVERTED-COUNT
           MOVE 0 TO CURRENT-COUNT
           MOVE 0 TO FROM-AUDIT-COUNT
           MOVE 0 TO ASSUMED-COUNT
           PERFORM OPEN-RESULT-INPUT
           IF EOF-FLAG IS EQUAL TO "Y"
             DISPLAY CONVERT-FILE-NAME " NOT FOUND. NOTHING TO CONVERT."
           ELSE
             PERFORM LOAD-AUDIT-TABLE
             IF TABLE-FULL-FLAG IS EQUAL TO "Y"
               PERFORM CLOSE-RESULT-INPUT
               DISPLAY "AUDIT GAME TABLE FULL. " CONVERT-FILE-NAME
                 " NOT CONVERTED."
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             OPEN OUTPUT WORK-RESULTS
             PERFORM READ-RESULT-INPUT
             PERFORM CONVERT-RESULT UNTIL EOF-FLAG IS EQUAL TO "Y"
             CLOSE WORK-RESULTS
             PERFORM CLOSE-RESULT-INPUT
             IF CONVERTED-COUNT IS GREATER THAN 0
               PERFORM COPY-WORK-TO-RESULTS
             END-IF
             OPEN OUTPUT WORK-RESULTS
             CLOSE WORK-RESULTS
             DISPLAY CONVERT-FILE-NAME READ-COUNT " READ, "
               CONVERTED-COUNT " CONVERTED, " CURRENT-COUNT
               " ALREADY CURRENT"
             DISPLAY CONVERT-FILE-NAME FROM-AUDIT-COUNT
               " BOARD SIZE(S) FROM AUDIT TRAIL, " ASSUMED-COUNT
               " FROM RESULT ONLY"
           END-IF
           .

       OPEN-RESULT-INPUT.
           MOVE "N" TO EOF-FLAG
           IF CONVERT-PHASE IS EQUAL TO 1
             OPEN INPUT GAME-RESULTS
             IF GAMERES-FILE-STATUS IS NOT EQUAL TO "00"
               MOVE "Y" TO EOF-FLAG
             END-IF
           ELSE
             OPEN INPUT ARCHIVE-RESULTS
             IF ARCHIVE-RESULTS-STATUS IS NOT EQUAL TO "00"
               MOVE "Y" TO EOF-FLAG
             END-IF
           END-IF
           .

       READ-RESULT-INPUT.
           IF CONVERT-PHASE IS EQUAL TO 1
             READ GAME-RESULTS INTO CONVERT-RECORD
               AT END
                 MOVE "Y" TO EOF-FLAG
             END-READ
           ELSE
             READ ARCHIVE-RESULTS INTO CONVERT-RECORD
               AT END
                 MOVE "Y" TO EOF-FLAG
             END-READ
           END-IF
           .

       CLOSE-RESULT-INPUT.
           IF CONVERT-PHASE IS EQUAL TO 1
             CLOSE GAME-RESULTS
           ELSE
             CLOSE ARCHIVE-RESULTS
           END-IF
           .

      *    ONLY ACCEPTED MOVES ARE KEPT. EACH GAME'S CELLS ARE STORED
      *    BY CELL NUMBER, WHICH READS THE SAME WHATEVER THE BOARD SIZE,
      *    SO THE SIZE CAN BE WORKED OUT AFTERWARDS.
       LOAD-AUDIT-TABLE.
           MOVE 0 TO AUDIT-GAME-COUNT
           MOVE "N" TO TABLE-FULL-FLAG
           MOVE "N" TO AUDIT-EOF-FLAG
           IF CONVERT-PHASE IS EQUAL TO 1
             OPEN INPUT AUDIT-TRAIL
             IF AUDIT-FILE-STATUS IS EQUAL TO "00"
               PERFORM LOAD-LIVE-AUDIT UNTIL AUDIT-EOF-FLAG IS EQUAL
                 TO "Y"
               CLOSE AUDIT-TRAIL
             ELSE
               DISPLAY "AUDITLOG NOT FOUND. SIZES TAKEN FROM GAMERES."
             END-IF
           ELSE
             OPEN INPUT ARCHIVE-AUDIT
             IF ARCHIVE-AUDIT-STATUS IS EQUAL TO "00"
               PERFORM LOAD-ARCHIVE-AUDIT UNTIL AUDIT-EOF-FLAG IS EQUAL
                 TO "Y"
               CLOSE ARCHIVE-AUDIT
             ELSE
               DISPLAY "AUDTARC NOT FOUND. SIZES TAKEN FROM GAMEARC."
             END-IF
           END-IF
           .

       LOAD-LIVE-AUDIT.
           READ AUDIT-TRAIL
             AT END
               MOVE "Y" TO AUDIT-EOF-FLAG
             NOT AT END
               MOVE AUDIT-GAME-ID TO SCAN-GAME-ID
               MOVE AUDIT-SEQ TO SCAN-SEQ
               MOVE AUDIT-SYMBOL TO SCAN-SYMBOL
               MOVE AUDIT-CELL TO SCAN-CELL
               MOVE AUDIT-REASON TO SCAN-REASON
               PERFORM TALLY-AUDIT-ENTRY
           END-READ
           .

       LOAD-ARCHIVE-AUDIT.
           READ ARCHIVE-AUDIT
             AT END
               MOVE "Y" TO AUDIT-EOF-FLAG
             NOT AT END
               MOVE ARCAUD-GAME-ID TO SCAN-GAME-ID
               MOVE ARCAUD-SEQ TO SCAN-SEQ
               MOVE ARCAUD-SYMBOL TO SCAN-SYMBOL
               MOVE ARCAUD-CELL TO SCAN-CELL
               MOVE ARCAUD-REASON TO SCAN-REASON
               PERFORM TALLY-AUDIT-ENTRY
           END-READ
           .

      *    A GAME LEFT OUT WOULD BE CONVERTED WITHOUT ITS AUDIT TRAIL,
      *    SO A FULL TABLE ENDS THE LOAD AND THE FILE IS NOT CONVERTED.
       TALLY-AUDIT-ENTRY.
           PERFORM FIND-AUDIT-GAME
           IF AUDIT-MATCH-IX IS EQUAL TO 0
             IF AUDIT-GAME-COUNT IS LESS THAN MAX-AUDIT-GAMES
               PERFORM MOVE-AUDIT-GAME-UP VARYING AUDIT-IX FROM
                 AUDIT-GAME-COUNT BY -1 UNTIL AUDIT-IX <
                 AUDIT-INSERT-IX
               ADD 1 TO AUDIT-GAME-COUNT
               MOVE AUDIT-INSERT-IX TO AUDIT-MATCH-IX
               MOVE SCAN-GAME-ID TO AG-GAME-ID(AUDIT-MATCH-IX)
               MOVE 0 TO AG-MAX-CELL(AUDIT-MATCH-IX)
               MOVE 0 TO AG-OK-COUNT(AUDIT-MATCH-IX)
               MOVE "N" TO AG-TMOUT-FLAG(AUDIT-MATCH-IX)
               MOVE 0 TO AG-LAST-SEQ(AUDIT-MATCH-IX)
               MOVE 0 TO AG-LAST-CELL(AUDIT-MATCH-IX)
               PERFORM CLEAR-AUDIT-CELL VARYING CELL-NUMBER FROM 1
                 BY 1 UNTIL CELL-NUMBER > 25
             ELSE
               MOVE "Y" TO TABLE-FULL-FLAG
               MOVE "Y" TO AUDIT-EOF-FLAG
             END-IF
           END-IF
           IF AUDIT-MATCH-IX IS NOT EQUAL TO 0
             IF SCAN-REASON IS EQUAL TO "OK" AND SCAN-CELL IS
               GREATER THAN 0 AND SCAN-CELL IS NOT GREATER THAN 25
               ADD 1 TO AG-OK-COUNT(AUDIT-MATCH-IX)
               MOVE SCAN-SYMBOL TO AG-CELL(AUDIT-MATCH-IX, SCAN-CELL)
               IF SCAN-CELL IS GREATER THAN AG-MAX-CELL(AUDIT-MATCH-IX)
                 MOVE SCAN-CELL TO AG-MAX-CELL(AUDIT-MATCH-IX)
               END-IF
               IF SCAN-SEQ IS NUMERIC AND SCAN-SEQ IS NOT LESS THAN
                 AG-LAST-SEQ(AUDIT-MATCH-IX)
                 MOVE SCAN-SEQ TO AG-LAST-SEQ(AUDIT-MATCH-IX)
                 MOVE SCAN-CELL TO AG-LAST-CELL(AUDIT-MATCH-IX)
               END-IF
             END-IF
             IF SCAN-REASON IS EQUAL TO "TMOUT"
               MOVE "Y" TO AG-TMOUT-FLAG(AUDIT-MATCH-IX)
             END-IF
           END-IF
           .

       CLEAR-AUDIT-CELL.
           MOVE SPACE TO AG-CELL(AUDIT-MATCH-IX, CELL-NUMBER)
           .

       MOVE-AUDIT-GAME-UP.
           MOVE AUDIT-GAME-ENTRY(AUDIT-IX) TO
             AUDIT-GAME-ENTRY(AUDIT-IX + 1)
           .

      *    WHEN SCAN-GAME-ID IS NOT FOUND, AUDIT-INSERT-IX IS WHERE IT
      *    WOULD GO TO KEEP THE TABLE IN ORDER.
       FIND-AUDIT-GAME.
           MOVE 0 TO AUDIT-MATCH-IX
           MOVE 1 TO AUDIT-LOW-IX
           MOVE AUDIT-GAME-COUNT TO AUDIT-HIGH-IX
           PERFORM HALVE-AUDIT-RANGE UNTIL AUDIT-LOW-IX >
             AUDIT-HIGH-IX OR AUDIT-MATCH-IX IS NOT EQUAL TO 0
           MOVE AUDIT-LOW-IX TO AUDIT-INSERT-IX
           .

       HALVE-AUDIT-RANGE.
           COMPUTE AUDIT-MID-IX = (AUDIT-LOW-IX + AUDIT-HIGH-IX) / 2
           IF AG-GAME-ID(AUDIT-MID-IX) IS EQUAL TO SCAN-GAME-ID
             MOVE AUDIT-MID-IX TO AUDIT-MATCH-IX
           ELSE
             IF AG-GAME-ID(AUDIT-MID-IX) IS LESS THAN SCAN-GAME-ID
               COMPUTE AUDIT-LOW-IX = AUDIT-MID-IX + 1
             ELSE
               COMPUTE AUDIT-HIGH-IX = AUDIT-MID-IX - 1
             END-IF
           END-IF
           .

       CONVERT-RESULT.
           ADD 1 TO READ-COUNT
           IF CNV-REC-VERSION IS EQUAL TO "2"
             ADD 1 TO CURRENT-COUNT
           ELSE
             PERFORM UPGRADE-RESULT
             ADD 1 TO CONVERTED-COUNT
           END-IF
           MOVE CONVERT-RECORD TO WORK-RESULT-RECORD
           WRITE WORK-RESULT-RECORD
           PERFORM READ-RESULT-INPUT
           .

       UPGRADE-RESULT.
           MOVE CNV-GAME-ID TO SCAN-GAME-ID
           PERFORM FIND-AUDIT-GAME
           IF CNV-PLAYER-X-NAME IS EQUAL TO "COMPUTER" OR
             CNV-PLAYER-O-NAME IS EQUAL TO "COMPUTER"
             MOVE "Y" TO CNV-COMPUTER-FLAG
           ELSE
             MOVE "N" TO CNV-COMPUTER-FLAG
           END-IF
           IF CNV-WINNER IS EQUAL TO "-"
             MOVE "D" TO CNV-END-REASON
           ELSE
             MOVE "W" TO CNV-END-REASON
             IF AUDIT-MATCH-IX IS NOT EQUAL TO 0
               IF AG-TMOUT-FLAG(AUDIT-MATCH-IX) IS EQUAL TO "Y"
                 MOVE "T" TO CNV-END-REASON
               END-IF
             END-IF
           END-IF
           PERFORM WORK-OUT-BOARD-SIZE
           MOVE BOARD-SIZE TO CNV-BOARD-SIZE
           MOVE "2" TO CNV-REC-VERSION
           .

      *    THE HIGHEST CELL PLAYED GIVES THE SMALLEST BOARD THE GAME
      *    COULD HAVE BEEN ON. A DRAW FILLS THE BOARD, AND A LINE WIN
      *    IS ON THE SMALLEST BOARD WHERE THE WINNER HOLDS A FULL LINE
      *    THROUGH THE LAST CELL PLAYED: A TOP-ROW WIN ON A BIGGER
      *    BOARD ALSO FILLS CELLS 1 TO 3, BUT ITS WINNING MOVE NEED NOT
      *    BE ONE OF THEM.
      *    WITHOUT AN AUDIT TRAIL ONLY THE MOVE COUNT IS LEFT TO GO ON.
       WORK-OUT-BOARD-SIZE.
           IF AUDIT-MATCH-IX IS NOT EQUAL TO 0
             MOVE AG-MAX-CELL(AUDIT-MATCH-IX) TO CELL-NUMBER
             ADD 1 TO FROM-AUDIT-COUNT
           ELSE
             MOVE CNV-MOVES TO CELL-NUMBER
             ADD 1 TO ASSUMED-COUNT
           END-IF
           IF CELL-NUMBER IS GREATER THAN 16
             MOVE 5 TO MIN-BOARD-SIZE
           ELSE
             IF CELL-NUMBER IS GREATER THAN 9
               MOVE 4 TO MIN-BOARD-SIZE
             ELSE
               MOVE 3 TO MIN-BOARD-SIZE
             END-IF
           END-IF
           MOVE MIN-BOARD-SIZE TO BOARD-SIZE
           IF CNV-END-REASON IS EQUAL TO "D"
             IF CNV-MOVES IS EQUAL TO 16 AND MIN-BOARD-SIZE IS LESS
               THAN 5
               MOVE 4 TO BOARD-SIZE
             END-IF
             IF CNV-MOVES IS EQUAL TO 25
               MOVE 5 TO BOARD-SIZE
             END-IF
           END-IF
           IF CNV-END-REASON IS EQUAL TO "W" AND AUDIT-MATCH-IX IS
             NOT EQUAL TO 0
             MOVE "N" TO LINE-FOUND-FLAG
             PERFORM TRY-WIN-ON-SIZE VARYING TRY-SIZE FROM
               MIN-BOARD-SIZE BY 1 UNTIL TRY-SIZE > 5 OR
               LINE-FOUND-FLAG IS EQUAL TO "Y"
           END-IF
           .

       TRY-WIN-ON-SIZE.
           MOVE TRY-SIZE TO BOARD-SIZE
           PERFORM BUILD-LINES
           PERFORM TEST-WIN-LINE VARYING LINE-NO FROM 1 BY 1
             UNTIL LINE-NO > TOTAL-LINES OR LINE-FOUND-FLAG IS
             EQUAL TO "Y"
           IF LINE-FOUND-FLAG IS NOT EQUAL TO "Y"
             MOVE MIN-BOARD-SIZE TO BOARD-SIZE
           END-IF
           .

       TEST-WIN-LINE.
           MOVE 0 TO LINE-MISMATCH
           MOVE "N" TO LAST-CELL-FLAG
           PERFORM TEST-LINE-CELL VARYING LINE-CELL-NO FROM 1 BY 1
             UNTIL LINE-CELL-NO > BOARD-SIZE
           IF LINE-MISMATCH IS EQUAL TO 0 AND LAST-CELL-FLAG IS EQUAL
             TO "Y"
             MOVE "Y" TO LINE-FOUND-FLAG
           END-IF
           .

       TEST-LINE-CELL.
           IF AG-CELL(AUDIT-MATCH-IX, LINE-CELL(LINE-NO, LINE-CELL-NO))
             IS NOT EQUAL TO CNV-WINNER
             MOVE 1 TO LINE-MISMATCH
           END-IF
           IF LINE-CELL(LINE-NO, LINE-CELL-NO) IS EQUAL TO
             AG-LAST-CELL(AUDIT-MATCH-IX)
             MOVE "Y" TO LAST-CELL-FLAG
           END-IF
           .

       BUILD-LINES.
           MOVE 0 TO LINE-NO
           PERFORM BUILD-ROW VARYING ROW-NO FROM 1 BY 1
             UNTIL ROW-NO > BOARD-SIZE
           PERFORM BUILD-COL VARYING COL-NO FROM 1 BY 1
             UNTIL COL-NO > BOARD-SIZE
           PERFORM BUILD-DIAG-1
           PERFORM BUILD-DIAG-2
           MOVE LINE-NO TO TOTAL-LINES
           .

       BUILD-ROW.
           ADD 1 TO LINE-NO
           PERFORM BUILD-ROW-CELL VARYING COL-NO FROM 1 BY 1
             UNTIL COL-NO > BOARD-SIZE
           .

       BUILD-ROW-CELL.
           COMPUTE CELL-NUMBER = (ROW-NO - 1) * BOARD-SIZE + COL-NO
           MOVE CELL-NUMBER TO LINE-CELL(LINE-NO, COL-NO)
           .

       BUILD-COL.
           ADD 1 TO LINE-NO
           PERFORM BUILD-COL-CELL VARYING ROW-NO FROM 1 BY 1
             UNTIL ROW-NO > BOARD-SIZE
           .

       BUILD-COL-CELL.
           COMPUTE CELL-NUMBER = (ROW-NO - 1) * BOARD-SIZE + COL-NO
           MOVE CELL-NUMBER TO LINE-CELL(LINE-NO, ROW-NO)
           .

       BUILD-DIAG-1.
           ADD 1 TO LINE-NO
           PERFORM BUILD-DIAG-1-CELL VARYING ROW-NO FROM 1 BY 1
             UNTIL ROW-NO > BOARD-SIZE
           .

       BUILD-DIAG-1-CELL.
           COMPUTE CELL-NUMBER = (ROW-NO - 1) * BOARD-SIZE + ROW-NO
           MOVE CELL-NUMBER TO LINE-CELL(LINE-NO, ROW-NO)
           .

       BUILD-DIAG-2.
           ADD 1 TO LINE-NO
           PERFORM BUILD-DIAG-2-CELL VARYING ROW-NO FROM 1 BY 1
             UNTIL ROW-NO > BOARD-SIZE
           .

       BUILD-DIAG-2-CELL.
           COMPUTE CELL-NUMBER = (ROW-NO - 1) * BOARD-SIZE
             + (BOARD-SIZE - ROW-NO + 1)
           MOVE CELL-NUMBER TO LINE-CELL(LINE-NO, ROW-NO)
           .

       COPY-WORK-TO-RESULTS.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT WORK-RESULTS
           IF CONVERT-PHASE IS EQUAL TO 1
             OPEN OUTPUT GAME-RESULTS
           ELSE
             OPEN OUTPUT ARCHIVE-RESULTS
           END-IF
           PERFORM COPY-WORK-RECORD UNTIL EOF-FLAG IS EQUAL TO "Y"
           CLOSE WORK-RESULTS
           PERFORM CLOSE-RESULT-INPUT
           .

       COPY-WORK-RECORD.
           READ WORK-RESULTS
             AT END
               MOVE "Y" TO EOF-FLAG
             NOT AT END
               IF CONVERT-PHASE IS EQUAL TO 1
                 MOVE WORK-RESULT-RECORD TO GAME-RESULT-RECORD
                 WRITE GAME-RESULT-RECORD
               ELSE
                 MOVE WORK-RESULT-RECORD TO ARCHIVE-RESULT-RECORD
                 WRITE ARCHIVE-RESULT-RECORD
               END-IF
           END-READ
           .

           END PROGRAM CONVRES.
