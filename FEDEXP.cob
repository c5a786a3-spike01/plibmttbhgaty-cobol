       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEDEXP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GAME-RESULTS ASSIGN TO "GAMERES"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS GAMERES-FILE-STATUS.

           SELECT ARCHIVE-RESULTS ASSIGN TO "GAMEARC"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS GAMEARC-FILE-STATUS.

           SELECT CORRECTION-FILE ASSIGN TO "GAMECOR"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS GAMECOR-FILE-STATUS.

           SELECT PLAYER-MASTER ASSIGN TO "PLAYMST"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PLAYMST-FILE-STATUS.

           SELECT RATING-FILE ASSIGN TO "RATINGS"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RATING-FILE-STATUS.

           SELECT SENT-FILE ASSIGN TO "FEDSENT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FEDSENT-FILE-STATUS.

           SELECT CONTROL-FILE ASSIGN TO "FEDCTL"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FEDCTL-FILE-STATUS.

           SELECT TRANSFER-FILE ASSIGN TO "FEDOUT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FEDOUT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GAME-RESULTS.
       COPY "GAMERES.cpy".

       FD  ARCHIVE-RESULTS.
       COPY "GAMERES.cpy" REPLACING
         ==GAME-RESULT-RECORD== BY ==ARCHIVE-RESULT-RECORD==
         LEADING ==GR== BY ==ARC==.

       FD  CORRECTION-FILE.
       COPY "GAMECOR.cpy".

       FD  PLAYER-MASTER.
       COPY "PLAYMST.cpy".

       FD  RATING-FILE.
       COPY "RATING.cpy".

       FD  SENT-FILE.
       COPY "FEDSENT.cpy".

      *    ONE RECORD: THE LAST BATCH NUMBER USED AND THE DATE IT WAS
      *    BUILT. THE NEXT RUN SENDS THE NEXT NUMBER UP.
       FD  CONTROL-FILE.
       01 FED-CONTROL-RECORD.
         05 FC-LAST-BATCH-NO PIC 9(06).
         05 FC-LAST-RUN-DATE PIC 9(08).

       FD  TRANSFER-FILE.
       COPY "FEDXFR.cpy".

       WORKING-STORAGE SECTION.
       01 GAMERES-FILE-STATUS PIC X(2).
       01 GAMEARC-FILE-STATUS PIC X(2).
       01 GAMECOR-FILE-STATUS PIC X(2).
       01 PLAYMST-FILE-STATUS PIC X(2).
       01 RATING-FILE-STATUS PIC X(2).
       01 FEDSENT-FILE-STATUS PIC X(2).
       01 FEDCTL-FILE-STATUS PIC X(2).
       01 FEDOUT-FILE-STATUS PIC X(2).
       01 EOF-FLAG PIC A VALUE "N".

       01 CLUB-ID PIC X(8).
       01 RUN-DATE PIC 9(8).
       01 RUN-TIME PIC 9(8).
       01 DATE-OVERRIDE PIC X(8).
       01 REDO-BATCH-NO PIC 9(6) VALUE 0.
       01 BATCH-NO PIC 9(6) VALUE 0.
       01 LAST-BATCH-NO PIC 9(6) VALUE 0.
       01 REDO-FLAG PIC A VALUE "N".
       01 DEFAULT-RATING PIC 9(4) VALUE 1200.

       01 MAX-MASTER PIC 9(3) VALUE 100.
       01 MASTER-COUNT PIC 9(3) VALUE 0.
       01 MASTER-TABLE.
         05 MASTER-ENTRY OCCURS 100 TIMES.
           10 MT-NUMBER PIC 9(5).
           10 MT-NAME PIC X(20).
       01 MASTER-IX PIC 9(3).
       01 MASTER-MATCH-IX PIC 9(3).

       01 MAX-RATED PIC 9(3) VALUE 100.
       01 RATED-COUNT PIC 9(3) VALUE 0.
       01 RATED-TABLE.
         05 RATED-ENTRY OCCURS 100 TIMES.
           10 RTG-NAME PIC X(20).
           10 RTG-VALUE PIC 9(4).
       01 RATED-IX PIC 9(3).
       01 RATED-MATCH-IX PIC 9(3).

       01 MAX-CORRECTIONS PIC 9(4) VALUE 5000.
       01 CORRECTION-COUNT PIC 9(4) VALUE 0.
       01 CORRECTION-TABLE.
         05 CORRECTION-ENTRY OCCURS 5000 TIMES.
           10 CT-GAME-ID PIC 9(16).
           10 CT-NEW-WINNER PIC X(1).
       01 CORRECTION-IX PIC 9(4).
       01 EFFECTIVE-WINNER PIC X(1).
       01 CORRECTED-FLAG PIC A VALUE "N".

      *    THE WHOLE FEDSENT REGISTER, KEPT IN GAME ID ORDER SO IT CAN
      *    BE SEARCHED BY HALVES. IT IS WRITTEN BACK IN THAT ORDER, SO
      *    NEARLY EVERY RECORD LOADED GOES ON THE END.
       01 MAX-SENT PIC 9(6) VALUE 200000.
       01 SENT-COUNT PIC 9(6) VALUE 0.
       01 SENT-TABLE.
         05 SENT-ENTRY OCCURS 200000 TIMES.
           10 ST-GAME-ID PIC 9(16).
           10 ST-BATCH-NO PIC 9(6).
           10 ST-SENT-DATE PIC 9(8).
           10 ST-STATUS PIC X(1).
           10 ST-ACK-DATE PIC 9(8).
           10 ST-SEND-COUNT PIC 9(2).
           10 ST-REJECT-CODE PIC X(4).
           10 ST-REJECT-REASON PIC X(40).
       01 SENT-IX PIC 9(6).
       01 SENT-MATCH-IX PIC 9(6).
       01 SENT-INSERT-IX PIC 9(6).
       01 SENT-LOW-IX PIC 9(6).
       01 SENT-HIGH-IX PIC 9(6).
       01 SENT-MID-IX PIC 9(6).
       01 WORK-GAME-ID PIC 9(16).

       01 WORK-NAME PIC X(20).
       01 WORK-NUMBER PIC 9(5).
       01 WORK-RATING PIC 9(4).
       01 SEND-FLAG PIC A.
       01 RESEND-FLAG PIC A.

       01 DETAIL-COUNT PIC 9(7) VALUE 0.
       01 RESEND-COUNT PIC 9(7) VALUE 0.
       01 VOID-COUNT PIC 9(7) VALUE 0.
       01 HASH-TOTAL PIC 9(18) VALUE 0.
       01 HASH-LIMIT PIC 9(18) VALUE 999999999999999999.
       01 BATCH-NO-EDIT PIC ZZZZZ9.
       01 COUNT-EDIT-1 PIC ZZZZZZ9.
       01 COUNT-EDIT-2 PIC ZZZZZZ9.
       01 COUNT-EDIT-3 PIC ZZZZZZ9.

       PROCEDURE DIVISION.
           DISPLAY "FEDEXP - FEDERATION RESULTS EXPORT"
           DISPLAY "==================================="

           PERFORM SET-EXPORT-OPTIONS
           PERFORM LOAD-MASTER-TABLE
           PERFORM LOAD-RATING-TABLE
           PERFORM LOAD-CORRECTION-TABLE
           PERFORM LOAD-SENT-TABLE
           PERFORM SET-BATCH-NUMBER
           PERFORM OPEN-TRANSFER-FILE
           PERFORM SCAN-RESULT-FILES
           PERFORM WRITE-TRAILER-RECORD
           CLOSE TRANSFER-FILE
           IF REDO-FLAG IS EQUAL TO "N"
             PERFORM REWRITE-SENT-FILE
             PERFORM REWRITE-CONTROL-FILE
           END-IF

           MOVE BATCH-NO TO BATCH-NO-EDIT
           MOVE DETAIL-COUNT TO COUNT-EDIT-1
           MOVE RESEND-COUNT TO COUNT-EDIT-2
           DISPLAY "BATCH " BATCH-NO-EDIT ": " COUNT-EDIT-1
             " GAME(S) WRITTEN TO FEDOUT," COUNT-EDIT-2
             " OF THEM RESENT"
           IF VOID-COUNT IS GREATER THAN 0
             MOVE VOID-COUNT TO COUNT-EDIT-3
             DISPLAY COUNT-EDIT-3 " VOIDED GAME(S) NOT SENT"
           END-IF
           IF REDO-FLAG IS EQUAL TO "Y"
             DISPLAY "BATCH REBUILT FROM FEDSENT. REGISTER NOT CHANGED."
           END-IF

           GOBACK.

      *    FEDCLUB IS THE CLUB ID THE FEDERATION GAVE US AND MUST BE
      *    SET. FEDDATE STANDS IN FOR THE RUN DATE. FEDREDO=n BUILDS
      *    BATCH n AGAIN, SAME GAMES AND SAME RUN DATE, WHEN THE FILE
      *    WAS LOST OR THE FEDERATION ASKS FOR IT; NOTHING IS MARKED.
       SET-EXPORT-OPTIONS.
           MOVE SPACES TO CLUB-ID
           ACCEPT CLUB-ID FROM ENVIRONMENT "FEDCLUB"
           IF CLUB-ID IS EQUAL TO SPACES
             DISPLAY "FEDCLUB NOT SET. NO BATCH WRITTEN."
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           ACCEPT DATE-OVERRIDE FROM ENVIRONMENT "FEDDATE"
           IF DATE-OVERRIDE IS NUMERIC
             MOVE DATE-OVERRIDE TO RUN-DATE
           ELSE
             ACCEPT RUN-DATE FROM DATE YYYYMMDD
           END-IF
           ACCEPT RUN-TIME FROM TIME
           ACCEPT REDO-BATCH-NO FROM ENVIRONMENT "FEDREDO"
           IF REDO-BATCH-NO IS GREATER THAN 0
             MOVE "Y" TO REDO-FLAG
           END-IF
           .

      *    THE FEDERATION KNOWS A PLAYER BY PM-NUMBER. A NAME NOT ON
      *    PLAYMST, THE COMPUTER INCLUDED, GOES OUT AS NUMBER ZERO, SO
      *    EVERY RECORD MUST BE LOADED OR THE NUMBERS COULD BE WRONG.
       LOAD-MASTER-TABLE.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT PLAYER-MASTER
           IF PLAYMST-FILE-STATUS IS EQUAL TO "00"
             PERFORM LOAD-MASTER-RECORD UNTIL EOF-FLAG IS EQUAL TO "Y"
             CLOSE PLAYER-MASTER
           ELSE
             DISPLAY "NO PLAYER MASTER. PLAYER NUMBERS SENT AS ZERO."
           END-IF
           .

       LOAD-MASTER-RECORD.
           READ PLAYER-MASTER
             AT END
               MOVE "Y" TO EOF-FLAG
           END-READ
           IF EOF-FLAG IS NOT EQUAL TO "Y"
             IF MASTER-COUNT IS LESS THAN MAX-MASTER
               ADD 1 TO MASTER-COUNT
               MOVE PM-NUMBER TO MT-NUMBER(MASTER-COUNT)
               MOVE PM-NAME TO MT-NAME(MASTER-COUNT)
             ELSE
               DISPLAY "PLAYER MASTER TABLE FULL. NO BATCH WRITTEN."
               CLOSE PLAYER-MASTER
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
           END-IF
           .

      *    THE RATING SENT IS THE ONE ON FILE TODAY, NOT THE ONE THE
      *    PLAYER HAD WHEN THE GAME WAS PLAYED. A PLAYER NOT YET RATED
      *    GOES OUT AT THE STARTING RATING.
       LOAD-RATING-TABLE.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT RATING-FILE
           IF RATING-FILE-STATUS IS EQUAL TO "00"
             PERFORM LOAD-RATING-RECORD UNTIL EOF-FLAG IS EQUAL TO "Y"
             CLOSE RATING-FILE
           ELSE
             DISPLAY "NO RATINGS FILE. EVERY PLAYER SENT AT 1200."
           END-IF
           .

       LOAD-RATING-RECORD.
           READ RATING-FILE
             AT END
               MOVE "Y" TO EOF-FLAG
           END-READ
           IF EOF-FLAG IS NOT EQUAL TO "Y"
             IF RATED-COUNT IS LESS THAN MAX-RATED
               ADD 1 TO RATED-COUNT
               MOVE RATE-NAME TO RTG-NAME(RATED-COUNT)
               MOVE RATE-VALUE TO RTG-VALUE(RATED-COUNT)
             ELSE
               DISPLAY "RATING TABLE FULL. NO BATCH WRITTEN."
               CLOSE RATING-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
           END-IF
           .

      *    A RULING LEFT OUT WOULD SEND A VOIDED GAME OR THE WRONG
      *    WINNER, SO EVERY RECORD MUST FIT IN THE TABLE.
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
               DISPLAY "CORRECTION TABLE FULL. NO BATCH WRITTEN."
               CLOSE CORRECTION-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
           END-IF
           .

      *    FEDSENT IS REWRITTEN AT THE END OF THE RUN, SO EVERY RECORD
      *    MUST FIT IN THE TABLE OR NOTHING IS SENT.
       LOAD-SENT-TABLE.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT SENT-FILE
           IF FEDSENT-FILE-STATUS IS EQUAL TO "00"
             PERFORM LOAD-SENT-RECORD UNTIL EOF-FLAG IS EQUAL TO "Y"
             CLOSE SENT-FILE
           END-IF
           .

       LOAD-SENT-RECORD.
           READ SENT-FILE
             AT END
               MOVE "Y" TO EOF-FLAG
           END-READ
           IF EOF-FLAG IS NOT EQUAL TO "Y"
             IF SENT-COUNT IS LESS THAN MAX-SENT
               MOVE FS-GAME-ID TO WORK-GAME-ID
               PERFORM FIND-SENT-ENTRY
               IF SENT-MATCH-IX IS EQUAL TO 0
                 PERFORM ADD-SENT-ENTRY
               END-IF
               MOVE FS-BATCH-NO TO ST-BATCH-NO(SENT-MATCH-IX)
               MOVE FS-SENT-DATE TO ST-SENT-DATE(SENT-MATCH-IX)
               MOVE FS-STATUS TO ST-STATUS(SENT-MATCH-IX)
               MOVE FS-ACK-DATE TO ST-ACK-DATE(SENT-MATCH-IX)
               MOVE FS-SEND-COUNT TO ST-SEND-COUNT(SENT-MATCH-IX)
               MOVE FS-REJECT-CODE TO ST-REJECT-CODE(SENT-MATCH-IX)
               MOVE FS-REJECT-REASON TO
                 ST-REJECT-REASON(SENT-MATCH-IX)
               IF FS-BATCH-NO IS GREATER THAN LAST-BATCH-NO
                 MOVE FS-BATCH-NO TO LAST-BATCH-NO
               END-IF
             ELSE
               DISPLAY "FEDSENT REGISTER TABLE FULL. NO BATCH WRITTEN."
               CLOSE SENT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
           END-IF
           .

      *    THE NEXT BATCH IS ONE ABOVE THE HIGHER OF FEDCTL AND THE
      *    REGISTER, SO A LOST OR RESTORED CONTROL FILE NEVER REUSES A
      *    NUMBER THE FEDERATION HAS ALREADY SEEN. A REBUILT BATCH
      *    KEEPS ITS NUMBER AND THE DATE IT WAS FIRST SENT.
       SET-BATCH-NUMBER.
           OPEN INPUT CONTROL-FILE
           IF FEDCTL-FILE-STATUS IS EQUAL TO "00"
             READ CONTROL-FILE
               NOT AT END
                 IF FC-LAST-BATCH-NO IS NUMERIC AND FC-LAST-BATCH-NO
                   IS GREATER THAN LAST-BATCH-NO
                   MOVE FC-LAST-BATCH-NO TO LAST-BATCH-NO
                 END-IF
             END-READ
             CLOSE CONTROL-FILE
           END-IF
           IF REDO-FLAG IS EQUAL TO "Y"
             IF REDO-BATCH-NO IS GREATER THAN LAST-BATCH-NO
               MOVE REDO-BATCH-NO TO BATCH-NO-EDIT
               DISPLAY "BATCH " BATCH-NO-EDIT " HAS NOT BEEN SENT. "
                 "NOTHING TO REBUILD."
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             MOVE REDO-BATCH-NO TO BATCH-NO
             PERFORM FIND-BATCH-SENT-DATE VARYING SENT-IX FROM 1 BY 1
               UNTIL SENT-IX > SENT-COUNT
           ELSE
             COMPUTE BATCH-NO = LAST-BATCH-NO + 1
           END-IF
           .

       FIND-BATCH-SENT-DATE.
           IF ST-BATCH-NO(SENT-IX) IS EQUAL TO BATCH-NO
             MOVE ST-SENT-DATE(SENT-IX) TO RUN-DATE
           END-IF
           .

       OPEN-TRANSFER-FILE.
           OPEN OUTPUT TRANSFER-FILE
           IF FEDOUT-FILE-STATUS IS NOT EQUAL TO "00"
             DISPLAY "CANNOT OPEN FEDOUT. NO BATCH WRITTEN."
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           MOVE SPACES TO FED-HEADER-RECORD
           MOVE "H" TO XH-REC-TYPE
           MOVE "TTTRSLTS" TO XH-FILE-ID
           MOVE CLUB-ID TO XH-CLUB-ID
           MOVE BATCH-NO TO XH-BATCH-NO
           MOVE RUN-DATE TO XH-RUN-DATE
           MOVE RUN-TIME(1:6) TO XH-RUN-TIME
           WRITE FED-HEADER-RECORD
           .

       SCAN-RESULT-FILES.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT GAME-RESULTS
           IF GAMERES-FILE-STATUS IS EQUAL TO "00"
             PERFORM READ-LIVE-RESULT UNTIL EOF-FLAG IS EQUAL TO "Y"
             CLOSE GAME-RESULTS
           END-IF
           MOVE "N" TO EOF-FLAG
           OPEN INPUT ARCHIVE-RESULTS
           IF GAMEARC-FILE-STATUS IS EQUAL TO "00"
             PERFORM READ-ARCHIVE-RESULT UNTIL EOF-FLAG IS EQUAL TO "Y"
             CLOSE ARCHIVE-RESULTS
           END-IF
           .

       READ-LIVE-RESULT.
           READ GAME-RESULTS
             AT END
               MOVE "Y" TO EOF-FLAG
             NOT AT END
               PERFORM SELECT-GAME
           END-READ
           .

       READ-ARCHIVE-RESULT.
           READ ARCHIVE-RESULTS
             AT END
               MOVE "Y" TO EOF-FLAG
             NOT AT END
               MOVE ARCHIVE-RESULT-RECORD TO GAME-RESULT-RECORD
               PERFORM SELECT-GAME
           END-READ
           .

      *    A GAME GOES OUT WHEN IT HAS NEVER BEEN SENT OR THE FEDERATION
      *    REJECTED IT LAST TIME. ONE SENT AND NOT YET ANSWERED, OR
      *    ACCEPTED, IS NEVER SENT AGAIN; IT IS MARKED AS SOON AS IT IS
      *    WRITTEN, SO A GAME ON BOTH GAMERES AND GAMEARC GOES ONCE.
      *    A VOIDED GAME DOES NOT COUNT ANYWHERE AND IS NOT SENT. A
      *    REBUILD TAKES EXACTLY THE GAMES THE REGISTER HAS IN THAT
      *    BATCH.
       SELECT-GAME.
           IF GR-GAME-ID IS NUMERIC AND GR-GAME-ID IS NOT EQUAL TO 0
             MOVE GR-GAME-ID TO WORK-GAME-ID
             PERFORM FIND-SENT-ENTRY
             MOVE "N" TO SEND-FLAG
             MOVE "N" TO RESEND-FLAG
             IF REDO-FLAG IS EQUAL TO "Y"
               IF SENT-MATCH-IX IS GREATER THAN 0
                 IF ST-BATCH-NO(SENT-MATCH-IX) IS EQUAL TO BATCH-NO
                   MOVE "Y" TO SEND-FLAG
                   IF ST-SEND-COUNT(SENT-MATCH-IX) IS GREATER THAN 1
                     MOVE "Y" TO RESEND-FLAG
                   END-IF
                 END-IF
               END-IF
             ELSE
               IF SENT-MATCH-IX IS EQUAL TO 0
                 MOVE "Y" TO SEND-FLAG
               ELSE
                 IF ST-STATUS(SENT-MATCH-IX) IS EQUAL TO "R"
                   MOVE "Y" TO SEND-FLAG
                   MOVE "Y" TO RESEND-FLAG
                 END-IF
               END-IF
             END-IF
             IF SEND-FLAG IS EQUAL TO "Y"
               PERFORM APPLY-CORRECTION
               IF EFFECTIVE-WINNER IS EQUAL TO "V"
                 ADD 1 TO VOID-COUNT
               ELSE
                 PERFORM WRITE-DETAIL-RECORD
                 IF REDO-FLAG IS EQUAL TO "N"
                   PERFORM MARK-GAME-SENT
                 END-IF
               END-IF
             END-IF
           END-IF
           .

      *    WHEN WORK-GAME-ID IS NOT FOUND, SENT-INSERT-IX IS WHERE IT
      *    WOULD GO TO KEEP THE TABLE IN ORDER.
       FIND-SENT-ENTRY.
           MOVE 0 TO SENT-MATCH-IX
           MOVE 1 TO SENT-LOW-IX
           MOVE SENT-COUNT TO SENT-HIGH-IX
           PERFORM HALVE-SENT-RANGE UNTIL SENT-LOW-IX > SENT-HIGH-IX
             OR SENT-MATCH-IX IS GREATER THAN 0
           MOVE SENT-LOW-IX TO SENT-INSERT-IX
           .

       HALVE-SENT-RANGE.
           COMPUTE SENT-MID-IX = (SENT-LOW-IX + SENT-HIGH-IX) / 2
           IF ST-GAME-ID(SENT-MID-IX) IS EQUAL TO WORK-GAME-ID
             MOVE SENT-MID-IX TO SENT-MATCH-IX
           ELSE
             IF ST-GAME-ID(SENT-MID-IX) IS LESS THAN WORK-GAME-ID
               COMPUTE SENT-LOW-IX = SENT-MID-IX + 1
             ELSE
               COMPUTE SENT-HIGH-IX = SENT-MID-IX - 1
             END-IF
           END-IF
           .

      *    CALLED STRAIGHT AFTER FIND-SENT-ENTRY HAS SET
      *    SENT-INSERT-IX, WITH ROOM IN THE TABLE. SENT-MATCH-IX IS
      *    LEFT ON THE NEW ENTRY.
       ADD-SENT-ENTRY.
           PERFORM MOVE-SENT-ENTRY-UP VARYING SENT-IX FROM SENT-COUNT
             BY -1 UNTIL SENT-IX < SENT-INSERT-IX
           ADD 1 TO SENT-COUNT
           MOVE SENT-INSERT-IX TO SENT-MATCH-IX
           MOVE WORK-GAME-ID TO ST-GAME-ID(SENT-MATCH-IX)
           .

       MOVE-SENT-ENTRY-UP.
           MOVE SENT-ENTRY(SENT-IX) TO SENT-ENTRY(SENT-IX + 1)
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

      *    A RESULT WRITTEN BEFORE BOARD SIZE AND END REASON WERE KEPT
      *    GOES OUT WITH SIZE ZERO AND THE REASON TAKEN FROM THE RESULT.
       WRITE-DETAIL-RECORD.
           MOVE SPACES TO FED-DETAIL-RECORD
           MOVE "D" TO XD-REC-TYPE
           MOVE GR-GAME-ID TO XD-GAME-ID
           MOVE GR-DATE TO XD-GAME-DATE
           IF GR-REC-VERSION IS EQUAL TO "2"
             MOVE GR-BOARD-SIZE TO XD-BOARD-SIZE
             MOVE GR-END-REASON TO XD-END-REASON
             MOVE GR-COMPUTER-FLAG TO XD-COMPUTER-FLAG
           ELSE
             MOVE 0 TO XD-BOARD-SIZE
             IF GR-WINNER IS EQUAL TO "-"
               MOVE "D" TO XD-END-REASON
             ELSE
               MOVE "W" TO XD-END-REASON
             END-IF
             IF GR-PLAYER-X-NAME IS EQUAL TO "COMPUTER" OR
               GR-PLAYER-O-NAME IS EQUAL TO "COMPUTER"
               MOVE "Y" TO XD-COMPUTER-FLAG
             ELSE
               MOVE "N" TO XD-COMPUTER-FLAG
             END-IF
           END-IF
           IF CORRECTED-FLAG IS EQUAL TO "Y"
             MOVE "R" TO XD-END-REASON
           END-IF
           IF EFFECTIVE-WINNER IS EQUAL TO "-"
             MOVE "D" TO XD-RESULT
           ELSE
             MOVE EFFECTIVE-WINNER TO XD-RESULT
           END-IF
           MOVE GR-MOVES TO XD-MOVES
           MOVE GR-PLAYER-X-NAME TO WORK-NAME
           PERFORM LOOK-UP-PLAYER
           MOVE WORK-NAME TO XD-X-NAME
           MOVE WORK-NUMBER TO XD-X-NUMBER
           MOVE WORK-RATING TO XD-X-RATING
           MOVE GR-PLAYER-O-NAME TO WORK-NAME
           PERFORM LOOK-UP-PLAYER
           MOVE WORK-NAME TO XD-O-NAME
           MOVE WORK-NUMBER TO XD-O-NUMBER
           MOVE WORK-RATING TO XD-O-RATING
           IF RESEND-FLAG IS EQUAL TO "Y"
             MOVE "Y" TO XD-RESEND
             ADD 1 TO RESEND-COUNT
           ELSE
             MOVE "N" TO XD-RESEND
           END-IF
           WRITE FED-DETAIL-RECORD
           ADD 1 TO DETAIL-COUNT
           PERFORM ADD-TO-HASH-TOTAL
           .

       LOOK-UP-PLAYER.
           MOVE 0 TO MASTER-MATCH-IX
           PERFORM TEST-MASTER-ENTRY VARYING MASTER-IX FROM 1 BY 1
             UNTIL MASTER-IX > MASTER-COUNT OR MASTER-MATCH-IX IS
             GREATER THAN 0
           IF MASTER-MATCH-IX IS GREATER THAN 0
             MOVE MT-NUMBER(MASTER-MATCH-IX) TO WORK-NUMBER
           ELSE
             MOVE 0 TO WORK-NUMBER
           END-IF
           MOVE 0 TO RATED-MATCH-IX
           PERFORM TEST-RATED-ENTRY VARYING RATED-IX FROM 1 BY 1
             UNTIL RATED-IX > RATED-COUNT OR RATED-MATCH-IX IS
             GREATER THAN 0
           IF RATED-MATCH-IX IS GREATER THAN 0
             MOVE RTG-VALUE(RATED-MATCH-IX) TO WORK-RATING
           ELSE
             MOVE DEFAULT-RATING TO WORK-RATING
           END-IF
           .

       TEST-MASTER-ENTRY.
           IF MT-NAME(MASTER-IX) IS EQUAL TO WORK-NAME
             MOVE MASTER-IX TO MASTER-MATCH-IX
           END-IF
           .

       TEST-RATED-ENTRY.
           IF RTG-NAME(RATED-IX) IS EQUAL TO WORK-NAME
             MOVE RATED-IX TO RATED-MATCH-IX
           END-IF
           .

      *    THE HASH TOTAL KEEPS THE LOW 18 DIGITS OF THE SUM OF THE
      *    GAME IDS. THE CARRY OUT OF THE TOP DIGIT IS DROPPED BY HAND
      *    SO THE ADD NEVER OVERFLOWS THE FIELD.
       ADD-TO-HASH-TOTAL.
           IF HASH-TOTAL IS GREATER THAN HASH-LIMIT - GR-GAME-ID
             COMPUTE HASH-TOTAL = HASH-TOTAL - (HASH-LIMIT - GR-GAME-ID)
               - 1
           ELSE
             ADD GR-GAME-ID TO HASH-TOTAL
           END-IF
           .

       MARK-GAME-SENT.
           IF SENT-MATCH-IX IS EQUAL TO 0
             IF SENT-COUNT IS NOT LESS THAN MAX-SENT
               DISPLAY "FEDSENT REGISTER TABLE FULL. BATCH ABANDONED; "
                 "FEDOUT MUST NOT BE SENT."
               CLOSE TRANSFER-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             PERFORM ADD-SENT-ENTRY
             MOVE 0 TO ST-SEND-COUNT(SENT-MATCH-IX)
             MOVE SPACES TO ST-REJECT-CODE(SENT-MATCH-IX)
             MOVE SPACES TO ST-REJECT-REASON(SENT-MATCH-IX)
           END-IF
           MOVE BATCH-NO TO ST-BATCH-NO(SENT-MATCH-IX)
           MOVE RUN-DATE TO ST-SENT-DATE(SENT-MATCH-IX)
           MOVE "T" TO ST-STATUS(SENT-MATCH-IX)
           MOVE 0 TO ST-ACK-DATE(SENT-MATCH-IX)
           IF ST-SEND-COUNT(SENT-MATCH-IX) IS LESS THAN 99
             ADD 1 TO ST-SEND-COUNT(SENT-MATCH-IX)
           END-IF
           .

       WRITE-TRAILER-RECORD.
           MOVE SPACES TO FED-TRAILER-RECORD
           MOVE "T" TO XT-REC-TYPE
           MOVE CLUB-ID TO XT-CLUB-ID
           MOVE BATCH-NO TO XT-BATCH-NO
           COMPUTE XT-RECORD-COUNT = DETAIL-COUNT + 2
           MOVE DETAIL-COUNT TO XT-DETAIL-COUNT
           MOVE HASH-TOTAL TO XT-GAME-ID-HASH
           WRITE FED-TRAILER-RECORD
           .

       REWRITE-SENT-FILE.
           OPEN OUTPUT SENT-FILE
           PERFORM WRITE-SENT-RECORD VARYING SENT-IX FROM 1 BY 1
             UNTIL SENT-IX > SENT-COUNT
           CLOSE SENT-FILE
           .

       WRITE-SENT-RECORD.
           MOVE ST-GAME-ID(SENT-IX) TO FS-GAME-ID
           MOVE ST-BATCH-NO(SENT-IX) TO FS-BATCH-NO
           MOVE ST-SENT-DATE(SENT-IX) TO FS-SENT-DATE
           MOVE ST-STATUS(SENT-IX) TO FS-STATUS
           MOVE ST-ACK-DATE(SENT-IX) TO FS-ACK-DATE
           MOVE ST-SEND-COUNT(SENT-IX) TO FS-SEND-COUNT
           MOVE ST-REJECT-CODE(SENT-IX) TO FS-REJECT-CODE
           MOVE ST-REJECT-REASON(SENT-IX) TO FS-REJECT-REASON
           WRITE FED-SENT-RECORD
           .

       REWRITE-CONTROL-FILE.
           OPEN OUTPUT CONTROL-FILE
           MOVE BATCH-NO TO FC-LAST-BATCH-NO
           MOVE RUN-DATE TO FC-LAST-RUN-DATE
           WRITE FED-CONTROL-RECORD
           CLOSE CONTROL-FILE
           .

           END PROGRAM FEDEXP.
