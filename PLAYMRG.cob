       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLAYMRG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAYER-MASTER ASSIGN TO "PLAYMST"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PLAYMST-FILE-STATUS.

           SELECT GAME-RESULTS ASSIGN TO "GAMERES"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS GAMERES-FILE-STATUS.

           SELECT ARCHIVE-RESULTS ASSIGN TO "GAMEARC"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ARCHIVE-RESULTS-STATUS.

           SELECT RATING-FILE ASSIGN TO "RATINGS"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RATING-FILE-STATUS.

           SELECT FIXTURE-FILE ASSIGN TO "FIXTURES"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FIXTURE-FILE-STATUS.

           SELECT BRACKET-FILE ASSIGN TO "CUPBRKT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS BRACKET-FILE-STATUS.

           SELECT CORRECTION-FILE ASSIGN TO "GAMECOR"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS GAMECOR-FILE-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO "CHKPT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CHKPT-FILE-STATUS.

           SELECT CHKPT-LOCK-FILE ASSIGN TO "CHKPTLCK"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CHKPT-LOCK-STATUS.

           SELECT RES-LOCK-FILE ASSIGN TO "RESLOCK"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RES-LOCK-STATUS.

           SELECT WORK-FILE ASSIGN TO "MERGWORK"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WORK-FILE-STATUS.

           SELECT MERGE-LOG ASSIGN TO "MERGELOG"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS MERGE-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PLAYER-MASTER.
       COPY "PLAYMST.cpy".

       FD  GAME-RESULTS.
       COPY "GAMERES.cpy".

       FD  ARCHIVE-RESULTS.
       COPY "GAMERES.cpy" REPLACING
         ==GAME-RESULT-RECORD== BY ==ARCHIVE-RESULT-RECORD==
         LEADING ==GR== BY ==ARC==.

       FD  RATING-FILE.
       COPY "RATING.cpy".

       FD  FIXTURE-FILE.
       COPY "FIXTURE.cpy".

       FD  BRACKET-FILE.
       COPY "CUPTIE.cpy".

       FD  CORRECTION-FILE.
       COPY "GAMECOR.cpy".

       FD  CHECKPOINT-FILE.
       COPY "CHKPT.cpy".

       FD  CHKPT-LOCK-FILE.
       01 CHKPT-LOCK-RECORD PIC X(20).

       FD  RES-LOCK-FILE.
       01 RES-LOCK-RECORD PIC X(20).

       FD  WORK-FILE.
       01 WORK-RECORD PIC X(225).

       FD  MERGE-LOG.
       01 MERGE-LOG-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 PLAYMST-FILE-STATUS PIC X(2).
       01 GAMERES-FILE-STATUS PIC X(2).
       01 ARCHIVE-RESULTS-STATUS PIC X(2).
       01 RATING-FILE-STATUS PIC X(2).
       01 FIXTURE-FILE-STATUS PIC X(2).
       01 BRACKET-FILE-STATUS PIC X(2).
       01 GAMECOR-FILE-STATUS PIC X(2).
       01 CHKPT-FILE-STATUS PIC X(2).
       01 CHKPT-LOCK-STATUS PIC X(2).
       01 RES-LOCK-STATUS PIC X(2).
       01 WORK-FILE-STATUS PIC X(2).
       01 MERGE-LOG-STATUS PIC X(2).
       01 EOF-FLAG PIC A VALUE "N".

       01 LOCK-MY-TAG PIC X(20) VALUE "PLAYMRG".
       01 LOCK-HOLDER-TAG PIC X(20).
       01 LOCK-ACQUIRED-FLAG PIC A VALUE "N".
       01 LOCK-TRY-COUNT PIC 9(3).
       01 LOCK-MAX-TRIES PIC 9(3) VALUE 100.

       01 RUN-DATE PIC 9(8).
       01 REFUSED-FLAG PIC A VALUE "N".
       01 FILE-CHANGED-FLAG PIC A VALUE "N".
       01 LOG-FILE-NAME PIC X(8).
       01 LOG-FIELD-TEXT PIC X(20).
       01 RECORD-NO PIC 9(7) VALUE 0.
       01 CHANGED-COUNT PIC 9(7) VALUE 0.
       01 CHANGED-COUNT-EDIT PIC ZZZZZZ9.

       01 MAX-RATED PIC 9(3) VALUE 100.
       01 RATED-COUNT PIC 9(3) VALUE 0.
       01 RATED-TABLE.
         05 RATED-ENTRY OCCURS 100 TIMES.
           10 RTG-NAME PIC X(20).
           10 RTG-VALUE PIC 9(4).
           10 RTG-GAMES PIC 9(5).
       01 RATED-IX PIC 9(3).
       01 FROM-RATED-IX PIC 9(3).
       01 TO-RATED-IX PIC 9(3).
       01 COMBINED-GAMES PIC 9(6).
       01 COMBINED-VALUE PIC 9(4).
       01 FROM-VALUE-EDIT PIC ZZZ9.
       01 TO-VALUE-EDIT PIC ZZZ9.
       01 NEW-VALUE-EDIT PIC ZZZ9.
       01 FROM-GAMES-EDIT PIC ZZZZ9.
       01 TO-GAMES-EDIT PIC ZZZZ9.
       01 NEW-GAMES-EDIT PIC ZZZZZ9.

       01 MAX-MASTER PIC 9(3) VALUE 100.
       01 MASTER-COUNT PIC 9(3) VALUE 0.
       01 MASTER-TABLE.
         05 MASTER-ENTRY OCCURS 100 TIMES.
           10 MT-NUMBER PIC 9(5).
           10 MT-NAME PIC X(20).
           10 MT-STATUS PIC X(1).
           10 MT-MERGED-TO PIC 9(5).
           10 MT-SUSP-END PIC 9(8).
       01 MASTER-IX PIC 9(3).

       LINKAGE SECTION.
       COPY "MERGELNK.cpy".

       PROCEDURE DIVISION USING MERGE-LINK.
           MOVE "N" TO MRG-RESULT
           MOVE SPACES TO MRG-MESSAGE
           MOVE "N" TO REFUSED-FLAG
           MOVE 0 TO CHANGED-COUNT
           ACCEPT RUN-DATE FROM DATE YYYYMMDD

           PERFORM LOCK-MERGE-FILES
           IF REFUSED-FLAG IS EQUAL TO "N"
             PERFORM CHECK-FOR-CHECKPOINTS
             IF REFUSED-FLAG IS EQUAL TO "N"
               PERFORM LOAD-RATING-TABLE
             END-IF
             IF REFUSED-FLAG IS EQUAL TO "N"
               PERFORM LOAD-MASTER-TABLE
             END-IF
             IF REFUSED-FLAG IS EQUAL TO "N"
               PERFORM MERGE-ALL-FILES
             END-IF
             PERFORM RELEASE-RES-LOCK
             PERFORM RELEASE-CHKPT-LOCK
           END-IF

           GOBACK.

      *    NO GAME MAY START, SAVE, OR POST A RESULT WHILE THE NAMES
      *    ARE BEING REWRITTEN, OR A RECORD WRITTEN UNDER THE OLD NAME
      *    COULD LAND BEHIND THE REWRITE. BOTH LOCKS ARE HELD THROUGH.
       LOCK-MERGE-FILES.
           PERFORM ACQUIRE-CHKPT-LOCK
           IF LOCK-ACQUIRED-FLAG IS NOT EQUAL TO "Y"
             MOVE "Y" TO REFUSED-FLAG
             STRING "CHKPTLCK HELD BY " LOCK-HOLDER-TAG
               ". TRY AGAIN LATER."
               DELIMITED BY SIZE INTO MRG-MESSAGE
           ELSE
             PERFORM ACQUIRE-RES-LOCK
             IF LOCK-ACQUIRED-FLAG IS NOT EQUAL TO "Y"
               MOVE "Y" TO REFUSED-FLAG
               STRING "RESLOCK HELD BY " LOCK-HOLDER-TAG
                 ". TRY AGAIN LATER."
                 DELIMITED BY SIZE INTO MRG-MESSAGE
               PERFORM RELEASE-CHKPT-LOCK
             END-IF
           END-IF
           .

      *    A SAVED GAME CARRIES THE NAMES IT WAS STARTED UNDER AND
      *    WOULD POST ITS RESULT UNDER THE OLD NAME WHEN RESUMED, SO
      *    THE MERGE WAITS UNTIL NEITHER PLAYER HAS ONE. CHKPT THEREFORE
      *    NEVER HOLDS EITHER NAME WHEN THE OTHER FILES ARE REWRITTEN.
       CHECK-FOR-CHECKPOINTS.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT CHECKPOINT-FILE
           IF CHKPT-FILE-STATUS IS EQUAL TO "00"
             PERFORM CHECK-ONE-CHECKPOINT UNTIL EOF-FLAG IS EQUAL TO
               "Y"
             CLOSE CHECKPOINT-FILE
           END-IF
           .

       CHECK-ONE-CHECKPOINT.
           READ CHECKPOINT-FILE
             AT END
               MOVE "Y" TO EOF-FLAG
             NOT AT END
               IF CKPT-PLAYER-X-NAME IS EQUAL TO MRG-FROM-NAME OR
                 CKPT-PLAYER-O-NAME IS EQUAL TO MRG-FROM-NAME OR
                 CKPT-PLAYER-X-NAME IS EQUAL TO MRG-TO-NAME OR
                 CKPT-PLAYER-O-NAME IS EQUAL TO MRG-TO-NAME
                 MOVE "Y" TO REFUSED-FLAG
                 MOVE "Y" TO EOF-FLAG
                 STRING "SAVED GAME " CKPT-TAG " STILL IN PROGRESS."
                   DELIMITED BY SIZE INTO MRG-MESSAGE
               END-IF
           END-READ
           .

       LOAD-RATING-TABLE.
           MOVE 0 TO RATED-COUNT
           MOVE "N" TO EOF-FLAG
           OPEN INPUT RATING-FILE
           IF RATING-FILE-STATUS IS EQUAL TO "00"
             PERFORM LOAD-RATING-RECORD UNTIL EOF-FLAG IS EQUAL TO "Y"
             CLOSE RATING-FILE
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
               MOVE RATE-GAMES TO RTG-GAMES(RATED-COUNT)
             ELSE
               MOVE "Y" TO REFUSED-FLAG
               MOVE "Y" TO EOF-FLAG
               MOVE "RATINGS TABLE FULL. NOTHING CHANGED." TO
                 MRG-MESSAGE
             END-IF
           END-IF
           .

       LOAD-MASTER-TABLE.
           MOVE 0 TO MASTER-COUNT
           MOVE "N" TO EOF-FLAG
           OPEN INPUT PLAYER-MASTER
           IF PLAYMST-FILE-STATUS IS EQUAL TO "00"
             PERFORM LOAD-MASTER-RECORD UNTIL EOF-FLAG IS EQUAL TO "Y"
             CLOSE PLAYER-MASTER
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
             ELSE
               MOVE "Y" TO REFUSED-FLAG
               MOVE "Y" TO EOF-FLAG
               MOVE "PLAYER MASTER TABLE FULL. NOTHING CHANGED." TO
                 MRG-MESSAGE
             END-IF
           END-IF
           .

       MERGE-ALL-FILES.
           OPEN EXTEND MERGE-LOG
           IF MERGE-LOG-STATUS IS EQUAL TO "35"
             OPEN OUTPUT MERGE-LOG
           END-IF
           MOVE SPACES TO MERGE-LOG-RECORD
           STRING "MERGE " RUN-DATE(1:4) "-" RUN-DATE(5:2) "-"
             RUN-DATE(7:2) "  " MRG-FROM-NUMBER " " MRG-FROM-NAME
             " INTO " MRG-TO-NUMBER " " MRG-TO-NAME
             DELIMITED BY SIZE INTO MERGE-LOG-RECORD
           WRITE MERGE-LOG-RECORD

           PERFORM MERGE-LIVE-RESULTS
           PERFORM MERGE-ARCHIVE-RESULTS
           PERFORM MERGE-FIXTURES
           PERFORM MERGE-CUP-TIES
           PERFORM MERGE-CORRECTIONS
           PERFORM MERGE-RATINGS
           PERFORM MERGE-MASTER

           MOVE CHANGED-COUNT TO CHANGED-COUNT-EDIT
           MOVE SPACES TO MERGE-LOG-RECORD
           STRING "  " CHANGED-COUNT-EDIT " RECORD(S) CHANGED"
             DELIMITED BY SIZE INTO MERGE-LOG-RECORD
           WRITE MERGE-LOG-RECORD
           CLOSE MERGE-LOG
           MOVE "Y" TO MRG-RESULT
           STRING CHANGED-COUNT-EDIT " RECORD(S) CHANGED. SEE MERGELOG."
             DELIMITED BY SIZE INTO MRG-MESSAGE
           .

       LOG-FIELD-CHANGE.
           ADD 1 TO CHANGED-COUNT
           MOVE "Y" TO FILE-CHANGED-FLAG
           MOVE SPACES TO MERGE-LOG-RECORD
           STRING "  " LOG-FILE-NAME "  RECORD " RECORD-NO "  "
             LOG-FIELD-TEXT
             DELIMITED BY SIZE INTO MERGE-LOG-RECORD
           WRITE MERGE-LOG-RECORD
           .

      *    EACH RESULT-STYLE FILE IS STREAMED THROUGH MERGWORK WITH THE
      *    NAMES CHANGED ON THE WAY, THEN COPIED BACK ONLY IF SOMETHING
      *    ACTUALLY CHANGED.
       MERGE-LIVE-RESULTS.
           MOVE "GAMERES" TO LOG-FILE-NAME
           MOVE "N" TO FILE-CHANGED-FLAG
           MOVE 0 TO RECORD-NO
           MOVE "N" TO EOF-FLAG
           OPEN INPUT GAME-RESULTS
           IF GAMERES-FILE-STATUS IS EQUAL TO "00"
             OPEN OUTPUT WORK-FILE
             PERFORM MERGE-LIVE-RECORD UNTIL EOF-FLAG IS EQUAL TO "Y"
             CLOSE WORK-FILE
             CLOSE GAME-RESULTS
             IF FILE-CHANGED-FLAG IS EQUAL TO "Y"
               OPEN INPUT WORK-FILE
               OPEN OUTPUT GAME-RESULTS
               MOVE "N" TO EOF-FLAG
               PERFORM COPY-BACK-LIVE-RECORD UNTIL EOF-FLAG IS EQUAL
                 TO "Y"
               CLOSE GAME-RESULTS
               CLOSE WORK-FILE
             END-IF
           END-IF
           .

       MERGE-LIVE-RECORD.
           READ GAME-RESULTS
             AT END
               MOVE "Y" TO EOF-FLAG
             NOT AT END
               ADD 1 TO RECORD-NO
               IF GR-PLAYER-X-NAME IS EQUAL TO MRG-FROM-NAME
                 MOVE MRG-TO-NAME TO GR-PLAYER-X-NAME
                 MOVE "GR-PLAYER-X-NAME" TO LOG-FIELD-TEXT
                 PERFORM LOG-FIELD-CHANGE
               END-IF
               IF GR-PLAYER-O-NAME IS EQUAL TO MRG-FROM-NAME
                 MOVE MRG-TO-NAME TO GR-PLAYER-O-NAME
                 MOVE "GR-PLAYER-O-NAME" TO LOG-FIELD-TEXT
                 PERFORM LOG-FIELD-CHANGE
               END-IF
               IF GR-WINNER-NAME IS EQUAL TO MRG-FROM-NAME
                 MOVE MRG-TO-NAME TO GR-WINNER-NAME
                 MOVE "GR-WINNER-NAME" TO LOG-FIELD-TEXT
                 PERFORM LOG-FIELD-CHANGE
               END-IF
               MOVE GAME-RESULT-RECORD TO WORK-RECORD
               WRITE WORK-RECORD
           END-READ
           .

       COPY-BACK-LIVE-RECORD.
           READ WORK-FILE
             AT END
               MOVE "Y" TO EOF-FLAG
             NOT AT END
               MOVE WORK-RECORD TO GAME-RESULT-RECORD
               WRITE GAME-RESULT-RECORD
           END-READ
           .

       MERGE-ARCHIVE-RESULTS.
           MOVE "GAMEARC" TO LOG-FILE-NAME
           MOVE "N" TO FILE-CHANGED-FLAG
           MOVE 0 TO RECORD-NO
           MOVE "N" TO EOF-FLAG
           OPEN INPUT ARCHIVE-RESULTS
           IF ARCHIVE-RESULTS-STATUS IS EQUAL TO "00"
             OPEN OUTPUT WORK-FILE
             PERFORM MERGE-ARCHIVE-RECORD UNTIL EOF-FLAG IS EQUAL TO
               "Y"
             CLOSE WORK-FILE
             CLOSE ARCHIVE-RESULTS
             IF FILE-CHANGED-FLAG IS EQUAL TO "Y"
               OPEN INPUT WORK-FILE
               OPEN OUTPUT ARCHIVE-RESULTS
               MOVE "N" TO EOF-FLAG
               PERFORM COPY-BACK-ARCHIVE-RECORD UNTIL EOF-FLAG IS
                 EQUAL TO "Y"
               CLOSE ARCHIVE-RESULTS
               CLOSE WORK-FILE
             END-IF
           END-IF
           .

       MERGE-ARCHIVE-RECORD.
           READ ARCHIVE-RESULTS
             AT END
               MOVE "Y" TO EOF-FLAG
             NOT AT END
               ADD 1 TO RECORD-NO
               IF ARC-PLAYER-X-NAME IS EQUAL TO MRG-FROM-NAME
                 MOVE MRG-TO-NAME TO ARC-PLAYER-X-NAME
                 MOVE "GR-PLAYER-X-NAME" TO LOG-FIELD-TEXT
                 PERFORM LOG-FIELD-CHANGE
               END-IF
               IF ARC-PLAYER-O-NAME IS EQUAL TO MRG-FROM-NAME
                 MOVE MRG-TO-NAME TO ARC-PLAYER-O-NAME
                 MOVE "GR-PLAYER-O-NAME" TO LOG-FIELD-TEXT
                 PERFORM LOG-FIELD-CHANGE
               END-IF
               IF ARC-WINNER-NAME IS EQUAL TO MRG-FROM-NAME
                 MOVE MRG-TO-NAME TO ARC-WINNER-NAME
                 MOVE "GR-WINNER-NAME" TO LOG-FIELD-TEXT
                 PERFORM LOG-FIELD-CHANGE
               END-IF
               MOVE ARCHIVE-RESULT-RECORD TO WORK-RECORD
               WRITE WORK-RECORD
           END-READ
           .

       COPY-BACK-ARCHIVE-RECORD.
           READ WORK-FILE
             AT END
               MOVE "Y" TO EOF-FLAG
             NOT AT END
               MOVE WORK-RECORD TO ARCHIVE-RESULT-RECORD
               WRITE ARCHIVE-RESULT-RECORD
           END-READ
           .

       MERGE-FIXTURES.
           MOVE "FIXTURES" TO LOG-FILE-NAME
           MOVE "N" TO FILE-CHANGED-FLAG
           MOVE 0 TO RECORD-NO
           MOVE "N" TO EOF-FLAG
           OPEN INPUT FIXTURE-FILE
           IF FIXTURE-FILE-STATUS IS EQUAL TO "00"
             OPEN OUTPUT WORK-FILE
             PERFORM MERGE-FIXTURE-RECORD UNTIL EOF-FLAG IS EQUAL TO
               "Y"
             CLOSE WORK-FILE
             CLOSE FIXTURE-FILE
             IF FILE-CHANGED-FLAG IS EQUAL TO "Y"
               OPEN INPUT WORK-FILE
               OPEN OUTPUT FIXTURE-FILE
               MOVE "N" TO EOF-FLAG
               PERFORM COPY-BACK-FIXTURE-RECORD UNTIL EOF-FLAG IS
                 EQUAL TO "Y"
               CLOSE FIXTURE-FILE
               CLOSE WORK-FILE
             END-IF
           END-IF
           .

       MERGE-FIXTURE-RECORD.
           READ FIXTURE-FILE
             AT END
               MOVE "Y" TO EOF-FLAG
             NOT AT END
               ADD 1 TO RECORD-NO
               IF FX-HOME-NAME IS EQUAL TO MRG-FROM-NAME
                 MOVE MRG-TO-NAME TO FX-HOME-NAME
                 MOVE "FX-HOME-NAME" TO LOG-FIELD-TEXT
                 PERFORM LOG-FIELD-CHANGE
               END-IF
               IF FX-AWAY-NAME IS EQUAL TO MRG-FROM-NAME
                 MOVE MRG-TO-NAME TO FX-AWAY-NAME
                 MOVE "FX-AWAY-NAME" TO LOG-FIELD-TEXT
                 PERFORM LOG-FIELD-CHANGE
               END-IF
               MOVE FIXTURE-RECORD TO WORK-RECORD
               WRITE WORK-RECORD
           END-READ
           .

       COPY-BACK-FIXTURE-RECORD.
           READ WORK-FILE
             AT END
               MOVE "Y" TO EOF-FLAG
             NOT AT END
               MOVE WORK-RECORD TO FIXTURE-RECORD
               WRITE FIXTURE-RECORD
           END-READ
           .

      *    CUPPLAY PLAYS A TIE BETWEEN THE NAMES ON CUPBRKT AND ADVANCES
      *    THE WINNER BY NAME, SO EVERY TIE FOLLOWS THE MERGE, PLAYED OR
      *    NOT.
       MERGE-CUP-TIES.
           MOVE "CUPBRKT" TO LOG-FILE-NAME
           MOVE "N" TO FILE-CHANGED-FLAG
           MOVE 0 TO RECORD-NO
           MOVE "N" TO EOF-FLAG
           OPEN INPUT BRACKET-FILE
           IF BRACKET-FILE-STATUS IS EQUAL TO "00"
             OPEN OUTPUT WORK-FILE
             PERFORM MERGE-CUP-TIE-RECORD UNTIL EOF-FLAG IS EQUAL TO
               "Y"
             CLOSE WORK-FILE
             CLOSE BRACKET-FILE
             IF FILE-CHANGED-FLAG IS EQUAL TO "Y"
               OPEN INPUT WORK-FILE
               OPEN OUTPUT BRACKET-FILE
               MOVE "N" TO EOF-FLAG
               PERFORM COPY-BACK-CUP-TIE-RECORD UNTIL EOF-FLAG IS
                 EQUAL TO "Y"
               CLOSE BRACKET-FILE
               CLOSE WORK-FILE
             END-IF
           END-IF
           .

       MERGE-CUP-TIE-RECORD.
           READ BRACKET-FILE
             AT END
               MOVE "Y" TO EOF-FLAG
             NOT AT END
               ADD 1 TO RECORD-NO
               IF CT-HOME-NAME IS EQUAL TO MRG-FROM-NAME
                 MOVE MRG-TO-NAME TO CT-HOME-NAME
                 MOVE "CT-HOME-NAME" TO LOG-FIELD-TEXT
                 PERFORM LOG-FIELD-CHANGE
               END-IF
               IF CT-AWAY-NAME IS EQUAL TO MRG-FROM-NAME
                 MOVE MRG-TO-NAME TO CT-AWAY-NAME
                 MOVE "CT-AWAY-NAME" TO LOG-FIELD-TEXT
                 PERFORM LOG-FIELD-CHANGE
               END-IF
               MOVE CUP-TIE-RECORD TO WORK-RECORD
               WRITE WORK-RECORD
           END-READ
           .

       COPY-BACK-CUP-TIE-RECORD.
           READ WORK-FILE
             AT END
               MOVE "Y" TO EOF-FLAG
             NOT AT END
               MOVE WORK-RECORD TO CUP-TIE-RECORD
               WRITE CUP-TIE-RECORD
           END-READ
           .

      *    GAMECOR KEEPS THE NAMES AS THEY STOOD WHEN THE RULING WAS
      *    MADE, AND RATECALC ADJUSTS RATINGS BY THEM, SO THEY FOLLOW
      *    THE MERGE TOO.
       MERGE-CORRECTIONS.
           MOVE "GAMECOR" TO LOG-FILE-NAME
           MOVE "N" TO FILE-CHANGED-FLAG
           MOVE 0 TO RECORD-NO
           MOVE "N" TO EOF-FLAG
           OPEN INPUT CORRECTION-FILE
           IF GAMECOR-FILE-STATUS IS EQUAL TO "00"
             OPEN OUTPUT WORK-FILE
             PERFORM MERGE-CORRECTION-RECORD UNTIL EOF-FLAG IS EQUAL
               TO "Y"
             CLOSE WORK-FILE
             CLOSE CORRECTION-FILE
             IF FILE-CHANGED-FLAG IS EQUAL TO "Y"
               OPEN INPUT WORK-FILE
               OPEN OUTPUT CORRECTION-FILE
               MOVE "N" TO EOF-FLAG
               PERFORM COPY-BACK-CORRECTION-RECORD UNTIL EOF-FLAG IS
                 EQUAL TO "Y"
               CLOSE CORRECTION-FILE
               CLOSE WORK-FILE
             END-IF
           END-IF
           .

       MERGE-CORRECTION-RECORD.
           READ CORRECTION-FILE
             AT END
               MOVE "Y" TO EOF-FLAG
             NOT AT END
               ADD 1 TO RECORD-NO
               IF COR-PLAYER-X-NAME IS EQUAL TO MRG-FROM-NAME
                 MOVE MRG-TO-NAME TO COR-PLAYER-X-NAME
                 MOVE "COR-PLAYER-X-NAME" TO LOG-FIELD-TEXT
                 PERFORM LOG-FIELD-CHANGE
               END-IF
               IF COR-PLAYER-O-NAME IS EQUAL TO MRG-FROM-NAME
                 MOVE MRG-TO-NAME TO COR-PLAYER-O-NAME
                 MOVE "COR-PLAYER-O-NAME" TO LOG-FIELD-TEXT
                 PERFORM LOG-FIELD-CHANGE
               END-IF
               MOVE GAME-CORRECTION-RECORD TO WORK-RECORD
               WRITE WORK-RECORD
           END-READ
           .

       COPY-BACK-CORRECTION-RECORD.
           READ WORK-FILE
             AT END
               MOVE "Y" TO EOF-FLAG
             NOT AT END
               MOVE WORK-RECORD TO GAME-CORRECTION-RECORD
               WRITE GAME-CORRECTION-RECORD
           END-READ
           .

      *    THE SURVIVOR KEEPS ONE RATING: THE AVERAGE OF THE TWO
      *    WEIGHTED BY GAMES PLAYED UNDER EACH NAME, OVER THE COMBINED
      *    GAME COUNT. IF ONLY THE RETIRED NAME WAS RATED, ITS RECORD
      *    IS SIMPLY RENAMED.
       MERGE-RATINGS.
           MOVE "RATINGS" TO LOG-FILE-NAME
           MOVE "N" TO FILE-CHANGED-FLAG
           MOVE 0 TO FROM-RATED-IX
           MOVE 0 TO TO-RATED-IX
           PERFORM FIND-MERGE-RATINGS VARYING RATED-IX FROM 1 BY 1
             UNTIL RATED-IX > RATED-COUNT
           IF FROM-RATED-IX IS GREATER THAN 0
             MOVE FROM-RATED-IX TO RECORD-NO
             IF TO-RATED-IX IS EQUAL TO 0
               MOVE MRG-TO-NAME TO RTG-NAME(FROM-RATED-IX)
               MOVE "RATE-NAME" TO LOG-FIELD-TEXT
               PERFORM LOG-FIELD-CHANGE
             ELSE
               PERFORM COMBINE-RATINGS
             END-IF
             PERFORM REWRITE-RATING-FILE
           END-IF
           .

       FIND-MERGE-RATINGS.
           IF RTG-NAME(RATED-IX) IS EQUAL TO MRG-FROM-NAME
             MOVE RATED-IX TO FROM-RATED-IX
           END-IF
           IF RTG-NAME(RATED-IX) IS EQUAL TO MRG-TO-NAME
             MOVE RATED-IX TO TO-RATED-IX
           END-IF
           .

       COMBINE-RATINGS.
           COMPUTE COMBINED-GAMES = RTG-GAMES(FROM-RATED-IX) +
             RTG-GAMES(TO-RATED-IX)
           IF COMBINED-GAMES IS EQUAL TO 0
             MOVE RTG-VALUE(TO-RATED-IX) TO COMBINED-VALUE
           ELSE
             COMPUTE COMBINED-VALUE ROUNDED =
               (RTG-VALUE(FROM-RATED-IX) * RTG-GAMES(FROM-RATED-IX) +
               RTG-VALUE(TO-RATED-IX) * RTG-GAMES(TO-RATED-IX)) /
               COMBINED-GAMES
           END-IF
           IF COMBINED-GAMES IS GREATER THAN 99999
             MOVE 99999 TO COMBINED-GAMES
           END-IF
           MOVE RTG-VALUE(FROM-RATED-IX) TO FROM-VALUE-EDIT
           MOVE RTG-GAMES(FROM-RATED-IX) TO FROM-GAMES-EDIT
           MOVE RTG-VALUE(TO-RATED-IX) TO TO-VALUE-EDIT
           MOVE RTG-GAMES(TO-RATED-IX) TO TO-GAMES-EDIT
           MOVE COMBINED-VALUE TO NEW-VALUE-EDIT
           MOVE COMBINED-GAMES TO NEW-GAMES-EDIT
           MOVE COMBINED-VALUE TO RTG-VALUE(TO-RATED-IX)
           MOVE COMBINED-GAMES TO RTG-GAMES(TO-RATED-IX)
           MOVE "RECORD DROPPED" TO LOG-FIELD-TEXT
           PERFORM LOG-FIELD-CHANGE
           MOVE TO-RATED-IX TO RECORD-NO
           MOVE "RATE-VALUE/GAMES" TO LOG-FIELD-TEXT
           PERFORM LOG-FIELD-CHANGE
           MOVE SPACES TO MERGE-LOG-RECORD
           STRING "    " FROM-VALUE-EDIT " (" FROM-GAMES-EDIT
             " GAMES) AND " TO-VALUE-EDIT " (" TO-GAMES-EDIT
             " GAMES) BECOME " NEW-VALUE-EDIT " (" NEW-GAMES-EDIT
             " GAMES)"
             DELIMITED BY SIZE INTO MERGE-LOG-RECORD
           WRITE MERGE-LOG-RECORD
           MOVE SPACES TO RTG-NAME(FROM-RATED-IX)
           .

       REWRITE-RATING-FILE.
           OPEN OUTPUT RATING-FILE
           PERFORM WRITE-RATING-RECORD VARYING RATED-IX FROM 1 BY 1
             UNTIL RATED-IX > RATED-COUNT
           CLOSE RATING-FILE
           .

       WRITE-RATING-RECORD.
           IF RTG-NAME(RATED-IX) IS NOT EQUAL TO SPACES
             MOVE RTG-NAME(RATED-IX) TO RATE-NAME
             MOVE RTG-VALUE(RATED-IX) TO RATE-VALUE
             MOVE RTG-GAMES(RATED-IX) TO RATE-GAMES
             WRITE RATING-RECORD
           END-IF
           .

       MERGE-MASTER.
           MOVE "PLAYMST" TO LOG-FILE-NAME
           PERFORM RETIRE-FROM-PLAYER VARYING MASTER-IX FROM 1 BY 1
             UNTIL MASTER-IX > MASTER-COUNT
           OPEN OUTPUT PLAYER-MASTER
           PERFORM WRITE-MASTER-RECORD VARYING MASTER-IX FROM 1 BY 1
             UNTIL MASTER-IX > MASTER-COUNT
           CLOSE PLAYER-MASTER
           .

       RETIRE-FROM-PLAYER.
           IF MT-NUMBER(MASTER-IX) IS EQUAL TO MRG-FROM-NUMBER
             MOVE "I" TO MT-STATUS(MASTER-IX)
             MOVE MRG-TO-NUMBER TO MT-MERGED-TO(MASTER-IX)
             MOVE MASTER-IX TO RECORD-NO
             MOVE "PM-STATUS/MERGED-TO" TO LOG-FIELD-TEXT
             PERFORM LOG-FIELD-CHANGE
           END-IF
           .

       WRITE-MASTER-RECORD.
           MOVE MT-NUMBER(MASTER-IX) TO PM-NUMBER
           MOVE MT-NAME(MASTER-IX) TO PM-NAME
           MOVE MT-STATUS(MASTER-IX) TO PM-STATUS
           MOVE MT-MERGED-TO(MASTER-IX) TO PM-MERGED-TO
           MOVE MT-SUSP-END(MASTER-IX) TO PM-SUSP-END
           WRITE PLAYER-MASTER-RECORD
           .

       ACQUIRE-CHKPT-LOCK.
           MOVE "N" TO LOCK-ACQUIRED-FLAG
           PERFORM TRY-CHKPT-LOCK VARYING LOCK-TRY-COUNT FROM 1 BY 1
             UNTIL LOCK-TRY-COUNT > LOCK-MAX-TRIES OR
             LOCK-ACQUIRED-FLAG IS EQUAL TO "Y"
           .

       TRY-CHKPT-LOCK.
           MOVE SPACES TO LOCK-HOLDER-TAG
           OPEN INPUT CHKPT-LOCK-FILE
           IF CHKPT-LOCK-STATUS IS EQUAL TO "00"
             READ CHKPT-LOCK-FILE
               AT END
                 CONTINUE
               NOT AT END
                 MOVE CHKPT-LOCK-RECORD TO LOCK-HOLDER-TAG
             END-READ
             CLOSE CHKPT-LOCK-FILE
           END-IF
           IF LOCK-HOLDER-TAG IS EQUAL TO SPACES
             OPEN OUTPUT CHKPT-LOCK-FILE
             MOVE LOCK-MY-TAG TO CHKPT-LOCK-RECORD
             WRITE CHKPT-LOCK-RECORD
             CLOSE CHKPT-LOCK-FILE
             OPEN INPUT CHKPT-LOCK-FILE
             READ CHKPT-LOCK-FILE
               AT END
                 CONTINUE
               NOT AT END
                 IF CHKPT-LOCK-RECORD IS EQUAL TO LOCK-MY-TAG
                   MOVE "Y" TO LOCK-ACQUIRED-FLAG
                 END-IF
             END-READ
             CLOSE CHKPT-LOCK-FILE
           END-IF
           .

       RELEASE-CHKPT-LOCK.
           OPEN OUTPUT CHKPT-LOCK-FILE
           CLOSE CHKPT-LOCK-FILE
           .

       ACQUIRE-RES-LOCK.
           MOVE "N" TO LOCK-ACQUIRED-FLAG
           PERFORM TRY-RES-LOCK VARYING LOCK-TRY-COUNT FROM 1 BY 1
             UNTIL LOCK-TRY-COUNT > LOCK-MAX-TRIES OR
             LOCK-ACQUIRED-FLAG IS EQUAL TO "Y"
           .

       TRY-RES-LOCK.
           MOVE SPACES TO LOCK-HOLDER-TAG
           OPEN INPUT RES-LOCK-FILE
           IF RES-LOCK-STATUS IS EQUAL TO "00"
             READ RES-LOCK-FILE
               AT END
                 CONTINUE
               NOT AT END
                 MOVE RES-LOCK-RECORD TO LOCK-HOLDER-TAG
             END-READ
             CLOSE RES-LOCK-FILE
           END-IF
           IF LOCK-HOLDER-TAG IS EQUAL TO SPACES
             OPEN OUTPUT RES-LOCK-FILE
             MOVE LOCK-MY-TAG TO RES-LOCK-RECORD
             WRITE RES-LOCK-RECORD
             CLOSE RES-LOCK-FILE
             OPEN INPUT RES-LOCK-FILE
             READ RES-LOCK-FILE
               AT END
                 CONTINUE
               NOT AT END
                 IF RES-LOCK-RECORD IS EQUAL TO LOCK-MY-TAG
                   MOVE "Y" TO LOCK-ACQUIRED-FLAG
                 END-IF
             END-READ
             CLOSE RES-LOCK-FILE
           END-IF
           .

       RELEASE-RES-LOCK.
           OPEN OUTPUT RES-LOCK-FILE
           CLOSE RES-LOCK-FILE
           .

           END PROGRAM PLAYMRG.
