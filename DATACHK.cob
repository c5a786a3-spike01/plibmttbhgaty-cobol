       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATACHK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GAME-RESULTS ASSIGN TO "GAMERES"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS GAMERES-FILE-STATUS.

           SELECT ARCHIVE-RESULTS ASSIGN TO "GAMEARC"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS GAMEARC-FILE-STATUS.

           SELECT AUDIT-TRAIL ASSIGN TO "AUDITLOG"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS AUDIT-FILE-STATUS.

           SELECT ARCHIVE-AUDIT ASSIGN TO "AUDTARC"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS AUDTARC-FILE-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO "CHKPT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CHKPT-FILE-STATUS.

           SELECT FIXTURE-FILE ASSIGN TO "FIXTURES"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FIXTURE-FILE-STATUS.

           SELECT RATING-FILE ASSIGN TO "RATINGS"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RATING-FILE-STATUS.

           SELECT PLAYER-MASTER ASSIGN TO "PLAYMST"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PLAYMST-FILE-STATUS.

           SELECT EXCEPT-FILE ASSIGN TO "DATAEXC"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS EXCEPT-FILE-STATUS.

           SELECT PRINT-FILE ASSIGN TO "DATARPT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PRINT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GAME-RESULTS.
       COPY "GAMERES.cpy".

       FD  ARCHIVE-RESULTS.
       COPY "GAMERES.cpy" REPLACING
         ==GAME-RESULT-RECORD== BY ==ARCHIVE-RESULT-RECORD==
         LEADING ==GR== BY ==ARC==.

       FD  AUDIT-TRAIL.
       COPY "AUDIT.cpy".

       FD  ARCHIVE-AUDIT.
       COPY "AUDIT.cpy" REPLACING
         LEADING ==AUDIT== BY ==ARCHIVE-AUDIT==.

       FD  CHECKPOINT-FILE.
       COPY "CHKPT.cpy".

       FD  FIXTURE-FILE.
       COPY "FIXTURE.cpy".

       FD  RATING-FILE.
       COPY "RATING.cpy".

       FD  PLAYER-MASTER.
       COPY "PLAYMST.cpy".

      *    ONE LINE PER FAULT FOUND. EX-CATEGORY IS FIELD (A FIELD
      *    BREAKS ITS OWN RULES), XREF (IT DISAGREES WITH ANOTHER FILE)
      *    OR DUP (A KEY THAT MUST BE UNIQUE IS NOT). EX-RECORD-NO IS
      *    THE RECORD'S POSITION IN EX-FILE, COUNTING FROM 1.
       FD  EXCEPT-FILE.
       01 EXCEPT-RECORD.
         05 EX-CATEGORY PIC X(05).
         05 FILLER PIC X(01).
         05 EX-FILE PIC X(08).
         05 FILLER PIC X(01).
         05 EX-RECORD-NO PIC 9(07).
         05 FILLER PIC X(01).
         05 EX-FAULT-NO PIC 9(02).
         05 FILLER PIC X(01).
         05 EX-FIELD PIC X(20).
         05 FILLER PIC X(01).
         05 EX-VALUE PIC X(20).
         05 FILLER PIC X(01).
         05 EX-TEXT PIC X(32).

       FD  PRINT-FILE.
       01 PRINT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 GAMERES-FILE-STATUS PIC X(2).
       01 GAMEARC-FILE-STATUS PIC X(2).
       01 AUDIT-FILE-STATUS PIC X(2).
       01 AUDTARC-FILE-STATUS PIC X(2).
       01 CHKPT-FILE-STATUS PIC X(2).
       01 FIXTURE-FILE-STATUS PIC X(2).
       01 RATING-FILE-STATUS PIC X(2).
       01 PLAYMST-FILE-STATUS PIC X(2).
       01 EXCEPT-FILE-STATUS PIC X(2).
       01 PRINT-FILE-STATUS PIC X(2).
       01 OPEN-STATUS PIC X(2).
       01 EOF-FLAG PIC A VALUE "N".
       01 RUN-DATE PIC 9(8).

      *    THE FILES IN THE ORDER THE SUMMARY LISTS THEM. FILE-IX
      *    POINTS AT THE ONE BEING SCANNED.
       01 FILE-NAME-VALUES.
         05 FILLER PIC X(32) VALUE "GAMERES GAMEARC AUDITLOGAUDTARC ".
         05 FILLER PIC X(32) VALUE "CHKPT   FIXTURESRATINGS PLAYMST ".
       01 FILE-NAME-TABLE REDEFINES FILE-NAME-VALUES.
         05 FILE-NAME PIC X(8) OCCURS 8 TIMES.
       01 FILE-COUNT-TABLE.
         05 FILE-COUNTS OCCURS 8 TIMES.
           10 FILE-RECORDS PIC 9(7) VALUE 0.
           10 FILE-FAULTS PIC 9(7) VALUE 0.
           10 FILE-PRESENT-FLAG PIC A VALUE "N".
       01 FILE-IX PIC 9(1).
       01 CURRENT-RECORD-NO PIC 9(7).

      *    THE FAULT TYPES: CATEGORY, THEN THE TEXT WRITTEN TO DATAEXC
      *    AND THE SUMMARY. EX-FAULT-NO IS THE POSITION IN THIS TABLE.
       01 FAULT-VALUES.
         05 FILLER PIC X(37) VALUE "FIELDDATE IS NOT A VALID DATE".
         05 FILLER PIC X(37) VALUE "FIELDNUMERIC FIELD IS NOT NUMERIC".
         05 FILLER PIC X(37) VALUE "FIELDCODE IS NOT ONE IN USE".
         05 FILLER PIC X(37) VALUE "FIELDVALUE IS OUT OF RANGE".
         05 FILLER PIC X(37) VALUE "FIELDREQUIRED FIELD IS BLANK".
         05 FILLER PIC X(37) VALUE "FIELDDISAGREES WITH ANOTHER FIELD".
         05 FILLER PIC X(37) VALUE "FIELDOLD LAYOUT. RUN CONVRES".
         05 FILLER PIC X(37) VALUE "XREF NAME NOT ON PLAYMST".
         05 FILLER PIC X(37) VALUE "XREF NO RESULT FOR GAME ID".
         05 FILLER PIC X(37) VALUE "XREF SAVED GAME ALREADY HAS RESULT".
         05 FILLER PIC X(37) VALUE "XREF MERGED INTO UNKNOWN PM-NUMBER".
         05 FILLER PIC X(37) VALUE "DUP  GAME ID ALREADY USED".
         05 FILLER PIC X(37) VALUE "DUP  KEY ALREADY ON THIS FILE".
       01 FAULT-TABLE REDEFINES FAULT-VALUES.
         05 FAULT-ENTRY OCCURS 13 TIMES.
           10 FAULT-CATEGORY PIC X(5).
           10 FAULT-TEXT PIC X(32).
       01 FAULT-TYPE-COUNT PIC 9(2) VALUE 13.
       01 FAULT-COUNT-TABLE.
         05 FAULT-COUNT PIC 9(7) VALUE 0 OCCURS 13 TIMES.
       01 TOTAL-FAULTS PIC 9(7) VALUE 0.
       01 FAULT-NO PIC 9(2).
       01 FAULT-FIELD PIC X(20).
       01 FAULT-VALUE PIC X(20).
       01 FAULT-DETAIL PIC X(32).

       01 MAX-MASTER PIC 9(3) VALUE 500.
       01 MASTER-COUNT PIC 9(3) VALUE 0.
       01 MASTER-TABLE.
         05 MASTER-ENTRY OCCURS 500 TIMES.
           10 MT-NUMBER PIC 9(5).
           10 MT-NAME PIC X(20).
           10 MT-MERGED-TO PIC 9(5).
           10 MT-RECORD-NO PIC 9(7).
       01 MASTER-IX PIC 9(3).
       01 MASTER-MATCH-IX PIC 9(3).
       01 MERGE-IX PIC 9(3).
       01 MASTER-LOADED-FLAG PIC A VALUE "N".
       01 WORK-NUMBER PIC 9(5).
       01 WORK-NAME PIC X(20).

      *    EVERY GAME ID ON GAMERES AND GAMEARC, KEPT IN ID ORDER SO
      *    IT CAN BE SEARCHED BY HALVES. IDS ARE ISSUED IN TIME ORDER,
      *    SO NEARLY ALL GO ON THE END AND LITTLE IS EVER MOVED UP.
       01 MAX-GAMES PIC 9(6) VALUE 200000.
       01 GAME-COUNT PIC 9(6) VALUE 0.
       01 GAME-TABLE.
         05 GAME-ENTRY OCCURS 200000 TIMES.
           10 GI-GAME-ID PIC 9(16).
           10 GI-FILE-IX PIC 9(1).
           10 GI-RECORD-NO PIC 9(7).
       01 GAME-IX PIC 9(6).
       01 GAME-MATCH-IX PIC 9(6).
       01 GAME-INSERT-IX PIC 9(6).
       01 GAME-LOW-IX PIC 9(6).
       01 GAME-HIGH-IX PIC 9(6).
       01 GAME-MID-IX PIC 9(6).
       01 WORK-GAME-ID PIC 9(16).

       01 MAX-SAVED-GAMES PIC 9(3) VALUE 100.
       01 SAVED-GAME-COUNT PIC 9(3) VALUE 0.
       01 SAVED-GAME-TABLE.
         05 SAVED-GAME-ENTRY OCCURS 100 TIMES.
           10 SG-TAG PIC X(20).
           10 SG-RECORD-NO PIC 9(7).
       01 SAVED-GAME-IX PIC 9(3).
       01 SAVED-MATCH-IX PIC 9(3).

       01 MAX-RATINGS PIC 9(3) VALUE 500.
       01 RATING-COUNT PIC 9(3) VALUE 0.
       01 RATING-TABLE.
         05 RATING-ENTRY OCCURS 500 TIMES.
           10 RT-NAME PIC X(20).
           10 RT-RECORD-NO PIC 9(7).
       01 RATING-IX PIC 9(3).
       01 RATING-MATCH-IX PIC 9(3).

       01 WORK-DATE.
         05 WD-YEAR PIC 9(4).
         05 WD-MONTH PIC 9(2).
         05 WD-DAY PIC 9(2).
       01 WORK-DATE-N REDEFINES WORK-DATE PIC 9(8).
       01 MONTH-DAYS-TABLE.
         05 FILLER PIC X(24) VALUE "312831303130313130313031".
       01 MONTH-DAYS-R REDEFINES MONTH-DAYS-TABLE.
         05 MONTH-DAYS PIC 9(2) OCCURS 12 TIMES.
       01 DAYS-IN-MONTH PIC 9(2).
       01 LEAP-WORK PIC 9(4).
       01 LEAP-REM PIC 9(4).
       01 LEAP-FLAG PIC A.
       01 DATE-VALID-FLAG PIC A.

       01 WORK-TIME.
         05 WT-HOURS PIC 9(2).
         05 WT-MINUTES PIC 9(2).
         05 WT-SECONDS PIC 9(2).
         05 WT-HUNDREDTHS PIC 9(2).
       01 WORK-TIME-N REDEFINES WORK-TIME PIC 9(8).

       01 CELL-IX PIC 9(2).
       01 TOTAL-CELLS PIC 9(2).
       01 FILLED-CELLS PIC 9(2).
       01 BAD-CELL-FLAG PIC A.
       01 STRAY-CELL-FLAG PIC A.

       01 COUNT-EDIT PIC ZZZZZZ9.
       01 FAULTS-EDIT PIC ZZZZZZ9.
       01 FAULT-NO-EDIT PIC Z9.

       PROCEDURE DIVISION.
           DISPLAY "DATACHK - DATA FILE INTEGRITY SCAN"
           DISPLAY "=================================="

           PERFORM OPEN-OUTPUT-FILES
           PERFORM SCAN-PLAYER-MASTER
           PERFORM SCAN-RESULT-FILES
           PERFORM SCAN-AUDIT-FILES
           PERFORM SCAN-CHECKPOINT-FILE
           PERFORM SCAN-FIXTURE-FILE
           PERFORM SCAN-RATING-FILE
           PERFORM PRINT-SCAN-SUMMARY
           PERFORM CLOSE-OUTPUT-FILES

           MOVE TOTAL-FAULTS TO COUNT-EDIT
           IF TOTAL-FAULTS IS GREATER THAN 0
             DISPLAY COUNT-EDIT " FAULT(S) FOUND. SEE DATAEXC AND "
               "DATARPT."
             MOVE 8 TO RETURN-CODE
           ELSE
             DISPLAY "NO FAULTS FOUND."
           END-IF

           GOBACK.

       OPEN-OUTPUT-FILES.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT EXCEPT-FILE
           OPEN OUTPUT PRINT-FILE
           .

      *    A FILE THAT IS NOT THERE IS SCANNED AS EMPTY: A NIGHT WITH
      *    NO SAVED GAMES HAS NO CHKPT, AND A SITE WITHOUT A LEAGUE HAS
      *    NO FIXTURES. ANY OTHER OPEN FAILURE STOPS THE SCAN, SINCE
      *    THE FILES IT COULD NOT READ WOULD PASS UNCHECKED.
       CHECK-OPEN-STATUS.
           IF OPEN-STATUS IS EQUAL TO "00"
             MOVE "Y" TO FILE-PRESENT-FLAG(FILE-IX)
           ELSE
             IF OPEN-STATUS IS NOT EQUAL TO "35"
               DISPLAY "CANNOT OPEN " FILE-NAME(FILE-IX) ". STATUS "
                 OPEN-STATUS ". ABORTING INTEGRITY SCAN."
               PERFORM ABORT-SCAN
             END-IF
           END-IF
           .

      *    RC 16 GOES BACK TO THE CALLER RATHER THAN ENDING THE RUN, SO
      *    A JOB STREAM THAT CALLS THE SCAN CAN STILL RECORD THE FAILED
      *    STEP. WHAT HAS BEEN WRITTEN SO FAR IS KEPT.
       ABORT-SCAN.
           IF FILE-PRESENT-FLAG(FILE-IX) IS EQUAL TO "Y"
             PERFORM CLOSE-SCANNED-FILE
           END-IF
           CLOSE EXCEPT-FILE
           CLOSE PRINT-FILE
           MOVE 16 TO RETURN-CODE
           GOBACK
           .

       CLOSE-SCANNED-FILE.
           IF FILE-IX IS EQUAL TO 1
             CLOSE GAME-RESULTS
           END-IF
           IF FILE-IX IS EQUAL TO 2
             CLOSE ARCHIVE-RESULTS
           END-IF
           IF FILE-IX IS EQUAL TO 3
             CLOSE AUDIT-TRAIL
           END-IF
           IF FILE-IX IS EQUAL TO 4
             CLOSE ARCHIVE-AUDIT
           END-IF
           IF FILE-IX IS EQUAL TO 5
             CLOSE CHECKPOINT-FILE
           END-IF
           IF FILE-IX IS EQUAL TO 6
             CLOSE FIXTURE-FILE
           END-IF
           IF FILE-IX IS EQUAL TO 7
             CLOSE RATING-FILE
           END-IF
           IF FILE-IX IS EQUAL TO 8
             CLOSE PLAYER-MASTER
           END-IF
           .

      *    EVERY FAULT GOES THROUGH HERE. THE CALLER SETS FAULT-NO,
      *    FAULT-FIELD AND FAULT-VALUE, AND FAULT-DETAIL WHEN THE
      *    STANDARD TEXT FOR THE FAULT TYPE IS NOT ENOUGH.
       RAISE-FAULT.
           MOVE SPACES TO EXCEPT-RECORD
           MOVE FAULT-CATEGORY(FAULT-NO) TO EX-CATEGORY
           MOVE FILE-NAME(FILE-IX) TO EX-FILE
           MOVE CURRENT-RECORD-NO TO EX-RECORD-NO
           MOVE FAULT-NO TO EX-FAULT-NO
           MOVE FAULT-FIELD TO EX-FIELD
           MOVE FAULT-VALUE TO EX-VALUE
           IF FAULT-DETAIL IS EQUAL TO SPACES
             MOVE FAULT-TEXT(FAULT-NO) TO EX-TEXT
           ELSE
             MOVE FAULT-DETAIL TO EX-TEXT
           END-IF
           WRITE EXCEPT-RECORD
           ADD 1 TO FAULT-COUNT(FAULT-NO)
           ADD 1 TO FILE-FAULTS(FILE-IX)
           ADD 1 TO TOTAL-FAULTS
           MOVE SPACES TO FAULT-DETAIL
           .

       COUNT-RECORD-READ.
           ADD 1 TO FILE-RECORDS(FILE-IX)
           MOVE FILE-RECORDS(FILE-IX) TO CURRENT-RECORD-NO
           MOVE SPACES TO FAULT-DETAIL
           .

      *    A DATE FIELD IS MOVED TO WORK-DATE BY THE CALLER, WITH ITS
      *    NAME IN FAULT-FIELD. IT MUST BE A REAL CALENDAR DAY.
       CHECK-WORK-DATE.
           MOVE "Y" TO DATE-VALID-FLAG
           IF WORK-DATE-N IS NOT NUMERIC
             MOVE "N" TO DATE-VALID-FLAG
           ELSE
             IF WD-YEAR IS EQUAL TO 0 OR WD-MONTH IS LESS THAN 1 OR
               WD-MONTH IS GREATER THAN 12 OR WD-DAY IS LESS THAN 1
               MOVE "N" TO DATE-VALID-FLAG
             ELSE
               PERFORM SET-DAYS-IN-MONTH
               IF WD-DAY IS GREATER THAN DAYS-IN-MONTH
                 MOVE "N" TO DATE-VALID-FLAG
               END-IF
             END-IF
           END-IF
           IF DATE-VALID-FLAG IS EQUAL TO "N"
             MOVE 1 TO FAULT-NO
             MOVE WORK-DATE TO FAULT-VALUE
             PERFORM RAISE-FAULT
           END-IF
           .

       SET-DAYS-IN-MONTH.
           MOVE MONTH-DAYS(WD-MONTH) TO DAYS-IN-MONTH
           IF WD-MONTH IS EQUAL TO 2
             PERFORM CHECK-LEAP-YEAR
             IF LEAP-FLAG IS EQUAL TO "Y"
               MOVE 29 TO DAYS-IN-MONTH
             END-IF
           END-IF
           .

       CHECK-LEAP-YEAR.
           MOVE "N" TO LEAP-FLAG
           DIVIDE WD-YEAR BY 4 GIVING LEAP-WORK REMAINDER LEAP-REM
           IF LEAP-REM IS EQUAL TO 0
             MOVE "Y" TO LEAP-FLAG
             DIVIDE WD-YEAR BY 100 GIVING LEAP-WORK
               REMAINDER LEAP-REM
             IF LEAP-REM IS EQUAL TO 0
               MOVE "N" TO LEAP-FLAG
               DIVIDE WD-YEAR BY 400 GIVING LEAP-WORK
                 REMAINDER LEAP-REM
               IF LEAP-REM IS EQUAL TO 0
                 MOVE "Y" TO LEAP-FLAG
               END-IF
             END-IF
           END-IF
           .

      *    A PLAYER NAME HELD ON ANOTHER FILE, IN WORK-NAME WITH ITS
      *    FIELD NAME IN FAULT-FIELD. BLANK IS A FAULT; COMPUTER IS THE
      *    HOUSE OPPONENT AND IS NEVER REGISTERED. WITHOUT A PLAYER
      *    MASTER TICTACTOE TAKES NAMES AS TYPED, SO THEN ONLY BLANKS
      *    ARE FAULTS.
       CHECK-PLAYER-NAME.
           IF WORK-NAME IS EQUAL TO SPACES
             MOVE 5 TO FAULT-NO
             MOVE SPACES TO FAULT-VALUE
             PERFORM RAISE-FAULT
           ELSE
             IF MASTER-LOADED-FLAG IS EQUAL TO "Y" AND WORK-NAME IS
               NOT EQUAL TO "COMPUTER"
               PERFORM FIND-MASTER-NAME
               IF MASTER-MATCH-IX IS EQUAL TO 0
                 MOVE 8 TO FAULT-NO
                 MOVE WORK-NAME TO FAULT-VALUE
                 PERFORM RAISE-FAULT
               END-IF
             END-IF
           END-IF
           .

       FIND-MASTER-NAME.
           MOVE 0 TO MASTER-MATCH-IX
           PERFORM TEST-MASTER-NAME VARYING MASTER-IX FROM 1 BY 1
             UNTIL MASTER-IX > MASTER-COUNT OR MASTER-MATCH-IX IS
             GREATER THAN 0
           .

       TEST-MASTER-NAME.
           IF MT-NAME(MASTER-IX) IS EQUAL TO WORK-NAME
             MOVE MASTER-IX TO MASTER-MATCH-IX
           END-IF
           .

       FIND-MASTER-NUMBER.
           MOVE 0 TO MASTER-MATCH-IX
           PERFORM TEST-MASTER-NUMBER VARYING MASTER-IX FROM 1 BY 1
             UNTIL MASTER-IX > MASTER-COUNT OR MASTER-MATCH-IX IS
             GREATER THAN 0
           .

       TEST-MASTER-NUMBER.
           IF MT-NUMBER(MASTER-IX) IS EQUAL TO WORK-NUMBER
             MOVE MASTER-IX TO MASTER-MATCH-IX
           END-IF
           .

      *    THE DUP DETAIL NAMES THE EARLIER RECORD HOLDING THE KEY.
       SET-DUPLICATE-DETAIL.
           MOVE SPACES TO FAULT-DETAIL
           STRING "ALSO " DELIMITED BY SIZE
             FILE-NAME(GI-FILE-IX(GAME-MATCH-IX)) DELIMITED BY SPACE
             " RECORD " GI-RECORD-NO(GAME-MATCH-IX)
             DELIMITED BY SIZE INTO FAULT-DETAIL
           .

      *    PLAYMST IS READ FIRST: EVERY OTHER FILE'S NAMES ARE CHECKED
      *    AGAINST IT. A PM-MERGED-TO CAN POINT AT A LATER RECORD, SO
      *    THOSE ARE CHECKED ONCE THE WHOLE FILE IS IN.
       SCAN-PLAYER-MASTER.
           MOVE 8 TO FILE-IX
           MOVE "N" TO EOF-FLAG
           OPEN INPUT PLAYER-MASTER
           MOVE PLAYMST-FILE-STATUS TO OPEN-STATUS
           PERFORM CHECK-OPEN-STATUS
           IF FILE-PRESENT-FLAG(FILE-IX) IS EQUAL TO "Y"
             PERFORM READ-PLAYER-MASTER UNTIL EOF-FLAG IS EQUAL TO "Y"
             CLOSE PLAYER-MASTER
           END-IF
           PERFORM CHECK-MERGED-TO-PLAYER VARYING MERGE-IX FROM 1 BY 1
             UNTIL MERGE-IX > MASTER-COUNT
           IF MASTER-COUNT IS GREATER THAN 0
             MOVE "Y" TO MASTER-LOADED-FLAG
           END-IF
           .

       READ-PLAYER-MASTER.
           READ PLAYER-MASTER
             AT END
               MOVE "Y" TO EOF-FLAG
             NOT AT END
               PERFORM COUNT-RECORD-READ
               PERFORM CHECK-PLAYER-RECORD
           END-READ
           .

       CHECK-PLAYER-RECORD.
           MOVE 0 TO WORK-NUMBER
           MOVE "PM-NUMBER" TO FAULT-FIELD
           IF PM-NUMBER IS NOT NUMERIC
             MOVE 2 TO FAULT-NO
             MOVE PM-NUMBER TO FAULT-VALUE
             PERFORM RAISE-FAULT
           ELSE
             IF PM-NUMBER IS EQUAL TO 0
               MOVE 4 TO FAULT-NO
               MOVE PM-NUMBER TO FAULT-VALUE
               PERFORM RAISE-FAULT
             ELSE
               MOVE PM-NUMBER TO WORK-NUMBER
               PERFORM FIND-MASTER-NUMBER
               IF MASTER-MATCH-IX IS GREATER THAN 0
                 MOVE 13 TO FAULT-NO
                 MOVE PM-NUMBER TO FAULT-VALUE
                 STRING "ALSO PLAYMST RECORD "
                   MT-RECORD-NO(MASTER-MATCH-IX)
                   DELIMITED BY SIZE INTO FAULT-DETAIL
                 PERFORM RAISE-FAULT
               END-IF
             END-IF
           END-IF
           MOVE "PM-NAME" TO FAULT-FIELD
           MOVE 0 TO MASTER-MATCH-IX
           IF PM-NAME IS EQUAL TO SPACES
             MOVE 5 TO FAULT-NO
             MOVE SPACES TO FAULT-VALUE
             PERFORM RAISE-FAULT
           ELSE
             MOVE PM-NAME TO WORK-NAME
             PERFORM FIND-MASTER-NAME
             IF MASTER-MATCH-IX IS GREATER THAN 0
               MOVE 13 TO FAULT-NO
               MOVE PM-NAME TO FAULT-VALUE
               STRING "ALSO PLAYMST RECORD "
                 MT-RECORD-NO(MASTER-MATCH-IX)
                 DELIMITED BY SIZE INTO FAULT-DETAIL
               PERFORM RAISE-FAULT
             END-IF
           END-IF
           MOVE "PM-STATUS" TO FAULT-FIELD
           IF PM-STATUS IS NOT EQUAL TO "A" AND PM-STATUS IS NOT
             EQUAL TO "I" AND PM-STATUS IS NOT EQUAL TO "S"
             MOVE 3 TO FAULT-NO
             MOVE PM-STATUS TO FAULT-VALUE
             PERFORM RAISE-FAULT
           END-IF
           PERFORM CHECK-PLAYER-MERGE
           PERFORM CHECK-PLAYER-SUSPENSION
           IF MASTER-MATCH-IX IS EQUAL TO 0 AND PM-NAME IS NOT EQUAL
             TO SPACES
             PERFORM ADD-MASTER-ENTRY
           END-IF
           .

      *    RECORDS WRITTEN BEFORE PM-MERGED-TO EXISTED HOLD SPACES.
       CHECK-PLAYER-MERGE.
           MOVE "PM-MERGED-TO" TO FAULT-FIELD
           IF PM-MERGED-TO IS NOT EQUAL TO SPACES
             IF PM-MERGED-TO IS NOT NUMERIC
               MOVE 2 TO FAULT-NO
               MOVE PM-MERGED-TO TO FAULT-VALUE
               PERFORM RAISE-FAULT
             ELSE
               IF PM-MERGED-TO IS GREATER THAN 0 AND PM-STATUS IS
                 NOT EQUAL TO "I"
                 MOVE 6 TO FAULT-NO
                 MOVE PM-MERGED-TO TO FAULT-VALUE
                 MOVE "MERGED PLAYER NOT INACTIVE" TO FAULT-DETAIL
                 PERFORM RAISE-FAULT
               END-IF
             END-IF
           END-IF
           .

      *    A SUSPENDED PLAYER MUST HAVE AN END DATE; ANYONE ELSE MAY
      *    HAVE ZERO OR SPACES THERE.
       CHECK-PLAYER-SUSPENSION.
           MOVE "PM-SUSP-END" TO FAULT-FIELD
           IF PM-SUSP-END IS EQUAL TO SPACES OR (PM-SUSP-END IS
             NUMERIC AND PM-SUSP-END IS EQUAL TO 0)
             IF PM-STATUS IS EQUAL TO "S"
               MOVE 6 TO FAULT-NO
               MOVE PM-SUSP-END TO FAULT-VALUE
               MOVE "SUSPENDED WITH NO END DATE" TO FAULT-DETAIL
               PERFORM RAISE-FAULT
             END-IF
           ELSE
             MOVE PM-SUSP-END TO WORK-DATE
             PERFORM CHECK-WORK-DATE
           END-IF
           .

       ADD-MASTER-ENTRY.
           IF MASTER-COUNT IS NOT LESS THAN MAX-MASTER
             DISPLAY "PLAYER TABLE FULL. ABORTING INTEGRITY SCAN."
             PERFORM ABORT-SCAN
           END-IF
           ADD 1 TO MASTER-COUNT
           MOVE WORK-NUMBER TO MT-NUMBER(MASTER-COUNT)
           MOVE PM-NAME TO MT-NAME(MASTER-COUNT)
           MOVE 0 TO MT-MERGED-TO(MASTER-COUNT)
           IF PM-MERGED-TO IS NUMERIC
             MOVE PM-MERGED-TO TO MT-MERGED-TO(MASTER-COUNT)
           END-IF
           MOVE CURRENT-RECORD-NO TO MT-RECORD-NO(MASTER-COUNT)
           .

       CHECK-MERGED-TO-PLAYER.
           IF MT-MERGED-TO(MERGE-IX) IS GREATER THAN 0
             MOVE MT-RECORD-NO(MERGE-IX) TO CURRENT-RECORD-NO
             MOVE MT-MERGED-TO(MERGE-IX) TO WORK-NUMBER
             PERFORM FIND-MASTER-NUMBER
             IF MASTER-MATCH-IX IS EQUAL TO 0
               MOVE 11 TO FAULT-NO
               MOVE "PM-MERGED-TO" TO FAULT-FIELD
               MOVE WORK-NUMBER TO FAULT-VALUE
               PERFORM RAISE-FAULT
             END-IF
           END-IF
           .

       SCAN-RESULT-FILES.
           MOVE 1 TO FILE-IX
           MOVE "N" TO EOF-FLAG
           OPEN INPUT GAME-RESULTS
           MOVE GAMERES-FILE-STATUS TO OPEN-STATUS
           PERFORM CHECK-OPEN-STATUS
           IF FILE-PRESENT-FLAG(FILE-IX) IS EQUAL TO "Y"
             PERFORM READ-LIVE-RESULT UNTIL EOF-FLAG IS EQUAL TO "Y"
             CLOSE GAME-RESULTS
           END-IF
           MOVE 2 TO FILE-IX
           MOVE "N" TO EOF-FLAG
           OPEN INPUT ARCHIVE-RESULTS
           MOVE GAMEARC-FILE-STATUS TO OPEN-STATUS
           PERFORM CHECK-OPEN-STATUS
           IF FILE-PRESENT-FLAG(FILE-IX) IS EQUAL TO "Y"
             PERFORM READ-ARCHIVE-RESULT UNTIL EOF-FLAG IS EQUAL TO "Y"
             CLOSE ARCHIVE-RESULTS
           END-IF
           .

       READ-LIVE-RESULT.
           READ GAME-RESULTS
             AT END
               MOVE "Y" TO EOF-FLAG
             NOT AT END
               PERFORM COUNT-RECORD-READ
               PERFORM CHECK-RESULT-RECORD
           END-READ
           .

       READ-ARCHIVE-RESULT.
           READ ARCHIVE-RESULTS
             AT END
               MOVE "Y" TO EOF-FLAG
             NOT AT END
               MOVE ARCHIVE-RESULT-RECORD TO GAME-RESULT-RECORD
               PERFORM COUNT-RECORD-READ
               PERFORM CHECK-RESULT-RECORD
           END-READ
           .

      *    THE SAME RULES FOR A LIVE OR AN ARCHIVED RESULT. A GAME ID
      *    MAY APPEAR ONCE ACROSS BOTH FILES TOGETHER.
       CHECK-RESULT-RECORD.
           MOVE "GR-DATE" TO FAULT-FIELD
           MOVE GR-DATE TO WORK-DATE
           PERFORM CHECK-WORK-DATE
           MOVE "GR-WINNER" TO FAULT-FIELD
           IF GR-WINNER IS NOT EQUAL TO "X" AND GR-WINNER IS NOT
             EQUAL TO "O" AND GR-WINNER IS NOT EQUAL TO "-"
             MOVE 3 TO FAULT-NO
             MOVE GR-WINNER TO FAULT-VALUE
             PERFORM RAISE-FAULT
           END-IF
           MOVE "GR-MOVES" TO FAULT-FIELD
           IF GR-MOVES IS NOT NUMERIC
             MOVE 2 TO FAULT-NO
             MOVE GR-MOVES TO FAULT-VALUE
             PERFORM RAISE-FAULT
           END-IF
           MOVE "GR-PLAYER-X-NAME" TO FAULT-FIELD
           MOVE GR-PLAYER-X-NAME TO WORK-NAME
           PERFORM CHECK-PLAYER-NAME
           MOVE "GR-PLAYER-O-NAME" TO FAULT-FIELD
           MOVE GR-PLAYER-O-NAME TO WORK-NAME
           PERFORM CHECK-PLAYER-NAME
           PERFORM CHECK-RESULT-WINNER-NAME
           PERFORM CHECK-RESULT-GAME-ID
           IF GR-REC-VERSION IS EQUAL TO "2"
             PERFORM CHECK-RESULT-VERSION-2
           ELSE
             MOVE 7 TO FAULT-NO
             MOVE "GR-REC-VERSION" TO FAULT-FIELD
             MOVE GR-REC-VERSION TO FAULT-VALUE
             PERFORM RAISE-FAULT
           END-IF
           .

       CHECK-RESULT-WINNER-NAME.
           MOVE "GR-WINNER-NAME" TO FAULT-FIELD
           MOVE 6 TO FAULT-NO
           MOVE GR-WINNER-NAME TO FAULT-VALUE
           IF GR-WINNER IS EQUAL TO "X" AND GR-WINNER-NAME IS NOT
             EQUAL TO GR-PLAYER-X-NAME
             MOVE "WINNER X BUT NOT THE X PLAYER" TO FAULT-DETAIL
             PERFORM RAISE-FAULT
           END-IF
           IF GR-WINNER IS EQUAL TO "O" AND GR-WINNER-NAME IS NOT
             EQUAL TO GR-PLAYER-O-NAME
             MOVE "WINNER O BUT NOT THE O PLAYER" TO FAULT-DETAIL
             PERFORM RAISE-FAULT
           END-IF
           IF GR-WINNER IS EQUAL TO "-" AND GR-WINNER-NAME IS NOT
             EQUAL TO SPACES
             MOVE "DRAWN GAME NAMES A WINNER" TO FAULT-DETAIL
             PERFORM RAISE-FAULT
           END-IF
           .

       CHECK-RESULT-GAME-ID.
           MOVE "GR-GAME-ID" TO FAULT-FIELD
           MOVE GR-GAME-ID TO FAULT-VALUE
           IF GR-GAME-ID IS NOT NUMERIC
             MOVE 2 TO FAULT-NO
             PERFORM RAISE-FAULT
           ELSE
             IF GR-GAME-ID IS EQUAL TO 0
               MOVE 4 TO FAULT-NO
               PERFORM RAISE-FAULT
             ELSE
               MOVE GR-GAME-ID TO WORK-GAME-ID
               PERFORM FIND-GAME-ID
               IF GAME-MATCH-IX IS GREATER THAN 0
                 MOVE 12 TO FAULT-NO
                 PERFORM SET-DUPLICATE-DETAIL
                 PERFORM RAISE-FAULT
               ELSE
                 PERFORM ADD-GAME-ID
               END-IF
             END-IF
           END-IF
           .

      *    WHEN WORK-GAME-ID IS NOT FOUND, GAME-INSERT-IX IS WHERE IT
      *    WOULD GO TO KEEP THE TABLE IN ORDER.
       FIND-GAME-ID.
           MOVE 0 TO GAME-MATCH-IX
           MOVE 1 TO GAME-LOW-IX
           MOVE GAME-COUNT TO GAME-HIGH-IX
           PERFORM HALVE-GAME-RANGE UNTIL GAME-LOW-IX > GAME-HIGH-IX
             OR GAME-MATCH-IX IS GREATER THAN 0
           MOVE GAME-LOW-IX TO GAME-INSERT-IX
           .

       HALVE-GAME-RANGE.
           COMPUTE GAME-MID-IX = (GAME-LOW-IX + GAME-HIGH-IX) / 2
           IF GI-GAME-ID(GAME-MID-IX) IS EQUAL TO WORK-GAME-ID
             MOVE GAME-MID-IX TO GAME-MATCH-IX
           ELSE
             IF GI-GAME-ID(GAME-MID-IX) IS LESS THAN WORK-GAME-ID
               COMPUTE GAME-LOW-IX = GAME-MID-IX + 1
             ELSE
               COMPUTE GAME-HIGH-IX = GAME-MID-IX - 1
             END-IF
           END-IF
           .

      *    CALLED STRAIGHT AFTER FIND-GAME-ID HAS SET GAME-INSERT-IX.
       ADD-GAME-ID.
           IF GAME-COUNT IS NOT LESS THAN MAX-GAMES
             DISPLAY "GAME ID TABLE FULL. ABORTING INTEGRITY SCAN."
             PERFORM ABORT-SCAN
           END-IF
           PERFORM MOVE-GAME-ENTRY-UP VARYING GAME-IX FROM GAME-COUNT
             BY -1 UNTIL GAME-IX < GAME-INSERT-IX
           ADD 1 TO GAME-COUNT
           MOVE GR-GAME-ID TO GI-GAME-ID(GAME-INSERT-IX)
           MOVE FILE-IX TO GI-FILE-IX(GAME-INSERT-IX)
           MOVE CURRENT-RECORD-NO TO GI-RECORD-NO(GAME-INSERT-IX)
           .

       MOVE-GAME-ENTRY-UP.
           MOVE GAME-ENTRY(GAME-IX) TO GAME-ENTRY(GAME-IX + 1)
           .

      *    THE FIELDS CONVRES ADDED. A DRAW AND ONLY A DRAW ENDS "D",
      *    AND THE COMPUTER FLAG IS SET WHEN EITHER SIDE IS COMPUTER.
       CHECK-RESULT-VERSION-2.
           MOVE "GR-BOARD-SIZE" TO FAULT-FIELD
           MOVE GR-BOARD-SIZE TO FAULT-VALUE
           IF GR-BOARD-SIZE IS NOT NUMERIC
             MOVE 2 TO FAULT-NO
             PERFORM RAISE-FAULT
           ELSE
             IF GR-BOARD-SIZE IS LESS THAN 3 OR GR-BOARD-SIZE IS
               GREATER THAN 5
               MOVE 4 TO FAULT-NO
               PERFORM RAISE-FAULT
             ELSE
               COMPUTE TOTAL-CELLS = GR-BOARD-SIZE * GR-BOARD-SIZE
               IF GR-MOVES IS NUMERIC AND GR-MOVES IS GREATER THAN
                 TOTAL-CELLS
                 MOVE 4 TO FAULT-NO
                 MOVE "GR-MOVES" TO FAULT-FIELD
                 MOVE GR-MOVES TO FAULT-VALUE
                 MOVE "MORE MOVES THAN CELLS ON BOARD" TO FAULT-DETAIL
                 PERFORM RAISE-FAULT
               END-IF
             END-IF
           END-IF
           MOVE "GR-END-REASON" TO FAULT-FIELD
           MOVE GR-END-REASON TO FAULT-VALUE
           IF GR-END-REASON IS NOT EQUAL TO "W" AND GR-END-REASON IS
             NOT EQUAL TO "D" AND GR-END-REASON IS NOT EQUAL TO "T"
             MOVE 3 TO FAULT-NO
             PERFORM RAISE-FAULT
           ELSE
             IF (GR-END-REASON IS EQUAL TO "D" AND GR-WINNER IS NOT
               EQUAL TO "-") OR (GR-END-REASON IS NOT EQUAL TO "D"
               AND GR-WINNER IS EQUAL TO "-")
               MOVE 6 TO FAULT-NO
               MOVE "END REASON DOES NOT FIT WINNER" TO FAULT-DETAIL
               PERFORM RAISE-FAULT
             END-IF
           END-IF
           MOVE "GR-COMPUTER-FLAG" TO FAULT-FIELD
           MOVE GR-COMPUTER-FLAG TO FAULT-VALUE
           IF GR-COMPUTER-FLAG IS NOT EQUAL TO "Y" AND
             GR-COMPUTER-FLAG IS NOT EQUAL TO "N"
             MOVE 3 TO FAULT-NO
             PERFORM RAISE-FAULT
           ELSE
             IF (GR-PLAYER-X-NAME IS EQUAL TO "COMPUTER" OR
               GR-PLAYER-O-NAME IS EQUAL TO "COMPUTER") AND
               GR-COMPUTER-FLAG IS EQUAL TO "N"
               MOVE 6 TO FAULT-NO
               MOVE "COMPUTER PLAYED BUT FLAG IS N" TO FAULT-DETAIL
               PERFORM RAISE-FAULT
             END-IF
             IF GR-PLAYER-X-NAME IS NOT EQUAL TO "COMPUTER" AND
               GR-PLAYER-O-NAME IS NOT EQUAL TO "COMPUTER" AND
               GR-COMPUTER-FLAG IS EQUAL TO "Y"
               MOVE 6 TO FAULT-NO
               MOVE "FLAG Y BUT NO COMPUTER PLAYER" TO FAULT-DETAIL
               PERFORM RAISE-FAULT
             END-IF
           END-IF
           .

       SCAN-AUDIT-FILES.
           MOVE 3 TO FILE-IX
           MOVE "N" TO EOF-FLAG
           OPEN INPUT AUDIT-TRAIL
           MOVE AUDIT-FILE-STATUS TO OPEN-STATUS
           PERFORM CHECK-OPEN-STATUS
           IF FILE-PRESENT-FLAG(FILE-IX) IS EQUAL TO "Y"
             PERFORM READ-LIVE-AUDIT UNTIL EOF-FLAG IS EQUAL TO "Y"
             CLOSE AUDIT-TRAIL
           END-IF
           MOVE 4 TO FILE-IX
           MOVE "N" TO EOF-FLAG
           OPEN INPUT ARCHIVE-AUDIT
           MOVE AUDTARC-FILE-STATUS TO OPEN-STATUS
           PERFORM CHECK-OPEN-STATUS
           IF FILE-PRESENT-FLAG(FILE-IX) IS EQUAL TO "Y"
             PERFORM READ-ARCHIVE-AUDIT UNTIL EOF-FLAG IS EQUAL TO "Y"
             CLOSE ARCHIVE-AUDIT
           END-IF
           .

       READ-LIVE-AUDIT.
           READ AUDIT-TRAIL
             AT END
               MOVE "Y" TO EOF-FLAG
             NOT AT END
               PERFORM COUNT-RECORD-READ
               PERFORM CHECK-AUDIT-RECORD
           END-READ
           .

       READ-ARCHIVE-AUDIT.
           READ ARCHIVE-AUDIT
             AT END
               MOVE "Y" TO EOF-FLAG
             NOT AT END
               MOVE ARCHIVE-AUDIT-RECORD TO AUDIT-RECORD
               PERFORM COUNT-RECORD-READ
               PERFORM CHECK-AUDIT-RECORD
           END-READ
           .

      *    ONLY AN ACCEPTED MOVE MUST NAME A CELL ON THE LARGEST BOARD:
      *    A RANGE REJECT RECORDS WHAT WAS TYPED, AND CHKSWEEP WRITES
      *    ITS ABAND ENTRIES WITH CELL ZERO. AUDIT-DATE IS SPACES ON
      *    ENTRIES WRITTEN BEFORE IT EXISTED.
       CHECK-AUDIT-RECORD.
           MOVE "AUDIT-SEQ" TO FAULT-FIELD
           MOVE AUDIT-SEQ TO FAULT-VALUE
           IF AUDIT-SEQ IS NOT NUMERIC
             MOVE 2 TO FAULT-NO
             PERFORM RAISE-FAULT
           ELSE
             IF AUDIT-SEQ IS EQUAL TO 0
               MOVE 4 TO FAULT-NO
               PERFORM RAISE-FAULT
             END-IF
           END-IF
           MOVE "AUDIT-SYMBOL" TO FAULT-FIELD
           IF AUDIT-SYMBOL IS NOT EQUAL TO "X" AND AUDIT-SYMBOL IS NOT
             EQUAL TO "O"
             MOVE 3 TO FAULT-NO
             MOVE AUDIT-SYMBOL TO FAULT-VALUE
             PERFORM RAISE-FAULT
           END-IF
           MOVE "AUDIT-REASON" TO FAULT-FIELD
           IF AUDIT-REASON IS NOT EQUAL TO "OK" AND AUDIT-REASON IS
             NOT EQUAL TO "TAKEN" AND AUDIT-REASON IS NOT EQUAL TO
             "RANGE" AND AUDIT-REASON IS NOT EQUAL TO "TMOUT" AND
             AUDIT-REASON IS NOT EQUAL TO "ABAND"
             MOVE 3 TO FAULT-NO
             MOVE AUDIT-REASON TO FAULT-VALUE
             PERFORM RAISE-FAULT
           END-IF
           MOVE "AUDIT-CELL" TO FAULT-FIELD
           MOVE AUDIT-CELL TO FAULT-VALUE
           IF AUDIT-CELL IS NOT NUMERIC
             MOVE 2 TO FAULT-NO
             PERFORM RAISE-FAULT
           ELSE
             IF AUDIT-REASON IS EQUAL TO "OK" AND (AUDIT-CELL IS LESS
               THAN 1 OR AUDIT-CELL IS GREATER THAN 25)
               MOVE 4 TO FAULT-NO
               PERFORM RAISE-FAULT
             END-IF
           END-IF
           PERFORM CHECK-AUDIT-TIME
           MOVE "AUDIT-GAME-ID" TO FAULT-FIELD
           MOVE AUDIT-GAME-ID TO FAULT-VALUE
           IF AUDIT-GAME-ID IS NOT NUMERIC
             MOVE 2 TO FAULT-NO
             PERFORM RAISE-FAULT
           ELSE
             IF AUDIT-GAME-ID IS EQUAL TO 0
               MOVE 4 TO FAULT-NO
               PERFORM RAISE-FAULT
             END-IF
           END-IF
           IF AUDIT-DATE IS NOT EQUAL TO SPACES
             MOVE "AUDIT-DATE" TO FAULT-FIELD
             MOVE AUDIT-DATE TO WORK-DATE
             PERFORM CHECK-WORK-DATE
           END-IF
           .

       CHECK-AUDIT-TIME.
           MOVE "AUDIT-TIME" TO FAULT-FIELD
           MOVE AUDIT-TIME TO WORK-TIME
           MOVE WORK-TIME TO FAULT-VALUE
           IF WORK-TIME-N IS NOT NUMERIC
             MOVE 2 TO FAULT-NO
             PERFORM RAISE-FAULT
           ELSE
             IF WT-HOURS IS GREATER THAN 23 OR WT-MINUTES IS GREATER
               THAN 59 OR WT-SECONDS IS GREATER THAN 59
               MOVE 4 TO FAULT-NO
               PERFORM RAISE-FAULT
             END-IF
           END-IF
           .

       SCAN-CHECKPOINT-FILE.
           MOVE 5 TO FILE-IX
           MOVE "N" TO EOF-FLAG
           OPEN INPUT CHECKPOINT-FILE
           MOVE CHKPT-FILE-STATUS TO OPEN-STATUS
           PERFORM CHECK-OPEN-STATUS
           IF FILE-PRESENT-FLAG(FILE-IX) IS EQUAL TO "Y"
             PERFORM READ-CHECKPOINT UNTIL EOF-FLAG IS EQUAL TO "Y"
             CLOSE CHECKPOINT-FILE
           END-IF
           .

       READ-CHECKPOINT.
           READ CHECKPOINT-FILE
             AT END
               MOVE "Y" TO EOF-FLAG
             NOT AT END
               PERFORM COUNT-RECORD-READ
               PERFORM CHECK-CHECKPOINT-RECORD
           END-READ
           .

      *    A SAVED GAME IS ONE TAG PER RECORD. ITS BOARD MAY HOLD ONLY
      *    X, O AND SPACE, NOTHING PAST THE LAST CELL OF ITS SIZE, AND
      *    AS MANY MARKS AS MOVES MADE. A SAVED GAME WHOSE ID ALREADY
      *    HAS A RESULT WAS NOT CLEARED WHEN IT FINISHED, AND CHKSWEEP
      *    WOULD FORFEIT IT A SECOND TIME.
       CHECK-CHECKPOINT-RECORD.
           MOVE "CKPT-TAG" TO FAULT-FIELD
           IF CKPT-TAG IS EQUAL TO SPACES
             MOVE 5 TO FAULT-NO
             MOVE SPACES TO FAULT-VALUE
             PERFORM RAISE-FAULT
           ELSE
             PERFORM FIND-SAVED-GAME-TAG
             IF SAVED-MATCH-IX IS GREATER THAN 0
               MOVE 13 TO FAULT-NO
               MOVE CKPT-TAG TO FAULT-VALUE
               STRING "ALSO CHKPT RECORD "
                 SG-RECORD-NO(SAVED-MATCH-IX)
                 DELIMITED BY SIZE INTO FAULT-DETAIL
               PERFORM RAISE-FAULT
             ELSE
               PERFORM ADD-SAVED-GAME-TAG
             END-IF
           END-IF
           MOVE 25 TO TOTAL-CELLS
           MOVE "CKPT-BOARD-SIZE" TO FAULT-FIELD
           MOVE CKPT-BOARD-SIZE TO FAULT-VALUE
           IF CKPT-BOARD-SIZE IS NOT NUMERIC
             MOVE 2 TO FAULT-NO
             PERFORM RAISE-FAULT
           ELSE
             IF CKPT-BOARD-SIZE IS LESS THAN 3 OR CKPT-BOARD-SIZE IS
               GREATER THAN 5
               MOVE 4 TO FAULT-NO
               PERFORM RAISE-FAULT
             ELSE
               COMPUTE TOTAL-CELLS = CKPT-BOARD-SIZE * CKPT-BOARD-SIZE
             END-IF
           END-IF
           MOVE 0 TO FILLED-CELLS
           MOVE "N" TO BAD-CELL-FLAG
           MOVE "N" TO STRAY-CELL-FLAG
           PERFORM CHECK-CHECKPOINT-CELL VARYING CELL-IX FROM 1 BY 1
             UNTIL CELL-IX > 25
           MOVE "CKPT-CELL" TO FAULT-FIELD
           IF BAD-CELL-FLAG IS EQUAL TO "Y"
             MOVE 3 TO FAULT-NO
             MOVE CHECKPOINT-RECORD(22:20) TO FAULT-VALUE
             PERFORM RAISE-FAULT
           END-IF
           IF STRAY-CELL-FLAG IS EQUAL TO "Y"
             MOVE 4 TO FAULT-NO
             MOVE CHECKPOINT-RECORD(22:20) TO FAULT-VALUE
             MOVE "MARK PAST THE LAST CELL" TO FAULT-DETAIL
             PERFORM RAISE-FAULT
           END-IF
           PERFORM CHECK-CHECKPOINT-MOVES
           MOVE "CKPT-PLAYER-X-NAME" TO FAULT-FIELD
           MOVE CKPT-PLAYER-X-NAME TO WORK-NAME
           PERFORM CHECK-PLAYER-NAME
           MOVE "CKPT-PLAYER-O-NAME" TO FAULT-FIELD
           MOVE CKPT-PLAYER-O-NAME TO WORK-NAME
           PERFORM CHECK-PLAYER-NAME
           IF CKPT-SINGLE-PLAYER IS EQUAL TO "Y" AND
             CKPT-COMPUTER-SYMBOL IS NOT EQUAL TO "X" AND
             CKPT-COMPUTER-SYMBOL IS NOT EQUAL TO "O"
             MOVE 3 TO FAULT-NO
             MOVE "CKPT-COMPUTER-SYMBOL" TO FAULT-FIELD
             MOVE CKPT-COMPUTER-SYMBOL TO FAULT-VALUE
             PERFORM RAISE-FAULT
           END-IF
           PERFORM CHECK-CHECKPOINT-GAME-ID
           .

       CHECK-CHECKPOINT-CELL.
           IF CKPT-CELL(CELL-IX) IS NOT EQUAL TO SPACE
             IF CKPT-CELL(CELL-IX) IS NOT EQUAL TO "X" AND
               CKPT-CELL(CELL-IX) IS NOT EQUAL TO "O"
               MOVE "Y" TO BAD-CELL-FLAG
             ELSE
               IF CELL-IX IS GREATER THAN TOTAL-CELLS
                 MOVE "Y" TO STRAY-CELL-FLAG
               ELSE
                 ADD 1 TO FILLED-CELLS
               END-IF
             END-IF
           END-IF
           .

       CHECK-CHECKPOINT-MOVES.
           MOVE "CKPT-CURRENT-MOVE" TO FAULT-FIELD
           IF CKPT-CURRENT-MOVE IS NOT EQUAL TO "X" AND
             CKPT-CURRENT-MOVE IS NOT EQUAL TO "O"
             MOVE 3 TO FAULT-NO
             MOVE CKPT-CURRENT-MOVE TO FAULT-VALUE
             PERFORM RAISE-FAULT
           END-IF
           MOVE "CKPT-NEXT-MOVE" TO FAULT-FIELD
           IF CKPT-NEXT-MOVE IS NOT EQUAL TO "X" AND
             CKPT-NEXT-MOVE IS NOT EQUAL TO "O"
             MOVE 3 TO FAULT-NO
             MOVE CKPT-NEXT-MOVE TO FAULT-VALUE
             PERFORM RAISE-FAULT
           ELSE
             IF CKPT-NEXT-MOVE IS EQUAL TO CKPT-CURRENT-MOVE
               MOVE 6 TO FAULT-NO
               MOVE CKPT-NEXT-MOVE TO FAULT-VALUE
               MOVE "SAME SYMBOL MOVES BOTH TURNS" TO FAULT-DETAIL
               PERFORM RAISE-FAULT
             END-IF
           END-IF
           MOVE "CKPT-MOVE-COUNT" TO FAULT-FIELD
           MOVE CKPT-MOVE-COUNT TO FAULT-VALUE
           IF CKPT-MOVE-COUNT IS NOT NUMERIC
             MOVE 2 TO FAULT-NO
             PERFORM RAISE-FAULT
           ELSE
             IF CKPT-MOVE-COUNT IS NOT EQUAL TO FILLED-CELLS AND
               BAD-CELL-FLAG IS EQUAL TO "N"
               MOVE 6 TO FAULT-NO
               MOVE "MOVE COUNT DIFFERS FROM BOARD" TO FAULT-DETAIL
               PERFORM RAISE-FAULT
             END-IF
           END-IF
           MOVE "CKPT-AUDIT-SEQ-NO" TO FAULT-FIELD
           IF CKPT-AUDIT-SEQ-NO IS NOT NUMERIC
             MOVE 2 TO FAULT-NO
             MOVE CKPT-AUDIT-SEQ-NO TO FAULT-VALUE
             PERFORM RAISE-FAULT
           END-IF
           .

       CHECK-CHECKPOINT-GAME-ID.
           MOVE "CKPT-GAME-ID" TO FAULT-FIELD
           MOVE CKPT-GAME-ID TO FAULT-VALUE
           IF CKPT-GAME-ID IS NOT NUMERIC
             MOVE 2 TO FAULT-NO
             PERFORM RAISE-FAULT
           ELSE
             IF CKPT-GAME-ID IS EQUAL TO 0
               MOVE 4 TO FAULT-NO
               PERFORM RAISE-FAULT
             ELSE
               MOVE CKPT-GAME-ID TO WORK-GAME-ID
               PERFORM FIND-GAME-ID
               IF GAME-MATCH-IX IS GREATER THAN 0
                 MOVE 10 TO FAULT-NO
                 PERFORM SET-DUPLICATE-DETAIL
                 PERFORM RAISE-FAULT
               END-IF
             END-IF
           END-IF
           .

       FIND-SAVED-GAME-TAG.
           MOVE 0 TO SAVED-MATCH-IX
           PERFORM TEST-SAVED-GAME-TAG VARYING SAVED-GAME-IX FROM 1
             BY 1 UNTIL SAVED-GAME-IX > SAVED-GAME-COUNT OR
             SAVED-MATCH-IX IS GREATER THAN 0
           .

       TEST-SAVED-GAME-TAG.
           IF SG-TAG(SAVED-GAME-IX) IS EQUAL TO CKPT-TAG
             MOVE SAVED-GAME-IX TO SAVED-MATCH-IX
           END-IF
           .

       ADD-SAVED-GAME-TAG.
           IF SAVED-GAME-COUNT IS NOT LESS THAN MAX-SAVED-GAMES
             DISPLAY "SAVED GAME TABLE FULL. ABORTING INTEGRITY SCAN."
             PERFORM ABORT-SCAN
           END-IF
           ADD 1 TO SAVED-GAME-COUNT
           MOVE CKPT-TAG TO SG-TAG(SAVED-GAME-COUNT)
           MOVE CURRENT-RECORD-NO TO SG-RECORD-NO(SAVED-GAME-COUNT)
           .

       SCAN-FIXTURE-FILE.
           MOVE 6 TO FILE-IX
           MOVE "N" TO EOF-FLAG
           OPEN INPUT FIXTURE-FILE
           MOVE FIXTURE-FILE-STATUS TO OPEN-STATUS
           PERFORM CHECK-OPEN-STATUS
           IF FILE-PRESENT-FLAG(FILE-IX) IS EQUAL TO "Y"
             PERFORM READ-FIXTURE UNTIL EOF-FLAG IS EQUAL TO "Y"
             CLOSE FIXTURE-FILE
           END-IF
           .

       READ-FIXTURE.
           READ FIXTURE-FILE
             AT END
               MOVE "Y" TO EOF-FLAG
             NOT AT END
               PERFORM COUNT-RECORD-READ
               PERFORM CHECK-FIXTURE-RECORD
           END-READ
           .

      *    "U" IS UNPLAYED, "P" PLAYED, "V" PLAYED BUT VOIDED BY A
      *    REFEREE AND "F" FORFEITED. A PLAYED OR VOIDED FIXTURE MUST
      *    POINT AT A RESULT ON FILE; THE OTHERS CARRY NO GAME.
       CHECK-FIXTURE-RECORD.
           MOVE "FX-HOME-NAME" TO FAULT-FIELD
           MOVE FX-HOME-NAME TO WORK-NAME
           PERFORM CHECK-PLAYER-NAME
           MOVE "FX-AWAY-NAME" TO FAULT-FIELD
           MOVE FX-AWAY-NAME TO WORK-NAME
           PERFORM CHECK-PLAYER-NAME
           IF FX-HOME-NAME IS EQUAL TO FX-AWAY-NAME AND FX-HOME-NAME
             IS NOT EQUAL TO SPACES
             MOVE 6 TO FAULT-NO
             MOVE FX-AWAY-NAME TO FAULT-VALUE
             MOVE "PLAYER DRAWN AGAINST THEMSELVES" TO FAULT-DETAIL
             PERFORM RAISE-FAULT
           END-IF
           MOVE "FX-SCHED-DATE" TO FAULT-FIELD
           MOVE FX-SCHED-DATE TO WORK-DATE
           PERFORM CHECK-WORK-DATE
           MOVE "FX-MOVES" TO FAULT-FIELD
           IF FX-MOVES IS NOT NUMERIC
             MOVE 2 TO FAULT-NO
             MOVE FX-MOVES TO FAULT-VALUE
             PERFORM RAISE-FAULT
           END-IF
           MOVE "FX-STATUS" TO FAULT-FIELD
           MOVE FX-STATUS TO FAULT-VALUE
           IF FX-STATUS IS NOT EQUAL TO "U" AND FX-STATUS IS NOT
             EQUAL TO "P" AND FX-STATUS IS NOT EQUAL TO "V" AND
             FX-STATUS IS NOT EQUAL TO "F"
             MOVE 3 TO FAULT-NO
             PERFORM RAISE-FAULT
           ELSE
             PERFORM CHECK-FIXTURE-WINNER
             PERFORM CHECK-FIXTURE-GAME-ID
           END-IF
           .

       CHECK-FIXTURE-WINNER.
           MOVE "FX-WINNER" TO FAULT-FIELD
           MOVE FX-WINNER TO FAULT-VALUE
           MOVE 3 TO FAULT-NO
           IF FX-STATUS IS EQUAL TO "U" AND FX-WINNER IS NOT EQUAL TO
             SPACE
             MOVE "UNPLAYED FIXTURE HAS A WINNER" TO FAULT-DETAIL
             PERFORM RAISE-FAULT
           END-IF
           IF FX-STATUS IS EQUAL TO "V" AND FX-WINNER IS NOT EQUAL TO
             SPACE
             MOVE "VOIDED FIXTURE HAS A WINNER" TO FAULT-DETAIL
             PERFORM RAISE-FAULT
           END-IF
           IF FX-STATUS IS EQUAL TO "P" AND FX-WINNER IS NOT EQUAL TO
             "X" AND FX-WINNER IS NOT EQUAL TO "O" AND FX-WINNER IS NOT
             EQUAL TO "-"
             PERFORM RAISE-FAULT
           END-IF
           IF FX-STATUS IS EQUAL TO "F" AND FX-WINNER IS NOT EQUAL TO
             "X" AND FX-WINNER IS NOT EQUAL TO "O" AND FX-WINNER IS
             NOT EQUAL TO "N"
             PERFORM RAISE-FAULT
           END-IF
           .

       CHECK-FIXTURE-GAME-ID.
           MOVE "FX-GAME-ID" TO FAULT-FIELD
           MOVE FX-GAME-ID TO FAULT-VALUE
           IF FX-GAME-ID IS NOT NUMERIC
             MOVE 2 TO FAULT-NO
             PERFORM RAISE-FAULT
           ELSE
             IF FX-STATUS IS EQUAL TO "P" OR FX-STATUS IS EQUAL TO
               "V"
               MOVE FX-GAME-ID TO WORK-GAME-ID
               PERFORM FIND-GAME-ID
               IF GAME-MATCH-IX IS EQUAL TO 0
                 MOVE 9 TO FAULT-NO
                 PERFORM RAISE-FAULT
               END-IF
             ELSE
               IF FX-GAME-ID IS NOT EQUAL TO 0
                 MOVE 6 TO FAULT-NO
                 MOVE "GAME ID ON UNPLAYED FIXTURE" TO FAULT-DETAIL
                 PERFORM RAISE-FAULT
               END-IF
             END-IF
           END-IF
           .

       SCAN-RATING-FILE.
           MOVE 7 TO FILE-IX
           MOVE "N" TO EOF-FLAG
           OPEN INPUT RATING-FILE
           MOVE RATING-FILE-STATUS TO OPEN-STATUS
           PERFORM CHECK-OPEN-STATUS
           IF FILE-PRESENT-FLAG(FILE-IX) IS EQUAL TO "Y"
             PERFORM READ-RATING UNTIL EOF-FLAG IS EQUAL TO "Y"
             CLOSE RATING-FILE
           END-IF
           .

       READ-RATING.
           READ RATING-FILE
             AT END
               MOVE "Y" TO EOF-FLAG
             NOT AT END
               PERFORM COUNT-RECORD-READ
               PERFORM CHECK-RATING-RECORD
           END-READ
           .

       CHECK-RATING-RECORD.
           MOVE "RATE-NAME" TO FAULT-FIELD
           MOVE RATE-NAME TO WORK-NAME
           PERFORM CHECK-PLAYER-NAME
           IF RATE-NAME IS NOT EQUAL TO SPACES
             PERFORM FIND-RATING-NAME
             IF RATING-MATCH-IX IS GREATER THAN 0
               MOVE 13 TO FAULT-NO
               MOVE RATE-NAME TO FAULT-VALUE
               STRING "ALSO RATINGS RECORD "
                 RT-RECORD-NO(RATING-MATCH-IX)
                 DELIMITED BY SIZE INTO FAULT-DETAIL
               PERFORM RAISE-FAULT
             ELSE
               PERFORM ADD-RATING-NAME
             END-IF
           END-IF
           MOVE "RATE-VALUE" TO FAULT-FIELD
           IF RATE-VALUE IS NOT NUMERIC
             MOVE 2 TO FAULT-NO
             MOVE RATE-VALUE TO FAULT-VALUE
             PERFORM RAISE-FAULT
           END-IF
           MOVE "RATE-GAMES" TO FAULT-FIELD
           IF RATE-GAMES IS NOT NUMERIC
             MOVE 2 TO FAULT-NO
             MOVE RATE-GAMES TO FAULT-VALUE
             PERFORM RAISE-FAULT
           END-IF
           .

       FIND-RATING-NAME.
           MOVE 0 TO RATING-MATCH-IX
           PERFORM TEST-RATING-NAME VARYING RATING-IX FROM 1 BY 1
             UNTIL RATING-IX > RATING-COUNT OR RATING-MATCH-IX IS
             GREATER THAN 0
           .

       TEST-RATING-NAME.
           IF RT-NAME(RATING-IX) IS EQUAL TO RATE-NAME
             MOVE RATING-IX TO RATING-MATCH-IX
           END-IF
           .

       ADD-RATING-NAME.
           IF RATING-COUNT IS NOT LESS THAN MAX-RATINGS
             DISPLAY "RATING TABLE FULL. ABORTING INTEGRITY SCAN."
             PERFORM ABORT-SCAN
           END-IF
           ADD 1 TO RATING-COUNT
           MOVE RATE-NAME TO RT-NAME(RATING-COUNT)
           MOVE CURRENT-RECORD-NO TO RT-RECORD-NO(RATING-COUNT)
           .

      *    THE SUMMARY GOES TO DATARPT AND TO THE JOB LOG ALIKE.
       PRINT-SCAN-SUMMARY.
           MOVE SPACES TO PRINT-RECORD
           STRING "TICTACTOE DATA INTEGRITY SCAN" "     RUN DATE "
             RUN-DATE(1:4) "-" RUN-DATE(5:2) "-" RUN-DATE(7:2)
             DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE "FILE      RECORDS   FAULTS" TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE "--------  -------  -------" TO PRINT-RECORD
           WRITE PRINT-RECORD
           PERFORM PRINT-FILE-LINE VARYING FILE-IX FROM 1 BY 1
             UNTIL FILE-IX > 8
           IF MASTER-LOADED-FLAG IS NOT EQUAL TO "Y"
             MOVE "NO PLAYER MASTER. NAMES CHECKED FOR BLANKS ONLY."
               TO PRINT-RECORD
             WRITE PRINT-RECORD
             DISPLAY PRINT-RECORD(1:48)
           END-IF
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           STRING "NO  CATEGORY  FAULT TYPE                        "
             " FAULTS"
             DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           STRING "--  --------  --------------------------------"
             "  -------"
             DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           PERFORM PRINT-FAULT-LINE VARYING FAULT-NO FROM 1 BY 1
             UNTIL FAULT-NO > FAULT-TYPE-COUNT
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE TOTAL-FAULTS TO FAULTS-EDIT
           MOVE SPACES TO PRINT-RECORD
           STRING FAULTS-EDIT " FAULT(S) IN ALL"
             DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           .

       PRINT-FILE-LINE.
           MOVE FILE-RECORDS(FILE-IX) TO COUNT-EDIT
           MOVE FILE-FAULTS(FILE-IX) TO FAULTS-EDIT
           MOVE SPACES TO PRINT-RECORD
           IF FILE-PRESENT-FLAG(FILE-IX) IS EQUAL TO "Y"
             STRING FILE-NAME(FILE-IX) "  " COUNT-EDIT "  "
               FAULTS-EDIT
               DELIMITED BY SIZE INTO PRINT-RECORD
           ELSE
             STRING FILE-NAME(FILE-IX) "  NOT PRESENT"
               DELIMITED BY SIZE INTO PRINT-RECORD
           END-IF
           WRITE PRINT-RECORD
           DISPLAY PRINT-RECORD(1:26)
           .

       PRINT-FAULT-LINE.
           MOVE FAULT-NO TO FAULT-NO-EDIT
           MOVE FAULT-COUNT(FAULT-NO) TO FAULTS-EDIT
           MOVE SPACES TO PRINT-RECORD
           STRING FAULT-NO-EDIT "  " FAULT-CATEGORY(FAULT-NO)
             "     " FAULT-TEXT(FAULT-NO) "  " FAULTS-EDIT
             DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           IF FAULT-COUNT(FAULT-NO) IS GREATER THAN 0
             DISPLAY PRINT-RECORD(1:56)
           END-IF
           .

       CLOSE-OUTPUT-FILES.
           CLOSE EXCEPT-FILE
           CLOSE PRINT-FILE
           .

           END PROGRAM DATACHK.
