       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEDACK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACK-FILE ASSIGN TO "FEDIN"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FEDIN-FILE-STATUS.

           SELECT SENT-FILE ASSIGN TO "FEDSENT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FEDSENT-FILE-STATUS.

           SELECT CONTROL-FILE ASSIGN TO "FEDCTL"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FEDCTL-FILE-STATUS.

           SELECT GAME-RESULTS ASSIGN TO "GAMERES"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS GAMERES-FILE-STATUS.

           SELECT ARCHIVE-RESULTS ASSIGN TO "GAMEARC"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS GAMEARC-FILE-STATUS.

           SELECT PRINT-FILE ASSIGN TO "FEDARPT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PRINT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACK-FILE.
       COPY "FEDACK.cpy".

       FD  SENT-FILE.
       COPY "FEDSENT.cpy".

       FD  CONTROL-FILE.
       01 FED-CONTROL-RECORD.
         05 FC-LAST-BATCH-NO PIC 9(06).
         05 FC-LAST-RUN-DATE PIC 9(08).

       FD  GAME-RESULTS.
       COPY "GAMERES.cpy".

       FD  ARCHIVE-RESULTS.
       COPY "GAMERES.cpy" REPLACING
         ==GAME-RESULT-RECORD== BY ==ARCHIVE-RESULT-RECORD==
         LEADING ==GR== BY ==ARC==.

       FD  PRINT-FILE.
       01 PRINT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 FEDIN-FILE-STATUS PIC X(2).
       01 FEDSENT-FILE-STATUS PIC X(2).
       01 FEDCTL-FILE-STATUS PIC X(2).
       01 GAMERES-FILE-STATUS PIC X(2).
       01 GAMEARC-FILE-STATUS PIC X(2).
       01 PRINT-FILE-STATUS PIC X(2).
       01 EOF-FLAG PIC A VALUE "N".

       01 MAX-LINES-PER-PAGE PIC 9(2) VALUE 50.
       01 LINE-COUNT PIC 9(2) VALUE 0.
       01 PAGE-NO PIC 9(3) VALUE 0.
       01 PAGE-NO-EDIT PIC ZZ9.
       01 RUN-DATE PIC 9(8).
       01 CLUB-ID PIC X(8).

       01 ACK-CLUB-ID PIC X(8).
       01 ACK-BATCH-NO PIC 9(6).
       01 ACK-DATE PIC 9(8).
       01 BATCH-REFUSED-FLAG PIC A VALUE "N".
       01 REFUSE-CODE PIC X(4).
       01 REFUSE-TEXT PIC X(40).
       01 TRAILER-FLAG PIC A VALUE "N".
       01 TRAILER-COUNT PIC 9(7) VALUE 0.
       01 HIGH-BATCH-NO PIC 9(6) VALUE 0.

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

      *    EVERYTHING THE REPORT LISTS. LT-KIND: R = REJECTED BY THE
      *    FEDERATION, N = NO ANSWER YET, U = NOT ON THE REGISTER,
      *    S = SENT AGAIN SINCE, IN LT-BATCH-NO, F = A FAULT IN THE
      *    FILE ITSELF (LT-TEXT ONLY).
       01 MAX-LISTED PIC 9(4) VALUE 1000.
       01 LISTED-COUNT PIC 9(4) VALUE 0.
       01 LISTED-TABLE.
         05 LISTED-ENTRY OCCURS 1000 TIMES.
           10 LT-KIND PIC X(1).
           10 LT-GAME-ID PIC 9(16).
           10 LT-BATCH-NO PIC 9(6).
           10 LT-CODE PIC X(4).
           10 LT-TEXT PIC X(40).
           10 LT-DATE PIC 9(8).
           10 LT-X-NAME PIC X(20).
           10 LT-O-NAME PIC X(20).
       01 LISTED-IX PIC 9(4).
       01 LISTED-FULL-FLAG PIC A VALUE "N".
       01 WORK-KIND PIC X(1).
       01 WORK-GAME-ID PIC 9(16).
       01 WORK-CODE PIC X(4).
       01 WORK-TEXT PIC X(40).
       01 SECTION-KIND PIC X(1).
       01 SECTION-TITLE PIC X(80).
       01 SECTION-COUNT PIC 9(4).

       01 DETAIL-READ-COUNT PIC 9(7) VALUE 0.
       01 ACCEPTED-COUNT PIC 9(5) VALUE 0.
       01 REJECTED-COUNT PIC 9(5) VALUE 0.
       01 UNANSWERED-COUNT PIC 9(5) VALUE 0.
       01 FAULT-COUNT PIC 9(5) VALUE 0.

       01 BATCH-NO-EDIT PIC ZZZZZ9.
       01 COUNT-EDIT-1 PIC ZZZZ9.
       01 COUNT-EDIT-2 PIC ZZZZ9.
       01 COUNT-EDIT-3 PIC ZZZZ9.
       01 COUNT-EDIT-4 PIC ZZZZ9.
       01 BIG-EDIT-1 PIC ZZZZZZ9.
       01 BIG-EDIT-2 PIC ZZZZZZ9.
       01 SHOW-DATE PIC 9(8).
       01 SHOW-DATE-TEXT PIC X(10).

       PROCEDURE DIVISION.
           DISPLAY "FEDACK - FEDERATION ACKNOWLEDGEMENT"
           DISPLAY "===================================="

           MOVE SPACES TO CLUB-ID
           ACCEPT CLUB-ID FROM ENVIRONMENT "FEDCLUB"
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-SENT-TABLE
           PERFORM READ-ACK-HEADER
           IF BATCH-REFUSED-FLAG IS EQUAL TO "Y"
             PERFORM REFUSE-BATCH-ENTRY VARYING SENT-IX FROM 1 BY 1
               UNTIL SENT-IX > SENT-COUNT
           END-IF
           MOVE "N" TO EOF-FLAG
           PERFORM PROCESS-ACK-RECORD UNTIL EOF-FLAG IS EQUAL TO "Y"
           CLOSE ACK-FILE
           PERFORM CHECK-ACK-TRAILER
           PERFORM NOTE-UNANSWERED-GAME VARYING SENT-IX FROM 1 BY 1
             UNTIL SENT-IX > SENT-COUNT
           PERFORM NAME-LISTED-GAMES
           PERFORM REWRITE-SENT-FILE
           PERFORM PRINT-ACK-REPORT

           MOVE ACK-BATCH-NO TO BATCH-NO-EDIT
           MOVE ACCEPTED-COUNT TO COUNT-EDIT-1
           MOVE REJECTED-COUNT TO COUNT-EDIT-2
           MOVE UNANSWERED-COUNT TO COUNT-EDIT-3
           DISPLAY "BATCH " BATCH-NO-EDIT ": " COUNT-EDIT-1
             " ACCEPTED, " COUNT-EDIT-2 " REJECTED, " COUNT-EDIT-3
             " NOT ANSWERED"
           IF REJECTED-COUNT IS GREATER THAN 0 OR UNANSWERED-COUNT IS
             GREATER THAN 0 OR FAULT-COUNT IS GREATER THAN 0
             DISPLAY "GAMES NEED ATTENTION. SEE FEDARPT."
             MOVE 8 TO RETURN-CODE
           END-IF

           GOBACK.

      *    FEDSENT IS REWRITTEN AT THE END OF THE RUN, SO EVERY RECORD
      *    MUST FIT IN THE TABLE OR NOTHING IS MARKED. FEDCTL GIVES THE
      *    LAST BATCH NUMBER USED, WHICH AN EMPTY BATCH DOES NOT LEAVE
      *    ON THE REGISTER.
       LOAD-SENT-TABLE.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT SENT-FILE
           IF FEDSENT-FILE-STATUS IS NOT EQUAL TO "00"
             DISPLAY "NO FEDSENT REGISTER. NOTHING HAS BEEN SENT."
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           PERFORM LOAD-SENT-RECORD UNTIL EOF-FLAG IS EQUAL TO "Y"
           CLOSE SENT-FILE
           OPEN INPUT CONTROL-FILE
           IF FEDCTL-FILE-STATUS IS EQUAL TO "00"
             READ CONTROL-FILE
               NOT AT END
                 IF FC-LAST-BATCH-NO IS NUMERIC AND FC-LAST-BATCH-NO
                   IS GREATER THAN HIGH-BATCH-NO
                   MOVE FC-LAST-BATCH-NO TO HIGH-BATCH-NO
                 END-IF
             END-READ
             CLOSE CONTROL-FILE
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
               IF FS-BATCH-NO IS GREATER THAN HIGH-BATCH-NO
                 MOVE FS-BATCH-NO TO HIGH-BATCH-NO
               END-IF
             ELSE
               DISPLAY "FEDSENT REGISTER TABLE FULL. NOTHING MARKED."
               CLOSE SENT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
           END-IF
           .

      *    THE FILE MUST START WITH A HEADER FOR OUR CLUB AND A BATCH
      *    WE HAVE SENT, OR IT IS SOMEBODY ELSE'S AND NOTHING IS MARKED.
      *    FEDCLUB, WHEN SET, IS CHECKED AGAINST THE HEADER.
       READ-ACK-HEADER.
           OPEN INPUT ACK-FILE
           IF FEDIN-FILE-STATUS IS NOT EQUAL TO "00"
             DISPLAY "FEDIN FILE NOT FOUND. NOTHING TO PROCESS."
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           MOVE "N" TO EOF-FLAG
           READ ACK-FILE
             AT END
               MOVE "Y" TO EOF-FLAG
           END-READ
           IF EOF-FLAG IS EQUAL TO "Y" OR FA-REC-TYPE IS NOT EQUAL
             TO "H" OR AH-BATCH-NO IS NOT NUMERIC
             DISPLAY "FEDIN DOES NOT START WITH A BATCH HEADER. "
               "NOTHING MARKED."
             CLOSE ACK-FILE
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           IF CLUB-ID IS NOT EQUAL TO SPACES AND AH-CLUB-ID IS NOT
             EQUAL TO CLUB-ID
             DISPLAY "FEDIN IS FOR CLUB " AH-CLUB-ID ", NOT " CLUB-ID
               ". NOTHING MARKED."
             CLOSE ACK-FILE
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           MOVE AH-BATCH-NO TO ACK-BATCH-NO
           MOVE AH-CLUB-ID TO ACK-CLUB-ID
           IF ACK-BATCH-NO IS EQUAL TO 0 OR ACK-BATCH-NO IS GREATER
             THAN HIGH-BATCH-NO
             MOVE ACK-BATCH-NO TO BATCH-NO-EDIT
             DISPLAY "BATCH " BATCH-NO-EDIT " HAS NOT BEEN SENT. "
               "NOTHING MARKED."
             CLOSE ACK-FILE
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           IF AH-ACK-DATE IS NUMERIC AND AH-ACK-DATE IS NOT EQUAL TO 0
             MOVE AH-ACK-DATE TO ACK-DATE
           ELSE
             MOVE RUN-DATE TO ACK-DATE
           END-IF
           IF AH-BATCH-STATUS IS EQUAL TO "R"
             MOVE "Y" TO BATCH-REFUSED-FLAG
             MOVE AH-REASON-CODE TO REFUSE-CODE
             MOVE AH-REASON-TEXT TO REFUSE-TEXT
           END-IF
           .

      *    A REFUSED BATCH WAS NOT LOADED AT ALL, SO EVERY GAME IN IT
      *    IS REJECTED FOR THE HEADER'S REASON AND GOES OUT AGAIN.
       REFUSE-BATCH-ENTRY.
           IF ST-BATCH-NO(SENT-IX) IS EQUAL TO ACK-BATCH-NO AND
             ST-STATUS(SENT-IX) IS NOT EQUAL TO "A"
             MOVE SENT-IX TO SENT-MATCH-IX
             MOVE REFUSE-CODE TO WORK-CODE
             MOVE REFUSE-TEXT TO WORK-TEXT
             PERFORM REJECT-SENT-GAME
           END-IF
           .

       PROCESS-ACK-RECORD.
           READ ACK-FILE
             AT END
               MOVE "Y" TO EOF-FLAG
             NOT AT END
               IF FA-REC-TYPE IS EQUAL TO "A" OR FA-REC-TYPE IS EQUAL
                 TO "R"
                 PERFORM PROCESS-ACK-DETAIL
               ELSE
                 IF FA-REC-TYPE IS EQUAL TO "T"
                   MOVE "Y" TO TRAILER-FLAG
                   IF AT-DETAIL-COUNT IS NUMERIC
                     MOVE AT-DETAIL-COUNT TO TRAILER-COUNT
                   END-IF
                 ELSE
                   MOVE 0 TO WORK-GAME-ID
                   MOVE "RECORD OF UNKNOWN TYPE IGNORED"
                     TO WORK-TEXT
                   PERFORM NOTE-FILE-FAULT
                 END-IF
               END-IF
           END-READ
           .

      *    AN ANSWER COUNTS ONLY FOR A GAME THIS BATCH CARRIED. ONE FOR
      *    A GAME SENT AGAIN SINCE IS OUT OF DATE AND IS IGNORED; THE
      *    LATER BATCH WILL BE ANSWERED IN ITS TURN.
       PROCESS-ACK-DETAIL.
           ADD 1 TO DETAIL-READ-COUNT
           IF AD-GAME-ID IS NOT NUMERIC
             MOVE 0 TO WORK-GAME-ID
             MOVE "ANSWER WITH NO VALID GAME ID IGNORED" TO WORK-TEXT
             PERFORM NOTE-FILE-FAULT
           ELSE
             MOVE AD-GAME-ID TO WORK-GAME-ID
             PERFORM FIND-SENT-ENTRY
             IF SENT-MATCH-IX IS EQUAL TO 0
               MOVE "U" TO WORK-KIND
               MOVE AD-REASON-CODE TO WORK-CODE
               MOVE "NOT ON THE FEDSENT REGISTER" TO WORK-TEXT
               PERFORM ADD-LISTED-ENTRY
               ADD 1 TO FAULT-COUNT
             ELSE
               IF ST-BATCH-NO(SENT-MATCH-IX) IS NOT EQUAL TO
                 ACK-BATCH-NO
                 MOVE "S" TO WORK-KIND
                 MOVE AD-REASON-CODE TO WORK-CODE
                 MOVE "SENT AGAIN SINCE; THIS ANSWER IGNORED"
                   TO WORK-TEXT
                 PERFORM ADD-LISTED-ENTRY
                 IF LISTED-FULL-FLAG IS EQUAL TO "N"
                   MOVE ST-BATCH-NO(SENT-MATCH-IX)
                     TO LT-BATCH-NO(LISTED-COUNT)
                 END-IF
                 ADD 1 TO FAULT-COUNT
               ELSE
                 IF FA-REC-TYPE IS EQUAL TO "A"
                   MOVE "A" TO ST-STATUS(SENT-MATCH-IX)
                   MOVE ACK-DATE TO ST-ACK-DATE(SENT-MATCH-IX)
                   ADD 1 TO ACCEPTED-COUNT
                 ELSE
                   MOVE AD-REASON-CODE TO WORK-CODE
                   MOVE AD-REASON-TEXT TO WORK-TEXT
                   PERFORM REJECT-SENT-GAME
                 END-IF
               END-IF
             END-IF
           END-IF
           .

       REJECT-SENT-GAME.
           MOVE "R" TO ST-STATUS(SENT-MATCH-IX)
           MOVE ACK-DATE TO ST-ACK-DATE(SENT-MATCH-IX)
           MOVE WORK-CODE TO ST-REJECT-CODE(SENT-MATCH-IX)
           MOVE WORK-TEXT TO ST-REJECT-REASON(SENT-MATCH-IX)
           ADD 1 TO REJECTED-COUNT
           MOVE "R" TO WORK-KIND
           MOVE ST-GAME-ID(SENT-MATCH-IX) TO WORK-GAME-ID
           PERFORM ADD-LISTED-ENTRY
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

       NOTE-FILE-FAULT.
           MOVE "F" TO WORK-KIND
           MOVE SPACES TO WORK-CODE
           PERFORM ADD-LISTED-ENTRY
           ADD 1 TO FAULT-COUNT
           .

       ADD-LISTED-ENTRY.
           IF LISTED-COUNT IS LESS THAN MAX-LISTED
             ADD 1 TO LISTED-COUNT
             MOVE WORK-KIND TO LT-KIND(LISTED-COUNT)
             MOVE WORK-GAME-ID TO LT-GAME-ID(LISTED-COUNT)
             MOVE 0 TO LT-BATCH-NO(LISTED-COUNT)
             MOVE WORK-CODE TO LT-CODE(LISTED-COUNT)
             MOVE WORK-TEXT TO LT-TEXT(LISTED-COUNT)
             MOVE 0 TO LT-DATE(LISTED-COUNT)
             MOVE SPACES TO LT-X-NAME(LISTED-COUNT)
             MOVE SPACES TO LT-O-NAME(LISTED-COUNT)
           ELSE
             MOVE "Y" TO LISTED-FULL-FLAG
           END-IF
           .

      *    A SHORT FILE, OR ONE WHOSE TRAILER DISAGREES WITH WHAT WAS
      *    READ, HAS LOST ANSWERS ON THE WAY. WHAT WAS READ IS STILL
      *    APPLIED; THE GAMES WITH NO ANSWER ARE LISTED BELOW.
       CHECK-ACK-TRAILER.
           MOVE 0 TO WORK-GAME-ID
           IF TRAILER-FLAG IS EQUAL TO "N"
             MOVE "NO TRAILER RECORD. FILE MAY BE SHORT."
               TO WORK-TEXT
             PERFORM NOTE-FILE-FAULT
           ELSE
             IF TRAILER-COUNT IS NOT EQUAL TO DETAIL-READ-COUNT
               MOVE "TRAILER COUNT DIFFERS FROM ANSWERS READ."
                 TO WORK-TEXT
               PERFORM NOTE-FILE-FAULT
             END-IF
           END-IF
           .

       NOTE-UNANSWERED-GAME.
           IF ST-BATCH-NO(SENT-IX) IS EQUAL TO ACK-BATCH-NO AND
             ST-STATUS(SENT-IX) IS EQUAL TO "T"
             ADD 1 TO UNANSWERED-COUNT
             MOVE "N" TO WORK-KIND
             MOVE ST-GAME-ID(SENT-IX) TO WORK-GAME-ID
             MOVE SPACES TO WORK-CODE
             MOVE "NO ANSWER FROM THE FEDERATION" TO WORK-TEXT
             PERFORM ADD-LISTED-ENTRY
           END-IF
           .

      *    THE REGISTER HOLDS ONLY GAME IDS, SO THE DATE AND PLAYERS
      *    OF EACH GAME LISTED ARE FETCHED FROM THE RESULT FILES.
       NAME-LISTED-GAMES.
           IF LISTED-COUNT IS GREATER THAN 0
             MOVE "N" TO EOF-FLAG
             OPEN INPUT GAME-RESULTS
             IF GAMERES-FILE-STATUS IS EQUAL TO "00"
               PERFORM READ-LIVE-RESULT UNTIL EOF-FLAG IS EQUAL TO "Y"
               CLOSE GAME-RESULTS
             END-IF
             MOVE "N" TO EOF-FLAG
             OPEN INPUT ARCHIVE-RESULTS
             IF GAMEARC-FILE-STATUS IS EQUAL TO "00"
               PERFORM READ-ARCHIVE-RESULT UNTIL EOF-FLAG IS EQUAL TO
                 "Y"
               CLOSE ARCHIVE-RESULTS
             END-IF
           END-IF
           .

       READ-LIVE-RESULT.
           READ GAME-RESULTS
             AT END
               MOVE "Y" TO EOF-FLAG
             NOT AT END
               PERFORM NAME-FROM-RESULT VARYING LISTED-IX FROM 1 BY 1
                 UNTIL LISTED-IX > LISTED-COUNT
           END-READ
           .

       READ-ARCHIVE-RESULT.
           READ ARCHIVE-RESULTS
             AT END
               MOVE "Y" TO EOF-FLAG
             NOT AT END
               MOVE ARCHIVE-RESULT-RECORD TO GAME-RESULT-RECORD
               PERFORM NAME-FROM-RESULT VARYING LISTED-IX FROM 1 BY 1
                 UNTIL LISTED-IX > LISTED-COUNT
           END-READ
           .

       NAME-FROM-RESULT.
           IF LT-GAME-ID(LISTED-IX) IS EQUAL TO GR-GAME-ID AND
             LT-GAME-ID(LISTED-IX) IS NOT EQUAL TO 0
             MOVE GR-DATE TO LT-DATE(LISTED-IX)
             MOVE GR-PLAYER-X-NAME TO LT-X-NAME(LISTED-IX)
             MOVE GR-PLAYER-O-NAME TO LT-O-NAME(LISTED-IX)
           END-IF
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

       PRINT-ACK-REPORT.
           OPEN OUTPUT PRINT-FILE
           PERFORM PRINT-HEADINGS
           IF BATCH-REFUSED-FLAG IS EQUAL TO "Y"
             MOVE SPACES TO PRINT-RECORD
             STRING "WHOLE BATCH REFUSED: " REFUSE-CODE " " REFUSE-TEXT
               DELIMITED BY SIZE INTO PRINT-RECORD
             WRITE PRINT-RECORD
             MOVE SPACES TO PRINT-RECORD
             WRITE PRINT-RECORD
             ADD 2 TO LINE-COUNT
           END-IF

           MOVE "REJECTED - PUT RIGHT AND FEDEXP SENDS THEM AGAIN"
             TO SECTION-TITLE
           MOVE "R" TO SECTION-KIND
           PERFORM PRINT-LISTED-SECTION

           MOVE "SENT BUT NOT ANSWERED" TO SECTION-TITLE
           MOVE "N" TO SECTION-KIND
           PERFORM PRINT-LISTED-SECTION

           MOVE "ANSWERS NOT APPLIED" TO SECTION-TITLE
           MOVE "U" TO SECTION-KIND
           PERFORM PRINT-LISTED-SECTION

           MOVE ACCEPTED-COUNT TO COUNT-EDIT-1
           MOVE REJECTED-COUNT TO COUNT-EDIT-2
           MOVE UNANSWERED-COUNT TO COUNT-EDIT-3
           MOVE FAULT-COUNT TO COUNT-EDIT-4
           MOVE SPACES TO PRINT-RECORD
           STRING "ACCEPTED" COUNT-EDIT-1 "   REJECTED" COUNT-EDIT-2
             "   NOT ANSWERED" COUNT-EDIT-3 "   NOT APPLIED"
             COUNT-EDIT-4
             DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE DETAIL-READ-COUNT TO BIG-EDIT-1
           MOVE TRAILER-COUNT TO BIG-EDIT-2
           MOVE SPACES TO PRINT-RECORD
           STRING "ANSWERS READ" BIG-EDIT-1 "   TRAILER COUNT"
             BIG-EDIT-2
             DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           IF LISTED-FULL-FLAG IS EQUAL TO "Y"
             MOVE SPACES TO PRINT-RECORD
             STRING "LIST TABLE FULL. SOME GAMES ARE NOT LISTED ABOVE."
               DELIMITED BY SIZE INTO PRINT-RECORD
             WRITE PRINT-RECORD
           END-IF
           CLOSE PRINT-FILE
           .

      *    THE CALLER SETS SECTION-TITLE AND SECTION-KIND. SECTION "U"
      *    TAKES EVERY ANSWER THAT WAS NOT APPLIED: NOT ON THE
      *    REGISTER, OUT OF DATE, OR A FAULT IN THE FILE.
       PRINT-LISTED-SECTION.
           PERFORM CHECK-PAGE-BREAK
           MOVE SECTION-TITLE TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE ALL "-" TO PRINT-RECORD
           WRITE PRINT-RECORD
           ADD 2 TO LINE-COUNT
           MOVE 0 TO SECTION-COUNT
           PERFORM PRINT-LISTED-LINES VARYING LISTED-IX FROM 1 BY 1
             UNTIL LISTED-IX > LISTED-COUNT
           IF SECTION-COUNT IS EQUAL TO 0
             MOVE SPACES TO PRINT-RECORD
             STRING "  NONE" DELIMITED BY SIZE INTO PRINT-RECORD
             WRITE PRINT-RECORD
             ADD 1 TO LINE-COUNT
           END-IF
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           ADD 1 TO LINE-COUNT
           .

       PRINT-LISTED-LINES.
           MOVE LT-KIND(LISTED-IX) TO WORK-KIND
           IF WORK-KIND IS EQUAL TO "S" OR WORK-KIND IS EQUAL TO "F"
             MOVE "U" TO WORK-KIND
           END-IF
           IF WORK-KIND IS EQUAL TO SECTION-KIND
             ADD 1 TO SECTION-COUNT
             PERFORM CHECK-PAGE-BREAK
             IF LT-KIND(LISTED-IX) IS EQUAL TO "F"
               MOVE SPACES TO PRINT-RECORD
               STRING "  FEDIN: " LT-TEXT(LISTED-IX)
                 DELIMITED BY SIZE INTO PRINT-RECORD
               WRITE PRINT-RECORD
               ADD 1 TO LINE-COUNT
             ELSE
               MOVE LT-DATE(LISTED-IX) TO SHOW-DATE
               PERFORM FORMAT-SHOW-DATE
               MOVE SPACES TO PRINT-RECORD
               STRING "  " LT-GAME-ID(LISTED-IX) "  " SHOW-DATE-TEXT
                 "  " LT-X-NAME(LISTED-IX) " V "
                 LT-O-NAME(LISTED-IX)
                 DELIMITED BY SIZE INTO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE SPACES TO PRINT-RECORD
               IF LT-KIND(LISTED-IX) IS EQUAL TO "S"
                 MOVE LT-BATCH-NO(LISTED-IX) TO BATCH-NO-EDIT
                 STRING "      " LT-TEXT(LISTED-IX) " (BATCH "
                   BATCH-NO-EDIT ")"
                   DELIMITED BY SIZE INTO PRINT-RECORD
               ELSE
                 STRING "      " LT-CODE(LISTED-IX) " "
                   LT-TEXT(LISTED-IX)
                   DELIMITED BY SIZE INTO PRINT-RECORD
               END-IF
               WRITE PRINT-RECORD
               ADD 2 TO LINE-COUNT
             END-IF
           END-IF
           .

       FORMAT-SHOW-DATE.
           IF SHOW-DATE IS EQUAL TO 0
             MOVE "NOT FOUND" TO SHOW-DATE-TEXT
           ELSE
             MOVE SPACES TO SHOW-DATE-TEXT
             STRING SHOW-DATE(1:4) "-" SHOW-DATE(5:2) "-"
               SHOW-DATE(7:2)
               DELIMITED BY SIZE INTO SHOW-DATE-TEXT
           END-IF
           .

       PRINT-HEADINGS.
           ADD 1 TO PAGE-NO
           MOVE PAGE-NO TO PAGE-NO-EDIT
           MOVE SPACES TO PRINT-RECORD
           STRING "TICTACTOE FEDERATION ANSWER" "     RUN DATE "
             RUN-DATE(1:4) "-" RUN-DATE(5:2) "-" RUN-DATE(7:2)
             "     PAGE " PAGE-NO-EDIT
             DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD

           MOVE ACK-BATCH-NO TO BATCH-NO-EDIT
           MOVE SPACES TO PRINT-RECORD
           STRING "CLUB " ACK-CLUB-ID "  BATCH " BATCH-NO-EDIT
             "  ANSWERED " ACK-DATE(1:4) "-" ACK-DATE(5:2) "-"
             ACK-DATE(7:2)
             DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD

           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD

           MOVE 0 TO LINE-COUNT
           .

       CHECK-PAGE-BREAK.
           IF LINE-COUNT IS GREATER THAN MAX-LINES-PER-PAGE
             PERFORM PRINT-HEADINGS
           END-IF
           .

           END PROGRAM FEDACK.
