      *  FED-TRANSFER-RECORD - the results interface file sent to the
      *  regional federation by FEDEXP. Fixed 100-byte records: one
      *  header, one detail per game, one trailer. XF-REC-TYPE says
      *  which of the record layouts below applies.
      *  Header "H": our club ID, the batch number (one higher every
      *  run) and the run date.
      *  Detail "D": one game, with each player's PM-NUMBER (zero when
      *  the name is not on PLAYMST, as for the COMPUTER) and current
      *  RATINGS value. XD-RESULT is "X" or "O" for the winning side or
      *  "D" for a draw, after any referee ruling; XD-END-REASON is
      *  then "R". XD-RESEND is "Y" when the game was rejected before.
      *  Trailer "T": XT-RECORD-COUNT counts every record including
      *  header and trailer, XT-DETAIL-COUNT the games, and
      *  XT-GAME-ID-HASH is the sum of the detail game IDs, keeping the
      *  low 18 digits.
       01 FED-TRANSFER-RECORD.
         05 XF-REC-TYPE PIC X(01).
         05 XF-REC-BODY PIC X(99).
       01 FED-HEADER-RECORD.
         05 XH-REC-TYPE PIC X(01).
         05 XH-FILE-ID PIC X(08).
         05 XH-CLUB-ID PIC X(08).
         05 XH-BATCH-NO PIC 9(06).
         05 XH-RUN-DATE PIC 9(08).
         05 XH-RUN-TIME PIC 9(06).
         05 FILLER PIC X(63).
       01 FED-DETAIL-RECORD.
         05 XD-REC-TYPE PIC X(01).
         05 XD-GAME-ID PIC 9(16).
         05 XD-GAME-DATE PIC 9(08).
         05 XD-BOARD-SIZE PIC 9(01).
         05 XD-END-REASON PIC X(01).
         05 XD-RESULT PIC X(01).
         05 XD-MOVES PIC 9(03).
         05 XD-X-NUMBER PIC 9(05).
         05 XD-X-NAME PIC X(20).
         05 XD-X-RATING PIC 9(04).
         05 XD-O-NUMBER PIC 9(05).
         05 XD-O-NAME PIC X(20).
         05 XD-O-RATING PIC 9(04).
         05 XD-COMPUTER-FLAG PIC X(01).
         05 XD-RESEND PIC X(01).
         05 FILLER PIC X(09).
       01 FED-TRAILER-RECORD.
         05 XT-REC-TYPE PIC X(01).
         05 XT-CLUB-ID PIC X(08).
         05 XT-BATCH-NO PIC 9(06).
         05 XT-RECORD-COUNT PIC 9(07).
         05 XT-DETAIL-COUNT PIC 9(07).
         05 XT-GAME-ID-HASH PIC 9(18).
         05 FILLER PIC X(53).
