      *  GAME-CORRECTION-RECORD - one referee ruling against a game
      *  already on GAMERES or GAMEARC, written by GAMERULE. The result
      *  record itself is never changed; every reader looks COR-GAME-ID
      *  up here and takes COR-NEW-WINNER in place of GR-WINNER. A later
      *  ruling on the same game supersedes an earlier one, and
      *  COR-OLD-WINNER is the result the ruling replaced, so the chain
      *  can always be followed back to the original. COR-NEW-WINNER is
      *  X, O, "-" for a draw, or "V" when the game is void and must
      *  not count anywhere. COR-RATED-FLAG is set by RATECALC once the
      *  ruling is reflected in RATINGS.
       01 GAME-CORRECTION-RECORD.
         05 COR-GAME-ID PIC 9(16).
         05 COR-DATE PIC 9(8).
         05 COR-RULING PIC X(01).
         05 COR-OLD-WINNER PIC X(01).
         05 COR-NEW-WINNER PIC X(01).
         05 COR-PLAYER-X-NAME PIC X(20).
         05 COR-PLAYER-O-NAME PIC X(20).
         05 COR-REFEREE PIC X(20).
         05 COR-REASON PIC X(40).
         05 COR-RATED-FLAG PIC X(01).
