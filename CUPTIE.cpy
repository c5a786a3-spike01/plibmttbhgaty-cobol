      *  CUP-TIE-RECORD - one tie of a single-elimination cup, written
      *  by CUPGEN when the bracket is drawn and updated in place by
      *  CUPPLAY as ties are played. Every round's ties are on file
      *  from the start, so the bracket survives from day to day and
      *  can always be printed from this file alone.
      *  CT-ROUND 1 is the first round; the last round is the final.
      *  Tie T of a round feeds tie (T + 1) / 2 of the next round,
      *  the odd tie as home and the even tie as away.
      *  CT-STATUS is "W" while waiting for an earlier tie, "U" once
      *  both players are known, "B" for a bye (home goes through
      *  unplayed) and "P" once decided. CT-WINNER-SIDE is "H" or "A".
      *  A decided tie with no games is a walkover, given by CUPPLAY
      *  when the other player is suspended on the day.
      *  The home player takes X in the first game. A drawn game is
      *  replayed with colours swapped, so the home player is X in
      *  every odd-numbered game and O in every even-numbered one.
      *  CT-GAME-COUNT counts every game of the tie; CT-GAME keeps the
      *  last nine with their GR-GAME-ID and result (H, A or D), the
      *  deciding game always in the last slot used. GAMERULE keeps the
      *  result in line with referee rulings, "V" for a voided game; a
      *  ruling on the deciding game re-decides or reopens the tie.
       01 CUP-TIE-RECORD.
         05 CT-CUP-NAME PIC X(20).
         05 CT-BOARD-SIZE PIC X(01).
         05 CT-ROUND PIC 9(01).
         05 CT-TIE-NO PIC 9(02).
         05 CT-HOME-SEED PIC 9(02).
         05 CT-HOME-NAME PIC X(20).
         05 CT-AWAY-SEED PIC 9(02).
         05 CT-AWAY-NAME PIC X(20).
         05 CT-STATUS PIC X(01).
         05 CT-WINNER-SIDE PIC X(01).
         05 CT-GAME-COUNT PIC 9(02).
         05 CT-GAME OCCURS 9 TIMES.
           10 CT-GAME-ID PIC 9(16).
           10 CT-GAME-RESULT PIC X(01).
