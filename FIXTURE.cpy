      *  FX-STATUS is "U" until played, then "P" with the outcome and
      *  the GR-GAME-ID of the GAMERES record that settled it, so the
      *  standings can always be rebuilt from this file alone.
      *  FX-STATUS "F" is a forfeit: LEAGPLAY found a player suspended
      *  on the day the fixture fell due, so no game was played and
      *  FX-GAME-ID is zero. FX-WINNER is then the side that turned
      *  up ("X" home, "O" away), or "N" when both were suspended and
      *  both are charged with the loss.
       01 FIXTURE-RECORD.
         05 FX-HOME-NAME PIC X(20).
         05 FX-AWAY-NAME PIC X(20).
