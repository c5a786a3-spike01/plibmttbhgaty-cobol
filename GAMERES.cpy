      *  GR-GAME-ID is assigned when the game starts and also appears
      *  on every AUDITLOG and CHKPT record for that game, so the
      *  files can be joined on a real key.
      *  GR-REC-VERSION "2" marks the layout that carries board size,
      *  end reason and the computer flag. Older records end at
      *  GR-GAME-ID and are upgraded once by CONVRES.
      *  GR-END-REASON: W = LINE WIN, D = DRAW, T = TIMEOUT FORFEIT,
      *  R = RULING. The game itself never writes R; reports show a
      *  game with a GAMECOR ruling against it under R. CHKSWEEP also
      *  writes T when it forfeits a game left idle on CHKPT; its
      *  AUDITLOG entry carries reason ABAND instead of TMOUT.
      *  GR-COMPUTER-FLAG is "Y" when one side was the COMPUTER.
       01 GAME-RESULT-RECORD.
         05 GR-DATE PIC 9(8).
         05 GR-WINNER PIC X(01).
         05 GR-PLAYER-O-NAME PIC X(20).
         05 GR-WINNER-NAME PIC X(20).
         05 GR-GAME-ID PIC 9(16).
         05 GR-BOARD-SIZE PIC 9(01).
         05 GR-END-REASON PIC X(01).
         05 GR-COMPUTER-FLAG PIC X(01).
         05 GR-REC-VERSION PIC X(01).
