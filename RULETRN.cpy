      *  RULING-TRANS-RECORD - one referee ruling keyed in for GAMERULE.
      *  RUL-CODE is V (void the game), X (award it to X), O (award it
      *  to O), or D (declare it a draw). Referee and reason are
      *  carried onto the GAMECOR correction and the rulings register.
       01 RULING-TRANS-RECORD.
         05 RUL-GAME-ID PIC 9(16).
         05 RUL-CODE PIC X(01).
         05 RUL-REFEREE PIC X(20).
         05 RUL-REASON PIC X(40).
