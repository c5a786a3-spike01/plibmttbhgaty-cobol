      *  player never splits into several standings lines. Players are
      *  deactivated (PM-STATUS "I"), never deleted, so old GAMERES
      *  records always still resolve.
      *  PM-MERGED-TO holds the surviving PM-NUMBER when PLAYMRG has
      *  folded this player into another one (PM-STATUS is then "I").
      *  It is zero, or spaces on records written before it existed,
      *  for everyone else.
      *  PM-STATUS "S" is a conduct suspension set by CONDUCT. The
      *  player is barred from play up to and including PM-SUSP-END;
      *  CONDUCT sets the status back to "A" once that date has passed
      *  and PLAYMNT can lift it early. PM-SUSP-END is zero, or spaces
      *  on records written before it existed, when not suspended.
       01 PLAYER-MASTER-RECORD.
         05 PM-NUMBER PIC 9(05).
         05 PM-NAME PIC X(20).
         05 PM-STATUS PIC X(01).
         05 PM-MERGED-TO PIC 9(05).
         05 PM-SUSP-END PIC 9(08).
