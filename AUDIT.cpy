      *  AUDIT-GAME-ID ties every entry to the GAMERES record for the
      *  same game, so reports join on the key instead of guessing
      *  from AUDIT-SEQ wrapping back to 1.
      *  AUDIT-DATE dates each entry so the nightly checkpoint sweep
      *  can tell how long a paused game has sat idle. Entries written
      *  before it was added read back as spaces there.
       01 AUDIT-RECORD.
         05 AUDIT-SEQ PIC 9(05).
         05 AUDIT-SYMBOL PIC X(01).
         05 AUDIT-TIME PIC 9(08).
         05 AUDIT-REASON PIC X(05).
         05 AUDIT-GAME-ID PIC 9(16).
         05 AUDIT-DATE PIC 9(08).
