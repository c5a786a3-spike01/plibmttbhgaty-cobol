      *  CONDUCT-RECORD - one player's conduct record, kept by CONDUCT
      *  in the CONDUCT file and rewritten in full on every run.
      *  The offence counts are rebuilt each run from AUDITLOG and
      *  AUDTARC, so they are always complete and a rerun never counts
      *  anything twice. What the file itself remembers is the
      *  player's standing and suspension history.
      *  CN-REJECT-COUNT counts TAKEN and RANGE rejects, CN-TIMEOUT-
      *  COUNT timeout forfeits (TMOUT) and CN-ABORT-COUNT games given
      *  up after a string of rejects with no accepted move after them.
      *  CN-STANDING is space when clear, "W" while under a warning and
      *  "S" while suspended from CN-SUSP-START to CN-SUSP-END.
      *  CN-CLEAR-DATE is the date of the last suspension. Offences on
      *  or before it have been dealt with and no longer count towards
      *  another one.
       01 CONDUCT-RECORD.
         05 CN-NAME PIC X(20).
         05 CN-REJECT-COUNT PIC 9(05).
         05 CN-TIMEOUT-COUNT PIC 9(05).
         05 CN-ABORT-COUNT PIC 9(05).
         05 CN-LAST-OFFENCE PIC 9(08).
         05 CN-STANDING PIC X(01).
         05 CN-WARN-DATE PIC 9(08).
         05 CN-SUSP-START PIC 9(08).
         05 CN-SUSP-END PIC 9(08).
         05 CN-SUSP-COUNT PIC 9(03).
         05 CN-CLEAR-DATE PIC 9(08).
