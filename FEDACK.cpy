      *  FED-ACK-RECORD - the federation's answer to one batch, read by
      *  FEDACK. Fixed 80-byte records in the layout the federation
      *  sends back.
      *  Header "H": club ID, the batch being answered, the date the
      *  federation processed it and AH-BATCH-STATUS - "A" when the
      *  batch was loaded, "R" when the whole batch was refused (bad
      *  header, counts or hash total), with the reason.
      *  Detail "A" accepts one game; detail "R" rejects it, with the
      *  federation's reason code and text.
      *  Trailer "T": the number of detail records.
       01 FED-ACK-RECORD.
         05 FA-REC-TYPE PIC X(01).
         05 FA-REC-BODY PIC X(79).
       01 FED-ACK-HEADER.
         05 AH-REC-TYPE PIC X(01).
         05 AH-CLUB-ID PIC X(08).
         05 AH-BATCH-NO PIC 9(06).
         05 AH-ACK-DATE PIC 9(08).
         05 AH-BATCH-STATUS PIC X(01).
         05 AH-REASON-CODE PIC X(04).
         05 AH-REASON-TEXT PIC X(40).
         05 FILLER PIC X(12).
       01 FED-ACK-DETAIL.
         05 AD-REC-TYPE PIC X(01).
         05 AD-GAME-ID PIC 9(16).
         05 AD-REASON-CODE PIC X(04).
         05 AD-REASON-TEXT PIC X(40).
         05 FILLER PIC X(19).
       01 FED-ACK-TRAILER.
         05 AT-REC-TYPE PIC X(01).
         05 AT-DETAIL-COUNT PIC 9(07).
         05 FILLER PIC X(72).
