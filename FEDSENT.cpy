      *  FED-SENT-RECORD - one game sent to the regional federation,
      *  kept by FEDEXP in the FEDSENT register and updated by FEDACK
      *  when the federation answers. GAMERES and GAMEARC are never
      *  marked; a game is "transmitted" because its ID is here.
      *  FS-STATUS: T = SENT, NO ANSWER YET, A = ACCEPTED, R = REJECTED.
      *  A rejected game goes out again in the next batch once it has
      *  been put right; FS-BATCH-NO is always the latest batch that
      *  carried it and FS-SEND-COUNT how many batches have.
      *  FS-REJECT-CODE and FS-REJECT-REASON are the federation's own,
      *  kept from the last rejection.
       01 FED-SENT-RECORD.
         05 FS-GAME-ID PIC 9(16).
         05 FS-BATCH-NO PIC 9(06).
         05 FS-SENT-DATE PIC 9(08).
         05 FS-STATUS PIC X(01).
         05 FS-ACK-DATE PIC 9(08).
         05 FS-SEND-COUNT PIC 9(02).
         05 FS-REJECT-CODE PIC X(04).
         05 FS-REJECT-REASON PIC X(40).
