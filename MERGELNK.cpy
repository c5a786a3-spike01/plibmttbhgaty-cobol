      *  MERGE-LINK - one merge handed from PLAYMNT to PLAYMRG: the
      *  player being retired (FROM) and the surviving player (TO),
      *  both already resolved against PLAYMST. PLAYMRG sets
      *  MRG-RESULT "Y" when every file has been rewritten, or "N"
      *  when the merge was refused, with the reason in MRG-MESSAGE.
       01 MERGE-LINK.
         05 MRG-FROM-NUMBER PIC 9(05).
         05 MRG-FROM-NAME PIC X(20).
         05 MRG-TO-NUMBER PIC 9(05).
         05 MRG-TO-NAME PIC X(20).
         05 MRG-RESULT PIC X(01).
         05 MRG-MESSAGE PIC X(60).
