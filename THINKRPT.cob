       01 MAX-AUDIT-ENTRIES PIC 9(5) VALUE 2000.
       01 AUDIT-ENTRY-COUNT PIC 9(5) VALUE 0.
       01 AUDIT-ENTRY-TABLE.
         05 AUDIT-ENTRY PIC X(45) OCCURS 2000 TIMES.
       01 AUDIT-ENTRY-IX PIC 9(5).
       01 MAX-GAME-IDS PIC 9(3) VALUE 500.
       01 GAME-ID-COUNT PIC 9(3) VALUE 0.
