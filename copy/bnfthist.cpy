      * BNFTH-REC - one change-history entry for the effective-dated
      * tier benefit schedule: who changed which effective date when,
      * and the four tier costs before and after, so a change in what
      * finance says a tier costs can always be traced.
       01 BNFTH-REC.
           05 BNFTH-CHG-DATE       PIC 9(08).
           05 BNFTH-CHG-TIME       PIC 9(08).
           05 BNFTH-USER           PIC X(08).
           05 BNFTH-EFF-DT         PIC 9(08).
           05 BNFTH-ACTION         PIC X(01).
               88 BNFTH-ADDED          VALUE 'A'.
               88 BNFTH-UPDATED        VALUE 'U'.
           05 BNFTH-OLD-COST       PIC 9(05)V99 OCCURS 4 TIMES.
           05 BNFTH-NEW-COST       PIC 9(05)V99 OCCURS 4 TIMES.
