      * DWCK-REC - the one checkpoint record of the month-end data
      * warehouse snapshot, rewritten in place after every account
      * written to the DWACCT snapshot, so a restart can reposition
      * the master past the last account written and pick the row
      * count and account hash total back up without writing any
      * account twice. DWCK-MONTH is the month the snapshot is for,
      * which a restart must match. DWCK-ACCT-DONE is set once the
      * account snapshot and its control record are complete.
       01 DWCK-REC.
           05 DWCK-MONTH           PIC 9(06).
           05 DWCK-LAST-ACCT       PIC 9(09).
           05 DWCK-ACCT-CNT        PIC 9(09).
           05 DWCK-ACCT-HASH       PIC 9(15).
           05 DWCK-ACCT-DONE-SW    PIC X(01).
               88 DWCK-ACCT-DONE       VALUE 'y'.
           05 DWCK-DATE            PIC 9(08).
           05 DWCK-TIME            PIC 9(08).
