      * abend point without duplicating any report, audit or feed
      * record already written. CKPT-CLS-DATE is the run's business
      * date, which a restart validates the extract header against.
      * CKPT-CLS-CLOSED-CNT is the closure records taken so far, part
      * of the reconciliation like the reject and dry-run counts.
       01 CKPT-CLS-REC.
           05 CKPT-CLS-RUN-ID      PIC X(08).
           05 CKPT-CLS-LAST-ACCT   PIC 9(09).
               10 CKPT-CLS-MVMT-CNT PIC 9(07) OCCURS 4 TIMES.
           05 CKPT-CLS-DATE        PIC 9(08).
           05 CKPT-CLS-TIME        PIC 9(08).
           05 CKPT-CLS-CLOSED-CNT  PIC 9(07).
