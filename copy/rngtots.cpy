      * report summaries would have printed, written to RNGTOTS so
      * clsfmrg can combine every instance's numbers into the single
      * summary, matrix and reconciliation the rest of the stream
      * expects. RNGT-CLOSED-CNT is the instance's closure records,
      * which the reconciliation counts alongside rejects and
      * previews.
       01 RNGT-REC.
           05 RNGT-RUN-ID          PIC X(08).
           05 RNGT-RUN-DATE        PIC 9(08).
           05 RNGT-TIER-CNT        PIC 9(07) OCCURS 4 TIMES.
           05 RNGT-MVMT-FROM       OCCURS 4 TIMES.
               10 RNGT-MVMT-CNT    PIC 9(07) OCCURS 4 TIMES.
           05 RNGT-CLOSED-CNT      PIC 9(07).
