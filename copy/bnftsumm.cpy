      * BNFT-SUMM-REC - one night's priced tier movements for one
      * branch, keyed by business date and branch, written by
      * bnftcost so the month-to-date cost of tier migrations can be
      * summed from the month's nights: the upgrades and downgrades
      * counted and their net change in monthly benefit cost, priced
      * at the schedule effective that night. A rerun of a night
      * replaces that night's records.
       01 BNFT-SUMM-REC.
           05 BNFT-SUMM-KEY.
               10 BNFT-SUMM-DATE   PIC 9(08).
               10 BNFT-SUMM-BRANCH PIC X(04).
           05 BNFT-SUMM-UP-CNT     PIC 9(07).
           05 BNFT-SUMM-DN-CNT     PIC 9(07).
           05 BNFT-SUMM-NET-CHG    PIC S9(09)V99.
