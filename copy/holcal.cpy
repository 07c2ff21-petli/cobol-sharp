      * HOL-REC - one non-business day on the holiday calendar,
      * keyed by date. Saturdays and Sundays are never business days
      * and need no entry; HOLCAL holds the bank holidays and any
      * other weekday the shop is closed.
       01 HOL-REC.
           05 HOL-KEY.
               10 HOL-DATE         PIC 9(08).
           05 HOL-DESC             PIC X(20).
           05 HOL-USER             PIC X(08).
