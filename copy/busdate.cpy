      * BDT-REC - the one business-date control record. Every batch
      * step and online transaction takes "today" from here instead
      * of the system clock, so a run that slips past midnight, or a
      * rerun of a prior night, still stamps the night it belongs
      * to. The dateroll step moves it forward once per business
      * day, skipping weekends and the HOLCAL calendar.
       01 BDT-REC.
           05 BDT-KEY              PIC X(08).
               88 BDT-KEY-CTRL         VALUE 'BUSDATE'.
           05 BDT-CUR-DT           PIC 9(08).
           05 BDT-PRIOR-DT         PIC 9(08).
           05 BDT-NEXT-DT          PIC 9(08).
           05 BDT-ROLL-DATE        PIC 9(08).
           05 BDT-ROLL-TIME        PIC 9(08).
           05 BDT-ROLL-TYPE        PIC X(01).
               88 BDT-ROLL-WAS-ROLL    VALUE 'R'.
               88 BDT-ROLL-WAS-SET     VALUE 'S'.
