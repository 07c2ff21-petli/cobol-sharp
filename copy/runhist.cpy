      * RUNH-REC - one step's run on one night, kept on the keyed
      * RUNHIST history by btchwin from the common run log: when the
      * step started and ended, its elapsed time in hundredths of a
      * second, the counts it read and wrote and the return code it
      * ended with, keyed by business date and program so a step's
      * trend over the batch window can be read back night by night.
       01 RUNH-REC.
           05 RUNH-KEY.
               10 RUNH-RUN-DATE    PIC 9(08).
               10 RUNH-PGM-ID      PIC X(10).
           05 RUNH-START-TIME      PIC 9(08).
           05 RUNH-END-TIME        PIC 9(08).
           05 RUNH-ELAPSED         PIC 9(07).
           05 RUNH-IN-CNT          PIC 9(09).
           05 RUNH-OUT-CNT         PIC 9(09).
           05 RUNH-RC              PIC 9(02).
