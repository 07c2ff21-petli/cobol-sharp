      * 2026-09-03 dps  Write a run-summary record to the common run
      *                 log at end of run, for the morning operations
      *                 report.
      * 2026-10-14 dps  Run-log date now taken from the BUSDATE
      *                 control record instead of the system clock, so
      *                 a run past midnight still reports under the
      *                 night it belongs to.

       environment division.
       input-output section.
      * the morning operations report reads.
       run-log-start.
           move 'OVRLOAD' to runl-pgm-id.
           call 'BUSDATE' using runl-run-date.
           accept runl-start-time from time.

       run-log-write.
