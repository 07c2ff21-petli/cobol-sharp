      * 2026-09-03 dps  Write a run-summary record to the common run
      *                 log at end of run, for the morning operations
      *                 report.
      * 2026-10-14 dps  Change-history and run-log dates now taken from
      *                 the BUSDATE control record instead of the
      *                 system clock.

       environment division.
       input-output section.
      * zeros as its before image.
       main-write-history.
           open extend tir-hist-file.
           call 'BUSDATE' using tirh-chg-date.
           accept tirh-chg-time from time.
           move ws-mnt-user to tirh-user.
           move ws-mnt-eff-dt to tirh-eff-dt.
      * the morning operations report reads.
       run-log-start.
           move 'TIRMAINT' to runl-pgm-id.
           call 'BUSDATE' using runl-run-date.
           accept runl-start-time from time.

       run-log-write.
