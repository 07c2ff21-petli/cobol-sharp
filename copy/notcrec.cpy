      * NOTC-REC - one customer tier-change notice on the NOTCOUT file
      * for the print/mail vendor: the account and its branch, the
      * tier it left and the tier it moved to, the date the move took
      * effect, and the letter template to print, chosen by the
      * direction of the move. The file carries the same controls the
      * vendor reconciles its volume on as CUSTIN carries for us: a
      * NOTC-HDR-REC first record (file date, sending system) and a
      * NOTC-TRL-REC last record (notice count, hash total of
      * NOTC-ACCT-NO).
       01 NOTC-REC.
           05 NOTC-ACCT-NO         PIC 9(09).
           05 NOTC-BRANCH-CD       PIC X(04).
           05 NOTC-OLD-TIER        PIC 9(01).
           05 NOTC-NEW-TIER        PIC 9(01).
           05 NOTC-EFF-DT          PIC 9(08).
           05 NOTC-DIRECTION       PIC X(01).
               88 NOTC-UPGRADE         VALUE 'U'.
               88 NOTC-DOWNGRADE       VALUE 'D'.
           05 NOTC-TMPL-CD         PIC X(06).
           05 FILLER               PIC X(10).

       01 NOTC-HDR-REC.
           05 NOTC-HDR-ID          PIC X(03).
               88 NOTC-HDR-PRESENT     VALUE 'HDR'.
           05 NOTC-HDR-FILE-DT     PIC 9(08).
           05 NOTC-HDR-SRC-SYS     PIC X(08).
           05 FILLER               PIC X(21).

       01 NOTC-TRL-REC.
           05 NOTC-TRL-ID          PIC X(03).
               88 NOTC-TRL-PRESENT     VALUE 'TRL'.
           05 NOTC-TRL-REC-CNT     PIC 9(09).
           05 NOTC-TRL-HASH-TOT    PIC 9(15).
           05 FILLER               PIC X(13).
