      * XWLK-REC - one account renumbering from the source system's
      * conversion crosswalk: the number the account has been carried
      * under and the number it is carried under from now on, so
      * acctrnum can move everything held under the old number across
      * and the account keeps one history instead of breaking in two.
      * Both numbers are taken as the card was keyed and checked by
      * acctrnum before anything is moved.
       01 XWLK-REC.
           05 XWLK-OLD-ACCT-IN     PIC X(09).
           05 XWLK-OLD-ACCT-NO REDEFINES XWLK-OLD-ACCT-IN
                                   PIC 9(09).
           05 XWLK-NEW-ACCT-IN     PIC X(09).
           05 XWLK-NEW-ACCT-NO REDEFINES XWLK-NEW-ACCT-IN
                                   PIC 9(09).
           05 FILLER               PIC X(02).
