      * BDY-AREA - the busdays call area. 'C' counts the business
      * days after BDY-FROM-DT up to and including BDY-TO-DT into
      * BDY-DAYS (negative when TO is before FROM); 'A' moves
      * BDY-DAYS business days on from BDY-FROM-DT (back for a
      * negative count) into BDY-TO-DT; 'B' sets BDY-DAYS to 1 when
      * BDY-FROM-DT is itself a business day, otherwise 0.
       01 BDY-AREA.
           05 BDY-FUNC             PIC X(01).
               88 BDY-FUNC-COUNT       VALUE 'C'.
               88 BDY-FUNC-ADD         VALUE 'A'.
               88 BDY-FUNC-CHECK       VALUE 'B'.
           05 BDY-FROM-DT          PIC 9(08).
           05 BDY-TO-DT            PIC 9(08).
           05 BDY-DAYS             PIC S9(05).
