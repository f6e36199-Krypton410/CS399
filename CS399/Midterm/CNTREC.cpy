      ******************************************************************
      * CNTREC - Open stock count record, one row on STKCNT per item
      * on a count sheet not yet posted.  The sheet prints blind (no
      * book quantity); when the count is keyed the book quantity
      * then on hand is taken beside it and the variance valued at
      * the unit cost.  A supervisor's approval posts the variance to
      * STKFILE, writes the adjustment register and drops the row.
      ******************************************************************
       01 CNT-REC.
           05 CNT-ITEM-CODE PIC X(6).
      * F = FULL (ANNUAL) COUNT, C = CYCLE COUNT.
           05 CNT-COUNT-TYPE PIC X(1).
               88 CNT-FULL-COUNT VALUE "F".
               88 CNT-CYCLE-COUNT VALUE "C".
           05 CNT-SHEET-DATE PIC 9(8).
           05 CNT-STATUS PIC X(1).
               88 CNT-SHEET-OUT VALUE "S".
               88 CNT-COUNTED VALUE "C".
           05 CNT-BOOK-QTY PIC S9(7).
           05 CNT-COUNTED-QTY PIC 9(7).
           05 CNT-VARIANCE-QTY PIC S9(7).
           05 CNT-UNIT-COST PIC 9(5)V99.
      * WHY THE SHELF DIFFERS FROM THE BOOK: B = BREAKAGE, T = THEFT,
      * M = MISCOUNT (RECEIVING OR KEYING ERROR), O = OTHER.  BLANK
      * WHEN THE COUNT AGREES.
           05 CNT-REASON PIC X(1).
               88 CNT-REASON-VALID VALUE "B" "T" "M" "O".
           05 CNT-COUNTED-BY PIC X(8).
           05 CNT-COUNTED-DATE PIC 9(8).
