      * BY, SO A MISSPELLED NAME NO LONGER SPLITS ONE OWNER IN TWO.
      * ZERO ON RECORDS NOT YET PUT THROUGH THE CONVERSION PASS.
           05 PROP-OWNER-NO-OUT PIC 9(5).
      * LOT AREA IN SQUARE METERS AND THE LAND VALUATION WORKED FROM
      * IT: MARKET VALUE IS THE AREA AT THE SMVTAB UNIT VALUE FOR THE
      * LOT'S DISTRICT AND CLASS, AND ASSESSED_VAL_OUT IS THAT MARKET
      * VALUE AT THE CLASSTAB ASSESSMENT LEVEL.  THE UNIT VALUE
      * APPLIED IS KEPT SO ANY VALUE CAN BE WORKED BACK LINE BY LINE.
      * PROP-VALUE-BASIS-OUT "S" MARKS A LOT VALUED OFF THE SCHEDULE -
      * ITS LAND IS ALREADY AT ASSESSED VALUE, SO THE BILLING RUNS
      * APPLY THE CLASS LEVEL TO ITS IMPROVEMENTS ONLY.  SPACE MARKS
      * A LOT STILL CARRYING A VALUATION KEYED BEFORE THE SCHEDULE
      * EXISTED, WHICH BILLS AS IT ALWAYS HAS UNTIL ITS AREA IS KEYED.
           05 PROP-LOT-AREA-OUT PIC 9(7)V99.
           05 PROP-UNIT-VAL-OUT PIC 9(6)V99.
           05 PROP-MARKET-VAL-OUT PIC 9(9)V99.
           05 PROP-VALUE-BASIS-OUT PIC X(1).
               88 PROP-SMV-VALUED-OUT VALUE "S".
               88 PROP-KEYED-VALUED-OUT VALUE SPACE.
