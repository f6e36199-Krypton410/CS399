      ******************************************************************
      * PRCLREC - parameter area for the shared PRICELKP frame-shop
      * price routine.  Callers fill PCL-AS-OF-DATE, CALL "PRICELKP"
      * USING PRICE-LOOKUP-AREA and read back every price in force on
      * that date - for each code the PRICETAB row with the latest
      * effective date not after it.  PRICETAB is seeded with the
      * shop's standing price list if it has never been set up.
      ******************************************************************
       01 PRICE-LOOKUP-AREA.
           05 PCL-AS-OF-DATE PIC 9(8).
           05 PCL-PRICES.
               10 PCL-REGULAR-RATE PIC 9(5)V99.
               10 PCL-FANCY-RATE PIC 9(5)V99.
               10 PCL-COLOR-RATE PIC 9(5)V99.
               10 PCL-CARDBOARD-RATE PIC 9(5)V99.
               10 PCL-GLASS-RATE PIC 9(5)V99.
               10 PCL-CROWN-RATE PIC 9(5)V99.
               10 PCL-RUSH-PERCENT PIC 9(5)V99.
               10 PCL-INSURANCE-FLAT PIC 9(5)V99.
               10 PCL-OVERSIZE-THRESHOLD PIC 9(5)V99.
           05 PCL-PRICE-TABLE REDEFINES PCL-PRICES.
               10 PCL-PRICE PIC 9(5)V99 OCCURS 9 TIMES.
