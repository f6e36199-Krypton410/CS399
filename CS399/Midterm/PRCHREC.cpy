      ******************************************************************
      * PRCHREC - Frame-shop price change history, one row on PRICEHIS
      * for every price the maintenance program adds or corrects:
      * who keyed it and when, the price and the date it takes
      * effect, and the price it replaces as of that date.  Read by
      * the price-change history report.
      ******************************************************************
       01 PRH-REC.
           05 PRH-CHANGE-DATE PIC 9(8).
           05 PRH-CHANGE-TIME PIC 9(8).
           05 PRH-OPERATOR-ID PIC X(8).
           05 PRH-CODE PIC X(6).
           05 PRH-EFF-DATE PIC 9(8).
           05 PRH-OLD-PRICE PIC 9(5)V99.
           05 PRH-NEW-PRICE PIC 9(5)V99.
      * N = NEW PRICE EFFECTIVE FROM PRH-EFF-DATE, C = CORRECTION OF
      * A PRICE ALREADY SCHEDULED FOR THAT DATE BUT NOT YET IN FORCE.
           05 PRH-ACTION PIC X(1).
               88 PRH-NEW-PRICE-ROW VALUE "N".
               88 PRH-CORRECTION VALUE "C".
