      ******************************************************************
      * PRICEREC - Frame-shop price table record, one row on PRICETAB
      * per price per effective date, keyed by price code plus the
      * date the price takes effect.  A price change adds a row; the
      * rows already in force are never rewritten, so a frame is
      * always priced at the row in force on its order date and a
      * quote at the row in force on its QUO-DATE.  Shared by the
      * price lookup routine, the price maintenance program and the
      * order program.
      ******************************************************************
       01 PRC-REC.
           05 PRC-KEY.
               10 PRC-CODE PIC X(6).
               10 PRC-EFF-DATE PIC 9(8).
      * PESOS PER INCH, PER SHEET-INCH, PER PANE-INCH OR PER PIECE
      * BY CODE; THE RUSH SURCHARGE IN PERCENT OF THE SUBTOTAL AND
      * THE OVERSIZE THRESHOLD IN INCHES.
           05 PRC-PRICE PIC 9(5)V99.
           05 PRC-OPERATOR-ID PIC X(8).
           05 PRC-ENTERED-DATE PIC 9(8).
