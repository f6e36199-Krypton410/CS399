      ******************************************************************
      * PRCCODES - the frame-shop price codes in the order the price
      * lookup returns them, each with its description and the
      * price PRICETAB is seeded with the first time the shop runs
      * without one (the old counter price list).
      ******************************************************************
       01 PRICE-CODE-VALUES.
           05 FILLER PIC X(6) VALUE "REGULR".
           05 FILLER PIC X(24) VALUE "REGULAR FRAME PER INCH".
           05 FILLER PIC 9(5)V99 VALUE 15.
           05 FILLER PIC X(6) VALUE "FANCY ".
           05 FILLER PIC X(24) VALUE "FANCY FRAME PER INCH".
           05 FILLER PIC 9(5)V99 VALUE 25.
           05 FILLER PIC X(6) VALUE "COLOR ".
           05 FILLER PIC X(24) VALUE "COLOR FINISH PER INCH".
           05 FILLER PIC 9(5)V99 VALUE 10.
           05 FILLER PIC X(6) VALUE "CARDBD".
           05 FILLER PIC X(24) VALUE "CARDBOARD PER INCH-SHEET".
           05 FILLER PIC 9(5)V99 VALUE 2.
           05 FILLER PIC X(6) VALUE "GLASS ".
           05 FILLER PIC X(24) VALUE "GLASS PER INCH-PANE".
           05 FILLER PIC 9(5)V99 VALUE 7.
           05 FILLER PIC X(6) VALUE "CROWN ".
           05 FILLER PIC X(24) VALUE "CROWN PER PIECE".
           05 FILLER PIC 9(5)V99 VALUE 35.
           05 FILLER PIC X(6) VALUE "RUSH  ".
           05 FILLER PIC X(24) VALUE "RUSH SURCHARGE PERCENT".
           05 FILLER PIC 9(5)V99 VALUE 20.
           05 FILLER PIC X(6) VALUE "INSURE".
           05 FILLER PIC X(24) VALUE "OVERSIZE GLASS INSURANCE".
           05 FILLER PIC 9(5)V99 VALUE 25.
           05 FILLER PIC X(6) VALUE "OVRSIZ".
           05 FILLER PIC X(24) VALUE "OVERSIZE THRESHOLD INCH".
           05 FILLER PIC 9(5)V99 VALUE 40.
       01 PRICE-CODE-TABLE REDEFINES PRICE-CODE-VALUES.
           05 PRICE-CODE-ENTRY OCCURS 9 TIMES.
               10 PCT-CODE PIC X(6).
               10 PCT-DESC PIC X(24).
               10 PCT-DEFAULT PIC 9(5)V99.
