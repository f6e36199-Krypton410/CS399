           05 ARCH-OWNER-NAME-2 PIC A(26).
           05 ARCH-ASSESSED-VAL PIC 999999V99.
           05 ARCH-CLOSE-DATE PIC 9(8).
      * THE LOT'S LAND VALUATION BASIS AT CLOSE-OUT, SO A RESTORED LOT
      * VALUED OFF THE SCHEDULE OF MARKET VALUES IS NOT TAKEN FOR A
      * KEYED VALUATION AND LEVELLED A SECOND TIME AT BILLING.
           05 ARCH-LOT-AREA PIC 9(7)V99.
           05 ARCH-UNIT-VAL PIC 9(6)V99.
           05 ARCH-MARKET-VAL PIC 9(9)V99.
           05 ARCH-VALUE-BASIS PIC X(1).
