      ******************************************************************
      * SUPREC - Supplier master record, one row on SUPFILE per
      * moulding/glass/cardboard supplier the shop orders from.
      * Shared by the purchasing program that maintains it, the
      * purchase-order prints that name the supplier and the payables
      * program that dates the supplier's bills off its terms.
      ******************************************************************
       01 SUP-REC.
           05 SUP-NUMBER PIC 9(4).
           05 SUP-NAME PIC X(26).
           05 SUP-PHONE PIC X(12).
      * PAYMENT TERMS IN DAYS NET FROM THE INVOICE DATE; ZERO IS TAKEN
      * AS THE SHOP'S USUAL THIRTY DAYS.
           05 SUP-TERMS-DAYS PIC 9(3).
