      ******************************************************************
      * APPREC - Supplier payment, one row on APPAY per voucher a
      * check pays; a check settling several bills writes one row
      * for each.  APPAY is appended in payment order.
      ******************************************************************
       01 APP-REC.
           05 APP-CHECK-NO PIC X(10).
           05 APP-CHECK-DATE PIC 9(8).
           05 APP-SUPPLIER PIC 9(4).
           05 APP-VOUCHER-NO PIC 9(6).
           05 APP-AMOUNT PIC 9(7)V99.
           05 APP-ENTERED-BY PIC X(8).
