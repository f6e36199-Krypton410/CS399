      ******************************************************************
      * APILREC - Supplier invoice line, one row on APLINE per line of
      * a voucher, keyed by voucher plus line.  Each line bills a PO
      * line; the PO unit cost and the quantity received but not yet
      * billed at the time of entry are kept beside what the supplier
      * billed so the match can be shown again at approval.
      ******************************************************************
       01 APL-REC.
           05 APL-KEY.
               10 APL-VOUCHER-NO PIC 9(6).
               10 APL-LINE PIC 99.
           05 APL-PO-NUMBER PIC 9(6).
           05 APL-PO-LINE PIC 99.
           05 APL-ITEM-CODE PIC X(6).
           05 APL-QTY-BILLED PIC 9(5).
           05 APL-UNIT-PRICE PIC 9(5)V99.
           05 APL-PO-UNIT-COST PIC 9(5)V99.
           05 APL-QTY-TO-BILL PIC 9(5).
           05 APL-LINE-AMOUNT PIC 9(7)V99.
      * BLANK = MATCHED, P = PRICE DIFFERS FROM THE PO, Q = MORE
      * BILLED THAN RECEIVED, B = BOTH.
           05 APL-MATCH-FLAG PIC X(1).
               88 APL-MATCHED VALUE SPACE.
