      ******************************************************************
      * CMOVREC - Credit movement record, one row appended to CRDTREG
      * every time a taxpayer credit moves: raised off an official
      * receipt, spent against a newly loaded bill, or refunded to
      * the taxpayer on an approved voucher, or withdrawn because the
      * official receipt that raised it was cancelled.  The refund
      * register is printed from here, and the ledger card reads the
      * applied rows back so a bill settled by credit shows how it was
      * settled.  An applied movement also carries the part of it
      * that settled the SEF line, so the journal export can relieve
      * each fund's receivable in its own account; every other
      * movement carries zero there.
      ******************************************************************
       01 CMOV-REC.
           05 CMOV-DATE PIC 9(8).
           05 CMOV-TIME PIC 9(8).
           05 CMOV-TYPE PIC X(1).
               88 CMOV-RAISED VALUE "H".
               88 CMOV-APPLIED VALUE "A".
               88 CMOV-REFUNDED VALUE "R".
               88 CMOV-VOIDED VALUE "V".
           05 CMOV-LOT-NUMBER PIC 999999999.
           05 CMOV-OR-NUMBER PIC 9(7).
           05 CMOV-BILL-YEAR PIC 9(4).
           05 CMOV-AMOUNT PIC 9(7)V99.
           05 CMOV-SOURCE PIC X(1).
           05 CMOV-VOUCHER PIC X(10).
           05 CMOV-REASON PIC X(30).
           05 CMOV-OPERATOR-ID PIC X(8).
           05 CMOV-SEF-AMOUNT PIC 9(7)V99.
