      ******************************************************************
      * GLDREC - General ledger detail, one row appended to GLDETAIL
      * per side of every voucher posted: the account, the month and
      * date, the voucher number and source, D or C, the amount and
      * the account on the other side.  The account detail ledgers
      * print off it.
      ******************************************************************
       01 GLD-REC.
           05 GLD-ACCOUNT PIC X(20).
           05 GLD-PERIOD PIC 9(6).
           05 GLD-DATE PIC 9(8).
           05 GLD-JV-NUMBER PIC 9(5).
           05 GLD-SOURCE PIC X(8).
           05 GLD-SIDE PIC X(1).
               88 GLD-DEBIT VALUE "D".
               88 GLD-CREDIT VALUE "C".
           05 GLD-AMOUNT PIC 9(9)V99.
           05 GLD-CONTRA-ACCOUNT PIC X(20).
