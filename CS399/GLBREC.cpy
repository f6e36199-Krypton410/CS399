      ******************************************************************
      * GLBREC - General ledger balances, one row on GLBAL per
      * account per month (YYYYMM) it has been posted in, keyed by
      * account and month: the debits and the credits posted to it
      * that month.  The balance at any month end is the account's
      * COA-OPENING plus every month up to it.
      ******************************************************************
       01 GLB-REC.
           05 GLB-KEY.
               10 GLB-ACCOUNT PIC X(20).
               10 GLB-PERIOD PIC 9(6).
           05 GLB-DEBITS PIC 9(11)V99.
           05 GLB-CREDITS PIC 9(11)V99.
