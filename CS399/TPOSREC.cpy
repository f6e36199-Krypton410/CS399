      ******************************************************************
      * TPOSREC - Teller cash position record, one row on TELLPOS per
      * teller per business date: the cash drawn from and returned
      * to the vault as keyed through the day, and the result of the
      * teller's last cash count - the expected cash it was struck
      * against, the cash counted and the overage (+) or shortage
      * (-).  A teller whose figures move after the count is no
      * longer balanced until they count again.
      ******************************************************************
       01 TPOS-REC.
           05 TP-KEY.
               10 TP-DATE PIC 9(8).
               10 TP-TELLER PIC X(8).
           05 TP-VAULT-ISSUED PIC 9(9)V99.
           05 TP-VAULT-RETURNED PIC 9(9)V99.
           05 TP-EXPECTED PIC S9(9)V99.
           05 TP-COUNTED PIC 9(9)V99.
           05 TP-OVER-SHORT PIC S9(9)V99.
           05 TP-STATUS PIC X(1).
               88 TP-OPEN VALUE "O".
               88 TP-BALANCED VALUE "B".
           05 TP-COUNT-TIME PIC 9(8).
