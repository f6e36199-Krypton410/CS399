      ******************************************************************
      * CRDTREC - Taxpayer credit ledger record, one row on TAXCRDT
      * per official receipt that left money over after its bill was
      * settled - an advance on a year not yet billed, a double
      * payment on a bill already paid, or an erroneous overpayment.
      * Keyed by lot plus the OR number that backs the credit, so a
      * lot's credits read back together in OR order.  Shared by the
      * collections program and the bank import that raise credits,
      * the bill load that spends them and the refund register, so
      * they never drift apart.
      ******************************************************************
       01 CRDT-REC.
           05 CRDT-KEY.
               10 CRDT-LOT-NUMBER PIC 999999999.
               10 CRDT-OR-NUMBER PIC 9(7).
           05 CRDT-SOURCE PIC X(1).
               88 CRDT-ADVANCE VALUE "A".
               88 CRDT-DOUBLE-PAYMENT VALUE "D".
               88 CRDT-ERRONEOUS VALUE "E".
           05 CRDT-BILL-YEAR PIC 9(4).
           05 CRDT-DATE PIC 9(8).
           05 CRDT-AMOUNT PIC 9(7)V99.
           05 CRDT-APPLIED PIC 9(7)V99.
           05 CRDT-REFUNDED PIC 9(7)V99.
           05 CRDT-BALANCE PIC 9(7)V99.
           05 CRDT-STATUS PIC X(1).
               88 CRDT-OPEN VALUE "O".
               88 CRDT-CLOSED VALUE "C".
           05 CRDT-LAST-DATE PIC 9(8).
           05 CRDT-OPERATOR-ID PIC X(8).
