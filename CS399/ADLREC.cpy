      ******************************************************************
      * ADLREC - Auto-debit log record, one row on ADLFILE per lot,
      * billing year and installment the debit run has acted on,
      * keyed so a rerun on the same due date never debits the same
      * installment twice.  A posted row carries the OR the receipt
      * went out under; a refused row carries the reason and is
      * retried - and rewritten - by the next run on that date.
      ******************************************************************
       01 ADL-REC.
           05 ADL-KEY.
               10 ADL-BILL-YEAR PIC 9(4).
               10 ADL-LOT-NUMBER PIC 999999999.
               10 ADL-INST-NO PIC 9(1).
           05 ADL-RUN-DATE PIC 9(8).
           05 ADL-ACCOUNT-NUMBER PIC 99999.
           05 ADL-CIF-NUMBER PIC 9(5).
           05 ADL-AMOUNT PIC 9(7)V99.
           05 ADL-OR-NUMBER PIC 9(7).
           05 ADL-STATUS PIC X(1).
               88 ADL-POSTED VALUE "P".
               88 ADL-REFUSED VALUE "E".
           05 ADL-REASON PIC X(40).
