      ******************************************************************
      * APIREC - Supplier invoice (payables voucher) header, one row
      * on APINV per supplier bill entered, keyed by the shop's own
      * voucher number off APCTL.  Lines are on APLINE (APILREC),
      * payments against it on APPAY (APPREC).  A bill whose lines
      * do not match the PO cost or the quantity received is held
      * for a supervisor before it can be paid.
      ******************************************************************
       01 API-REC.
           05 API-VOUCHER-NO PIC 9(6).
           05 API-SUPPLIER PIC 9(4).
           05 API-SUP-INVOICE-NO PIC X(12).
           05 API-INVOICE-DATE PIC 9(8).
           05 API-DUE-DATE PIC 9(8).
           05 API-PO-NUMBER PIC 9(6).
           05 API-AMOUNT PIC 9(7)V99.
           05 API-AMOUNT-PAID PIC 9(7)V99.
      * H = HELD ON A MATCH DIFFERENCE, O = OPEN FOR PAYMENT,
      * P = PAID IN FULL, X = REJECTED BACK TO THE SUPPLIER.
           05 API-STATUS PIC X(1).
               88 API-HELD VALUE "H".
               88 API-OPEN VALUE "O".
               88 API-PAID VALUE "P".
               88 API-REJECTED VALUE "X".
           05 API-KEYED-BY PIC X(8).
           05 API-KEYED-DATE PIC 9(8).
           05 API-APPROVED-BY PIC X(8).
           05 API-APPROVED-DATE PIC 9(8).
           05 API-LAST-PAY-DATE PIC 9(8).
