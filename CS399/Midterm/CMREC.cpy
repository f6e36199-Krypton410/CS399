      ******************************************************************
      * CMREC - Credit memo register record, one row appended to
      * CMREG per numbered credit memo issued against a frame-shop
      * invoice.  The credit is VAT-inclusive like the invoice, with
      * the VAT it reverses broken out; it first cancels whatever
      * balance the invoice still owed (a "C" row on JOBPAY) and the
      * rest goes back to the customer out of the till.  Shared by
      * the returns program that writes it, the VAT sales book that
      * nets it and the daily close that totals it.
      ******************************************************************
       01 CM-REC.
           05 CM-NUMBER PIC 9(6).
           05 CM-DATE PIC 9(8).
           05 CM-INVOICE-NO PIC 9(6).
           05 CM-CUST-NUMBER PIC 9(5).
      * THE FRAME THAT CAME BACK, SO RETURNS TIE TO A JOB TYPE.
           05 CM-JOB-NUMBER PIC 9(6).
           05 CM-JOB-TYPE PIC A(2).
      * G = BROKEN GLASS, S = WRONG SIZE, D = DAMAGED FRAME,
      * W = WORKMANSHIP, O = OTHER.
           05 CM-REASON PIC X(1).
               88 CM-REASON-VALID VALUE "G" "S" "D" "W" "O".
           05 CM-CREDIT-TOTAL PIC 9(7).
           05 CM-VAT-AMOUNT PIC 9(7)V99.
           05 CM-BALANCE-CANCELLED PIC 9(7).
           05 CM-REFUND-AMOUNT PIC 9(7).
           05 CM-KEYED-BY PIC X(8).
