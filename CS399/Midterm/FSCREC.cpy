      ******************************************************************
      * FSCREC - Frame-shop daily close record, one row on FSDAYCLS
      * per business day closed, keyed by the close date.  The close
      * run files the day's Z-reading figures here; the general
      * ledger export vouchers every row not yet exported under
      * source FRAMESHP and stamps FSC-GL-DATE, so a day is never
      * vouchered twice and a late close is still picked up.
      ******************************************************************
       01 FSC-REC.
           05 FSC-CLOSE-DATE PIC 9(8).
           05 FSC-Z-NUMBER PIC 9(5).
           05 FSC-INVOICE-COUNT PIC 9(5).
           05 FSC-FIRST-INVOICE PIC 9(6).
           05 FSC-LAST-INVOICE PIC 9(6).
      * INVOICED SALES - GROSS IS VAT-INCLUSIVE; THE VAT BASE AND THE
      * OUTPUT VAT ARE THE TWO PARTS OF IT.
           05 FSC-GROSS-SALES PIC 9(9)V99.
           05 FSC-VAT-BASE PIC 9(9)V99.
           05 FSC-OUTPUT-VAT PIC 9(9)V99.
      * MONEY TAKEN IN OFF JOBPAY - DEPOSITS AT ORDER ENTRY AND
      * BALANCES AT PICKUP.
           05 FSC-DOWN-PAY-COUNT PIC 9(5).
           05 FSC-DOWN-PAYMENTS PIC 9(9)V99.
           05 FSC-BAL-PAY-COUNT PIC 9(5).
           05 FSC-BALANCE-PAYMENTS PIC 9(9)V99.
      * CREDIT MEMOS ISSUED OFF CMREG - THE VAT BASE AND THE VAT THEY
      * REVERSE, AND THE PART PAID BACK OUT OF THE TILL.
           05 FSC-CREDIT-COUNT PIC 9(5).
           05 FSC-CREDIT-BASE PIC 9(9)V99.
           05 FSC-CREDIT-VAT PIC 9(9)V99.
           05 FSC-REFUNDS PIC 9(9)V99.
      * STOCK CONSUMED BY THE DAY'S JOBS AT UNIT COST.
           05 FSC-JOB-COUNT PIC 9(5).
           05 FSC-MATERIAL-COST PIC 9(9)V99.
           05 FSC-CASHIER-ID PIC X(8).
           05 FSC-CLOSE-TIME PIC 9(8).
           05 FSC-GL-DATE PIC 9(8).
