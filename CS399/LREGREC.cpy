      ******************************************************************
      * LREGREC - Loan register row, appended to LOANREG for every
      * movement on the deposit-secured loan book: a booking, a
      * payment split into its principal and interest, or a
      * settlement out of the deposit's proceeds at maturity, with
      * the principal balance and the deposit hold left after it.
      * The journal export vouchers the business date's rows.
      ******************************************************************
       01 LRG-REC.
           05 LRG-DATE PIC 9(8).
           05 LRG-TIME PIC 9(8).
           05 LRG-ACTION PIC X(1).
               88 LRG-BOOKED VALUE "B".
               88 LRG-PAYMENT VALUE "P".
               88 LRG-SETTLED VALUE "S".
           05 LRG-ACCOUNT-NUMBER PIC 99999.
           05 LRG-PRINCIPAL-AMOUNT PIC 9(7)V99.
           05 LRG-INTEREST-AMOUNT PIC 9(7)V99.
           05 LRG-BALANCE-AFTER PIC 9(7)V99.
           05 LRG-HOLD-AFTER PIC 9(7)V99.
           05 LRG-OPERATOR-ID PIC X(8).
