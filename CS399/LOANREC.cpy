      ******************************************************************
      * LOANREC - Deposit-secured (hold-out) loan record, one row on
      * LOANFILE per time-deposit account pledged as security: what
      * was lent against the deposit, at what rate and over how many
      * monthly installments, and what principal is still owed.  The
      * deposit stays frozen on HOLDFILE for the principal balance
      * until the loan is repaid or the maturity run settles it out
      * of the proceeds.  A repaid or settled loan keeps its row,
      * dated, until the account borrows again.
      ******************************************************************
       01 LOAN-REC.
           05 LN-ACCOUNT-NUMBER PIC 99999.
           05 LN-CIF-NUMBER PIC 9(5).
           05 LN-BOOKED-DATE PIC 9(8).
           05 LN-ORIGINAL-AMOUNT PIC 9(7)V99.
      * ANNUAL RATE - THE DEPOSIT'S OWN RATE PLUS THE LENDING SPREAD.
           05 LN-RATE PIC V99.
           05 LN-TERM-MONTHS PIC 9(3).
           05 LN-INSTALLMENT PIC 9(7)V99.
           05 LN-PRINCIPAL-BALANCE PIC 9(7)V99.
           05 LN-INTEREST-PAID PIC 9(7)V99.
      * INTEREST RUNS ON THE PRINCIPAL BALANCE FROM THIS DATE - THE
      * BOOKING DATE UNTIL THE FIRST PAYMENT COMES IN - ON TOP OF ANY
      * ARREARS A PAYMENT SHORT OF THE INTEREST DUE LEFT BEHIND.
           05 LN-LAST-PAID-DATE PIC 9(8).
           05 LN-INTEREST-ARREARS PIC 9(7)V99.
           05 LN-PAYMENTS-MADE PIC 9(3).
           05 LN-STATUS PIC X(1).
               88 LN-ACTIVE VALUE "A".
               88 LN-REPAID VALUE "P".
               88 LN-SETTLED VALUE "S".
           05 LN-CLOSED-DATE PIC 9(8).
