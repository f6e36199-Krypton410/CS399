      ******************************************************************
      * ABLREC - parameter area for the shared ACCTBAL account balance
      * routine.  Callers fill ABL-CUST-NUMBER and ABL-AS-OF-DATE,
      * CALL "ACCTBAL" USING ACCOUNT-BALANCE-AREA and read back every
      * invoice the customer was billed on or before that date off
      * INVREG, in register order, each with what JOBPAY shows paid
      * or credited against it on or before the date and what is
      * still open, plus the customer's balance (the sum of the open
      * amounts), the count of invoices still open and the date of
      * the oldest of them.  ABL-TABLE-FULL comes back Y when the
      * customer has more invoices than the table holds; the later
      * ones are left out of the balance.
      ******************************************************************
       01 ACCOUNT-BALANCE-AREA.
           05 ABL-CUST-NUMBER PIC 9(5).
           05 ABL-AS-OF-DATE PIC 9(8).
           05 ABL-BALANCE PIC S9(9).
           05 ABL-OPEN-COUNT PIC 9(3).
           05 ABL-OLDEST-OPEN-DATE PIC 9(8).
           05 ABL-TABLE-FULL PIC X(1).
           05 ABL-INVOICE-COUNT PIC 9(3).
           05 ABL-INVOICE OCCURS 500 TIMES.
               10 ABL-INV-NO PIC 9(6).
               10 ABL-INV-DATE PIC 9(8).
               10 ABL-INV-TOTAL PIC 9(7).
               10 ABL-INV-PAID PIC 9(8).
               10 ABL-INV-OPEN PIC S9(8).
