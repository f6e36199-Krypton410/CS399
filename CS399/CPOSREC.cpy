      ******************************************************************
      * CPOSREC - parameter area for the shared CASHPOS teller cash
      * position routine.  Callers fill CPS-BUSINESS-DATE, CALL
      * "CASHPOS" USING CASH-POSITION-AREA, and read back one entry
      * per teller who moved cash that day - off DEPTXN, the loan
      * register and the manager's check register - or who drew on
      * the vault: cash in, cash out, the checks cut in place of
      * cash, the vault issues and returns, the expected closing
      * cash, and whether the teller's last cash count was struck
      * against that same expected figure.  CPS-TABLE-FULL comes
      * back Y when more tellers moved cash than the table holds.
      ******************************************************************
       01 CASH-POSITION-AREA.
           05 CPS-BUSINESS-DATE PIC 9(8).
           05 CPS-TABLE-FULL PIC X(1).
               88 CPS-TOO-MANY-TELLERS VALUE "Y".
           05 CPS-TELLER-COUNT PIC 9(3).
           05 CPS-TELLER OCCURS 50 TIMES INDEXED BY CPS-IDX.
               10 CPS-TELLER-ID PIC X(8).
               10 CPS-CASH-IN PIC 9(9)V99.
               10 CPS-CASH-OUT PIC 9(9)V99.
               10 CPS-CHECKS-CUT PIC 9(9)V99.
               10 CPS-VAULT-ISSUED PIC 9(9)V99.
               10 CPS-VAULT-RETURNED PIC 9(9)V99.
               10 CPS-EXPECTED PIC S9(9)V99.
      * THE TELLPOS ROW'S STATE: O OPEN, B BALANCED, SPACE NONE YET.
               10 CPS-POSITION-STATUS PIC X(1).
               10 CPS-COUNTED-AGAINST PIC S9(9)V99.
               10 CPS-BALANCED PIC X(1).
                   88 CPS-TELLER-BALANCED VALUE "Y".
