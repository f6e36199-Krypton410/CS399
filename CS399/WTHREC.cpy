      ******************************************************************
      * WTHREC - one account's line of a filed monthly withholding
      * tax remittance, appended to WTAXHIST by the remittance report
      * the first time a month is run.  The history is what was
      * actually remitted, account by account, so the year-end
      * certificates and alphalist add up to the twelve monthly
      * filings even though DEP-TAX-WITHHELD-OUT on the master only
      * keeps the latest figure.
      ******************************************************************
       01 WTH-REC.
           05 WTH-REMIT-MONTH PIC 9(6).
           05 WTH-ACCOUNT-NUMBER PIC 99999.
           05 WTH-CIF-NUMBER PIC 9(5).
           05 WTH-PRODUCT-CODE PIC X(2).
           05 WTH-TAX-DATE PIC 9(8).
           05 WTH-GROSS-INTEREST PIC 9(7)V99.
           05 WTH-TAX-WITHHELD PIC 9(7)V99.
