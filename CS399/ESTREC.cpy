      ******************************************************************
      * ESTREC - Deceased depositor claim record, one row on ESTCLAIM
      * per deceased customer (CIF).  Opened when the death is
      * recorded, it carries the accounts frozen under the estate,
      * the claim documents received, and the heirs with the shares
      * the extrajudicial settlement gives them; at settlement each
      * account's payout and each heir's total are kept on it.
      * Shared by the estate program and its claims-pending aging.
      ******************************************************************
       01 ECL-REC.
           05 ECL-CIF-NUMBER PIC 9(5).
           05 ECL-DECEASED-NAME PIC X(26).
           05 ECL-DATE-OF-DEATH PIC 9(8).
           05 ECL-OPENED-DATE PIC 9(8).
           05 ECL-STATUS PIC X(1).
               88 ECL-OPEN VALUE "O".
               88 ECL-SETTLED VALUE "S".
           05 ECL-SETTLED-DATE PIC 9(8).
      * CLAIM DOCUMENTS, ALWAYS IN THIS ORDER: 1 = DEATH
      * CERTIFICATE, 2 = EXTRAJUDICIAL SETTLEMENT, 3 = ESTATE TAX
      * CLEARANCE.  ALL THREE MUST BE IN BEFORE THE ESTATE SETTLES.
           05 ECL-DOCUMENT OCCURS 3 TIMES.
               10 ECL-DOC-RECEIVED PIC X(1).
                   88 ECL-DOC-IN VALUE "Y".
               10 ECL-DOC-DATE PIC 9(8).
      * ACCOUNT STATE: F = FROZEN UNDER THE CLAIM, S = SETTLED TO
      * THE HEIRS, R = RELEASED TO A SURVIVING JOINT OWNER.
           05 ECL-ACCOUNT-COUNT PIC 9(2).
           05 ECL-ACCOUNT OCCURS 50 TIMES.
               10 ECL-ACCT-NUMBER PIC 99999.
               10 ECL-ACCT-STATE PIC X(1).
                   88 ECL-ACCT-FROZEN VALUE "F".
                   88 ECL-ACCT-SETTLED VALUE "S".
                   88 ECL-ACCT-RELEASED VALUE "R".
               10 ECL-ACCT-PAYOUT PIC 9(7)V99.
      * HEIRS AND THEIR SHARES IN PERCENT; THE SHARES MUST TOTAL
      * 100.00 BEFORE THE ESTATE SETTLES.
           05 ECL-HEIR-COUNT PIC 9(1).
           05 ECL-HEIR OCCURS 6 TIMES.
               10 ECL-HEIR-NAME PIC X(26).
               10 ECL-HEIR-SHARE PIC 9(3)V99.
               10 ECL-HEIR-PAID PIC 9(8)V99.
           05 ECL-OPERATOR-ID PIC X(8).
