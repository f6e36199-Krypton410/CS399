      ******************************************************************
       01 HOLD-REC.
           05 HOLD-ACCOUNT-NUMBER PIC 99999.
      * TYPE: G = GARNISHMENT, C = COURT ORDER, A = ADMINISTRATIVE,
      * L = SECURITY FOR A DEPOSIT-SECURED LOAN.  AN "L" HOLD IS
      * PLACED AND RELEASED ONLY BY THE LOAN PROGRAM, FOLLOWING THE
      * LOAN'S PRINCIPAL BALANCE DOWN AS IT IS REPAID.  E = ESTATE
      * FREEZE ON A DECEASED DEPOSITOR'S ACCOUNT, PLACED AND LIFTED
      * ONLY BY THE ESTATE PROGRAM.
           05 HOLD-TYPE PIC X(1).
               88 HOLD-TYPE-VALID VALUES "G" "C" "A".
               88 HOLD-TYPE-LOAN VALUE "L".
               88 HOLD-TYPE-ESTATE VALUE "E".
           05 HOLD-AUTHORITY PIC X(26).
           05 HOLD-AMOUNT PIC 9(7)V99.
           05 HOLD-PLACED-DATE PIC 9(8).
           05 HOLD-STATUS PIC X(1).
               88 HOLD-ACTIVE VALUE "A".
               88 HOLD-RELEASED VALUE "R".
      * ESTATE CLAIM ON A HOLD THAT WAS ALREADY IN PLACE: WHEN A
      * DEPOSITOR DIES UNDER A G, C, A OR L HOLD, THE ESTATE PROGRAM
      * RAISES HOLD-AMOUNT TO THE WHOLE BALANCE AND KEEPS THE ORDER'S
      * OWN AMOUNT IN HOLD-ORDER-AMOUNT.  WHEN THAT HOLD IS LIFTED
      * THE ROW BECOMES AN ESTATE FREEZE INSTEAD OF RELEASING.
           05 HOLD-ESTATE-SWITCH PIC X(1).
               88 HOLD-UNDER-ESTATE VALUE "Y".
           05 HOLD-ORDER-AMOUNT PIC 9(7)V99.
