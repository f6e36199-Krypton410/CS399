               88 DEP-DISP-PAY-INTEREST VALUE "I".
               88 DEP-DISP-PAY-OUT VALUE "P".
               88 DEP-DISP-VALID VALUES "R" "I" "P".
      * THE TIME-DEPOSIT PRODUCT ON PRODTAB THE ACCOUNT WAS PLACED
      * UNDER (TD REGULAR, SC SENIOR CITIZEN, LT LONG-TERM), WHICH
      * SETS ITS RATE, PRETERMINATION RULES AND WITHHOLDING.  SPACES
      * ON ACCOUNTS PLACED BEFORE PRODUCTS EXISTED READ AS "TD".
           05 DEP-PRODUCT-CODE-OUT PIC X(2).
