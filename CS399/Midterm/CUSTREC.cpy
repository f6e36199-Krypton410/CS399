           05 CUST-NUMBER PIC 9(5).
           05 CUST-NAME PIC X(26).
           05 CUST-PHONE PIC X(12).
      * CHARGE ACCOUNT - SCHOOLS, OFFICES AND THE MUNICIPAL HALL ORDER
      * ON ACCOUNT UP TO A CREDIT LIMIT AND SETTLE OFF A MONTHLY
      * STATEMENT; A COUNTER CUSTOMER CARRIES "N" AND ZERO.
           05 CUST-CHARGE-FLAG PIC X(1).
               88 CUST-ON-ACCOUNT VALUE "Y".
           05 CUST-CREDIT-LIMIT PIC 9(7).
