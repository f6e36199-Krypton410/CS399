      *          programs read it back and refuse to pay out past the
      *          free balance.  Every placement and release appends
      *          to the HOLDREG register for the court's return of
      *          service.  A hold securing a deposit-secured loan
      *          belongs to the loan program and cannot be lifted
      *          here, nor can the estate freeze on a deceased
      *          depositor's account, which the estate program lifts
      *          at settlement.  Lifting an order the estate program
      *          raised over a deceased depositor's whole balance
      *          registers the order's release but leaves the account
      *          under the estate freeze.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           88 HOLD-NOT-FOUND VALUE "N".
       01 WS-MONEY-ED PIC ZZ,ZZZ,ZZ9.99.

      * AN ORDER LIFTED UNDER AN ESTATE CLAIM TURNS INTO THE ESTATE
      * PROGRAM'S OWN FREEZE OVER THE WHOLE ACCOUNT.
       01 WS-ESTATE-AUTHORITY PIC X(26)
           VALUE "ESTATE OF DECEASED".
       01 WS-FREEZE-ALL PIC 9(7)V99 VALUE 9999999.99.

      * WS-ERR-FILE-NAME/WS-ERR-STATUS ARE SET BY THE CHECK-xxx-STATUS
      * PARAGRAPHS BELOW BEFORE PERFORMING ABEND-FILE-ERROR.
       01 WS-ERR-FILE-NAME PIC X(20).
           MOVE WS-TODAY TO HOLD-PLACED-DATE.
           MOVE ZERO TO HOLD-RELEASE-DATE.
           MOVE "A" TO HOLD-STATUS.
           MOVE "N" TO HOLD-ESTATE-SWITCH.
           MOVE ZERO TO HOLD-ORDER-AMOUNT.
           IF HOLD-FOUND
               REWRITE HOLD-REC
           ELSE
               CLOSE HOLD-FILE
               GO TO 3000-LIFT-HOLD-EXIT
           END-IF.
      * A LOAN HOLD SECURES MONEY THE BANK HAS LENT; ONLY REPAYMENT
      * (OR SETTLEMENT AT MATURITY) THROUGH THE LOAN PROGRAM LIFTS IT.
           IF HOLD-TYPE-LOAN
               DISPLAY "HOLD SECURES A DEPOSIT LOAN - IT LIFTS ONLY "
                   "AS THE LOAN IS REPAID."
               CLOSE HOLD-FILE
               GO TO 3000-LIFT-HOLD-EXIT
           END-IF.
           IF HOLD-TYPE-ESTATE
               DISPLAY "HOLD FREEZES A DECEASED DEPOSITOR'S ACCOUNT - "
                   "IT LIFTS ONLY AT ESTATE SETTLEMENT."
               CLOSE HOLD-FILE
               GO TO 3000-LIFT-HOLD-EXIT
           END-IF.
           MOVE HOLD-TYPE TO WS-HOLD-TYPE-IN.
           MOVE HOLD-AUTHORITY TO WS-AUTHORITY-IN.
           MOVE HOLD-AMOUNT TO WS-AMOUNT-IN.
      * AN ORDER RAISED UNDER AN ESTATE CLAIM IS RELEASED ON THE
      * REGISTER AT ITS OWN AMOUNT, BUT THE ROW STAYS ACTIVE AS THE
      * ESTATE FREEZE OVER THE WHOLE BALANCE.
           IF HOLD-UNDER-ESTATE
               MOVE HOLD-ORDER-AMOUNT TO WS-AMOUNT-IN
               MOVE "E" TO HOLD-TYPE
               MOVE WS-ESTATE-AUTHORITY TO HOLD-AUTHORITY
               MOVE WS-FREEZE-ALL TO HOLD-AMOUNT
               MOVE WS-TODAY TO HOLD-PLACED-DATE
               MOVE "N" TO HOLD-ESTATE-SWITCH
               MOVE ZERO TO HOLD-ORDER-AMOUNT
           ELSE
               MOVE "R" TO HOLD-STATUS
               MOVE WS-TODAY TO HOLD-RELEASE-DATE
           END-IF.
           REWRITE HOLD-REC.
           PERFORM CHECK-HOLD-STATUS.
           CLOSE HOLD-FILE.
           MOVE "R" TO REG-ACTION.
           PERFORM 9000-WRITE-REGISTER.
           DISPLAY "HOLD RELEASED AND REGISTERED.".
           IF HOLD-TYPE-ESTATE
               DISPLAY "THE DEPOSITOR IS DECEASED - THE ACCOUNT STAYS "
                   "FROZEN UNDER THE ESTATE CLAIM."
           END-IF.
       3000-LIFT-HOLD-EXIT.
           EXIT.

                   DISPLAY "AMOUNT HELD " WS-MONEY-ED
                       "  PLACED " HOLD-PLACED-DATE
                       "  STATUS " HOLD-STATUS
                   IF HOLD-UNDER-ESTATE
                       MOVE HOLD-ORDER-AMOUNT TO WS-MONEY-ED
                       DISPLAY "RAISED UNDER AN ESTATE CLAIM - THE "
                           "ORDER ITSELF HOLDS " WS-MONEY-ED
                   END-IF
           END-READ.
           CLOSE HOLD-FILE.
       4000-SHOW-HOLD-EXIT.
