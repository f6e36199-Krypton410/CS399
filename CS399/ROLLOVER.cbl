      *          the deposit entry program's rate lookup does,
      *          advances the deposit and maturity dates term by term
      *          until the account is current, and writes a rollover
      *          register (old versus new terms) to ROLLREG.  A
      *          payout that needs several parties to sign is left
      *          for them to claim at the window.  Each term is
      *          re-rated and taxed under the account's own product
      *          on PRODTAB, so a senior-citizen deposit keeps its
      *          premium and a long-term deposit held to term rolls
      *          on free of final withholding tax.  A deposit that
      *          secures a loan still open at maturity settles the
      *          loan out of its proceeds first - principal and the
      *          interest run up on it - and the loan hold lifts.  Each
      *          change it makes to the deposit master is journalled to
      *          RCVJRNL through RJNLOG, so ROLLFWD can reapply it after
      *          a restore.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           RECORD KEY IS HOLD-ACCOUNT-NUMBER
           FILE STATUS IS WS-HOLD-STATUS.

       SELECT LOAN-FILE
           ASSIGN TO "LOANFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LN-ACCOUNT-NUMBER
           FILE STATUS IS WS-LOAN-STATUS.

       SELECT LOAN-REGISTER-FILE
           ASSIGN TO "LOANREG"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LREG-STATUS.

       SELECT PRINT-FILE
           ASSIGN TO "ROLLREG"
           ORGANIZATION IS SEQUENTIAL

       COPY "HOLDREC.cpy".

      ******************************************************************
      * LOAN-FILE / LOAN-REGISTER-FILE - the deposit-secured loan
      * book; a loan still open when its deposit matures is settled
      * here and the settlement lands on the loan register.
      ******************************************************************
       FD LOAN-FILE
           DATA RECORD IS LOAN-REC.

       COPY "LOANREC.cpy".

       FD LOAN-REGISTER-FILE
           DATA RECORD IS LRG-REC.

       COPY "LREGREC.cpy".

       FD PRINT-FILE
           DATA RECORD IS PRINT-REC.

      * FINAL WITHHOLDING TAX RIDES THE INTEREST FIGURE, SO IT IS
      * RECOMPUTED WHEREVER INTEREST-OUT IS REWRITTEN.
       01 WS-WTAX-RATE PIC V99 VALUE .20.
      * PARAMETER AREA FOR THE SHARED PRODLKUP PRODUCT ROUTINE.
       COPY "PRDLREC.cpy".

      * LEGAL-HOLD CHECK FIELDS - A HELD ACCOUNT'S PAYOUTS ARE
      * REFUSED AND THE REGISTER NAMES WHO ORDERED THE HOLD.
       01 WS-HOLD-STATUS PIC X(2).
       01 WS-HELD-AMOUNT PIC 9(7)V99 VALUE ZERO.
       01 WS-HOLD-AUTH-IN-HAND PIC X(26) VALUE SPACES.
       01 WS-HOLD-TYPE-IN-HAND PIC X(1) VALUE SPACE.
           88 LOAN-HOLD-IN-HAND VALUE "L".
      * A LOAN HOLD RAISED UNDER AN ESTATE CLAIM BECOMES THE ESTATE
      * FREEZE WHEN THE SETTLEMENT LIFTS IT.
       01 WS-ESTATE-AUTHORITY PIC X(26)
           VALUE "ESTATE OF DECEASED".
       01 WS-FREEZE-ALL PIC 9(7)V99 VALUE 9999999.99.

      * LOAN SETTLEMENT FIELDS - AN OPEN DEPOSIT-SECURED LOAN IS PAID
      * OFF THE BALANCE AT MATURITY, INTEREST RECKONED TO TODAY.
       01 WS-LOAN-STATUS PIC X(2).
       01 WS-LREG-STATUS PIC X(2).
       01 WS-LOAN-INTEREST PIC 9(7)V99 VALUE ZERO.
       01 WS-LOAN-PRINCIPAL PIC 9(7)V99 VALUE ZERO.
       01 WS-LOAN-PAYOFF PIC 9(8)V99 VALUE ZERO.
       01 WS-LOAN-DAYS PIC S9(7) VALUE ZERO.
       01 WS-LOANS-SETTLED PIC 9(5) VALUE ZERO.
       01 WS-LOAN-FOUND-SWITCH PIC X VALUE "N".
           88 LOAN-FOUND VALUE "Y".

      * PARTY CHECK FIELDS - THE ACCOUNT'S SIGNING RULE OFF ACCTPTY,
      * READ THROUGH THE SHARED PTYCHECK ROUTINE.
       COPY "PTYCREC.cpy".

      ******************************************************************
      * LATEST-CERTIFICATE TABLE - ONE PASS OVER CERTREG AT STARTUP
       01 WS-TERMS-ROLLED PIC 9(5) VALUE ZERO.
       01 WS-ACCOUNTS-PAID-OUT PIC 9(5) VALUE ZERO.
       01 WS-ACCOUNTS-HELD PIC 9(5) VALUE ZERO.
       01 WS-ACCOUNTS-AWAITING PIC 9(5) VALUE ZERO.
       01 WS-COUNT-ED PIC ZZ,ZZ9.

      * WS-ERR-FILE-NAME/WS-ERR-STATUS ARE SET BY THE CHECK-xxx-STATUS
       01 WS-ERR-FILE-NAME PIC X(20).
       01 WS-ERR-STATUS PIC X(2).

      * PARAMETER AREA FOR THE SHARED RJNLOG RECOVERY JOURNAL ROUTINE.
       COPY "RJLREC.cpy".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE "ROLLOVER" TO RJL-PROGRAM.
           MOVE "D" TO RJL-MASTER.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-SCAN-DEPOSITS THRU 2000-SCAN-DEPOSITS-EXIT
               UNTIL WS-EOF = "Y".
      * "P" closes and pays everything out, "I" pays the net
      * interest out and rolls the principal, and "R" (or the blank
      * of an old account) capitalizes the net interest and rolls
      * the lot.  A deposit securing an open loan settles the loan
      * out of its balance first, whatever the disposition.  A
      * payout on an account under a legal hold is
      * refused and the register names the ordering authority.  A
      * payout that needs more than one party to sign - joint AND
      * owners, or signatories who must sign together - cannot be
      * made unattended either; the register notes it and the
      * parties claim the deposit at the withdrawal window.
      ******************************************************************
       2050-HONOR-DISPOSITION.
           MOVE INTEREST-OUT TO WS-INTEREST-WORK.
           COMPUTE WS-NET-INTEREST =
               WS-INTEREST-WORK - DEP-TAX-WITHHELD-OUT.
           PERFORM FETCH-ACCOUNT-HOLD.
           IF LOAN-HOLD-IN-HAND
               PERFORM 2450-SETTLE-LOAN THRU 2450-SETTLE-LOAN-EXIT
           END-IF.
           PERFORM 2060-CHECK-PAYOUT-PARTIES.
           IF DEP-DISP-PAY-OUT
               IF WS-HELD-AMOUNT > ZERO
                   PERFORM 2700-NOTE-HELD-ACCOUNT
               ELSE IF PTC-PRESENCE-NEEDED > 1
                   PERFORM 2750-NOTE-PARTIES-NEEDED
               ELSE
                   PERFORM 2400-PAYOUT-AND-CLOSE
               END-IF
      * TERM'S UNPAID INTEREST WOULD VANISH FROM THE BOOKS.  IT
      * WAITS, MATURED, FOR THE HOLD TO LIFT AND THE NEXT RUN.
               PERFORM 2700-NOTE-HELD-ACCOUNT
           ELSE IF DEP-DISP-PAY-INTEREST AND PTC-PRESENCE-NEEDED > 1
      * LIKEWISE AN "I" ACCOUNT WHOSE PAYOUT NEEDS SEVERAL SIGNERS
      * WAITS, MATURED, FOR THE PARTIES TO CLAIM IT AT THE WINDOW.
               PERFORM 2750-NOTE-PARTIES-NEEDED
           ELSE
               IF DEP-DISP-PAY-INTEREST
                   PERFORM 2500-PAY-INTEREST-OUT
               END-IF
               PERFORM 2100-ROLL-ONE-TERM
                   UNTIL MATURITY-DATE-OUT > WS-TODAY
               MOVE NEW-FILE TO RJL-IMAGE
               REWRITE NEW-FILE
               IF WS-EMP-STATUS = "00"
                   MOVE "C" TO RJL-ACTION
                   CALL "RJNLOG" USING RECOVERY-JOURNAL-AREA
               END-IF
               ADD 1 TO WS-ACCOUNTS-ROLLED
               PERFORM 2300-NOTE-CANCELLED-CERT
           END-IF.
               WS-CLOSING-BALANCE + WS-NET-INTEREST.
           MOVE ZERO TO DEP-BALANCE-OUT.
           MOVE "C" TO DEPOSIT-STATUS-OUT.
           MOVE NEW-FILE TO RJL-IMAGE.
           REWRITE NEW-FILE.
           IF WS-EMP-STATUS = "00"
               MOVE "C" TO RJL-ACTION
               CALL "RJNLOG" USING RECOVERY-JOURNAL-AREA
           END-IF.
           MOVE "C" TO WS-TXN-TYPE.
           MOVE WS-CLOSING-BALANCE TO WS-TXN-AMOUNT.
           MOVE ZERO TO WS-TXN-BALANCE.
               END-IF
           END-IF.

      ******************************************************************
      * 2450-SETTLE-LOAN - the deposit in hand secures a loan: the
      * principal still owed plus its interest (arrears and the
      * true days since the last payment, on a 365-day year) comes
      * off the balance through a DEPTXN "W" row and the control
      * totals, the loan closes as settled on LOANFILE and LOANREG,
      * and the loan hold lifts so the disposition goes ahead on
      * what is left.  A balance short of the payoff is left held
      * and noted for the loans officer.
      ******************************************************************
       2450-SETTLE-LOAN.
           OPEN I-O LOAN-FILE.
           IF WS-LOAN-STATUS = "35"
               GO TO 2450-SETTLE-LOAN-EXIT
           END-IF.
           PERFORM CHECK-LOAN-STATUS.
           MOVE ACCOUNT_NUMBER_OUT TO LN-ACCOUNT-NUMBER.
           MOVE "N" TO WS-LOAN-FOUND-SWITCH.
           READ LOAN-FILE KEY IS LN-ACCOUNT-NUMBER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET LOAN-FOUND TO TRUE
           END-READ.
           IF NOT LOAN-FOUND OR NOT LN-ACTIVE
               CLOSE LOAN-FILE
               GO TO 2450-SETTLE-LOAN-EXIT
           END-IF.
           MOVE LN-INTEREST-ARREARS TO WS-LOAN-INTEREST.
           MOVE "D" TO DC-FUNCTION.
           MOVE LN-LAST-PAID-DATE TO DC-DATE-1.
           MOVE WS-TODAY TO DC-DATE-2.
           CALL "DATECALC" USING DATE-CALC-AREA.
           MOVE DC-RESULT-DAYS TO WS-LOAN-DAYS.
           IF WS-LOAN-DAYS > ZERO
               COMPUTE WS-LOAN-INTEREST ROUNDED = WS-LOAN-INTEREST +
                   LN-PRINCIPAL-BALANCE * LN-RATE * WS-LOAN-DAYS / 365
           END-IF.
           MOVE LN-PRINCIPAL-BALANCE TO WS-LOAN-PRINCIPAL.
           COMPUTE WS-LOAN-PAYOFF =
               WS-LOAN-PRINCIPAL + WS-LOAN-INTEREST.
           IF WS-LOAN-PAYOFF > DEP-BALANCE-OUT
               CLOSE LOAN-FILE
               MOVE SPACES TO PRINT-REC
               STRING ACCOUNT_NUMBER_OUT DELIMITED BY SIZE
                   "    *** LOAN PAYOFF EXCEEDS BALANCE - LOAN NOT "
                   DELIMITED BY SIZE
                   "SETTLED ***" DELIMITED BY SIZE
                   INTO PRINT-REC
               WRITE PRINT-REC
               PERFORM CHECK-PRINT-STATUS
               GO TO 2450-SETTLE-LOAN-EXIT
           END-IF.
           MOVE ZERO TO LN-PRINCIPAL-BALANCE.
           MOVE ZERO TO LN-INTEREST-ARREARS.
           ADD WS-LOAN-INTEREST TO LN-INTEREST-PAID.
           MOVE WS-TODAY TO LN-LAST-PAID-DATE.
           MOVE "S" TO LN-STATUS.
           MOVE WS-TODAY TO LN-CLOSED-DATE.
           REWRITE LOAN-REC.
           PERFORM CHECK-LOAN-STATUS.
           CLOSE LOAN-FILE.
           COMPUTE DEP-BALANCE-OUT = DEP-BALANCE-OUT - WS-LOAN-PAYOFF.
           MOVE DEP-BALANCE-OUT TO PRINCIPAL_AMOUNT_OUT.
           MOVE NEW-FILE TO RJL-IMAGE.
           REWRITE NEW-FILE.
           PERFORM CHECK-EMP-STATUS.
           MOVE "C" TO RJL-ACTION.
           CALL "RJNLOG" USING RECOVERY-JOURNAL-AREA.
           MOVE "W" TO WS-TXN-TYPE.
           MOVE WS-LOAN-PAYOFF TO WS-TXN-AMOUNT.
           MOVE DEP-BALANCE-OUT TO WS-TXN-BALANCE.
           PERFORM 2800-WRITE-TXN-RECORD.
           SUBTRACT WS-LOAN-PAYOFF FROM WS-FCTL-D-VALUE.
           PERFORM UPDATE-CONTROL-RECORD.
           PERFORM 2460-LIFT-LOAN-HOLD.
           PERFORM 2470-WRITE-LOAN-REGISTER.
           ADD 1 TO WS-LOANS-SETTLED.
      * A DECEASED BORROWER'S DEPOSIT STAYS UNDER THE ESTATE FREEZE
      * THE LOAN HOLD BECAME, SO THE HOLD IS READ BACK, NOT ZEROED.
           PERFORM FETCH-ACCOUNT-HOLD.
           MOVE WS-LOAN-PAYOFF TO WS-MONEY-ED.
           MOVE SPACES TO PRINT-REC.
           STRING ACCOUNT_NUMBER_OUT DELIMITED BY SIZE
               "    DEPOSIT LOAN SETTLED FROM PROCEEDS - "
               DELIMITED BY SIZE
               WS-MONEY-ED DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
       2450-SETTLE-LOAN-EXIT.
           EXIT.

       2460-LIFT-LOAN-HOLD.
           OPEN I-O HOLD-FILE.
           IF WS-HOLD-STATUS NOT = "00"
               MOVE "HOLD-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-HOLD-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.
           MOVE ACCOUNT_NUMBER_OUT TO HOLD-ACCOUNT-NUMBER.
           READ HOLD-FILE KEY IS HOLD-ACCOUNT-NUMBER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF HOLD-UNDER-ESTATE
                       MOVE "E" TO HOLD-TYPE
                       MOVE WS-ESTATE-AUTHORITY TO HOLD-AUTHORITY
                       MOVE WS-FREEZE-ALL TO HOLD-AMOUNT
                       MOVE WS-TODAY TO HOLD-PLACED-DATE
                       MOVE "N" TO HOLD-ESTATE-SWITCH
                       MOVE ZERO TO HOLD-ORDER-AMOUNT
                   ELSE
                       MOVE ZERO TO HOLD-AMOUNT
                       MOVE "R" TO HOLD-STATUS
                       MOVE WS-TODAY TO HOLD-RELEASE-DATE
                   END-IF
                   REWRITE HOLD-REC
           END-READ.
           CLOSE HOLD-FILE.

       2470-WRITE-LOAN-REGISTER.
           ACCEPT WS-TXN-TIME FROM TIME.
           OPEN EXTEND LOAN-REGISTER-FILE.
           IF WS-LREG-STATUS = "35"
               OPEN OUTPUT LOAN-REGISTER-FILE
               CLOSE LOAN-REGISTER-FILE
               OPEN EXTEND LOAN-REGISTER-FILE
           END-IF.
           PERFORM CHECK-LREG-STATUS.
           MOVE WS-TODAY TO LRG-DATE.
           MOVE WS-TXN-TIME TO LRG-TIME.
           MOVE "S" TO LRG-ACTION.
           MOVE ACCOUNT_NUMBER_OUT TO LRG-ACCOUNT-NUMBER.
           MOVE WS-LOAN-PRINCIPAL TO LRG-PRINCIPAL-AMOUNT.
           MOVE WS-LOAN-INTEREST TO LRG-INTEREST-AMOUNT.
           MOVE ZERO TO LRG-BALANCE-AFTER.
           MOVE ZERO TO LRG-HOLD-AFTER.
           MOVE "ROLLOVER" TO LRG-OPERATOR-ID.
           WRITE LRG-REC.
           PERFORM CHECK-LREG-STATUS.
           CLOSE LOAN-REGISTER-FILE.

       CHECK-LOAN-STATUS.
           IF WS-LOAN-STATUS NOT = "00"
               MOVE "LOAN-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-LOAN-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-LREG-STATUS.
           IF WS-LREG-STATUS NOT = "00"
               MOVE "LOAN-REGISTER-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-LREG-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       2700-NOTE-HELD-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-HELD.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.

      ******************************************************************
      * 2060-CHECK-PAYOUT-PARTIES - reads the account's signing rule
      * off ACCTPTY through PTYCHECK; only a paying disposition
      * needs it, so a rolling account leaves the rule clear.
      ******************************************************************
       2060-CHECK-PAYOUT-PARTIES.
           MOVE ZERO TO PTC-PRESENCE-NEEDED.
           IF DEP-DISP-PAY-OUT OR DEP-DISP-PAY-INTEREST
               MOVE "R" TO PTC-FUNCTION
               MOVE ACCOUNT_NUMBER_OUT TO PTC-ACCOUNT-NUMBER
               MOVE ZERO TO PTC-PRESENT-COUNT
               CALL "PTYCHECK" USING PARTY-CHECK-AREA
           END-IF.

       2750-NOTE-PARTIES-NEEDED.
           ADD 1 TO WS-ACCOUNTS-AWAITING.
           MOVE SPACES TO PRINT-REC.
           STRING ACCOUNT_NUMBER_OUT DELIMITED BY SIZE
               "    *** PAYOUT HELD - " DELIMITED BY SIZE
               PTC-MESSAGE DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.

      ******************************************************************
      * 2800-WRITE-TXN-RECORD - append one movement to the DEPTXN
      * ledger.  Caller sets WS-TXN-TYPE, WS-TXN-AMOUNT and
           MOVE MATURITY-DATE-OUT TO WS-OLD-MATURITY-DATE.
           MOVE PERCENT-OUT TO WS-OLD-PERCENT.
           PERFORM LOOKUP-RATE.
      * THE PRODUCT PRICES THE NEW TERM OFF THE BAND JUST FOUND; AN
      * ACCOUNT NO BAND FITS KEEPS THE RATE IT ALREADY CARRIES, WHICH
      * ALREADY HOLDS ANY PRODUCT PREMIUM.
           MOVE "R" TO PRL-FUNCTION.
           MOVE DEP-PRODUCT-CODE-OUT TO PRL-PRODUCT-CODE.
           MOVE PRINCIPAL_AMOUNT_OUT TO PRL-PRINCIPAL.
           MOVE YEARS_OF_DEPOSIT_OUT TO PRL-YEARS.
           MOVE WS-RATE TO PRL-BASE-RATE.
           CALL "PRODLKUP" USING PRODUCT-LOOKUP-AREA.
           IF RATE-NOT-FOUND
               MOVE DEPOSIT-RATE-OUT TO WS-RATE
               MOVE PERCENT-OUT TO WS-PERCENT
           ELSE
               MOVE PRL-RATE TO WS-RATE
               MOVE PRL-PERCENT TO WS-PERCENT
           END-IF.
           IF PRL-WTAX-EXEMPT-AT-TERM
               MOVE ZERO TO WS-WTAX-RATE
           ELSE
               MOVE PRL-WTAX-RATE TO WS-WTAX-RATE
           END-IF.
           MOVE MATURITY-DATE-OUT TO DEPOSIT-DATE-OUT.
      * THE ROLLOVER VALUE DATE ROLLS FORWARD OFF WEEKENDS AND
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE WS-ACCOUNTS-AWAITING TO WS-COUNT-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "AWAITING PARTIES  : " WS-COUNT-ED
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE WS-LOANS-SETTLED TO WS-COUNT-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "LOANS SETTLED     : " WS-COUNT-ED
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           CLOSE EMP-FILE.
           CLOSE PRINT-FILE.
           DISPLAY "ROLLOVER RUN COMPLETE.".
       FETCH-ACCOUNT-HOLD.
           MOVE ZERO TO WS-HELD-AMOUNT.
           MOVE SPACES TO WS-HOLD-AUTH-IN-HAND.
           MOVE SPACE TO WS-HOLD-TYPE-IN-HAND.
           OPEN INPUT HOLD-FILE.
           IF WS-HOLD-STATUS = "35"
               CONTINUE
                           MOVE HOLD-AMOUNT TO WS-HELD-AMOUNT
                           MOVE HOLD-AUTHORITY
                               TO WS-HOLD-AUTH-IN-HAND
                           MOVE HOLD-TYPE TO WS-HOLD-TYPE-IN-HAND
                       END-IF
               END-READ
               CLOSE HOLD-FILE
