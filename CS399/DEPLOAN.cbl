      ******************************************************************
      * Author:
      * Date:
      * Purpose: Deposit-secured (hold-out) loan processing - lends a
      *          depositor up to a set share of the time deposit's
      *          balance instead of making them preterminate and
      *          lose the interest.  Booking a loan freezes the
      *          deposit on HOLDFILE for the loan's principal, prints
      *          the monthly amortization schedule to LOANSCHD, and
      *          carries the loan on LOANFILE.  A payment pays the
      *          interest run up since the last one first, the rest
      *          comes off the principal, and the hold follows the
      *          principal down until the last payment lifts it.  A
      *          loan still open at maturity is settled out of the
      *          deposit's proceeds by the rollover run.  Every
      *          booking, payment and settlement appends to the
      *          LOANREG register the journal export vouchers from,
      *          and the loan book prints to LOANBOOK on request.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPLOAN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT LOAN-FILE
           ASSIGN TO "LOANFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LN-ACCOUNT-NUMBER
           FILE STATUS IS WS-LOAN-STATUS.

       SELECT HOLD-FILE
           ASSIGN TO "HOLDFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HOLD-ACCOUNT-NUMBER
           FILE STATUS IS WS-HOLD-STATUS.

       SELECT EMP-FILE
           ASSIGN TO 'D:\Files\Cobol\CS399\ESCABARTE2.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACCOUNT_NUMBER_OUT
           FILE STATUS IS WS-EMP-STATUS.

       SELECT REGISTER-FILE
           ASSIGN TO "LOANREG"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-REG-STATUS.

       SELECT SCHEDULE-FILE
           ASSIGN TO "LOANSCHD"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-SCHD-STATUS.

       SELECT PRINT-FILE
           ASSIGN TO "LOANBOOK"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD LOAN-FILE
           DATA RECORD IS LOAN-REC.

       COPY "LOANREC.cpy".

       FD HOLD-FILE
           DATA RECORD IS HOLD-REC.

       COPY "HOLDREC.cpy".

       FD EMP-FILE
           DATA RECORD IS NEW-FILE.

       COPY "DEPREC.cpy".

       FD REGISTER-FILE
           DATA RECORD IS LRG-REC.

       COPY "LREGREC.cpy".

      ******************************************************************
      * SCHEDULE-FILE - the amortization schedule handed to the
      * borrower at booking, one installment per line.
      ******************************************************************
       FD SCHEDULE-FILE
           DATA RECORD IS SCHD-REC.

       01 SCHD-REC PIC X(80).

       FD PRINT-FILE
           DATA RECORD IS PRINT-REC.

       01 PRINT-REC PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-LOAN-STATUS PIC X(2).
       01 WS-HOLD-STATUS PIC X(2).
       01 WS-EMP-STATUS PIC X(2).
       01 WS-REG-STATUS PIC X(2).
       01 WS-SCHD-STATUS PIC X(2).
       01 WS-PRINT-STATUS PIC X(2).
       01 WS-EOF PIC X(1) VALUE "N".
       01 DASH-LINE PIC X(80) VALUE ALL "-".

       01 OPTION PIC 9.
       01 WS-QUIT-SWITCH PIC X VALUE "N".
           88 QUIT-REQUESTED VALUE "Y".
       01 WS-TODAY PIC 9(8) VALUE ZERO.
       01 WS-TODAY-R REDEFINES WS-TODAY.
           05 WS-TODAY-YYYY PIC 9(4).
           05 WS-TODAY-MM PIC 99.
           05 WS-TODAY-DD PIC 99.
       01 WS-CURRENT-TIME PIC 9(8) VALUE ZERO.
       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.

      * LENDING TERMS - A LOAN MAY TAKE UP TO THIS SHARE OF THE
      * DEPOSIT'S BALANCE, AT THE DEPOSIT'S OWN RATE PLUS THE SPREAD.
       01 WS-LOAN-MAX-PCT PIC V99 VALUE .80.
       01 WS-LOAN-SPREAD PIC V99 VALUE .02.
       01 WS-LOAN-AUTHORITY PIC X(26)
           VALUE "DEPOSIT-SECURED LOAN".
      * A LOAN HOLD THE ESTATE PROGRAM RAISED OVER A DECEASED
      * BORROWER'S WHOLE BALANCE BECOMES ITS ESTATE FREEZE ONCE THE
      * LOAN IS REPAID.
       01 WS-ESTATE-AUTHORITY PIC X(26)
           VALUE "ESTATE OF DECEASED".
       01 WS-FREEZE-ALL PIC 9(7)V99 VALUE 9999999.99.

       01 WS-LOOKUP-ACCOUNT PIC 99999 VALUE ZERO.
       01 WS-AMOUNT-IN PIC 9(7)V99 VALUE ZERO.
       01 WS-TERM-IN PIC 9(3) VALUE ZERO.
       01 WS-CONFIRM PIC X VALUE SPACE.
       01 WS-FOUND-SWITCH PIC X VALUE "N".
           88 ACCOUNT-FOUND VALUE "Y".
           88 ACCOUNT-NOT-FOUND VALUE "N".
       01 WS-LOAN-FOUND-SWITCH PIC X VALUE "N".
           88 LOAN-FOUND VALUE "Y".
           88 LOAN-NOT-FOUND VALUE "N".
       01 WS-HOLD-FOUND-SWITCH PIC X VALUE "N".
           88 HOLD-FOUND VALUE "Y".
           88 HOLD-NOT-FOUND VALUE "N".

      * BOOKING LIMITS, WORKED OFF THE DEPOSIT IN HAND.
       01 WS-MAX-LOAN PIC 9(7)V99 VALUE ZERO.
       01 WS-MONTHS-LEFT PIC S9(5) VALUE ZERO.
       01 WS-MATURITY-WORK PIC 9(8) VALUE ZERO.
       01 WS-MATURITY-R REDEFINES WS-MATURITY-WORK.
           05 WS-MAT-YYYY PIC 9(4).
           05 WS-MAT-MM PIC 99.
           05 WS-MAT-DD PIC 99.

      * AMORTIZATION FIELDS - LEVEL MONTHLY INSTALLMENTS AT ONE
      * TWELFTH OF THE ANNUAL RATE, THE LAST ONE TRUED UP TO CLEAR
      * WHATEVER ROUNDING LEFT ON THE BALANCE.
       01 WS-MONTH-RATE PIC V9(8) VALUE ZERO.
       01 WS-GROWTH PIC 9(5)V9(8) VALUE ZERO.
       01 WS-SCHED-NO PIC 9(3) VALUE ZERO.
       01 WS-SCHED-BALANCE PIC 9(7)V99 VALUE ZERO.
       01 WS-SCHED-INTEREST PIC 9(7)V99 VALUE ZERO.
       01 WS-SCHED-PRINCIPAL PIC 9(7)V99 VALUE ZERO.
       01 WS-SCHED-PAYMENT PIC 9(7)V99 VALUE ZERO.
       01 WS-SCHED-TOTAL-INT PIC 9(8)V99 VALUE ZERO.
       01 WS-DUE-DATE PIC 9(8) VALUE ZERO.
       01 WS-DUE-R REDEFINES WS-DUE-DATE.
           05 WS-DUE-YYYY PIC 9(4).
           05 WS-DUE-MM PIC 99.
           05 WS-DUE-DD PIC 99.

      * PAYMENT FIELDS - INTEREST RUNS ON THE PRINCIPAL BALANCE FOR
      * THE TRUE DAYS SINCE THE LAST PAYMENT, ON A 365-DAY YEAR.
       01 WS-INTEREST-DUE PIC 9(7)V99 VALUE ZERO.
       01 WS-PAYOFF PIC 9(8)V99 VALUE ZERO.
       01 WS-PAY-INTEREST PIC 9(7)V99 VALUE ZERO.
       01 WS-PAY-PRINCIPAL PIC 9(7)V99 VALUE ZERO.
       01 WS-DAYS-RUN PIC S9(7) VALUE ZERO.
      * THE AMOUNT THE ACCOUNT'S LOAN HOLD IS BROUGHT TO.
       01 WS-HOLD-TARGET PIC 9(7)V99 VALUE ZERO.

      * PARAMETER AREA FOR THE SHARED DATECALC DATE ROUTINE.
       COPY "DCALCREC.cpy".
      * PARAMETER AREA FOR THE SHARED SPOOLCAP SPOOL CAPTURE ROUTINE.
       COPY "SPOOLREC.cpy".

      * LOAN BOOK TOTALS.
       01 WS-ACTIVE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-BOOK-OUTSTANDING PIC 9(9)V99 VALUE ZERO.
       01 WS-DAY-BOOKED PIC 9(9)V99 VALUE ZERO.
       01 WS-DAY-PRINCIPAL PIC 9(9)V99 VALUE ZERO.
       01 WS-DAY-INTEREST PIC 9(9)V99 VALUE ZERO.

       01 WS-RATE-PCT PIC Z9.
       01 WS-MONEY-ED PIC ZZ,ZZZ,ZZ9.99.
       01 WS-MONEY-ED-2 PIC ZZ,ZZZ,ZZ9.99.
       01 WS-MONEY-ED-3 PIC ZZ,ZZZ,ZZ9.99.
       01 WS-MONEY-ED-4 PIC ZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-ED PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-COUNT-ED PIC ZZ,ZZ9.

      * WS-ERR-FILE-NAME/WS-ERR-STATUS ARE SET BY THE CHECK-xxx-STATUS
      * PARAGRAPHS BELOW BEFORE PERFORMING ABEND-FILE-ERROR.
       01 WS-ERR-FILE-NAME PIC X(20).
       01 WS-ERR-STATUS PIC X(2).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
      * THE STATION IDENTIFIES ITSELF THE WAY THE HOLD PROGRAM DOES;
      * THE SAME ID SIGNS THE REGISTER ROWS.
           PERFORM 0100-TAKE-OPERATOR-ID
               UNTIL WS-OPERATOR-ID NOT = SPACES.
           PERFORM 1000-MENU UNTIL QUIT-REQUESTED.
           STOP RUN.

       0100-TAKE-OPERATOR-ID.
           DISPLAY "OPERATOR/STATION ID : ".
           ACCEPT WS-OPERATOR-ID.
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "AN OPERATOR OR STATION ID IS REQUIRED."
           END-IF.

       1000-MENU.
           DISPLAY " ".
           DISPLAY "DEPOSIT-SECURED LOANS".
           DISPLAY "[1] BOOK A LOAN".
           DISPLAY "[2] POST A PAYMENT".
           DISPLAY "[3] SHOW A LOAN".
           DISPLAY "[4] PRINT THE LOAN BOOK".
           DISPLAY "[5] QUIT".
           DISPLAY "ENTER OPTION : ".
           ACCEPT OPTION.
           IF OPTION = 1 THEN
               PERFORM 2000-BOOK-LOAN THRU 2000-BOOK-LOAN-EXIT
           ELSE IF OPTION = 2 THEN
               PERFORM 3000-POST-PAYMENT THRU 3000-POST-PAYMENT-EXIT
           ELSE IF OPTION = 3 THEN
               PERFORM 4000-SHOW-LOAN THRU 4000-SHOW-LOAN-EXIT
           ELSE IF OPTION = 4 THEN
               PERFORM 5000-PRINT-LOAN-BOOK
           ELSE IF OPTION = 5 THEN
               SET QUIT-REQUESTED TO TRUE
           ELSE
               DISPLAY "INVALID OPTION, TRY AGAIN"
           END-IF.

      ******************************************************************
      * 2000-BOOK-LOAN - the deposit must be active and not yet
      * matured, free of any other hold, and not already carrying a
      * loan.  The loan may take up to WS-LOAN-MAX-PCT of the
      * balance and must be repaid in whole months before the
      * deposit matures.  On booking the deposit is frozen for the
      * loan amount and the schedule prints.
      ******************************************************************
       2000-BOOK-LOAN.
           DISPLAY "DEPOSIT ACCOUNT TO LEND AGAINST : ".
           ACCEPT WS-LOOKUP-ACCOUNT.
           PERFORM 8000-READ-ACCOUNT THRU 8000-READ-ACCOUNT-EXIT.
           IF ACCOUNT-NOT-FOUND
               DISPLAY "NO SUCH ACCOUNT ON FILE."
               GO TO 2000-BOOK-LOAN-EXIT
           END-IF.
           IF NOT DEPOSIT-ACTIVE-OUT
               DISPLAY "ONLY AN ACTIVE DEPOSIT CAN SECURE A LOAN."
               GO TO 2000-BOOK-LOAN-EXIT
           END-IF.
           PERFORM 2100-MONTHS-TO-MATURITY.
           IF WS-MONTHS-LEFT < 1
               DISPLAY "DEPOSIT MATURES WITHIN THE MONTH - NO ROOM "
                   "TO REPAY A LOAN."
               GO TO 2000-BOOK-LOAN-EXIT
           END-IF.
           PERFORM 8100-READ-HOLD.
           IF HOLD-FOUND AND HOLD-ACTIVE
               DISPLAY "ACCOUNT ALREADY UNDER AN ACTIVE HOLD BY "
                   HOLD-AUTHORITY
               GO TO 2000-BOOK-LOAN-EXIT
           END-IF.
           PERFORM 8200-READ-LOAN.
           IF LOAN-FOUND AND LN-ACTIVE
               DISPLAY "ACCOUNT ALREADY SECURES AN OPEN LOAN."
               GO TO 2000-BOOK-LOAN-EXIT
           END-IF.
           COMPUTE WS-MAX-LOAN =
               DEP-BALANCE-OUT * WS-LOAN-MAX-PCT.
           COMPUTE WS-RATE-PCT =
               (DEPOSIT-RATE-OUT + WS-LOAN-SPREAD) * 100.
           MOVE DEP-BALANCE-OUT TO WS-MONEY-ED.
           MOVE WS-MAX-LOAN TO WS-MONEY-ED-2.
           DISPLAY "DEPOSIT BALANCE " WS-MONEY-ED
               "  MAXIMUM LOAN " WS-MONEY-ED-2.
           DISPLAY "LOAN RATE " WS-RATE-PCT "% A YEAR, UP TO "
               WS-MONTHS-LEFT " MONTHS".
           DISPLAY "LOAN AMOUNT : ".
           ACCEPT WS-AMOUNT-IN.
           IF WS-AMOUNT-IN = ZERO
               DISPLAY "LOAN AMOUNT MUST BE MORE THAN ZERO."
               GO TO 2000-BOOK-LOAN-EXIT
           END-IF.
           IF WS-AMOUNT-IN > WS-MAX-LOAN
               DISPLAY "LOAN AMOUNT IS OVER THE MAXIMUM - REFUSED."
               GO TO 2000-BOOK-LOAN-EXIT
           END-IF.
           DISPLAY "TERM IN MONTHS : ".
           ACCEPT WS-TERM-IN.
           IF WS-TERM-IN = ZERO OR WS-TERM-IN > WS-MONTHS-LEFT
               DISPLAY "TERM MUST RUN 1 TO " WS-MONTHS-LEFT
                   " MONTHS - REFUSED."
               GO TO 2000-BOOK-LOAN-EXIT
           END-IF.
           MOVE WS-LOOKUP-ACCOUNT TO LN-ACCOUNT-NUMBER.
           MOVE DEP-CIF-NUMBER-OUT TO LN-CIF-NUMBER.
           MOVE WS-TODAY TO LN-BOOKED-DATE.
           MOVE WS-AMOUNT-IN TO LN-ORIGINAL-AMOUNT.
           COMPUTE LN-RATE = DEPOSIT-RATE-OUT + WS-LOAN-SPREAD.
           MOVE WS-TERM-IN TO LN-TERM-MONTHS.
           PERFORM 2200-COMPUTE-INSTALLMENT.
           MOVE WS-AMOUNT-IN TO LN-PRINCIPAL-BALANCE.
           MOVE ZERO TO LN-INTEREST-PAID.
           MOVE ZERO TO LN-INTEREST-ARREARS.
           MOVE WS-TODAY TO LN-LAST-PAID-DATE.
           MOVE ZERO TO LN-PAYMENTS-MADE.
           MOVE "A" TO LN-STATUS.
           MOVE ZERO TO LN-CLOSED-DATE.
           MOVE LN-INSTALLMENT TO WS-MONEY-ED.
           DISPLAY "MONTHLY INSTALLMENT " WS-MONEY-ED.
           DISPLAY "BOOK THE LOAN (Y/N) : ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "LOAN NOT BOOKED."
               GO TO 2000-BOOK-LOAN-EXIT
           END-IF.
           PERFORM 8300-SAVE-LOAN.
      * THE DEPOSIT IS FROZEN FOR THE FULL LOAN AMOUNT.
           MOVE LN-PRINCIPAL-BALANCE TO WS-HOLD-TARGET.
           PERFORM 8400-SET-LOAN-HOLD.
           MOVE "B" TO LRG-ACTION.
           MOVE LN-ORIGINAL-AMOUNT TO LRG-PRINCIPAL-AMOUNT.
           MOVE ZERO TO LRG-INTEREST-AMOUNT.
           PERFORM 9000-WRITE-REGISTER.
           PERFORM 2300-PRINT-SCHEDULE.
           DISPLAY "LOAN BOOKED, DEPOSIT HELD AND SCHEDULE PRINTED.".
       2000-BOOK-LOAN-EXIT.
           EXIT.

      ******************************************************************
      * 2100-MONTHS-TO-MATURITY - whole months from today to the
      * deposit's maturity date; a month not yet run out to the
      * same day does not count.
      ******************************************************************
       2100-MONTHS-TO-MATURITY.
           MOVE MATURITY-DATE-OUT TO WS-MATURITY-WORK.
           COMPUTE WS-MONTHS-LEFT =
               (WS-MAT-YYYY * 12 + WS-MAT-MM) -
               (WS-TODAY-YYYY * 12 + WS-TODAY-MM).
           IF WS-MAT-DD < WS-TODAY-DD
               SUBTRACT 1 FROM WS-MONTHS-LEFT
           END-IF.

      ******************************************************************
      * 2200-COMPUTE-INSTALLMENT - the level installment that clears
      * the loan in LN-TERM-MONTHS payments at the monthly rate.
      ******************************************************************
       2200-COMPUTE-INSTALLMENT.
           COMPUTE WS-MONTH-RATE ROUNDED = LN-RATE / 12.
           COMPUTE WS-GROWTH ROUNDED =
               (1 + WS-MONTH-RATE) ** LN-TERM-MONTHS.
           COMPUTE LN-INSTALLMENT ROUNDED =
               LN-ORIGINAL-AMOUNT * WS-MONTH-RATE /
               (1 - 1 / WS-GROWTH).

      ******************************************************************
      * 2300-PRINT-SCHEDULE - the borrower's copy: one line per
      * installment with its due date (the booking day each month,
      * the 29th to 31st falling back to the 28th so every month
      * has one), the interest and principal it carries and the
      * balance left.  The schedule is captured to the spool.
      ******************************************************************
       2300-PRINT-SCHEDULE.
           OPEN OUTPUT SCHEDULE-FILE.
           PERFORM CHECK-SCHD-STATUS.
           MOVE SPACES TO SCHD-REC.
           STRING "DEPOSIT-SECURED LOAN AMORTIZATION SCHEDULE  "
               DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO SCHD-REC.
           WRITE SCHD-REC.
           MOVE SPACES TO SCHD-REC.
           STRING "DEPOSIT ACCOUNT " DELIMITED BY SIZE
               LN-ACCOUNT-NUMBER DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               ACCOUNT_NAME_OUT DELIMITED BY SIZE
               INTO SCHD-REC.
           WRITE SCHD-REC.
           MOVE LN-ORIGINAL-AMOUNT TO WS-MONEY-ED.
           COMPUTE WS-RATE-PCT = LN-RATE * 100.
           MOVE SPACES TO SCHD-REC.
           STRING "LOAN AMOUNT " DELIMITED BY SIZE
               WS-MONEY-ED DELIMITED BY SIZE
               "  RATE " DELIMITED BY SIZE
               WS-RATE-PCT DELIMITED BY SIZE
               "%  TERM " DELIMITED BY SIZE
               LN-TERM-MONTHS DELIMITED BY SIZE
               " MONTHS" DELIMITED BY SIZE
               INTO SCHD-REC.
           WRITE SCHD-REC.
           MOVE DASH-LINE TO SCHD-REC.
           WRITE SCHD-REC.
           MOVE SPACES TO SCHD-REC.
           STRING "NO.  DUE DATE    INSTALLMENT       INTEREST  "
               DELIMITED BY SIZE
               "    PRINCIPAL        BALANCE" DELIMITED BY SIZE
               INTO SCHD-REC.
           WRITE SCHD-REC.
           MOVE DASH-LINE TO SCHD-REC.
           WRITE SCHD-REC.
           MOVE LN-ORIGINAL-AMOUNT TO WS-SCHED-BALANCE.
           MOVE ZERO TO WS-SCHED-TOTAL-INT.
           MOVE LN-BOOKED-DATE TO WS-DUE-DATE.
           IF WS-DUE-DD > 28
               MOVE 28 TO WS-DUE-DD
           END-IF.
           PERFORM 2400-SCHEDULE-LINE
               VARYING WS-SCHED-NO FROM 1 BY 1
               UNTIL WS-SCHED-NO > LN-TERM-MONTHS.
           MOVE DASH-LINE TO SCHD-REC.
           WRITE SCHD-REC.
           MOVE WS-SCHED-TOTAL-INT TO WS-MONEY-ED.
           MOVE SPACES TO SCHD-REC.
           STRING "TOTAL INTEREST OVER THE TERM : " WS-MONEY-ED
               DELIMITED BY SIZE INTO SCHD-REC.
           WRITE SCHD-REC.
           MOVE SPACES TO SCHD-REC.
           STRING "THE DEPOSIT STAYS HELD FOR THE PRINCIPAL BALANCE; "
               DELIMITED BY SIZE
               "ANY BALANCE OPEN AT" DELIMITED BY SIZE
               INTO SCHD-REC.
           WRITE SCHD-REC.
           MOVE SPACES TO SCHD-REC.
           STRING "MATURITY IS SETTLED OUT OF THE DEPOSIT PROCEEDS."
               DELIMITED BY SIZE INTO SCHD-REC.
           WRITE SCHD-REC.
           CLOSE SCHEDULE-FILE.
           MOVE "LOANSCHD" TO SPC-REPORT-NAME.
           MOVE "LOANSCHD" TO SPC-SOURCE-PATH.
           CALL "SPOOLCAP" USING SPOOL-CAP-AREA.

       2400-SCHEDULE-LINE.
           ADD 1 TO WS-DUE-MM.
           IF WS-DUE-MM > 12
               MOVE 1 TO WS-DUE-MM
               ADD 1 TO WS-DUE-YYYY
           END-IF.
           COMPUTE WS-SCHED-INTEREST ROUNDED =
               WS-SCHED-BALANCE * WS-MONTH-RATE.
           IF WS-SCHED-NO = LN-TERM-MONTHS
               MOVE WS-SCHED-BALANCE TO WS-SCHED-PRINCIPAL
               COMPUTE WS-SCHED-PAYMENT =
                   WS-SCHED-PRINCIPAL + WS-SCHED-INTEREST
           ELSE
               MOVE LN-INSTALLMENT TO WS-SCHED-PAYMENT
               COMPUTE WS-SCHED-PRINCIPAL =
                   WS-SCHED-PAYMENT - WS-SCHED-INTEREST
           END-IF.
           SUBTRACT WS-SCHED-PRINCIPAL FROM WS-SCHED-BALANCE.
           ADD WS-SCHED-INTEREST TO WS-SCHED-TOTAL-INT.
           MOVE WS-SCHED-PAYMENT TO WS-MONEY-ED.
           MOVE WS-SCHED-INTEREST TO WS-MONEY-ED-2.
           MOVE WS-SCHED-PRINCIPAL TO WS-MONEY-ED-3.
           MOVE WS-SCHED-BALANCE TO WS-MONEY-ED-4.
           MOVE SPACES TO SCHD-REC.
           STRING WS-SCHED-NO DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-DUE-DATE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-MONEY-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-MONEY-ED-2 DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-MONEY-ED-3 DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-MONEY-ED-4 DELIMITED BY SIZE
               INTO SCHD-REC.
           WRITE SCHD-REC.

      ******************************************************************
      * 3000-POST-PAYMENT - the interest run up since the last
      * payment is paid first and the rest reduces the principal.
      * The hold is cut back to the principal still owed, releasing
      * the deposit in proportion to what has been repaid; the
      * payment that clears the principal closes the loan and lifts
      * the hold.  A payment over the payoff figure is refused.
      ******************************************************************
       3000-POST-PAYMENT.
           DISPLAY "DEPOSIT ACCOUNT OF THE LOAN : ".
           ACCEPT WS-LOOKUP-ACCOUNT.
           PERFORM 8200-READ-LOAN.
           IF LOAN-NOT-FOUND OR NOT LN-ACTIVE
               DISPLAY "NO OPEN LOAN AGAINST THAT ACCOUNT."
               GO TO 3000-POST-PAYMENT-EXIT
           END-IF.
           PERFORM 3100-INTEREST-TO-DATE.
           COMPUTE WS-PAYOFF = LN-PRINCIPAL-BALANCE + WS-INTEREST-DUE.
           MOVE LN-PRINCIPAL-BALANCE TO WS-MONEY-ED.
           MOVE WS-INTEREST-DUE TO WS-MONEY-ED-2.
           MOVE WS-PAYOFF TO WS-MONEY-ED-3.
           DISPLAY "PRINCIPAL " WS-MONEY-ED "  INTEREST DUE "
               WS-MONEY-ED-2.
           DISPLAY "PAYOFF    " WS-MONEY-ED-3.
           DISPLAY "AMOUNT PAID : ".
           ACCEPT WS-AMOUNT-IN.
           IF WS-AMOUNT-IN = ZERO
               DISPLAY "PAYMENT MUST BE MORE THAN ZERO."
               GO TO 3000-POST-PAYMENT-EXIT
           END-IF.
           IF WS-AMOUNT-IN > WS-PAYOFF
               DISPLAY "PAYMENT IS MORE THAN THE PAYOFF - REFUSED."
               GO TO 3000-POST-PAYMENT-EXIT
           END-IF.
           IF WS-AMOUNT-IN > WS-INTEREST-DUE
               MOVE WS-INTEREST-DUE TO WS-PAY-INTEREST
           ELSE
               MOVE WS-AMOUNT-IN TO WS-PAY-INTEREST
           END-IF.
           COMPUTE WS-PAY-PRINCIPAL = WS-AMOUNT-IN - WS-PAY-INTEREST.
           SUBTRACT WS-PAY-PRINCIPAL FROM LN-PRINCIPAL-BALANCE.
           ADD WS-PAY-INTEREST TO LN-INTEREST-PAID.
           ADD 1 TO LN-PAYMENTS-MADE.
      * INTEREST IS RECKONED UP TO TODAY; WHAT THIS PAYMENT DID NOT
      * COVER CARRIES AS ARREARS AND IS OWED FIRST NEXT TIME.
           COMPUTE LN-INTEREST-ARREARS =
               WS-INTEREST-DUE - WS-PAY-INTEREST.
           MOVE WS-TODAY TO LN-LAST-PAID-DATE.
           IF LN-PRINCIPAL-BALANCE = ZERO
               MOVE "P" TO LN-STATUS
               MOVE WS-TODAY TO LN-CLOSED-DATE
           END-IF.
           PERFORM 8300-SAVE-LOAN.
           MOVE LN-PRINCIPAL-BALANCE TO WS-HOLD-TARGET.
           PERFORM 8400-SET-LOAN-HOLD.
           MOVE "P" TO LRG-ACTION.
           MOVE WS-PAY-PRINCIPAL TO LRG-PRINCIPAL-AMOUNT.
           MOVE WS-PAY-INTEREST TO LRG-INTEREST-AMOUNT.
           PERFORM 9000-WRITE-REGISTER.
           MOVE WS-PAY-INTEREST TO WS-MONEY-ED.
           MOVE WS-PAY-PRINCIPAL TO WS-MONEY-ED-2.
           DISPLAY "TO INTEREST " WS-MONEY-ED "  TO PRINCIPAL "
               WS-MONEY-ED-2.
           IF LN-REPAID
               DISPLAY "LOAN REPAID IN FULL - DEPOSIT HOLD LIFTED."
           ELSE
               MOVE LN-PRINCIPAL-BALANCE TO WS-MONEY-ED
               DISPLAY "PRINCIPAL LEFT AND STILL HELD " WS-MONEY-ED
           END-IF.
       3000-POST-PAYMENT-EXIT.
           EXIT.

      ******************************************************************
      * 3100-INTEREST-TO-DATE - any interest arrears plus simple
      * interest on the principal balance for the true days since
      * LN-LAST-PAID-DATE.
      ******************************************************************
       3100-INTEREST-TO-DATE.
           MOVE LN-INTEREST-ARREARS TO WS-INTEREST-DUE.
           MOVE "D" TO DC-FUNCTION.
           MOVE LN-LAST-PAID-DATE TO DC-DATE-1.
           MOVE WS-TODAY TO DC-DATE-2.
           CALL "DATECALC" USING DATE-CALC-AREA.
           MOVE DC-RESULT-DAYS TO WS-DAYS-RUN.
           IF WS-DAYS-RUN > ZERO
               COMPUTE WS-INTEREST-DUE ROUNDED = WS-INTEREST-DUE +
                   LN-PRINCIPAL-BALANCE * LN-RATE * WS-DAYS-RUN / 365
           END-IF.

       4000-SHOW-LOAN.
           DISPLAY "DEPOSIT ACCOUNT : ".
           ACCEPT WS-LOOKUP-ACCOUNT.
           PERFORM 8200-READ-LOAN.
           IF LOAN-NOT-FOUND
               DISPLAY "NO LOAN ON FILE AGAINST THAT ACCOUNT."
               GO TO 4000-SHOW-LOAN-EXIT
           END-IF.
           COMPUTE WS-RATE-PCT = LN-RATE * 100.
           MOVE LN-ORIGINAL-AMOUNT TO WS-MONEY-ED.
           MOVE LN-INSTALLMENT TO WS-MONEY-ED-2.
           DISPLAY "BOOKED " LN-BOOKED-DATE "  AMOUNT " WS-MONEY-ED
               "  RATE " WS-RATE-PCT "%".
           DISPLAY "TERM " LN-TERM-MONTHS " MONTHS  INSTALLMENT "
               WS-MONEY-ED-2 "  PAYMENTS MADE " LN-PAYMENTS-MADE.
           MOVE LN-PRINCIPAL-BALANCE TO WS-MONEY-ED.
           MOVE LN-INTEREST-PAID TO WS-MONEY-ED-2.
           DISPLAY "PRINCIPAL LEFT " WS-MONEY-ED "  INTEREST PAID "
               WS-MONEY-ED-2.
           IF LN-ACTIVE
               PERFORM 3100-INTEREST-TO-DATE
               MOVE WS-INTEREST-DUE TO WS-MONEY-ED
               DISPLAY "INTEREST DUE TODAY " WS-MONEY-ED
                   "  LAST PAID " LN-LAST-PAID-DATE
           ELSE IF LN-REPAID
               DISPLAY "REPAID " LN-CLOSED-DATE
           ELSE
               DISPLAY "SETTLED FROM THE DEPOSIT AT MATURITY "
                   LN-CLOSED-DATE
           END-IF.
       4000-SHOW-LOAN-EXIT.
           EXIT.

      ******************************************************************
      * 5000-PRINT-LOAN-BOOK - every loan on LOANFILE with its
      * balance and status, the open book's total, then the day's
      * movements off LOANREG.  The listing is captured to the
      * spool.
      ******************************************************************
       5000-PRINT-LOAN-BOOK.
           MOVE ZERO TO WS-ACTIVE-COUNT.
           MOVE ZERO TO WS-BOOK-OUTSTANDING.
           MOVE ZERO TO WS-DAY-BOOKED.
           MOVE ZERO TO WS-DAY-PRINCIPAL.
           MOVE ZERO TO WS-DAY-INTEREST.
           OPEN OUTPUT PRINT-FILE.
           PERFORM CHECK-PRINT-STATUS.
           MOVE SPACES TO PRINT-REC.
           STRING "DEPOSIT-SECURED LOAN BOOK " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE SPACES TO PRINT-REC.
           STRING "ACCOUNT  BOOKED       ORIGINAL RATE TERM  PAID"
               DELIMITED BY SIZE
               "      PRINCIPAL LEFT  STATUS" DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE DASH-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           OPEN INPUT LOAN-FILE.
           IF WS-LOAN-STATUS = "35"
               MOVE "NO LOANS ON FILE." TO PRINT-REC
               WRITE PRINT-REC
               PERFORM CHECK-PRINT-STATUS
           ELSE
               PERFORM CHECK-LOAN-STATUS
               MOVE "N" TO WS-EOF
               PERFORM 5100-LIST-ONE-LOAN THRU 5100-LIST-ONE-LOAN-EXIT
                   UNTIL WS-EOF = "Y"
               CLOSE LOAN-FILE
           END-IF.
           MOVE DASH-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE WS-ACTIVE-COUNT TO WS-COUNT-ED.
           MOVE WS-BOOK-OUTSTANDING TO WS-TOTAL-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "OPEN LOANS : " WS-COUNT-ED
               "   PRINCIPAL OUTSTANDING : " WS-TOTAL-ED
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           PERFORM 5200-LIST-TODAYS-MOVEMENTS.
           CLOSE PRINT-FILE.
           MOVE "LOANBOOK" TO SPC-REPORT-NAME.
           MOVE "LOANBOOK" TO SPC-SOURCE-PATH.
           CALL "SPOOLCAP" USING SPOOL-CAP-AREA.
           DISPLAY "LOAN BOOK PRINTED.".

       5100-LIST-ONE-LOAN.
           READ LOAN-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
                   GO TO 5100-LIST-ONE-LOAN-EXIT
           END-READ.
           PERFORM CHECK-LOAN-STATUS.
           COMPUTE WS-RATE-PCT = LN-RATE * 100.
           MOVE LN-ORIGINAL-AMOUNT TO WS-MONEY-ED.
           MOVE LN-PRINCIPAL-BALANCE TO WS-MONEY-ED-2.
           MOVE SPACES TO PRINT-REC.
           STRING LN-ACCOUNT-NUMBER DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               LN-BOOKED-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-MONEY-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-RATE-PCT DELIMITED BY SIZE
               "% " DELIMITED BY SIZE
               LN-TERM-MONTHS DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               LN-PAYMENTS-MADE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-MONEY-ED-2 DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               INTO PRINT-REC.
           IF LN-ACTIVE
               MOVE "OPEN" TO PRINT-REC(80:7)
               ADD 1 TO WS-ACTIVE-COUNT
               ADD LN-PRINCIPAL-BALANCE TO WS-BOOK-OUTSTANDING
           ELSE IF LN-REPAID
               MOVE "REPAID" TO PRINT-REC(80:7)
           ELSE
               MOVE "SETTLED" TO PRINT-REC(80:7)
           END-IF.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
       5100-LIST-ONE-LOAN-EXIT.
           EXIT.

       5200-LIST-TODAYS-MOVEMENTS.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE SPACES TO PRINT-REC.
           STRING "TODAY'S MOVEMENTS  ACCOUNT  ACTION      PRINCIPAL"
               DELIMITED BY SIZE
               "     INTEREST  PRINCIPAL LEFT" DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE DASH-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           OPEN INPUT REGISTER-FILE.
           IF WS-REG-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM CHECK-REG-STATUS
               MOVE "N" TO WS-EOF
               PERFORM 5300-LIST-ONE-MOVEMENT
                   THRU 5300-LIST-ONE-MOVEMENT-EXIT
                   UNTIL WS-EOF = "Y"
               CLOSE REGISTER-FILE
           END-IF.
           MOVE DASH-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE WS-DAY-BOOKED TO WS-TOTAL-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "LENT TODAY             : " WS-TOTAL-ED
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE WS-DAY-PRINCIPAL TO WS-TOTAL-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "PRINCIPAL REPAID TODAY : " WS-TOTAL-ED
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE WS-DAY-INTEREST TO WS-TOTAL-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "INTEREST EARNED TODAY  : " WS-TOTAL-ED
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.

       5300-LIST-ONE-MOVEMENT.
           READ REGISTER-FILE
               AT END
                   MOVE "Y" TO WS-EOF
                   GO TO 5300-LIST-ONE-MOVEMENT-EXIT
           END-READ.
           PERFORM CHECK-REG-STATUS.
           IF LRG-DATE NOT = WS-TODAY
               GO TO 5300-LIST-ONE-MOVEMENT-EXIT
           END-IF.
           IF LRG-BOOKED
               ADD LRG-PRINCIPAL-AMOUNT TO WS-DAY-BOOKED
           ELSE
               ADD LRG-PRINCIPAL-AMOUNT TO WS-DAY-PRINCIPAL
               ADD LRG-INTEREST-AMOUNT TO WS-DAY-INTEREST
           END-IF.
           MOVE LRG-PRINCIPAL-AMOUNT TO WS-MONEY-ED.
           MOVE LRG-INTEREST-AMOUNT TO WS-MONEY-ED-2.
           MOVE LRG-BALANCE-AFTER TO WS-MONEY-ED-3.
           MOVE SPACES TO PRINT-REC.
           STRING "                   " DELIMITED BY SIZE
               LRG-ACCOUNT-NUMBER DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               INTO PRINT-REC.
           IF LRG-BOOKED
               MOVE "BOOKED" TO PRINT-REC(29:8)
           ELSE IF LRG-PAYMENT
               MOVE "PAYMENT" TO PRINT-REC(29:8)
           ELSE
               MOVE "SETTLED" TO PRINT-REC(29:8)
           END-IF.
           MOVE WS-MONEY-ED TO PRINT-REC(37:13).
           MOVE WS-MONEY-ED-2 TO PRINT-REC(51:13).
           MOVE WS-MONEY-ED-3 TO PRINT-REC(66:13).
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
       5300-LIST-ONE-MOVEMENT-EXIT.
           EXIT.

       8000-READ-ACCOUNT.
           MOVE "N" TO WS-FOUND-SWITCH.
           OPEN INPUT EMP-FILE.
           IF WS-EMP-STATUS = "35"
               DISPLAY "NO DEPOSIT FILE ON HAND."
               GO TO 8000-READ-ACCOUNT-EXIT
           END-IF.
           PERFORM CHECK-EMP-STATUS.
           MOVE WS-LOOKUP-ACCOUNT TO ACCOUNT_NUMBER_OUT.
           READ EMP-FILE KEY IS ACCOUNT_NUMBER_OUT
               INVALID KEY
                   SET ACCOUNT-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET ACCOUNT-FOUND TO TRUE
           END-READ.
           CLOSE EMP-FILE.
       8000-READ-ACCOUNT-EXIT.
           EXIT.

       8100-READ-HOLD.
           MOVE "N" TO WS-HOLD-FOUND-SWITCH.
           OPEN INPUT HOLD-FILE.
           IF WS-HOLD-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM CHECK-HOLD-STATUS
               MOVE WS-LOOKUP-ACCOUNT TO HOLD-ACCOUNT-NUMBER
               READ HOLD-FILE KEY IS HOLD-ACCOUNT-NUMBER
                   INVALID KEY
                       SET HOLD-NOT-FOUND TO TRUE
                   NOT INVALID KEY
                       SET HOLD-FOUND TO TRUE
               END-READ
               CLOSE HOLD-FILE
           END-IF.

       8200-READ-LOAN.
           MOVE "N" TO WS-LOAN-FOUND-SWITCH.
           OPEN INPUT LOAN-FILE.
           IF WS-LOAN-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM CHECK-LOAN-STATUS
               MOVE WS-LOOKUP-ACCOUNT TO LN-ACCOUNT-NUMBER
               READ LOAN-FILE KEY IS LN-ACCOUNT-NUMBER
                   INVALID KEY
                       SET LOAN-NOT-FOUND TO TRUE
                   NOT INVALID KEY
                       SET LOAN-FOUND TO TRUE
               END-READ
               CLOSE LOAN-FILE
           END-IF.

      ******************************************************************
      * 8300-SAVE-LOAN - writes the loan in LOAN-REC back to LOANFILE;
      * a repaid or settled row for the account is overwritten by
      * the new booking.
      ******************************************************************
       8300-SAVE-LOAN.
           OPEN I-O LOAN-FILE.
           IF WS-LOAN-STATUS = "35"
               OPEN OUTPUT LOAN-FILE
               CLOSE LOAN-FILE
               OPEN I-O LOAN-FILE
           END-IF.
           PERFORM CHECK-LOAN-STATUS.
           REWRITE LOAN-REC
               INVALID KEY
                   WRITE LOAN-REC
           END-REWRITE.
           PERFORM CHECK-LOAN-STATUS.
           CLOSE LOAN-FILE.

      ******************************************************************
      * 8400-SET-LOAN-HOLD - brings the account's "L" hold on
      * HOLDFILE to the amount the caller left in WS-HOLD-TARGET; zero
      * releases it.  The hold row is written on first booking and
      * rewritten thereafter, as the hold program rewrites a
      * released hold.  A hold raised under an estate claim keeps
      * the whole balance frozen: the target goes to the loan's own
      * amount, and at zero the row becomes the estate freeze.
      ******************************************************************
       8400-SET-LOAN-HOLD.
           OPEN I-O HOLD-FILE.
           IF WS-HOLD-STATUS = "35"
               OPEN OUTPUT HOLD-FILE
               CLOSE HOLD-FILE
               OPEN I-O HOLD-FILE
           END-IF.
           PERFORM CHECK-HOLD-STATUS.
           MOVE "N" TO WS-HOLD-FOUND-SWITCH.
           MOVE WS-LOOKUP-ACCOUNT TO HOLD-ACCOUNT-NUMBER.
           READ HOLD-FILE KEY IS HOLD-ACCOUNT-NUMBER
               INVALID KEY
                   SET HOLD-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET HOLD-FOUND TO TRUE
           END-READ.
           IF HOLD-NOT-FOUND OR NOT HOLD-ACTIVE
               MOVE WS-LOOKUP-ACCOUNT TO HOLD-ACCOUNT-NUMBER
               MOVE "L" TO HOLD-TYPE
               MOVE WS-LOAN-AUTHORITY TO HOLD-AUTHORITY
               MOVE WS-TODAY TO HOLD-PLACED-DATE
               MOVE ZERO TO HOLD-RELEASE-DATE
               MOVE "A" TO HOLD-STATUS
               MOVE "N" TO HOLD-ESTATE-SWITCH
               MOVE ZERO TO HOLD-ORDER-AMOUNT
           END-IF.
           IF HOLD-UNDER-ESTATE
               MOVE WS-HOLD-TARGET TO HOLD-ORDER-AMOUNT
               IF WS-HOLD-TARGET = ZERO
                   MOVE "E" TO HOLD-TYPE
                   MOVE WS-ESTATE-AUTHORITY TO HOLD-AUTHORITY
                   MOVE WS-FREEZE-ALL TO HOLD-AMOUNT
                   MOVE WS-TODAY TO HOLD-PLACED-DATE
                   MOVE "N" TO HOLD-ESTATE-SWITCH
                   DISPLAY "THE BORROWER IS DECEASED - THE DEPOSIT "
                       "STAYS FROZEN UNDER THE ESTATE CLAIM."
               END-IF
           ELSE
               MOVE WS-HOLD-TARGET TO HOLD-AMOUNT
               IF WS-HOLD-TARGET = ZERO
                   MOVE "R" TO HOLD-STATUS
                   MOVE WS-TODAY TO HOLD-RELEASE-DATE
               END-IF
           END-IF.
           IF HOLD-FOUND
               REWRITE HOLD-REC
           ELSE
               WRITE HOLD-REC
           END-IF.
           PERFORM CHECK-HOLD-STATUS.
           CLOSE HOLD-FILE.

      ******************************************************************
      * 9000-WRITE-REGISTER - append the movement to LOANREG.  Caller
      * sets LRG-ACTION and the principal and interest amounts; the
      * balance and hold left come off the loan record and the hold
      * target just applied.
      ******************************************************************
       9000-WRITE-REGISTER.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           OPEN EXTEND REGISTER-FILE.
           IF WS-REG-STATUS = "35"
               OPEN OUTPUT REGISTER-FILE
               CLOSE REGISTER-FILE
               OPEN EXTEND REGISTER-FILE
           END-IF.
           PERFORM CHECK-REG-STATUS.
           MOVE WS-TODAY TO LRG-DATE.
           MOVE WS-CURRENT-TIME TO LRG-TIME.
           MOVE WS-LOOKUP-ACCOUNT TO LRG-ACCOUNT-NUMBER.
           MOVE LN-PRINCIPAL-BALANCE TO LRG-BALANCE-AFTER.
           MOVE WS-HOLD-TARGET TO LRG-HOLD-AFTER.
           MOVE WS-OPERATOR-ID TO LRG-OPERATOR-ID.
           WRITE LRG-REC.
           PERFORM CHECK-REG-STATUS.
           CLOSE REGISTER-FILE.

      ******************************************************************
      * ABEND-FILE-ERROR - common stop point for any file operation
      * that comes back with a status this program was not already
      * expecting to handle.
      ******************************************************************
       ABEND-FILE-ERROR.
           DISPLAY "*** FILE ERROR ON " WS-ERR-FILE-NAME.
           DISPLAY "*** FILE STATUS = " WS-ERR-STATUS.
           DISPLAY "LOAN PROCESSING TERMINATED - SEE FILE STATUS "
               "ABOVE.".
           STOP RUN.

       CHECK-LOAN-STATUS.
           IF WS-LOAN-STATUS NOT = "00"
               MOVE "LOAN-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-LOAN-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-HOLD-STATUS.
           IF WS-HOLD-STATUS NOT = "00"
               MOVE "HOLD-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-HOLD-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-EMP-STATUS.
           IF WS-EMP-STATUS NOT = "00"
               MOVE "EMP-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-EMP-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-REG-STATUS.
           IF WS-REG-STATUS NOT = "00"
               MOVE "REGISTER-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-REG-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-SCHD-STATUS.
           IF WS-SCHD-STATUS NOT = "00"
               MOVE "SCHEDULE-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-SCHD-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-PRINT-STATUS.
           IF WS-PRINT-STATUS NOT = "00"
               MOVE "PRINT-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-PRINT-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       END PROGRAM DEPLOAN.
