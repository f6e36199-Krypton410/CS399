      ******************************************************************
      * Author:
      * Date:
      * Purpose: Frame-shop charge accounts - the schools, offices
      *          and municipal hall that order frames on account and
      *          pay monthly.  Opens or changes a customer's charge
      *          account and credit limit on CUSTFILE, posts a
      *          payment received against the account across its open
      *          invoices oldest first (one JOBPAY balance row per
      *          invoice it settles), prints the monthly statement per
      *          charge account to CHGSTMT - balance brought forward,
      *          the month's invoices and payments, balance due - and
      *          the receivables aging of charge customers to CHGAGE.
      *          Balances come off the shared ACCTBAL routine, the
      *          same reckoning the order screen checks credit limits
      *          with.  No payment is posted while the day's month
      *          is closed on PERIODCTL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGACCT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUST-NUMBER
           FILE STATUS IS WS-CUST-STATUS.

           SELECT JOB-PAY-FILE ASSIGN TO "JOBPAY"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-JPAY-STATUS.

           SELECT STATEMENT-FILE ASSIGN TO "CHGSTMT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STMT-STATUS.

           SELECT AGING-FILE ASSIGN TO "CHGAGE"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-AGE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMER-FILE
           DATA RECORD IS CUST-REC.

       COPY "CUSTREC.cpy".

       FD JOB-PAY-FILE
           DATA RECORD IS JPAY-REC.

       COPY "JPAYREC.cpy".

       FD STATEMENT-FILE
           DATA RECORD IS STMT-REC.

       01 STMT-REC PIC X(80).

       FD AGING-FILE
           DATA RECORD IS AGE-REC.

       01 AGE-REC PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-CUST-STATUS PIC X(2).
       01 WS-JPAY-STATUS PIC X(2).
       01 WS-STMT-STATUS PIC X(2).
       01 WS-AGE-STATUS PIC X(2).
       01 WS-EOF PIC X(1) VALUE "N".
       01 WS-CUST-EOF PIC X(1) VALUE "N".
       01 DASH-LINE PIC X(70) VALUE ALL "-".
       01 AGE-DASH-LINE PIC X(95) VALUE ALL "-".

       01 OPTION PIC 9.
       01 WS-QUIT-SWITCH PIC X VALUE "N".
           88 QUIT-REQUESTED VALUE "Y".

       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       01 WS-TODAY PIC 9(8) VALUE ZERO.
       01 WS-CUST-NUMBER-IN PIC 9(5) VALUE ZERO.
       01 WS-CHARGE-IN PIC X VALUE "N".
       01 WS-LIMIT-IN PIC 9(7) VALUE ZERO.
       01 WS-CONFIRM PIC X VALUE "N".
       01 WS-CUST-FOUND-SWITCH PIC X VALUE "N".
           88 CUSTOMER-FOUND VALUE "Y".
           88 CUSTOMER-NOT-FOUND VALUE "N".

      * PAYMENT POSTING - THE AMOUNT RECEIVED IS SPREAD OVER THE OPEN
      * INVOICES OLDEST FIRST UNTIL IT RUNS OUT.
       01 WS-RECEIVED-IN PIC 9(7) VALUE ZERO.
       01 WS-LEFT-TO-APPLY PIC 9(7) VALUE ZERO.
       01 WS-APPLY-AMOUNT PIC 9(7) VALUE ZERO.
       01 WS-INVOICES-PAID PIC 9(3) VALUE ZERO.
       01 WS-INV-NO PIC 9(3) VALUE ZERO.
       01 WS-INV-HIT PIC 9(3) VALUE ZERO.

      * STATEMENT FIELDS - THE MONTH KEYED AS YYYYMM; THE BALANCE
      * BROUGHT FORWARD IS THE ACCOUNT AS OF DAY ZERO OF THE MONTH.
       01 WS-MONTH-IN PIC 9(6) VALUE ZERO.
       01 WS-MONTH-PARTS REDEFINES WS-MONTH-IN.
           05 WS-MONTH-YYYY PIC 9(4).
           05 WS-MONTH-MM PIC 99.
       01 WS-MONTH-START PIC 9(8) VALUE ZERO.
       01 WS-MONTH-END PIC 9(8) VALUE ZERO.
       01 WS-MONTH-OPEN PIC 9(8) VALUE ZERO.
       01 WS-OPENING-BALANCE PIC S9(9) VALUE ZERO.
       01 WS-MONTH-INVOICES PIC 9(3) VALUE ZERO.
       01 WS-STATEMENT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-PAY-TEXT PIC X(12) VALUE SPACES.

      * AGING BUCKETS - DAYS SINCE THE INVOICE DATE.
       01 WS-AGE-DAYS PIC S9(7) VALUE ZERO.
       01 WS-CUST-BUCKETS.
           05 WS-CB-CURRENT PIC S9(9) VALUE ZERO.
           05 WS-CB-31-60 PIC S9(9) VALUE ZERO.
           05 WS-CB-61-90 PIC S9(9) VALUE ZERO.
           05 WS-CB-OVER-90 PIC S9(9) VALUE ZERO.
       01 WS-TOTAL-BUCKETS.
           05 WS-TB-CURRENT PIC S9(9) VALUE ZERO.
           05 WS-TB-31-60 PIC S9(9) VALUE ZERO.
           05 WS-TB-61-90 PIC S9(9) VALUE ZERO.
           05 WS-TB-OVER-90 PIC S9(9) VALUE ZERO.
           05 WS-TB-BALANCE PIC S9(9) VALUE ZERO.
       01 WS-AGED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-OVER-COUNT PIC 9(5) VALUE ZERO.
       01 WS-OVER-FLAG PIC X(4) VALUE SPACES.

       01 WS-AMOUNT-ED PIC Z,ZZZ,ZZ9-.
       01 WS-LIMIT-ED PIC Z,ZZZ,ZZ9.
       01 WS-CUR-ED PIC Z,ZZZ,ZZ9-.
       01 WS-B2-ED PIC Z,ZZZ,ZZ9-.
       01 WS-B3-ED PIC Z,ZZZ,ZZ9-.
       01 WS-B4-ED PIC Z,ZZZ,ZZ9-.
       01 WS-BAL-ED PIC Z,ZZZ,ZZ9-.
       01 WS-COUNT-ED PIC ZZ,ZZ9.

      * PARAMETER AREA FOR THE SHARED ACCTBAL ACCOUNT BALANCE ROUTINE.
       COPY "ABLREC.cpy".

      * PARAMETER AREA FOR THE SHARED DATECALC DATE ROUTINE.
       COPY "DCALCREC.cpy".

      * PARAMETER AREA FOR THE SHARED SPOOLCAP SPOOL CAPTURE ROUTINE.
       COPY "SPOOLREC.cpy".

      * PARAMETER AREA FOR THE SHARED PERDCHK POSTING PERIOD ROUTINE.
       COPY "PDCREC.cpy".

      * WS-ERR-FILE-NAME/WS-ERR-STATUS ARE SET BY THE CHECK-xxx-STATUS
      * PARAGRAPHS BELOW BEFORE PERFORMING ABEND-FILE-ERROR.
       01 WS-ERR-FILE-NAME PIC X(20).
       01 WS-ERR-STATUS PIC X(2).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           DISPLAY "OPERATOR ID : ".
           ACCEPT WS-OPERATOR-ID.
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "AN OPERATOR ID IS REQUIRED."
               STOP RUN
           END-IF.
           OPEN I-O CUSTOMER-FILE.
           IF WS-CUST-STATUS = "35"
               DISPLAY "NO CUSTOMER MASTER ON HAND YET."
               STOP RUN
           END-IF.
           PERFORM CHECK-CUST-STATUS.
           PERFORM 1000-MENU UNTIL QUIT-REQUESTED.
           CLOSE CUSTOMER-FILE.
           STOP RUN.

       1000-MENU.
           DISPLAY " ".
           DISPLAY "FRAME SHOP CHARGE ACCOUNTS".
           DISPLAY "[1] OPEN OR CHANGE A CHARGE ACCOUNT".
           DISPLAY "[2] POST A PAYMENT ON ACCOUNT".
           DISPLAY "[3] MONTHLY STATEMENTS".
           DISPLAY "[4] CHARGE ACCOUNT AGING".
           DISPLAY "[5] QUIT".
           DISPLAY "ENTER OPTION : ".
           ACCEPT OPTION.
           IF OPTION = 1 THEN
               PERFORM 2000-SET-ACCOUNT THRU 2000-SET-ACCOUNT-EXIT
           ELSE IF OPTION = 2 THEN
               PERFORM 3000-POST-PAYMENT THRU 3000-POST-PAYMENT-EXIT
           ELSE IF OPTION = 3 THEN
               PERFORM 4000-STATEMENTS THRU 4000-STATEMENTS-EXIT
           ELSE IF OPTION = 4 THEN
               PERFORM 5000-AGING
           ELSE IF OPTION = 5 THEN
               SET QUIT-REQUESTED TO TRUE
           ELSE
               DISPLAY "INVALID OPTION, TRY AGAIN"
           END-IF.

      ******************************************************************
      * 2000-SET-ACCOUNT - puts a customer on account with a credit
      * limit, changes the limit, or takes the customer off account.
      * Taking a customer off account does not clear what is owed; it
      * only stops further orders going on credit.
      ******************************************************************
       2000-SET-ACCOUNT.
           PERFORM 7000-FIND-CUSTOMER.
           IF CUSTOMER-NOT-FOUND
               GO TO 2000-SET-ACCOUNT-EXIT
           END-IF.
           MOVE CUST-CREDIT-LIMIT TO WS-LIMIT-ED.
           IF CUST-ON-ACCOUNT
               DISPLAY "ON ACCOUNT, CREDIT LIMIT P" WS-LIMIT-ED
           ELSE
               DISPLAY "NOT ON ACCOUNT"
           END-IF.
           DISPLAY "CHARGE ACCOUNT (Y/N) : ".
           ACCEPT WS-CHARGE-IN.
           IF WS-CHARGE-IN NOT = "Y" AND WS-CHARGE-IN NOT = "N"
               DISPLAY "ANSWER Y OR N."
               GO TO 2000-SET-ACCOUNT-EXIT
           END-IF.
           MOVE ZERO TO WS-LIMIT-IN.
           IF WS-CHARGE-IN = "Y"
               DISPLAY "CREDIT LIMIT : P"
               ACCEPT WS-LIMIT-IN
               IF WS-LIMIT-IN = ZERO
                   DISPLAY "A CHARGE ACCOUNT NEEDS A CREDIT LIMIT."
                   GO TO 2000-SET-ACCOUNT-EXIT
               END-IF
           END-IF.
           MOVE WS-LIMIT-IN TO WS-LIMIT-ED.
           DISPLAY "CHARGE " WS-CHARGE-IN " LIMIT P" WS-LIMIT-ED
               " - CONFIRM (Y/N) : ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "ACCOUNT NOT CHANGED."
               GO TO 2000-SET-ACCOUNT-EXIT
           END-IF.
           MOVE WS-CHARGE-IN TO CUST-CHARGE-FLAG.
           MOVE WS-LIMIT-IN TO CUST-CREDIT-LIMIT.
           REWRITE CUST-REC
               INVALID KEY
                   DISPLAY "ACCOUNT NOT SAVED"
                   GO TO 2000-SET-ACCOUNT-EXIT
           END-REWRITE.
           DISPLAY "ACCOUNT SAVED FOR CUSTOMER " CUST-NUMBER ".".
       2000-SET-ACCOUNT-EXIT.
           EXIT.

      ******************************************************************
      * 3000-POST-PAYMENT - one cheque or cash payment on account,
      * spread across the open invoices oldest first; each invoice
      * it touches gets a JOBPAY balance row for the part applied to
      * it, so the open-balances report and the daily close see it
      * like any balance taken at the counter.  More than the account
      * owes is not taken.
      ******************************************************************
       3000-POST-PAYMENT.
           PERFORM 7000-FIND-CUSTOMER.
           IF CUSTOMER-NOT-FOUND
               GO TO 3000-POST-PAYMENT-EXIT
           END-IF.
           MOVE CUST-NUMBER TO ABL-CUST-NUMBER.
           MOVE WS-TODAY TO ABL-AS-OF-DATE.
           CALL "ACCTBAL" USING ACCOUNT-BALANCE-AREA.
           IF ABL-OPEN-COUNT = ZERO
               DISPLAY "NOTHING OWING ON THIS ACCOUNT."
               GO TO 3000-POST-PAYMENT-EXIT
           END-IF.
           DISPLAY "INVOICE  DATE        TOTAL     OPEN".
           DISPLAY DASH-LINE.
           PERFORM 3100-SHOW-ONE-INVOICE
               VARYING WS-INV-NO FROM 1 BY 1
               UNTIL WS-INV-NO > ABL-INVOICE-COUNT.
           MOVE ABL-BALANCE TO WS-AMOUNT-ED.
           DISPLAY "BALANCE OWING P" WS-AMOUNT-ED.
           MOVE WS-TODAY TO PDC-DATE.
           CALL "PERDCHK" USING PERIOD-CHECK-AREA.
           IF PDC-PERIOD-CLOSED
               DISPLAY "THIS MONTH IS CLOSED FOR POSTING - NOTHING "
                   "POSTED."
               GO TO 3000-POST-PAYMENT-EXIT
           END-IF.
           DISPLAY "AMOUNT RECEIVED : P".
           ACCEPT WS-RECEIVED-IN.
           IF WS-RECEIVED-IN = ZERO
               DISPLAY "NOTHING POSTED."
               GO TO 3000-POST-PAYMENT-EXIT
           END-IF.
           IF WS-RECEIVED-IN > ABL-BALANCE
               DISPLAY "PAYMENT EXCEEDS THE BALANCE OWING - NOT TAKEN."
               GO TO 3000-POST-PAYMENT-EXIT
           END-IF.
           OPEN EXTEND JOB-PAY-FILE.
           IF WS-JPAY-STATUS = "35"
               OPEN OUTPUT JOB-PAY-FILE
               CLOSE JOB-PAY-FILE
               OPEN EXTEND JOB-PAY-FILE
           END-IF.
           PERFORM CHECK-JPAY-STATUS.
           MOVE WS-RECEIVED-IN TO WS-LEFT-TO-APPLY.
           MOVE ZERO TO WS-INVOICES-PAID.
           PERFORM 3200-APPLY-ONE-INVOICE
               VARYING WS-INV-NO FROM 1 BY 1
               UNTIL WS-INV-NO > ABL-INVOICE-COUNT
                   OR WS-LEFT-TO-APPLY = ZERO.
           CLOSE JOB-PAY-FILE.
           COMPUTE ABL-BALANCE = ABL-BALANCE - WS-RECEIVED-IN.
           MOVE ABL-BALANCE TO WS-AMOUNT-ED.
           DISPLAY "PAYMENT POSTED ACROSS " WS-INVOICES-PAID
               " INVOICE(S) - BALANCE NOW P" WS-AMOUNT-ED.
       3000-POST-PAYMENT-EXIT.
           EXIT.

       3100-SHOW-ONE-INVOICE.
           IF ABL-INV-OPEN(WS-INV-NO) > ZERO
               MOVE ABL-INV-OPEN(WS-INV-NO) TO WS-AMOUNT-ED
               MOVE ABL-INV-TOTAL(WS-INV-NO) TO WS-LIMIT-ED
               DISPLAY ABL-INV-NO(WS-INV-NO) "   "
                   ABL-INV-DATE(WS-INV-NO) " " WS-LIMIT-ED " "
                   WS-AMOUNT-ED
           END-IF.

       3200-APPLY-ONE-INVOICE.
           IF ABL-INV-OPEN(WS-INV-NO) > ZERO
               IF ABL-INV-OPEN(WS-INV-NO) < WS-LEFT-TO-APPLY
                   MOVE ABL-INV-OPEN(WS-INV-NO) TO WS-APPLY-AMOUNT
               ELSE
                   MOVE WS-LEFT-TO-APPLY TO WS-APPLY-AMOUNT
               END-IF
               MOVE ABL-INV-NO(WS-INV-NO) TO JPAY-INVOICE-NO
               MOVE WS-TODAY TO JPAY-DATE
               MOVE "B" TO JPAY-TYPE
               MOVE WS-APPLY-AMOUNT TO JPAY-AMOUNT
               WRITE JPAY-REC
               PERFORM CHECK-JPAY-STATUS
               SUBTRACT WS-APPLY-AMOUNT FROM WS-LEFT-TO-APPLY
               ADD 1 TO WS-INVOICES-PAID
               MOVE WS-APPLY-AMOUNT TO WS-AMOUNT-ED
               DISPLAY "  P" WS-AMOUNT-ED " TO INVOICE "
                   ABL-INV-NO(WS-INV-NO)
           END-IF.

      ******************************************************************
      * 4000-STATEMENTS - one statement per charge account with any
      * balance or activity in the month keyed, to CHGSTMT, spooled.
      ******************************************************************
       4000-STATEMENTS.
           DISPLAY "STATEMENT MONTH (YYYYMM) : ".
           ACCEPT WS-MONTH-IN.
           IF WS-MONTH-MM < 1 OR WS-MONTH-MM > 12 OR
               WS-MONTH-YYYY < 1900
               DISPLAY "INVALID MONTH."
               GO TO 4000-STATEMENTS-EXIT
           END-IF.
           COMPUTE WS-MONTH-OPEN = WS-MONTH-IN * 100.
           COMPUTE WS-MONTH-START = WS-MONTH-OPEN + 1.
           COMPUTE WS-MONTH-END = WS-MONTH-OPEN + 31.
           MOVE ZERO TO WS-STATEMENT-COUNT.
           OPEN OUTPUT STATEMENT-FILE.
           PERFORM CHECK-STMT-STATUS.
           PERFORM 7100-START-CUSTOMERS.
           PERFORM 4100-STATEMENT-ONE THRU 4100-STATEMENT-ONE-EXIT
               UNTIL WS-CUST-EOF = "Y".
           CLOSE STATEMENT-FILE.
           MOVE "CHGSTMT" TO SPC-REPORT-NAME.
           MOVE "CHGSTMT" TO SPC-SOURCE-PATH.
           CALL "SPOOLCAP" USING SPOOL-CAP-AREA.
           DISPLAY WS-STATEMENT-COUNT " STATEMENT(S) WRITTEN TO "
               "CHGSTMT FOR " WS-MONTH-IN ".".
       4000-STATEMENTS-EXIT.
           EXIT.

       4100-STATEMENT-ONE.
           PERFORM 7200-NEXT-CHARGE-CUSTOMER
               THRU 7200-NEXT-CHARGE-CUSTOMER-EXIT.
           IF WS-CUST-EOF = "Y"
               GO TO 4100-STATEMENT-ONE-EXIT
           END-IF.
           MOVE CUST-NUMBER TO ABL-CUST-NUMBER.
           MOVE WS-MONTH-OPEN TO ABL-AS-OF-DATE.
           CALL "ACCTBAL" USING ACCOUNT-BALANCE-AREA.
           MOVE ABL-BALANCE TO WS-OPENING-BALANCE.
           MOVE WS-MONTH-END TO ABL-AS-OF-DATE.
           CALL "ACCTBAL" USING ACCOUNT-BALANCE-AREA.
           MOVE ZERO TO WS-MONTH-INVOICES.
           PERFORM 4110-COUNT-ONE-INVOICE
               VARYING WS-INV-NO FROM 1 BY 1
               UNTIL WS-INV-NO > ABL-INVOICE-COUNT.
           IF WS-OPENING-BALANCE = ZERO AND ABL-BALANCE = ZERO AND
               WS-MONTH-INVOICES = ZERO
               GO TO 4100-STATEMENT-ONE-EXIT
           END-IF.
           ADD 1 TO WS-STATEMENT-COUNT.
           MOVE DASH-LINE TO STMT-REC.
           PERFORM 4900-WRITE-STMT.
           MOVE SPACES TO STMT-REC.
           STRING "STATEMENT OF ACCOUNT FOR " DELIMITED BY SIZE
               WS-MONTH-IN DELIMITED BY SIZE
               INTO STMT-REC.
           PERFORM 4900-WRITE-STMT.
           MOVE SPACES TO STMT-REC.
           STRING "CUSTOMER NO. " DELIMITED BY SIZE
               CUST-NUMBER DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               CUST-NAME DELIMITED BY SIZE
               INTO STMT-REC.
           PERFORM 4900-WRITE-STMT.
           MOVE CUST-CREDIT-LIMIT TO WS-LIMIT-ED.
           MOVE SPACES TO STMT-REC.
           STRING "CREDIT LIMIT P" DELIMITED BY SIZE
               WS-LIMIT-ED DELIMITED BY SIZE
               INTO STMT-REC.
           PERFORM 4900-WRITE-STMT.
           MOVE SPACES TO STMT-REC.
           PERFORM 4900-WRITE-STMT.
           MOVE "DATE      DETAIL                          AMOUNT"
               TO STMT-REC.
           PERFORM 4900-WRITE-STMT.
           MOVE WS-OPENING-BALANCE TO WS-AMOUNT-ED.
           MOVE SPACES TO STMT-REC.
           STRING WS-MONTH-START DELIMITED BY SIZE
               "  BALANCE BROUGHT FORWARD     " DELIMITED BY SIZE
               WS-AMOUNT-ED DELIMITED BY SIZE
               INTO STMT-REC.
           PERFORM 4900-WRITE-STMT.
           PERFORM 4200-PRINT-ONE-INVOICE
               VARYING WS-INV-NO FROM 1 BY 1
               UNTIL WS-INV-NO > ABL-INVOICE-COUNT.
           PERFORM 4300-PRINT-PAYMENTS THRU 4300-PRINT-PAYMENTS-EXIT.
           MOVE ABL-BALANCE TO WS-AMOUNT-ED.
           MOVE SPACES TO STMT-REC.
           STRING "          BALANCE DUE                 "
               DELIMITED BY SIZE
               WS-AMOUNT-ED DELIMITED BY SIZE
               INTO STMT-REC.
           PERFORM 4900-WRITE-STMT.
           IF ABL-OPEN-COUNT > ZERO
               MOVE SPACES TO STMT-REC
               STRING "OLDEST UNPAID INVOICE DATED " DELIMITED BY SIZE
                   ABL-OLDEST-OPEN-DATE DELIMITED BY SIZE
                   INTO STMT-REC
               PERFORM 4900-WRITE-STMT
           END-IF.
           MOVE SPACES TO STMT-REC.
           PERFORM 4900-WRITE-STMT.
       4100-STATEMENT-ONE-EXIT.
           EXIT.

       4110-COUNT-ONE-INVOICE.
           IF ABL-INV-DATE(WS-INV-NO) >= WS-MONTH-START
               ADD 1 TO WS-MONTH-INVOICES
           END-IF.

       4200-PRINT-ONE-INVOICE.
           IF ABL-INV-DATE(WS-INV-NO) >= WS-MONTH-START
               MOVE ABL-INV-TOTAL(WS-INV-NO) TO WS-AMOUNT-ED
               MOVE SPACES TO STMT-REC
               STRING ABL-INV-DATE(WS-INV-NO) DELIMITED BY SIZE
                   "  INVOICE " DELIMITED BY SIZE
                   ABL-INV-NO(WS-INV-NO) DELIMITED BY SIZE
                   "              " DELIMITED BY SIZE
                   WS-AMOUNT-ED DELIMITED BY SIZE
                   INTO STMT-REC
               PERFORM 4900-WRITE-STMT
           END-IF.

      ******************************************************************
      * 4300-PRINT-PAYMENTS - the month's JOBPAY rows against the
      * account's invoices: deposits, payments and credit memos, each
      * shown as a deduction.
      ******************************************************************
       4300-PRINT-PAYMENTS.
           MOVE "N" TO WS-EOF.
           OPEN INPUT JOB-PAY-FILE.
           IF WS-JPAY-STATUS = "35"
               GO TO 4300-PRINT-PAYMENTS-EXIT
           END-IF.
           PERFORM CHECK-JPAY-STATUS.
           PERFORM 4310-PRINT-ONE-PAYMENT THRU 4310-PRINT-ONE-PAY-EXIT
               UNTIL WS-EOF = "Y".
           CLOSE JOB-PAY-FILE.
       4300-PRINT-PAYMENTS-EXIT.
           EXIT.

       4310-PRINT-ONE-PAYMENT.
           READ JOB-PAY-FILE
               AT END
                   MOVE "Y" TO WS-EOF
                   GO TO 4310-PRINT-ONE-PAY-EXIT
           END-READ.
           PERFORM CHECK-JPAY-STATUS.
           IF JPAY-DATE < WS-MONTH-START OR JPAY-DATE > WS-MONTH-END
               GO TO 4310-PRINT-ONE-PAY-EXIT
           END-IF.
           MOVE ZERO TO WS-INV-HIT.
           PERFORM 4320-MATCH-INVOICE
               VARYING WS-INV-NO FROM 1 BY 1
               UNTIL WS-INV-NO > ABL-INVOICE-COUNT OR WS-INV-HIT > 0.
           IF WS-INV-HIT = ZERO
               GO TO 4310-PRINT-ONE-PAY-EXIT
           END-IF.
           IF JPAY-DOWN-PAYMENT
               MOVE "DEPOSIT" TO WS-PAY-TEXT
           ELSE IF JPAY-CREDIT-APPLIED
               MOVE "CREDIT MEMO" TO WS-PAY-TEXT
           ELSE
               MOVE "PAYMENT" TO WS-PAY-TEXT
           END-IF.
           COMPUTE WS-AMOUNT-ED = ZERO - JPAY-AMOUNT.
           MOVE SPACES TO STMT-REC.
           STRING JPAY-DATE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-PAY-TEXT DELIMITED BY SIZE
               "INVOICE " DELIMITED BY SIZE
               JPAY-INVOICE-NO DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-AMOUNT-ED DELIMITED BY SIZE
               INTO STMT-REC.
           PERFORM 4900-WRITE-STMT.
       4310-PRINT-ONE-PAY-EXIT.
           EXIT.

       4320-MATCH-INVOICE.
           IF ABL-INV-NO(WS-INV-NO) = JPAY-INVOICE-NO
               MOVE WS-INV-NO TO WS-INV-HIT
           END-IF.

       4900-WRITE-STMT.
           WRITE STMT-REC.
           PERFORM CHECK-STMT-STATUS.

      ******************************************************************
      * 5000-AGING - every charge account owing anything today, its
      * open invoices aged from the invoice date into current (up to
      * 30 days), 31-60, 61-90 and over 90, flagged when the balance
      * is past the credit limit, to CHGAGE, spooled.
      ******************************************************************
       5000-AGING.
           INITIALIZE WS-TOTAL-BUCKETS.
           MOVE ZERO TO WS-AGED-COUNT.
           MOVE ZERO TO WS-OVER-COUNT.
           OPEN OUTPUT AGING-FILE.
           PERFORM CHECK-AGE-STATUS.
           MOVE SPACES TO AGE-REC.
           STRING "CHARGE ACCOUNT AGING AS OF " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO AGE-REC.
           PERFORM 5900-WRITE-AGE.
           MOVE SPACES TO AGE-REC.
           STRING "CUST  NAME                  CREDIT LIMIT"
               DELIMITED BY SIZE
               "    CURRENT     31-60     61-90   OVER 90"
               DELIMITED BY SIZE
               "      TOTAL" DELIMITED BY SIZE
               INTO AGE-REC.
           PERFORM 5900-WRITE-AGE.
           MOVE AGE-DASH-LINE TO AGE-REC.
           PERFORM 5900-WRITE-AGE.
           PERFORM 7100-START-CUSTOMERS.
           PERFORM 5100-AGE-ONE-ACCOUNT THRU 5100-AGE-ONE-ACCOUNT-EXIT
               UNTIL WS-CUST-EOF = "Y".
           MOVE AGE-DASH-LINE TO AGE-REC.
           PERFORM 5900-WRITE-AGE.
           MOVE WS-TB-CURRENT TO WS-CUR-ED.
           MOVE WS-TB-31-60 TO WS-B2-ED.
           MOVE WS-TB-61-90 TO WS-B3-ED.
           MOVE WS-TB-OVER-90 TO WS-B4-ED.
           MOVE WS-TB-BALANCE TO WS-BAL-ED.
           MOVE SPACES TO AGE-REC.
           STRING "TOTAL CHARGE RECEIVABLES                 "
               DELIMITED BY SIZE
               WS-CUR-ED DELIMITED BY SIZE
               WS-B2-ED DELIMITED BY SIZE
               WS-B3-ED DELIMITED BY SIZE
               WS-B4-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-BAL-ED DELIMITED BY SIZE
               INTO AGE-REC.
           PERFORM 5900-WRITE-AGE.
           MOVE WS-AGED-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO AGE-REC.
           STRING "ACCOUNTS OWING       : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO AGE-REC.
           PERFORM 5900-WRITE-AGE.
           MOVE WS-OVER-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO AGE-REC.
           STRING "OVER THE CREDIT LIMIT: " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO AGE-REC.
           PERFORM 5900-WRITE-AGE.
           CLOSE AGING-FILE.
           MOVE "CHGAGE" TO SPC-REPORT-NAME.
           MOVE "CHGAGE" TO SPC-SOURCE-PATH.
           CALL "SPOOLCAP" USING SPOOL-CAP-AREA.
           DISPLAY "CHARGE ACCOUNT AGING WRITTEN TO CHGAGE - "
               WS-AGED-COUNT " ACCOUNT(S) OWING.".

       5100-AGE-ONE-ACCOUNT.
           PERFORM 7200-NEXT-CHARGE-CUSTOMER
               THRU 7200-NEXT-CHARGE-CUSTOMER-EXIT.
           IF WS-CUST-EOF = "Y"
               GO TO 5100-AGE-ONE-ACCOUNT-EXIT
           END-IF.
           MOVE CUST-NUMBER TO ABL-CUST-NUMBER.
           MOVE WS-TODAY TO ABL-AS-OF-DATE.
           CALL "ACCTBAL" USING ACCOUNT-BALANCE-AREA.
           IF ABL-BALANCE = ZERO
               GO TO 5100-AGE-ONE-ACCOUNT-EXIT
           END-IF.
           ADD 1 TO WS-AGED-COUNT.
           INITIALIZE WS-CUST-BUCKETS.
           PERFORM 5200-AGE-ONE-INVOICE
               VARYING WS-INV-NO FROM 1 BY 1
               UNTIL WS-INV-NO > ABL-INVOICE-COUNT.
           ADD WS-CB-CURRENT TO WS-TB-CURRENT.
           ADD WS-CB-31-60 TO WS-TB-31-60.
           ADD WS-CB-61-90 TO WS-TB-61-90.
           ADD WS-CB-OVER-90 TO WS-TB-OVER-90.
           ADD ABL-BALANCE TO WS-TB-BALANCE.
           MOVE SPACES TO WS-OVER-FLAG.
           IF ABL-BALANCE > CUST-CREDIT-LIMIT
               MOVE "OVER" TO WS-OVER-FLAG
               ADD 1 TO WS-OVER-COUNT
           END-IF.
           MOVE CUST-CREDIT-LIMIT TO WS-LIMIT-ED.
           MOVE WS-CB-CURRENT TO WS-CUR-ED.
           MOVE WS-CB-31-60 TO WS-B2-ED.
           MOVE WS-CB-61-90 TO WS-B3-ED.
           MOVE WS-CB-OVER-90 TO WS-B4-ED.
           MOVE ABL-BALANCE TO WS-BAL-ED.
           MOVE SPACES TO AGE-REC.
           STRING CUST-NUMBER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CUST-NAME(1:20) DELIMITED BY SIZE
               "     " DELIMITED BY SIZE
               WS-LIMIT-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CUR-ED DELIMITED BY SIZE
               WS-B2-ED DELIMITED BY SIZE
               WS-B3-ED DELIMITED BY SIZE
               WS-B4-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-BAL-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-OVER-FLAG DELIMITED BY SIZE
               INTO AGE-REC.
           PERFORM 5900-WRITE-AGE.
       5100-AGE-ONE-ACCOUNT-EXIT.
           EXIT.

       5200-AGE-ONE-INVOICE.
           IF ABL-INV-OPEN(WS-INV-NO) NOT = ZERO
               MOVE "D" TO DC-FUNCTION
               MOVE ABL-INV-DATE(WS-INV-NO) TO DC-DATE-1
               MOVE WS-TODAY TO DC-DATE-2
               CALL "DATECALC" USING DATE-CALC-AREA
               MOVE DC-RESULT-DAYS TO WS-AGE-DAYS
               IF WS-AGE-DAYS > 90
                   ADD ABL-INV-OPEN(WS-INV-NO) TO WS-CB-OVER-90
               ELSE IF WS-AGE-DAYS > 60
                   ADD ABL-INV-OPEN(WS-INV-NO) TO WS-CB-61-90
               ELSE IF WS-AGE-DAYS > 30
                   ADD ABL-INV-OPEN(WS-INV-NO) TO WS-CB-31-60
               ELSE
                   ADD ABL-INV-OPEN(WS-INV-NO) TO WS-CB-CURRENT
               END-IF
           END-IF.

       5900-WRITE-AGE.
           WRITE AGE-REC.
           PERFORM CHECK-AGE-STATUS.

      ******************************************************************
      * 7000-FIND-CUSTOMER - the customer keyed, off CUSTFILE.
      ******************************************************************
       7000-FIND-CUSTOMER.
           DISPLAY "CUSTOMER NUMBER : ".
           ACCEPT WS-CUST-NUMBER-IN.
           MOVE WS-CUST-NUMBER-IN TO CUST-NUMBER.
           READ CUSTOMER-FILE KEY IS CUST-NUMBER
               INVALID KEY
                   SET CUSTOMER-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET CUSTOMER-FOUND TO TRUE
           END-READ.
           IF CUSTOMER-FOUND
               DISPLAY "CUSTOMER : " CUST-NUMBER "  " CUST-NAME
           ELSE
               DISPLAY "NO SUCH CUSTOMER ON FILE."
           END-IF.

      ******************************************************************
      * 7100-START-CUSTOMERS / 7200-NEXT-CHARGE-CUSTOMER - the
      * customer master in number order, charge accounts only.
      ******************************************************************
       7100-START-CUSTOMERS.
           MOVE "N" TO WS-CUST-EOF.
           MOVE ZERO TO CUST-NUMBER.
           START CUSTOMER-FILE KEY IS NOT LESS THAN CUST-NUMBER
               INVALID KEY
                   MOVE "Y" TO WS-CUST-EOF
           END-START.

       7200-NEXT-CHARGE-CUSTOMER.
           READ CUSTOMER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-CUST-EOF
                   GO TO 7200-NEXT-CHARGE-CUSTOMER-EXIT
           END-READ.
           PERFORM CHECK-CUST-STATUS.
           IF NOT CUST-ON-ACCOUNT
               GO TO 7200-NEXT-CHARGE-CUSTOMER
           END-IF.
       7200-NEXT-CHARGE-CUSTOMER-EXIT.
           EXIT.

      ******************************************************************
      * ABEND-FILE-ERROR - common stop point for any file operation
      * that comes back with a status this program was not already
      * expecting to handle.
      ******************************************************************
       ABEND-FILE-ERROR.
           DISPLAY "*** FILE ERROR ON " WS-ERR-FILE-NAME.
           DISPLAY "*** FILE STATUS = " WS-ERR-STATUS.
           DISPLAY "CHARGE ACCOUNT RUN TERMINATED - SEE FILE STATUS "
               "ABOVE.".
           STOP RUN.

       CHECK-CUST-STATUS.
           IF WS-CUST-STATUS NOT = "00"
               MOVE "CUSTOMER-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-CUST-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-JPAY-STATUS.
           IF WS-JPAY-STATUS NOT = "00"
               MOVE "JOB-PAY-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-JPAY-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-STMT-STATUS.
           IF WS-STMT-STATUS NOT = "00"
               MOVE "STATEMENT-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-STMT-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-AGE-STATUS.
           IF WS-AGE-STATUS NOT = "00"
               MOVE "AGING-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-AGE-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       END PROGRAM CHGACCT.
