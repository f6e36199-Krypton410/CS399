      ******************************************************************
      * Author:
      * Date:
      * Purpose: General ledger reports - for a month (YYYYMM), off
      *          the GLCOA chart of accounts, the GLBAL balances and
      *          the GLDETAIL ledger detail the GL posting run keeps:
      *          the trial balance (GLTRIAL), the account detail
      *          ledgers (GLLEDGER), the month-end balance sheet
      *          (GLBALSHT) and the income statement for the month
      *          and the year to date (GLINCSTM).  Each report prints
      *          the treasury (tax and deposit) book and then the
      *          frame shop's book.  The trial balance ends by tying
      *          the ledger's deposit liability to the DEPCTL control
      *          total and reports any difference.  Each report
      *          prints to GLRPTPRT and is captured to the spool
      *          under its own name through SPOOLCAP.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT CHART-FILE
           ASSIGN TO "GLCOA"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-COA-STATUS.

       SELECT BALANCE-FILE
           ASSIGN TO "GLBAL"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GLB-KEY
           FILE STATUS IS WS-GLB-STATUS.

       SELECT DETAIL-FILE
           ASSIGN TO "GLDETAIL"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-GLD-STATUS.

       SELECT DEP-CONTROL-FILE
           ASSIGN TO "DEPCTL"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FCTL-STATUS.

       SELECT PRINT-FILE
           ASSIGN TO "GLRPTPRT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD CHART-FILE
           DATA RECORD IS COA-REC.

       COPY "COAREC.cpy".

       FD BALANCE-FILE
           DATA RECORD IS GLB-REC.

       COPY "GLBREC.cpy".

       FD DETAIL-FILE
           DATA RECORD IS GLD-REC.

       COPY "GLDREC.cpy".

       FD DEP-CONTROL-FILE
           DATA RECORD IS FCTL-REC.

       COPY "FCTLREC.cpy".

       FD PRINT-FILE
           DATA RECORD IS PRINT-REC.

       01 PRINT-REC PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-COA-STATUS PIC X(2).
       01 WS-GLB-STATUS PIC X(2).
       01 WS-GLD-STATUS PIC X(2).
       01 WS-FCTL-STATUS PIC X(2).
       01 WS-PRINT-STATUS PIC X(2).
       01 WS-EOF PIC X(1) VALUE "N".
       01 DASH-LINE PIC X(90) VALUE ALL "-".

       01 OPTION PIC 9.
       01 WS-QUIT-SWITCH PIC X VALUE "N".
           88 QUIT-REQUESTED VALUE "Y".
       01 WS-TODAY PIC 9(8) VALUE ZERO.

      * EACH REPORT IS CAPTURED TO THE SPOOL UNDER ITS OWN NAME.
       01 WS-REPORT-NAME PIC X(10) VALUE SPACES.
       01 WS-REPORT-TITLE PIC X(40) VALUE SPACES.

      * THE MONTH AS KEYED, AND THE FIRST MONTH OF ITS YEAR.
       01 WS-PERIOD-IN PIC 9(6) VALUE ZERO.
       01 WS-PERIOD-PARTS REDEFINES WS-PERIOD-IN.
           05 WS-PERIOD-YEAR PIC 9(4).
           05 WS-PERIOD-MONTH PIC 9(2).
       01 WS-YEAR-START PIC 9(6) VALUE ZERO.

      * THE BOOK BEING PRINTED - T TREASURY, F FRAME SHOP.
       01 WS-BOOK PIC X(1) VALUE SPACE.
       01 WS-BOOK-NAME PIC X(40) VALUE SPACES.
       01 WS-SECTION-TYPE PIC X(1) VALUE SPACE.

      ******************************************************************
      * CHART OF ACCOUNTS WITH THE MONTH'S FIGURES.  THE RAW DEBITS
      * AND CREDITS ARE SPLIT BEFORE THE MONTH, IN THE MONTH, AND
      * WITHIN THE YEAR THROUGH THE MONTH; THE BALANCES AND MOVEMENTS
      * BELOW THEM ARE ON THE ACCOUNT'S NORMAL SIDE (DEBIT FOR ASSETS
      * AND EXPENSES, CREDIT FOR LIABILITIES, EQUITY AND REVENUE).
      ******************************************************************
       01 WS-COA-COUNT PIC 9(3) VALUE ZERO.
       01 WS-COA-TABLE.
           05 WS-COA-ENTRY OCCURS 300 TIMES INDEXED BY CO-IDX.
               10 WS-CO-ACCOUNT PIC X(20).
               10 WS-CO-BOOK PIC X(1).
               10 WS-CO-TYPE PIC X(1).
                   88 WS-CO-DEBIT-NORMAL VALUE "A" "X".
               10 WS-CO-OPENING PIC S9(11)V99.
               10 WS-CO-BEFORE-DR PIC 9(11)V99.
               10 WS-CO-BEFORE-CR PIC 9(11)V99.
               10 WS-CO-MONTH-DR PIC 9(11)V99.
               10 WS-CO-MONTH-CR PIC 9(11)V99.
               10 WS-CO-YTD-DR PIC 9(11)V99.
               10 WS-CO-YTD-CR PIC 9(11)V99.
               10 WS-CO-BAL-OPEN PIC S9(13)V99.
               10 WS-CO-BAL-END PIC S9(13)V99.
               10 WS-CO-MONTH-NET PIC S9(13)V99.
               10 WS-CO-YTD-NET PIC S9(13)V99.
       01 WS-FIND-ACCOUNT PIC X(20) VALUE SPACES.
       01 WS-FIND-SWITCH PIC X VALUE "N".
           88 ACCOUNT-FOUND VALUE "Y".
           88 ACCOUNT-NOT-FOUND VALUE "N".

      * REPORT TOTALS.
       01 WS-TOTAL-DEBITS PIC S9(13)V99 VALUE ZERO.
       01 WS-TOTAL-CREDITS PIC S9(13)V99 VALUE ZERO.
       01 WS-DEBIT-SIDE PIC S9(13)V99 VALUE ZERO.
       01 WS-SECTION-TOTAL PIC S9(13)V99 VALUE ZERO.
       01 WS-SECTION-YTD PIC S9(13)V99 VALUE ZERO.
       01 WS-ASSET-TOTAL PIC S9(13)V99 VALUE ZERO.
       01 WS-CLAIMS-TOTAL PIC S9(13)V99 VALUE ZERO.
       01 WS-EARNINGS PIC S9(13)V99 VALUE ZERO.
       01 WS-REVENUE-MONTH PIC S9(13)V99 VALUE ZERO.
       01 WS-REVENUE-YTD PIC S9(13)V99 VALUE ZERO.
       01 WS-EXPENSE-MONTH PIC S9(13)V99 VALUE ZERO.
       01 WS-EXPENSE-YTD PIC S9(13)V99 VALUE ZERO.
       01 WS-NET-MONTH PIC S9(13)V99 VALUE ZERO.
       01 WS-NET-YTD PIC S9(13)V99 VALUE ZERO.
       01 WS-RUNNING PIC S9(13)V99 VALUE ZERO.
       01 WS-LEDGER-LINES PIC 9(5) VALUE ZERO.

      * THE DEPOSIT LIABILITY TIE TO DEPCTL.
       01 WS-DEP-ACCOUNT PIC X(20) VALUE "DEPOSIT LIABILITY".
       01 WS-CTL-DEPOSITS PIC S9(13)V99 VALUE ZERO.
       01 WS-TIE-DIFFERENCE PIC S9(13)V99 VALUE ZERO.

       01 WS-MONEY-ED PIC --,---,---,---,--9.99.
       01 WS-MONEY2-ED PIC --,---,---,---,--9.99.
       01 WS-MONEY3-ED PIC --,---,---,---,--9.99.
       01 WS-BLANK-ED PIC X(21) VALUE SPACES.

      * PARAMETER AREA FOR THE SHARED SPOOLCAP REPORT CAPTURE.
       COPY "SPOOLREC.cpy".

      * WS-ERR-FILE-NAME/WS-ERR-STATUS ARE SET BY THE CHECK-xxx-STATUS
      * PARAGRAPHS BELOW BEFORE PERFORMING ABEND-FILE-ERROR.
       01 WS-ERR-FILE-NAME PIC X(20).
       01 WS-ERR-STATUS PIC X(2).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM 2000-MENU UNTIL QUIT-REQUESTED.
           STOP RUN.

       2000-MENU.
           DISPLAY " ".
           DISPLAY "GENERAL LEDGER REPORTS".
           DISPLAY "[1] TRIAL BALANCE".
           DISPLAY "[2] ACCOUNT DETAIL LEDGERS".
           DISPLAY "[3] BALANCE SHEET".
           DISPLAY "[4] INCOME STATEMENT".
           DISPLAY "[5] QUIT".
           DISPLAY "ENTER OPTION : ".
           ACCEPT OPTION.
           IF OPTION = 5
               SET QUIT-REQUESTED TO TRUE
           ELSE IF OPTION < 1 OR OPTION > 5
               DISPLAY "INVALID OPTION, TRY AGAIN"
           ELSE
               PERFORM 2100-RUN-REPORT THRU 2100-RUN-REPORT-EXIT
           END-IF.

      ******************************************************************
      * 2100-RUN-REPORT - the month is keyed, the chart and the
      * month's figures are loaded fresh, and the chosen report
      * prints both books, spooled under the report's name.
      ******************************************************************
       2100-RUN-REPORT.
           PERFORM 7000-ACCEPT-PERIOD THRU 7000-ACCEPT-PERIOD-EXIT.
           IF WS-PERIOD-IN = ZERO
               GO TO 2100-RUN-REPORT-EXIT
           END-IF.
           PERFORM 7100-LOAD-CHART THRU 7100-LOAD-CHART-EXIT.
           IF WS-COA-COUNT = ZERO
               GO TO 2100-RUN-REPORT-EXIT
           END-IF.
           PERFORM 7200-LOAD-BALANCES.
           IF OPTION = 1
               MOVE "GLTRIAL" TO WS-REPORT-NAME
               MOVE "TRIAL BALANCE" TO WS-REPORT-TITLE
           ELSE IF OPTION = 2
               MOVE "GLLEDGER" TO WS-REPORT-NAME
               MOVE "ACCOUNT DETAIL LEDGERS" TO WS-REPORT-TITLE
           ELSE IF OPTION = 3
               MOVE "GLBALSHT" TO WS-REPORT-NAME
               MOVE "BALANCE SHEET" TO WS-REPORT-TITLE
           ELSE
               MOVE "GLINCSTM" TO WS-REPORT-NAME
               MOVE "INCOME STATEMENT" TO WS-REPORT-TITLE
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           PERFORM CHECK-PRINT-STATUS.
           MOVE SPACES TO PRINT-REC.
           STRING "GENERAL LEDGER " DELIMITED BY SIZE
               WS-REPORT-TITLE DELIMITED BY "  "
               " - MONTH " WS-PERIOD-IN "   RUN " WS-TODAY
               DELIMITED BY SIZE INTO PRINT-REC.
           PERFORM 8000-PRINT-LINE.
           MOVE "T" TO WS-BOOK.
           MOVE "TREASURY BOOK (TAX AND DEPOSITS)" TO WS-BOOK-NAME.
           PERFORM 2200-PRINT-ONE-BOOK.
           MOVE "F" TO WS-BOOK.
           MOVE "FRAME SHOP BOOK" TO WS-BOOK-NAME.
           PERFORM 2200-PRINT-ONE-BOOK.
           IF OPTION = 1
               PERFORM 3500-DEPOSIT-TIE THRU 3500-DEPOSIT-TIE-EXIT
           END-IF.
           CLOSE PRINT-FILE.
           MOVE WS-REPORT-NAME TO SPC-REPORT-NAME.
           MOVE "GLRPTPRT" TO SPC-SOURCE-PATH.
           CALL "SPOOLCAP" USING SPOOL-CAP-AREA.
           DISPLAY WS-REPORT-TITLE " FOR " WS-PERIOD-IN
               " SPOOLED AS " WS-REPORT-NAME.
       2100-RUN-REPORT-EXIT.
           EXIT.

       2200-PRINT-ONE-BOOK.
           MOVE SPACES TO PRINT-REC.
           PERFORM 8000-PRINT-LINE.
           MOVE WS-BOOK-NAME TO PRINT-REC.
           PERFORM 8000-PRINT-LINE.
           MOVE DASH-LINE TO PRINT-REC.
           PERFORM 8000-PRINT-LINE.
           IF OPTION = 1
               PERFORM 3000-TRIAL-BALANCE
           ELSE IF OPTION = 2
               PERFORM 4000-DETAIL-LEDGERS
           ELSE IF OPTION = 3
               PERFORM 5000-BALANCE-SHEET
           ELSE
               PERFORM 6000-INCOME-STATEMENT
           END-IF.

      ******************************************************************
      * 3000-TRIAL-BALANCE - every account in the book with its
      * month-end balance in the debit or the credit column; the two
      * columns must agree.
      ******************************************************************
       3000-TRIAL-BALANCE.
           MOVE ZERO TO WS-TOTAL-DEBITS WS-TOTAL-CREDITS.
           MOVE SPACES TO PRINT-REC.
           STRING "ACCOUNT              TYPE                 DEBIT"
               "                CREDIT" DELIMITED BY SIZE
               INTO PRINT-REC.
           PERFORM 8000-PRINT-LINE.
           PERFORM 3100-TRIAL-BALANCE-LINE
               VARYING CO-IDX FROM 1 BY 1 UNTIL CO-IDX > WS-COA-COUNT.
           MOVE DASH-LINE TO PRINT-REC.
           PERFORM 8000-PRINT-LINE.
           MOVE WS-TOTAL-DEBITS TO WS-MONEY-ED.
           MOVE WS-TOTAL-CREDITS TO WS-MONEY2-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "TOTALS                    " WS-MONEY-ED " "
               WS-MONEY2-ED DELIMITED BY SIZE INTO PRINT-REC.
           PERFORM 8000-PRINT-LINE.
           IF WS-TOTAL-DEBITS = WS-TOTAL-CREDITS
               MOVE "BOOK IN BALANCE." TO PRINT-REC
           ELSE
               MOVE "*** BOOK OUT OF BALANCE ***" TO PRINT-REC
           END-IF.
           PERFORM 8000-PRINT-LINE.

       3100-TRIAL-BALANCE-LINE.
           IF WS-CO-BOOK(CO-IDX) = WS-BOOK
               IF WS-CO-DEBIT-NORMAL(CO-IDX)
                   MOVE WS-CO-BAL-END(CO-IDX) TO WS-DEBIT-SIDE
               ELSE
                   COMPUTE WS-DEBIT-SIDE = 0 - WS-CO-BAL-END(CO-IDX)
               END-IF
               MOVE SPACES TO PRINT-REC
               IF WS-DEBIT-SIDE < ZERO
                   COMPUTE WS-DEBIT-SIDE = 0 - WS-DEBIT-SIDE
                   ADD WS-DEBIT-SIDE TO WS-TOTAL-CREDITS
                   MOVE WS-DEBIT-SIDE TO WS-MONEY-ED
                   STRING WS-CO-ACCOUNT(CO-IDX) "  "
                       WS-CO-TYPE(CO-IDX) "   " WS-BLANK-ED " "
                       WS-MONEY-ED DELIMITED BY SIZE INTO PRINT-REC
               ELSE
                   ADD WS-DEBIT-SIDE TO WS-TOTAL-DEBITS
                   MOVE WS-DEBIT-SIDE TO WS-MONEY-ED
                   STRING WS-CO-ACCOUNT(CO-IDX) "  "
                       WS-CO-TYPE(CO-IDX) "   " WS-MONEY-ED
                       DELIMITED BY SIZE INTO PRINT-REC
               END-IF
               PERFORM 8000-PRINT-LINE
           END-IF.

      ******************************************************************
      * 3500-DEPOSIT-TIE - the month-end deposit liability against
      * the DEPCTL value total, the sum of the deposit balances as
      * they stand now; run for the month just posted the two agree,
      * and any difference is printed for the bookkeeper.
      ******************************************************************
       3500-DEPOSIT-TIE.
           MOVE SPACES TO PRINT-REC.
           PERFORM 8000-PRINT-LINE.
           MOVE "DEPOSIT LIABILITY TIE TO DEPCTL" TO PRINT-REC.
           PERFORM 8000-PRINT-LINE.
           MOVE DASH-LINE TO PRINT-REC.
           PERFORM 8000-PRINT-LINE.
           MOVE WS-DEP-ACCOUNT TO WS-FIND-ACCOUNT.
           PERFORM 7500-FIND-ACCOUNT.
           IF ACCOUNT-NOT-FOUND
               MOVE "NO DEPOSIT LIABILITY ACCOUNT ON THE CHART - NO TIE"
                   TO PRINT-REC
               PERFORM 8000-PRINT-LINE
               GO TO 3500-DEPOSIT-TIE-EXIT
           END-IF.
           OPEN INPUT DEP-CONTROL-FILE.
           IF WS-FCTL-STATUS = "35"
               MOVE "NO DEPCTL CONTROL RECORD ON HAND - NO TIE"
                   TO PRINT-REC
               PERFORM 8000-PRINT-LINE
               GO TO 3500-DEPOSIT-TIE-EXIT
           END-IF.
           PERFORM CHECK-FCTL-STATUS.
           READ DEP-CONTROL-FILE
               AT END
                   MOVE ZERO TO FCTL-VALUE-TOTAL
           END-READ.
           MOVE FCTL-VALUE-TOTAL TO WS-CTL-DEPOSITS.
           CLOSE DEP-CONTROL-FILE.
           COMPUTE WS-TIE-DIFFERENCE =
               WS-CO-BAL-END(CO-IDX) - WS-CTL-DEPOSITS.
           MOVE WS-CO-BAL-END(CO-IDX) TO WS-MONEY-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "GL DEPOSIT LIABILITY      : " WS-MONEY-ED
               DELIMITED BY SIZE INTO PRINT-REC.
           PERFORM 8000-PRINT-LINE.
           MOVE WS-CTL-DEPOSITS TO WS-MONEY-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "DEPCTL DEPOSIT BALANCES   : " WS-MONEY-ED
               DELIMITED BY SIZE INTO PRINT-REC.
           PERFORM 8000-PRINT-LINE.
           MOVE WS-TIE-DIFFERENCE TO WS-MONEY-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "DIFFERENCE                : " WS-MONEY-ED
               DELIMITED BY SIZE INTO PRINT-REC.
           PERFORM 8000-PRINT-LINE.
           IF WS-TIE-DIFFERENCE = ZERO
               MOVE "DEPOSIT LIABILITY TIES TO DEPCTL." TO PRINT-REC
           ELSE
               MOVE "*** DEPOSIT LIABILITY DOES NOT TIE TO DEPCTL ***"
                   TO PRINT-REC
           END-IF.
           PERFORM 8000-PRINT-LINE.
       3500-DEPOSIT-TIE-EXIT.
           EXIT.

      ******************************************************************
      * 4000-DETAIL-LEDGERS - each account in the book that moved in
      * the month: the balance brought forward, every posting off
      * GLDETAIL with the running balance, and the balance carried
      * forward.  Accounts with no movement are listed at the end.
      ******************************************************************
       4000-DETAIL-LEDGERS.
           PERFORM 4100-ONE-ACCOUNT-LEDGER
               VARYING CO-IDX FROM 1 BY 1 UNTIL CO-IDX > WS-COA-COUNT.
           MOVE "NO MOVEMENT THIS MONTH:" TO PRINT-REC.
           PERFORM 8000-PRINT-LINE.
           PERFORM 4300-QUIET-ACCOUNT
               VARYING CO-IDX FROM 1 BY 1 UNTIL CO-IDX > WS-COA-COUNT.

       4100-ONE-ACCOUNT-LEDGER.
           IF WS-CO-BOOK(CO-IDX) = WS-BOOK AND
               (WS-CO-MONTH-DR(CO-IDX) NOT = ZERO OR
               WS-CO-MONTH-CR(CO-IDX) NOT = ZERO)
               MOVE SPACES TO PRINT-REC
               STRING "ACCOUNT " WS-CO-ACCOUNT(CO-IDX) "  TYPE "
                   WS-CO-TYPE(CO-IDX) DELIMITED BY SIZE
                   INTO PRINT-REC
               PERFORM 8000-PRINT-LINE
               MOVE SPACES TO PRINT-REC
               STRING "DATE     JV NO SOURCE   OTHER ACCOUNT       "
                   "         DEBIT        CREDIT          BALANCE"
                   DELIMITED BY SIZE INTO PRINT-REC
               PERFORM 8000-PRINT-LINE
               MOVE WS-CO-BAL-OPEN(CO-IDX) TO WS-RUNNING
               MOVE WS-RUNNING TO WS-MONEY-ED
               MOVE SPACES TO PRINT-REC
               STRING "         BALANCE BROUGHT FORWARD          "
                   "                       " WS-MONEY-ED
                   DELIMITED BY SIZE INTO PRINT-REC
               PERFORM 8000-PRINT-LINE
               MOVE ZERO TO WS-LEDGER-LINES
               MOVE "N" TO WS-EOF
               OPEN INPUT DETAIL-FILE
               IF WS-GLD-STATUS NOT = "35"
                   PERFORM CHECK-GLD-STATUS
                   PERFORM 4200-ONE-LEDGER-LINE UNTIL WS-EOF = "Y"
                   CLOSE DETAIL-FILE
               END-IF
               MOVE WS-RUNNING TO WS-MONEY-ED
               MOVE SPACES TO PRINT-REC
               STRING "         BALANCE CARRIED FORWARD          "
                   "                       " WS-MONEY-ED
                   DELIMITED BY SIZE INTO PRINT-REC
               PERFORM 8000-PRINT-LINE
               IF WS-RUNNING NOT = WS-CO-BAL-END(CO-IDX)
                   MOVE "*** DETAIL DOES NOT AGREE WITH GLBAL ***"
                       TO PRINT-REC
                   PERFORM 8000-PRINT-LINE
               END-IF
               MOVE SPACES TO PRINT-REC
               PERFORM 8000-PRINT-LINE
           END-IF.

       4200-ONE-LEDGER-LINE.
           READ DETAIL-FILE
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   IF GLD-ACCOUNT = WS-CO-ACCOUNT(CO-IDX) AND
                       GLD-PERIOD = WS-PERIOD-IN
                       PERFORM 4210-PRINT-LEDGER-LINE
                   END-IF
           END-READ.

       4210-PRINT-LEDGER-LINE.
           ADD 1 TO WS-LEDGER-LINES.
           IF (GLD-DEBIT AND WS-CO-DEBIT-NORMAL(CO-IDX)) OR
               (GLD-CREDIT AND NOT WS-CO-DEBIT-NORMAL(CO-IDX))
               ADD GLD-AMOUNT TO WS-RUNNING
           ELSE
               SUBTRACT GLD-AMOUNT FROM WS-RUNNING
           END-IF.
           MOVE GLD-AMOUNT TO WS-MONEY2-ED.
           MOVE WS-RUNNING TO WS-MONEY3-ED.
           MOVE SPACES TO PRINT-REC.
           IF GLD-DEBIT
               STRING GLD-DATE " " GLD-JV-NUMBER " " GLD-SOURCE " "
                   GLD-CONTRA-ACCOUNT WS-MONEY2-ED(8:14)
                   "              " WS-MONEY3-ED(5:17)
                   DELIMITED BY SIZE INTO PRINT-REC
           ELSE
               STRING GLD-DATE " " GLD-JV-NUMBER " " GLD-SOURCE " "
                   GLD-CONTRA-ACCOUNT "              "
                   WS-MONEY2-ED(8:14) WS-MONEY3-ED(5:17)
                   DELIMITED BY SIZE INTO PRINT-REC
           END-IF.
           PERFORM 8000-PRINT-LINE.

       4300-QUIET-ACCOUNT.
           IF WS-CO-BOOK(CO-IDX) = WS-BOOK AND
               WS-CO-MONTH-DR(CO-IDX) = ZERO AND
               WS-CO-MONTH-CR(CO-IDX) = ZERO
               MOVE WS-CO-BAL-END(CO-IDX) TO WS-MONEY-ED
               MOVE SPACES TO PRINT-REC
               STRING "  " WS-CO-ACCOUNT(CO-IDX) "  BALANCE "
                   WS-MONEY-ED DELIMITED BY SIZE INTO PRINT-REC
               PERFORM 8000-PRINT-LINE
           END-IF.

      ******************************************************************
      * 5000-BALANCE-SHEET - the book's assets against its
      * liabilities and equity at the month end.  Revenue and expense
      * are never closed out to equity on this ledger, so the
      * earnings to date (revenue less expense through the month)
      * stand on the claims side until they are.
      ******************************************************************
       5000-BALANCE-SHEET.
           MOVE "A" TO WS-SECTION-TYPE.
           MOVE "ASSETS" TO PRINT-REC.
           PERFORM 5100-BALANCE-SECTION.
           MOVE WS-SECTION-TOTAL TO WS-ASSET-TOTAL.
           MOVE "L" TO WS-SECTION-TYPE.
           MOVE "LIABILITIES" TO PRINT-REC.
           PERFORM 5100-BALANCE-SECTION.
           MOVE WS-SECTION-TOTAL TO WS-CLAIMS-TOTAL.
           MOVE "E" TO WS-SECTION-TYPE.
           MOVE "EQUITY" TO PRINT-REC.
           PERFORM 5100-BALANCE-SECTION.
           ADD WS-SECTION-TOTAL TO WS-CLAIMS-TOTAL.
           MOVE ZERO TO WS-EARNINGS.
           PERFORM 5300-ADD-EARNINGS
               VARYING CO-IDX FROM 1 BY 1 UNTIL CO-IDX > WS-COA-COUNT.
           ADD WS-EARNINGS TO WS-CLAIMS-TOTAL.
           MOVE WS-EARNINGS TO WS-MONEY-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "  EARNINGS TO DATE (REVENUE LESS EXPENSE)   "
               WS-MONEY-ED DELIMITED BY SIZE INTO PRINT-REC.
           PERFORM 8000-PRINT-LINE.
           MOVE DASH-LINE TO PRINT-REC.
           PERFORM 8000-PRINT-LINE.
           MOVE WS-ASSET-TOTAL TO WS-MONEY-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "TOTAL ASSETS                                "
               WS-MONEY-ED DELIMITED BY SIZE INTO PRINT-REC.
           PERFORM 8000-PRINT-LINE.
           MOVE WS-CLAIMS-TOTAL TO WS-MONEY-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "TOTAL LIABILITIES, EQUITY AND EARNINGS      "
               WS-MONEY-ED DELIMITED BY SIZE INTO PRINT-REC.
           PERFORM 8000-PRINT-LINE.
           IF WS-ASSET-TOTAL = WS-CLAIMS-TOTAL
               MOVE "BALANCE SHEET BALANCES." TO PRINT-REC
           ELSE
               MOVE "*** BALANCE SHEET DOES NOT BALANCE ***"
                   TO PRINT-REC
           END-IF.
           PERFORM 8000-PRINT-LINE.

       5100-BALANCE-SECTION.
           PERFORM 8000-PRINT-LINE.
           MOVE ZERO TO WS-SECTION-TOTAL.
           PERFORM 5200-BALANCE-LINE
               VARYING CO-IDX FROM 1 BY 1 UNTIL CO-IDX > WS-COA-COUNT.
           MOVE WS-SECTION-TOTAL TO WS-MONEY-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "  TOTAL                                     "
               WS-MONEY-ED DELIMITED BY SIZE INTO PRINT-REC.
           PERFORM 8000-PRINT-LINE.

       5200-BALANCE-LINE.
           IF WS-CO-BOOK(CO-IDX) = WS-BOOK AND
               WS-CO-TYPE(CO-IDX) = WS-SECTION-TYPE
               ADD WS-CO-BAL-END(CO-IDX) TO WS-SECTION-TOTAL
               MOVE WS-CO-BAL-END(CO-IDX) TO WS-MONEY-ED
               MOVE SPACES TO PRINT-REC
               STRING "    " WS-CO-ACCOUNT(CO-IDX)
                   "                    " WS-MONEY-ED
                   DELIMITED BY SIZE INTO PRINT-REC
               PERFORM 8000-PRINT-LINE
           END-IF.

       5300-ADD-EARNINGS.
           IF WS-CO-BOOK(CO-IDX) = WS-BOOK
               IF WS-CO-TYPE(CO-IDX) = "R"
                   ADD WS-CO-BAL-END(CO-IDX) TO WS-EARNINGS
               END-IF
               IF WS-CO-TYPE(CO-IDX) = "X"
                   SUBTRACT WS-CO-BAL-END(CO-IDX) FROM WS-EARNINGS
               END-IF
           END-IF.

      ******************************************************************
      * 6000-INCOME-STATEMENT - revenue and expense for the month and
      * for the year to date through it, and the net income of each.
      ******************************************************************
       6000-INCOME-STATEMENT.
           MOVE SPACES TO PRINT-REC.
           STRING "                                      THIS MONTH"
               "         YEAR TO DATE" DELIMITED BY SIZE
               INTO PRINT-REC.
           PERFORM 8000-PRINT-LINE.
           MOVE "R" TO WS-SECTION-TYPE.
           MOVE "REVENUE" TO PRINT-REC.
           PERFORM 6100-INCOME-SECTION.
           MOVE WS-SECTION-TOTAL TO WS-REVENUE-MONTH.
           MOVE WS-SECTION-YTD TO WS-REVENUE-YTD.
           MOVE "X" TO WS-SECTION-TYPE.
           MOVE "EXPENSES" TO PRINT-REC.
           PERFORM 6100-INCOME-SECTION.
           MOVE WS-SECTION-TOTAL TO WS-EXPENSE-MONTH.
           MOVE WS-SECTION-YTD TO WS-EXPENSE-YTD.
           COMPUTE WS-NET-MONTH = WS-REVENUE-MONTH - WS-EXPENSE-MONTH.
           COMPUTE WS-NET-YTD = WS-REVENUE-YTD - WS-EXPENSE-YTD.
           MOVE DASH-LINE TO PRINT-REC.
           PERFORM 8000-PRINT-LINE.
           MOVE WS-NET-MONTH TO WS-MONEY-ED.
           MOVE WS-NET-YTD TO WS-MONEY2-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "NET INCOME                " WS-MONEY-ED " "
               WS-MONEY2-ED DELIMITED BY SIZE INTO PRINT-REC.
           PERFORM 8000-PRINT-LINE.

       6100-INCOME-SECTION.
           PERFORM 8000-PRINT-LINE.
           MOVE ZERO TO WS-SECTION-TOTAL WS-SECTION-YTD.
           PERFORM 6200-INCOME-LINE
               VARYING CO-IDX FROM 1 BY 1 UNTIL CO-IDX > WS-COA-COUNT.
           MOVE WS-SECTION-TOTAL TO WS-MONEY-ED.
           MOVE WS-SECTION-YTD TO WS-MONEY2-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "  TOTAL                   " WS-MONEY-ED " "
               WS-MONEY2-ED DELIMITED BY SIZE INTO PRINT-REC.
           PERFORM 8000-PRINT-LINE.

       6200-INCOME-LINE.
           IF WS-CO-BOOK(CO-IDX) = WS-BOOK AND
               WS-CO-TYPE(CO-IDX) = WS-SECTION-TYPE
               ADD WS-CO-MONTH-NET(CO-IDX) TO WS-SECTION-TOTAL
               ADD WS-CO-YTD-NET(CO-IDX) TO WS-SECTION-YTD
               MOVE WS-CO-MONTH-NET(CO-IDX) TO WS-MONEY-ED
               MOVE WS-CO-YTD-NET(CO-IDX) TO WS-MONEY2-ED
               MOVE SPACES TO PRINT-REC
               STRING "    " WS-CO-ACCOUNT(CO-IDX) "  " WS-MONEY-ED
                   " " WS-MONEY2-ED DELIMITED BY SIZE INTO PRINT-REC
               PERFORM 8000-PRINT-LINE
           END-IF.

       7000-ACCEPT-PERIOD.
           DISPLAY "MONTH (YYYYMM) : ".
           ACCEPT WS-PERIOD-IN.
           IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12 OR
               WS-PERIOD-YEAR < 1900
               DISPLAY "NOT A VALID MONTH."
               MOVE ZERO TO WS-PERIOD-IN
           END-IF.
           COMPUTE WS-YEAR-START = WS-PERIOD-YEAR * 100 + 1.
       7000-ACCEPT-PERIOD-EXIT.
           EXIT.

      ******************************************************************
      * 7100-LOAD-CHART - the chart into the table, figures zeroed.
      ******************************************************************
       7100-LOAD-CHART.
           MOVE ZERO TO WS-COA-COUNT.
           MOVE "N" TO WS-EOF.
           OPEN INPUT CHART-FILE.
           IF WS-COA-STATUS = "35"
               DISPLAY "NO CHART OF ACCOUNTS ON HAND - SET IT UP "
                   "THROUGH GLCOA FIRST."
               GO TO 7100-LOAD-CHART-EXIT
           END-IF.
           PERFORM CHECK-COA-STATUS.
           PERFORM 7110-LOAD-ONE-ACCOUNT UNTIL WS-EOF = "Y".
           CLOSE CHART-FILE.
       7100-LOAD-CHART-EXIT.
           EXIT.

       7110-LOAD-ONE-ACCOUNT.
           READ CHART-FILE
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   IF WS-COA-COUNT >= 300
                       DISPLAY "*** CHART TABLE FULL AT 300 "
                           "ACCOUNTS - RAISE THE OCCURS ***"
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-COA-COUNT
                   SET CO-IDX TO WS-COA-COUNT
                   MOVE COA-ACCOUNT TO WS-CO-ACCOUNT(CO-IDX)
                   MOVE COA-BOOK TO WS-CO-BOOK(CO-IDX)
                   MOVE COA-TYPE TO WS-CO-TYPE(CO-IDX)
                   MOVE COA-OPENING TO WS-CO-OPENING(CO-IDX)
                   MOVE ZERO TO WS-CO-BEFORE-DR(CO-IDX)
                       WS-CO-BEFORE-CR(CO-IDX) WS-CO-MONTH-DR(CO-IDX)
                       WS-CO-MONTH-CR(CO-IDX) WS-CO-YTD-DR(CO-IDX)
                       WS-CO-YTD-CR(CO-IDX)
           END-READ.

      ******************************************************************
      * 7200-LOAD-BALANCES - one pass of GLBAL; each account-month
      * through the month keyed adds into the account's figures, and
      * the normal-side balances and movements are then worked out.
      ******************************************************************
       7200-LOAD-BALANCES.
           MOVE "N" TO WS-EOF.
           OPEN INPUT BALANCE-FILE.
           IF WS-GLB-STATUS NOT = "35"
               PERFORM CHECK-GLB-STATUS
               PERFORM 7210-ADD-ONE-BALANCE UNTIL WS-EOF = "Y"
               CLOSE BALANCE-FILE
           END-IF.
           PERFORM 7220-WORK-OUT-ACCOUNT
               VARYING CO-IDX FROM 1 BY 1 UNTIL CO-IDX > WS-COA-COUNT.

       7210-ADD-ONE-BALANCE.
           READ BALANCE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   IF GLB-PERIOD NOT > WS-PERIOD-IN
                       MOVE GLB-ACCOUNT TO WS-FIND-ACCOUNT
                       PERFORM 7500-FIND-ACCOUNT
                       IF ACCOUNT-FOUND
                           PERFORM 7215-ADD-TO-ACCOUNT
                       END-IF
                   END-IF
           END-READ.

       7215-ADD-TO-ACCOUNT.
           IF GLB-PERIOD = WS-PERIOD-IN
               ADD GLB-DEBITS TO WS-CO-MONTH-DR(CO-IDX)
               ADD GLB-CREDITS TO WS-CO-MONTH-CR(CO-IDX)
           ELSE
               ADD GLB-DEBITS TO WS-CO-BEFORE-DR(CO-IDX)
               ADD GLB-CREDITS TO WS-CO-BEFORE-CR(CO-IDX)
           END-IF.
           IF GLB-PERIOD NOT < WS-YEAR-START
               ADD GLB-DEBITS TO WS-CO-YTD-DR(CO-IDX)
               ADD GLB-CREDITS TO WS-CO-YTD-CR(CO-IDX)
           END-IF.

       7220-WORK-OUT-ACCOUNT.
           IF WS-CO-DEBIT-NORMAL(CO-IDX)
               COMPUTE WS-CO-BAL-OPEN(CO-IDX) = WS-CO-OPENING(CO-IDX)
                   + WS-CO-BEFORE-DR(CO-IDX) - WS-CO-BEFORE-CR(CO-IDX)
               COMPUTE WS-CO-MONTH-NET(CO-IDX) =
                   WS-CO-MONTH-DR(CO-IDX) - WS-CO-MONTH-CR(CO-IDX)
               COMPUTE WS-CO-YTD-NET(CO-IDX) =
                   WS-CO-YTD-DR(CO-IDX) - WS-CO-YTD-CR(CO-IDX)
           ELSE
               COMPUTE WS-CO-BAL-OPEN(CO-IDX) = WS-CO-OPENING(CO-IDX)
                   + WS-CO-BEFORE-CR(CO-IDX) - WS-CO-BEFORE-DR(CO-IDX)
               COMPUTE WS-CO-MONTH-NET(CO-IDX) =
                   WS-CO-MONTH-CR(CO-IDX) - WS-CO-MONTH-DR(CO-IDX)
               COMPUTE WS-CO-YTD-NET(CO-IDX) =
                   WS-CO-YTD-CR(CO-IDX) - WS-CO-YTD-DR(CO-IDX)
           END-IF.
           COMPUTE WS-CO-BAL-END(CO-IDX) =
               WS-CO-BAL-OPEN(CO-IDX) + WS-CO-MONTH-NET(CO-IDX).

      ******************************************************************
      * 7500-FIND-ACCOUNT - CO-IDX left on WS-FIND-ACCOUNT's row
      * when ACCOUNT-FOUND comes back set.
      ******************************************************************
       7500-FIND-ACCOUNT.
           SET CO-IDX TO 1.
           SET ACCOUNT-NOT-FOUND TO TRUE.
           PERFORM 7510-SCAN-ACCOUNT THRU 7510-SCAN-ACCOUNT-EXIT
               UNTIL CO-IDX > WS-COA-COUNT OR ACCOUNT-FOUND.

       7510-SCAN-ACCOUNT.
           IF WS-CO-ACCOUNT(CO-IDX) = WS-FIND-ACCOUNT
               SET ACCOUNT-FOUND TO TRUE
           ELSE
               SET CO-IDX UP BY 1
           END-IF.
       7510-SCAN-ACCOUNT-EXIT.
           EXIT.

       8000-PRINT-LINE.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.

      ******************************************************************
      * ABEND-FILE-ERROR - common stop point for any file operation
      * that comes back with a status this program was not already
      * expecting to handle.
      ******************************************************************
       ABEND-FILE-ERROR.
           DISPLAY "*** FILE ERROR ON " WS-ERR-FILE-NAME.
           DISPLAY "*** FILE STATUS = " WS-ERR-STATUS.
           DISPLAY "RUN TERMINATED - SEE FILE STATUS ABOVE.".
           STOP RUN.

       CHECK-COA-STATUS.
           IF WS-COA-STATUS NOT = "00"
               MOVE "CHART-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-COA-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-GLB-STATUS.
           IF WS-GLB-STATUS NOT = "00"
               MOVE "BALANCE-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-GLB-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-GLD-STATUS.
           IF WS-GLD-STATUS NOT = "00"
               MOVE "DETAIL-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-GLD-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-FCTL-STATUS.
           IF WS-FCTL-STATUS NOT = "00"
               MOVE "DEP-CONTROL-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-FCTL-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-PRINT-STATUS.
           IF WS-PRINT-STATUS NOT = "00"
               MOVE "PRINT-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-PRINT-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       END PROGRAM GLRPT.
