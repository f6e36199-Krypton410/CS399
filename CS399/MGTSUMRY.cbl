      ******************************************************************
      * Author:
      * Date:
      * Purpose: Daily management summary - the one page the
      *          manager reads instead of the nightly roll, the
      *          collection efficiency report, the maturity ladder
      *          and the frame shop's work queue: for the RUNCTL
      *          business date, the day's and month-to-date real
      *          property tax collections against the year's billing
      *          off TAXRCPT and TAXBILL, the bills that fell
      *          delinquent (30 days past due, the delinquency run's
      *          convention) since the last summary off TAXLEDG,
      *          deposit placements, withdrawals and net movement by
      *          branch off DEPTXN, the deposits maturing in the
      *          coming week, and the frame orders taken, the
      *          finished frames not yet claimed and the day's shop
      *          sales off JOBFILE and INVREG.  Every figure stands
      *          beside the same day last month: the dated figures
      *          are re-summed for that day, and the position
      *          figures come off the MGTHIST row filed when that day
      *          was summarized.  It is step 5 of the night's run-book
      *          after the exception report, and the page is captured
      *          to the spool through SPOOLCAP.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MGTSUMRY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT RUN-CONTROL-FILE
           ASSIGN TO "RUNCTL"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RCTL-STATUS.

       SELECT RUN-BOOK-FILE
           ASSIGN TO "RUNBOOK"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RBK-KEY
           FILE STATUS IS WS-RBK-STATUS.

       SELECT RECEIPT-FILE
           ASSIGN TO "TAXRCPT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RCPT-STATUS.

       SELECT BILL-FILE
           ASSIGN TO "TAXBILL"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-BILL-STATUS.

       SELECT LEDGER-FILE
           ASSIGN TO "TAXLEDG"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS LEDG-KEY
           FILE STATUS IS WS-LEDG-STATUS.

       SELECT EMP-FILE
           ASSIGN TO 'D:\Files\Cobol\CS399\ESCABARTE2.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACCOUNT_NUMBER_OUT
           FILE STATUS IS WS-EMP-STATUS.

       SELECT TXN-FILE
           ASSIGN TO "DEPTXN"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-TXN-STATUS.

       SELECT JOB-FILE
           ASSIGN TO "JOBFILE"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-JOB-STATUS.

       SELECT INV-REGISTER-FILE
           ASSIGN TO "INVREG"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-INVREG-STATUS.

       SELECT HISTORY-FILE
           ASSIGN TO "MGTHIST"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-HIST-STATUS.

       SELECT PRINT-FILE
           ASSIGN TO "MGTSUMRPT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.

      ******************************************************************
      * RUN-CONTROL-FILE - the shared business-date record; the
      * summary reports on its business date, or on today's date in a
      * shop not yet under run control.
      ******************************************************************
       FD RUN-CONTROL-FILE
           DATA RECORD IS RUN-CTL-REC.

       COPY "RUNCTLREC.cpy".

      ******************************************************************
      * RUN-BOOK-FILE - the summary is step 5 of the night, gated on
      * the exception report (step 4) having completed.
      ******************************************************************
       FD RUN-BOOK-FILE
           DATA RECORD IS RBK-REC.

       COPY "RBOOKREC.cpy".

       FD RECEIPT-FILE
           DATA RECORD IS RECEIPT-REC.

       COPY "RCPTREC.cpy".

       FD BILL-FILE
           DATA RECORD IS BILL-REC.

       COPY "BILLREC.cpy".

       FD LEDGER-FILE
           DATA RECORD IS LEDGER-REC.

       COPY "LEDGREC.cpy".

       FD EMP-FILE
           DATA RECORD IS NEW-FILE.

       COPY "DEPREC.cpy".

       FD TXN-FILE
           DATA RECORD IS DEPTXN-REC.

       COPY "DEPTXNREC.cpy".

       FD JOB-FILE
           DATA RECORD IS JOB-REC.

       COPY "JOBREC.cpy".

       FD INV-REGISTER-FILE
           DATA RECORD IS INV-REG-REC.

       COPY "IREGREC.cpy".

       FD HISTORY-FILE
           DATA RECORD IS MGTH-REC.

       COPY "MGTHREC.cpy".

       FD PRINT-FILE
           DATA RECORD IS PRINT-REC.

       01 PRINT-REC PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-RCTL-STATUS PIC X(2).
       01 WS-RCPT-STATUS PIC X(2).
       01 WS-BILL-STATUS PIC X(2).
       01 WS-LEDG-STATUS PIC X(2).
       01 WS-EMP-STATUS PIC X(2).
       01 WS-TXN-STATUS PIC X(2).
       01 WS-JOB-STATUS PIC X(2).
       01 WS-INVREG-STATUS PIC X(2).
       01 WS-HIST-STATUS PIC X(2).
       01 WS-PRINT-STATUS PIC X(2).
       01 WS-EOF PIC X(1) VALUE "N".
       01 DASH-LINE PIC X(72) VALUE ALL "-".

      * RUN-BOOK FIELDS - THE MANAGEMENT SUMMARY IS STEP 5.
       01 WS-RBK-STATUS PIC X(2).
       01 WS-MY-STEP-NO PIC 9 VALUE 5.
       01 WS-RBK-DATE PIC 9(8) VALUE ZERO.
       01 WS-RBK-TIME PIC 9(8) VALUE ZERO.
       01 WS-SEED-STEP PIC 9 VALUE ZERO.
       01 WS-RBK-FOUND-SWITCH PIC X VALUE "N".
           88 RBK-ROW-FOUND VALUE "Y".
           88 RBK-ROW-NOT-FOUND VALUE "N".

      ******************************************************************
      * THE DATES - THE BUSINESS DATE, THE SAME DAY LAST MONTH IT IS
      * COMPARED WITH (A 31ST FALLS BACK TO THE LAST DAY OF A SHORTER
      * MONTH), AND THE DATE THE DELINQUENCY COUNT RUNS FROM: THE LAST
      * DATE SUMMARIZED ON MGTHIST, OR THE DAY BEFORE WHEN THERE IS
      * NONE, SO A WEEKEND OR HOLIDAY'S BILLS ARE NOT SKIPPED.
      ******************************************************************
       01 WS-BUSINESS-DATE PIC 9(8) VALUE ZERO.
       01 WS-BUSINESS-DATE-R REDEFINES WS-BUSINESS-DATE.
           05 WS-BUSINESS-YEAR PIC 9(4).
           05 WS-BUSINESS-MONTH PIC 99.
           05 WS-BUSINESS-DAY PIC 99.
       01 WS-PRIOR-DATE PIC 9(8) VALUE ZERO.
       01 WS-PRIOR-DATE-R REDEFINES WS-PRIOR-DATE.
           05 WS-PRIOR-YEAR PIC 9(4).
           05 WS-PRIOR-MONTH PIC 99.
           05 WS-PRIOR-DAY PIC 99.
       01 WS-DELQ-FROM-DATE PIC 9(8) VALUE ZERO.
       01 WS-WORK-DATE PIC 9(8) VALUE ZERO.
       01 WS-WORK-DATE-R REDEFINES WS-WORK-DATE.
           05 WS-WORK-YEAR PIC 9(4).
           05 WS-WORK-MONTH PIC 99.
           05 WS-WORK-DAY PIC 99.
       01 WS-DATE-OK-SWITCH PIC X VALUE "N".
           88 WORK-DATE-VALID VALUE "Y".

      * PARAMETER AREA FOR THE SHARED DATECALC DATE ROUTINE.
       COPY "DCALCREC.cpy".

      * DAYS PAST DUE BY THE DELINQUENCY RUN'S 30-DAY-MONTH COUNT.
       01 WS-AS-OF-DATE PIC 9(8) VALUE ZERO.
       01 WS-AS-OF-DATE-R REDEFINES WS-AS-OF-DATE.
           05 WS-AS-OF-YEAR PIC 9(4).
           05 WS-AS-OF-MONTH PIC 99.
           05 WS-AS-OF-DAY PIC 99.
       01 WS-BILL-DATE PIC 9(8) VALUE ZERO.
       01 WS-BILL-DATE-R REDEFINES WS-BILL-DATE.
           05 WS-BILL-YEAR PIC 9(4).
           05 WS-BILL-MONTH PIC 99.
           05 WS-BILL-DAY PIC 99.
       01 WS-DAYS-PAST-DUE PIC S9(5) VALUE ZERO.
       01 WS-DPD-NOW PIC S9(5) VALUE ZERO.
       01 WS-DPD-BEFORE PIC S9(5) VALUE ZERO.
       01 WS-DELINQUENT-DAYS PIC 99 VALUE 30.
       01 WS-OPEN-BALANCE PIC 9(7)V99 VALUE ZERO.

      ******************************************************************
      * THE FIGURES - COLUMN 1 IS THE BUSINESS DATE, COLUMN 2 THE SAME
      * DAY LAST MONTH.
      ******************************************************************
       01 WS-COL PIC 9 VALUE ZERO.
       01 WS-FIGURE-TABLE.
           05 WS-FIGURE-COLUMN OCCURS 2 TIMES.
               10 WS-FIG-COLL-DAY PIC 9(9)V99.
               10 WS-FIG-COLL-MTD PIC 9(9)V99.
               10 WS-FIG-COLL-YTD PIC 9(9)V99.
               10 WS-FIG-BILLED PIC 9(9)V99.
               10 WS-FIG-DELQ-COUNT PIC 9(5).
               10 WS-FIG-DELQ-AMOUNT PIC 9(9)V99.
               10 WS-FIG-DEP-IN PIC 9(9)V99.
               10 WS-FIG-DEP-OUT PIC 9(9)V99.
               10 WS-FIG-MAT-COUNT PIC 9(5).
               10 WS-FIG-MAT-BALANCE PIC 9(9)V99.
               10 WS-FIG-ORD-COUNT PIC 9(5).
               10 WS-FIG-ORD-VALUE PIC 9(9).
               10 WS-FIG-READY-COUNT PIC 9(5).
               10 WS-FIG-SALES-COUNT PIC 9(5).
               10 WS-FIG-SALES-VALUE PIC 9(9).
       01 WS-PRIOR-HIST-SWITCH PIC X VALUE "N".
           88 PRIOR-HIST-FOUND VALUE "Y".
           88 PRIOR-HIST-MISSING VALUE "N".

      ******************************************************************
      * BRANCH TABLE - THE DAY'S MONEY IN AND OUT OF EACH BRANCH, IN
      * THE SAME TWO COLUMNS.  A LEDGER ROW WHOSE ACCOUNT IS NO LONGER
      * ON THE MASTER TOTALS UNDER BRANCH "----".
      ******************************************************************
       01 WS-BRANCH-COUNT PIC 99 VALUE ZERO.
       01 WS-BRANCH-TABLE.
           05 WS-BRANCH-ENTRY OCCURS 20 TIMES INDEXED BY BR-IDX.
               10 WS-BR-CODE PIC X(4).
               10 WS-BR-COLUMN OCCURS 2 TIMES.
                   15 WS-BR-IN PIC 9(9)V99.
                   15 WS-BR-OUT PIC 9(9)V99.
       01 WS-BRANCH-FOUND-SWITCH PIC X VALUE "N".
           88 BRANCH-FOUND VALUE "Y".
           88 BRANCH-NOT-FOUND VALUE "N".
       01 WS-LOOKUP-BRANCH PIC X(4) VALUE SPACES.
       01 WS-SLOT-NO PIC 99 VALUE ZERO.

      * A SOURCE FILE NOT ON HAND LEAVES ITS FIGURES AT ZERO AND IS
      * NAMED AT THE FOOT OF THE PAGE.
       01 WS-MISSING-COUNT PIC 99 VALUE ZERO.
       01 WS-MISSING-TABLE.
           05 WS-MISSING-FILE PIC X(8) OCCURS 10 TIMES.
       01 WS-MISSING-NAME PIC X(8) VALUE SPACES.
       01 WS-EMP-SWITCH PIC X VALUE "N".
           88 DEP-MASTER-ON-HAND VALUE "Y".

      * ONE DETAIL LINE - A CAPTION AND THE TWO COLUMNS.
       01 WS-LINE-CAPTION PIC X(32) VALUE SPACES.
       01 WS-LINE-AMT-1 PIC S9(9)V99 VALUE ZERO.
       01 WS-LINE-AMT-2 PIC S9(9)V99 VALUE ZERO.
       01 WS-LINE-PCT-1 PIC 9(3)V9 VALUE ZERO.
       01 WS-LINE-PCT-2 PIC 9(3)V9 VALUE ZERO.
       01 WS-LINE-TWO-SWITCH PIC X VALUE "Y".
           88 LINE-HAS-COLUMN-TWO VALUE "Y".
           88 LINE-COLUMN-TWO-NOT-ON-FILE VALUE "N".
       01 WS-MONEY-ED PIC ---,---,--9.99.
       01 WS-MONEY-ED-2 PIC ---,---,--9.99.
       01 WS-COUNT-ED PIC ---,---,--9.
       01 WS-COUNT-ED-2 PIC ---,---,--9.
       01 WS-PCT-ED PIC ZZ9.9.
       01 WS-PCT-ED-2 PIC ZZ9.9.
       01 WS-NOT-ON-FILE PIC X(14) VALUE "   NOT ON FILE".

       COPY "SPOOLREC.cpy".

      * WS-ERR-FILE-NAME/WS-ERR-STATUS ARE SET BY THE CHECK-xxx-STATUS
      * PARAGRAPHS BELOW BEFORE PERFORMING ABEND-FILE-ERROR.
       01 WS-ERR-FILE-NAME PIC X(20).
       01 WS-ERR-STATUS PIC X(2).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-TALLY-COLLECTIONS.
           PERFORM 2500-TALLY-BILLINGS.
           PERFORM 3000-TALLY-DELINQUENCIES.
           PERFORM 4000-TALLY-DEPOSIT-MOVEMENT.
           PERFORM 4500-TALLY-MATURITIES.
           PERFORM 5000-TALLY-FRAME-JOBS.
           PERFORM 5500-TALLY-SHOP-SALES.
           PERFORM 6000-PRINT-SUMMARY.
           PERFORM 7000-FINISH.
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - the business date comes off RUNCTL, the
      * run-book must show the exception report complete, the
      * comparison and delinquency dates are worked out and the
      * history row for the same day last month is looked up.
      ******************************************************************
       1000-INITIALIZE.
           PERFORM CHECK-RUN-BOOK.
           MOVE WS-RBK-DATE TO WS-BUSINESS-DATE.
           MOVE ZERO TO WS-FIGURE-TABLE WS-BRANCH-TABLE.
           MOVE SPACES TO WS-MISSING-TABLE.
           PERFORM 1100-WORK-PRIOR-DATE.
           PERFORM 1200-READ-HISTORY.
           OPEN INPUT EMP-FILE.
           IF WS-EMP-STATUS = "35"
               MOVE "DEPOSITS" TO WS-MISSING-NAME
               PERFORM 8900-NOTE-MISSING
           ELSE
               PERFORM CHECK-EMP-STATUS
               SET DEP-MASTER-ON-HAND TO TRUE
           END-IF.

      * SAME DAY LAST MONTH, THE DAY STEPPED BACK UNTIL THE CALENDAR
      * TAKES IT (MARCH 31 COMPARES WITH THE LAST DAY OF FEBRUARY).
       1100-WORK-PRIOR-DATE.
           MOVE WS-BUSINESS-DATE TO WS-WORK-DATE.
           IF WS-WORK-MONTH = 1
               MOVE 12 TO WS-WORK-MONTH
               SUBTRACT 1 FROM WS-WORK-YEAR
           ELSE
               SUBTRACT 1 FROM WS-WORK-MONTH
           END-IF.
           PERFORM 1150-CLAMP-WORK-DATE.
           MOVE WS-WORK-DATE TO WS-PRIOR-DATE.

       1150-CLAMP-WORK-DATE.
           MOVE "N" TO WS-DATE-OK-SWITCH.
           PERFORM 1160-TEST-WORK-DATE THRU 1160-TEST-WORK-DATE-EXIT
               UNTIL WORK-DATE-VALID.

       1160-TEST-WORK-DATE.
           MOVE "V" TO DC-FUNCTION.
           MOVE WS-WORK-DATE TO DC-DATE-1.
           CALL "DATECALC" USING DATE-CALC-AREA.
           IF DC-VALID-FLAG = "Y" OR WS-WORK-DAY < 29
               SET WORK-DATE-VALID TO TRUE
           ELSE
               SUBTRACT 1 FROM WS-WORK-DAY
           END-IF.
       1160-TEST-WORK-DATE-EXIT.
           EXIT.

      ******************************************************************
      * 1200-READ-HISTORY - one pass over MGTHIST: the row for the
      * same day last month supplies the comparison position figures,
      * and the latest row before the business date is where the
      * delinquency count runs from.
      ******************************************************************
       1200-READ-HISTORY.
           MOVE ZERO TO WS-DELQ-FROM-DATE.
           MOVE "N" TO WS-EOF.
           OPEN INPUT HISTORY-FILE.
           IF WS-HIST-STATUS = "35"
               MOVE "Y" TO WS-EOF
           ELSE
               PERFORM CHECK-HIST-STATUS
           END-IF.
           PERFORM 1210-READ-ONE-HISTORY THRU 1210-READ-ONE-HISTORY-EXIT
               UNTIL WS-EOF = "Y".
           IF WS-HIST-STATUS NOT = "35"
               CLOSE HISTORY-FILE
           END-IF.
           IF WS-DELQ-FROM-DATE = ZERO
               MOVE WS-BUSINESS-DATE TO WS-WORK-DATE
               IF WS-WORK-DAY > 1
                   SUBTRACT 1 FROM WS-WORK-DAY
               ELSE
                   MOVE 31 TO WS-WORK-DAY
                   IF WS-WORK-MONTH = 1
                       MOVE 12 TO WS-WORK-MONTH
                       SUBTRACT 1 FROM WS-WORK-YEAR
                   ELSE
                       SUBTRACT 1 FROM WS-WORK-MONTH
                   END-IF
                   PERFORM 1150-CLAMP-WORK-DATE
               END-IF
               MOVE WS-WORK-DATE TO WS-DELQ-FROM-DATE
           END-IF.

       1210-READ-ONE-HISTORY.
           READ HISTORY-FILE
               AT END
                   MOVE "Y" TO WS-EOF
                   GO TO 1210-READ-ONE-HISTORY-EXIT
           END-READ.
           PERFORM CHECK-HIST-STATUS.
      * A RERUN'S LATER ROW FOR THE SAME DATE SUPERSEDES THE EARLIER.
           IF MGTH-BUSINESS-DATE = WS-PRIOR-DATE
               SET PRIOR-HIST-FOUND TO TRUE
               MOVE MGTH-NEW-DELQ-COUNT TO WS-FIG-DELQ-COUNT(2)
               MOVE MGTH-NEW-DELQ-AMOUNT TO WS-FIG-DELQ-AMOUNT(2)
               MOVE MGTH-MAT-COUNT TO WS-FIG-MAT-COUNT(2)
               MOVE MGTH-MAT-BALANCE TO WS-FIG-MAT-BALANCE(2)
               MOVE MGTH-READY-COUNT TO WS-FIG-READY-COUNT(2)
           END-IF.
           IF MGTH-BUSINESS-DATE < WS-BUSINESS-DATE AND
               MGTH-BUSINESS-DATE > WS-DELQ-FROM-DATE
               MOVE MGTH-BUSINESS-DATE TO WS-DELQ-FROM-DATE
           END-IF.
       1210-READ-ONE-HISTORY-EXIT.
           EXIT.

      ******************************************************************
      * 2000-TALLY-COLLECTIONS - the official receipts of the day, of
      * the month to date, and of the year's billing to date, for
      * each column.  Cancelled receipts are left out, their postings
      * having been reversed off the ledger.
      ******************************************************************
       2000-TALLY-COLLECTIONS.
           MOVE "N" TO WS-EOF.
           OPEN INPUT RECEIPT-FILE.
           IF WS-RCPT-STATUS = "35"
               MOVE "TAXRCPT" TO WS-MISSING-NAME
               PERFORM 8900-NOTE-MISSING
               MOVE "Y" TO WS-EOF
           ELSE
               PERFORM CHECK-RCPT-STATUS
           END-IF.
           PERFORM 2100-TALLY-ONE-RECEIPT
               THRU 2100-TALLY-ONE-RECEIPT-EXIT
               UNTIL WS-EOF = "Y".
           IF WS-RCPT-STATUS NOT = "35"
               CLOSE RECEIPT-FILE
           END-IF.

       2100-TALLY-ONE-RECEIPT.
           READ RECEIPT-FILE
               AT END
                   MOVE "Y" TO WS-EOF
                   GO TO 2100-TALLY-ONE-RECEIPT-EXIT
           END-READ.
           PERFORM CHECK-RCPT-STATUS.
           IF RCPT-VOIDED
               GO TO 2100-TALLY-ONE-RECEIPT-EXIT
           END-IF.
           MOVE 1 TO WS-COL.
           MOVE WS-BUSINESS-DATE TO WS-WORK-DATE.
           PERFORM 2110-TALLY-RECEIPT-COLUMN.
           MOVE 2 TO WS-COL.
           MOVE WS-PRIOR-DATE TO WS-WORK-DATE.
           PERFORM 2110-TALLY-RECEIPT-COLUMN.
       2100-TALLY-ONE-RECEIPT-EXIT.
           EXIT.

      * WS-WORK-DATE IS THE COLUMN'S DATE.
       2110-TALLY-RECEIPT-COLUMN.
           IF RCPT-PAYMENT-DATE = WS-WORK-DATE
               ADD RCPT-AMOUNT TO WS-FIG-COLL-DAY(WS-COL)
           END-IF.
           IF RCPT-PAYMENT-DATE(1:6) = WS-WORK-DATE(1:6) AND
               RCPT-PAYMENT-DATE <= WS-WORK-DATE
               ADD RCPT-AMOUNT TO WS-FIG-COLL-MTD(WS-COL)
           END-IF.
           IF RCPT-BILL-YEAR = WS-WORK-YEAR AND
               RCPT-PAYMENT-DATE <= WS-WORK-DATE
               ADD RCPT-AMOUNT TO WS-FIG-COLL-YTD(WS-COL)
           END-IF.

      ******************************************************************
      * 2500-TALLY-BILLINGS - the year's billing (basic plus SEF, the
      * footing the collection efficiency report uses) as it stood on
      * each column's date.
      ******************************************************************
       2500-TALLY-BILLINGS.
           MOVE "N" TO WS-EOF.
           OPEN INPUT BILL-FILE.
           IF WS-BILL-STATUS = "35"
               MOVE "TAXBILL" TO WS-MISSING-NAME
               PERFORM 8900-NOTE-MISSING
               MOVE "Y" TO WS-EOF
           ELSE
               PERFORM CHECK-BILL-STATUS
           END-IF.
           PERFORM 2600-TALLY-ONE-BILL THRU 2600-TALLY-ONE-BILL-EXIT
               UNTIL WS-EOF = "Y".
           IF WS-BILL-STATUS NOT = "35"
               CLOSE BILL-FILE
           END-IF.

       2600-TALLY-ONE-BILL.
           READ BILL-FILE
               AT END
                   MOVE "Y" TO WS-EOF
                   GO TO 2600-TALLY-ONE-BILL-EXIT
           END-READ.
           PERFORM CHECK-BILL-STATUS.
           IF BILL-RUN-DATE(1:4) = WS-BUSINESS-YEAR AND
               BILL-RUN-DATE <= WS-BUSINESS-DATE
               COMPUTE WS-FIG-BILLED(1) = WS-FIG-BILLED(1)
                   + BILL-TAX-DUE + BILL-SEF-DUE
           END-IF.
           IF BILL-RUN-DATE(1:4) = WS-PRIOR-YEAR AND
               BILL-RUN-DATE <= WS-PRIOR-DATE
               COMPUTE WS-FIG-BILLED(2) = WS-FIG-BILLED(2)
                   + BILL-TAX-DUE + BILL-SEF-DUE
           END-IF.
       2600-TALLY-ONE-BILL-EXIT.
           EXIT.

      ******************************************************************
      * 3000-TALLY-DELINQUENCIES - a bill still carrying a balance
      * (basic or SEF) is newly delinquent when it is 30 days past
      * due on the business date and was not yet on the date the
      * count runs from.  The same day last month comes off MGTHIST.
      ******************************************************************
       3000-TALLY-DELINQUENCIES.
           MOVE "N" TO WS-EOF.
           OPEN INPUT LEDGER-FILE.
           IF WS-LEDG-STATUS = "35"
               MOVE "TAXLEDG" TO WS-MISSING-NAME
               PERFORM 8900-NOTE-MISSING
               MOVE "Y" TO WS-EOF
           ELSE
               PERFORM CHECK-LEDG-STATUS
           END-IF.
           PERFORM 3100-TALLY-ONE-BILL THRU 3100-TALLY-ONE-BILL-EXIT
               UNTIL WS-EOF = "Y".
           IF WS-LEDG-STATUS NOT = "35"
               CLOSE LEDGER-FILE
           END-IF.

       3100-TALLY-ONE-BILL.
           READ LEDGER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
                   GO TO 3100-TALLY-ONE-BILL-EXIT
           END-READ.
           PERFORM CHECK-LEDG-STATUS.
           COMPUTE WS-OPEN-BALANCE = LEDG-BALANCE + LEDG-SEF-BALANCE.
           IF WS-OPEN-BALANCE = ZERO
               GO TO 3100-TALLY-ONE-BILL-EXIT
           END-IF.
           MOVE LEDG-BILL-DATE TO WS-BILL-DATE.
           MOVE WS-BUSINESS-DATE TO WS-AS-OF-DATE.
           PERFORM 3200-COMPUTE-DAYS-PAST-DUE.
           MOVE WS-DAYS-PAST-DUE TO WS-DPD-NOW.
           MOVE WS-DELQ-FROM-DATE TO WS-AS-OF-DATE.
           PERFORM 3200-COMPUTE-DAYS-PAST-DUE.
           MOVE WS-DAYS-PAST-DUE TO WS-DPD-BEFORE.
           IF WS-DPD-NOW >= WS-DELINQUENT-DAYS AND
               WS-DPD-BEFORE < WS-DELINQUENT-DAYS
               ADD 1 TO WS-FIG-DELQ-COUNT(1)
               ADD WS-OPEN-BALANCE TO WS-FIG-DELQ-AMOUNT(1)
           END-IF.
       3100-TALLY-ONE-BILL-EXIT.
           EXIT.

      * SAME 30-DAY-MONTH CONVENTION AS THE DELINQUENCY AGING RUN.
       3200-COMPUTE-DAYS-PAST-DUE.
           COMPUTE WS-DAYS-PAST-DUE =
               ((WS-AS-OF-YEAR - WS-BILL-YEAR) * 360) +
               ((WS-AS-OF-MONTH - WS-BILL-MONTH) * 30) +
               (WS-AS-OF-DAY - WS-BILL-DAY).
           IF WS-DAYS-PAST-DUE < ZERO
               MOVE ZERO TO WS-DAYS-PAST-DUE
           END-IF.

      ******************************************************************
      * 4000-TALLY-DEPOSIT-MOVEMENT - the DEPTXN movements of each
      * column's date by the account's branch: initial placements and
      * additional deposits are money in, withdrawals and closure
      * payouts money out.  Interest postings move no cash and are
      * left out.
      ******************************************************************
       4000-TALLY-DEPOSIT-MOVEMENT.
           MOVE "N" TO WS-EOF.
           OPEN INPUT TXN-FILE.
           IF WS-TXN-STATUS = "35"
               MOVE "DEPTXN" TO WS-MISSING-NAME
               PERFORM 8900-NOTE-MISSING
               MOVE "Y" TO WS-EOF
           ELSE
               PERFORM CHECK-TXN-STATUS
           END-IF.
           PERFORM 4100-TALLY-ONE-TXN THRU 4100-TALLY-ONE-TXN-EXIT
               UNTIL WS-EOF = "Y".
           IF WS-TXN-STATUS NOT = "35"
               CLOSE TXN-FILE
           END-IF.

       4100-TALLY-ONE-TXN.
           READ TXN-FILE
               AT END
                   MOVE "Y" TO WS-EOF
                   GO TO 4100-TALLY-ONE-TXN-EXIT
           END-READ.
           PERFORM CHECK-TXN-STATUS.
           IF TXN-DATE = WS-BUSINESS-DATE
               MOVE 1 TO WS-COL
           ELSE IF TXN-DATE = WS-PRIOR-DATE
               MOVE 2 TO WS-COL
           ELSE
               GO TO 4100-TALLY-ONE-TXN-EXIT
           END-IF.
           IF TXN-INTEREST
               GO TO 4100-TALLY-ONE-TXN-EXIT
           END-IF.
           PERFORM 4200-BRANCH-OF-ACCOUNT.
           PERFORM 4300-FIND-BRANCH-SLOT.
           IF TXN-PLACEMENT OR TXN-ADDITIONAL
               ADD TXN-AMOUNT TO WS-BR-IN(BR-IDX, WS-COL)
               ADD TXN-AMOUNT TO WS-FIG-DEP-IN(WS-COL)
           ELSE
               ADD TXN-AMOUNT TO WS-BR-OUT(BR-IDX, WS-COL)
               ADD TXN-AMOUNT TO WS-FIG-DEP-OUT(WS-COL)
           END-IF.
       4100-TALLY-ONE-TXN-EXIT.
           EXIT.

       4200-BRANCH-OF-ACCOUNT.
           MOVE "----" TO WS-LOOKUP-BRANCH.
           IF DEP-MASTER-ON-HAND
               MOVE TXN-ACCOUNT-NUMBER TO ACCOUNT_NUMBER_OUT
               READ EMP-FILE KEY IS ACCOUNT_NUMBER_OUT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE BRANCH-CODE-OUT TO WS-LOOKUP-BRANCH
               END-READ
           END-IF.

       4300-FIND-BRANCH-SLOT.
           SET BR-IDX TO 1.
           SET BRANCH-NOT-FOUND TO TRUE.
           PERFORM 4310-SCAN-BRANCH THRU 4310-SCAN-BRANCH-EXIT
               UNTIL BR-IDX > WS-BRANCH-COUNT OR BRANCH-FOUND.
           IF BRANCH-NOT-FOUND
               IF WS-BRANCH-COUNT >= 20
                   DISPLAY "*** BRANCH TABLE FULL AT 20 ENTRIES - "
                       "RAISE THE OCCURS ***"
                   STOP RUN
               END-IF
               ADD 1 TO WS-BRANCH-COUNT
               SET BR-IDX TO WS-BRANCH-COUNT
               MOVE WS-LOOKUP-BRANCH TO WS-BR-CODE(BR-IDX)
           END-IF.

       4310-SCAN-BRANCH.
           IF WS-LOOKUP-BRANCH = WS-BR-CODE(BR-IDX)
               SET BRANCH-FOUND TO TRUE
           ELSE
               SET BR-IDX UP BY 1
           END-IF.
       4310-SCAN-BRANCH-EXIT.
           EXIT.

      ******************************************************************
      * 4500-TALLY-MATURITIES - active accounts maturing within the
      * coming seven days, counted in true calendar days the way the
      * maturity ladder's 0-7 DAYS bucket counts them.
      ******************************************************************
       4500-TALLY-MATURITIES.
           IF DEP-MASTER-ON-HAND
               MOVE "N" TO WS-EOF
               MOVE ZERO TO ACCOUNT_NUMBER_OUT
               START EMP-FILE
                   KEY IS NOT LESS THAN ACCOUNT_NUMBER_OUT
                   INVALID KEY
                       MOVE "Y" TO WS-EOF
               END-START
               PERFORM 4600-TALLY-ONE-ACCOUNT
                   THRU 4600-TALLY-ONE-ACCOUNT-EXIT
                   UNTIL WS-EOF = "Y"
           END-IF.

       4600-TALLY-ONE-ACCOUNT.
           READ EMP-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
                   GO TO 4600-TALLY-ONE-ACCOUNT-EXIT
           END-READ.
           PERFORM CHECK-EMP-STATUS.
           IF NOT DEPOSIT-ACTIVE-OUT
               GO TO 4600-TALLY-ONE-ACCOUNT-EXIT
           END-IF.
           MOVE "D" TO DC-FUNCTION.
           MOVE WS-BUSINESS-DATE TO DC-DATE-1.
           MOVE MATURITY-DATE-OUT TO DC-DATE-2.
           CALL "DATECALC" USING DATE-CALC-AREA.
           IF DC-VALID-FLAG = "Y" AND DC-RESULT-DAYS >= ZERO AND
               DC-RESULT-DAYS <= 7
               ADD 1 TO WS-FIG-MAT-COUNT(1)
               ADD DEP-BALANCE-OUT TO WS-FIG-MAT-BALANCE(1)
           END-IF.
       4600-TALLY-ONE-ACCOUNT-EXIT.
           EXIT.

      ******************************************************************
      * 5000-TALLY-FRAME-JOBS - orders taken on each column's date
      * (remakes included, at their no-charge total), and the
      * finished frames on the rack waiting for their owners today.
      ******************************************************************
       5000-TALLY-FRAME-JOBS.
           MOVE "N" TO WS-EOF.
           OPEN INPUT JOB-FILE.
           IF WS-JOB-STATUS = "35"
               MOVE "JOBFILE" TO WS-MISSING-NAME
               PERFORM 8900-NOTE-MISSING
               MOVE "Y" TO WS-EOF
           ELSE
               PERFORM CHECK-JOB-STATUS
           END-IF.
           PERFORM 5100-TALLY-ONE-JOB THRU 5100-TALLY-ONE-JOB-EXIT
               UNTIL WS-EOF = "Y".
           IF WS-JOB-STATUS NOT = "35"
               CLOSE JOB-FILE
           END-IF.

       5100-TALLY-ONE-JOB.
           READ JOB-FILE
               AT END
                   MOVE "Y" TO WS-EOF
                   GO TO 5100-TALLY-ONE-JOB-EXIT
           END-READ.
           PERFORM CHECK-JOB-STATUS.
           IF JOB-ORDER-DATE = WS-BUSINESS-DATE
               ADD 1 TO WS-FIG-ORD-COUNT(1)
               ADD JOB-ORDER-TOTAL TO WS-FIG-ORD-VALUE(1)
           ELSE IF JOB-ORDER-DATE = WS-PRIOR-DATE
               ADD 1 TO WS-FIG-ORD-COUNT(2)
               ADD JOB-ORDER-TOTAL TO WS-FIG-ORD-VALUE(2)
           END-IF.
           IF JOB-READY
               ADD 1 TO WS-FIG-READY-COUNT(1)
           END-IF.
       5100-TALLY-ONE-JOB-EXIT.
           EXIT.

      ******************************************************************
      * 5500-TALLY-SHOP-SALES - the invoices cut on each column's
      * date off INVREG, VAT inclusive, the gross sales figure the
      * shop's daily Z-reading opens with.
      ******************************************************************
       5500-TALLY-SHOP-SALES.
           MOVE "N" TO WS-EOF.
           OPEN INPUT INV-REGISTER-FILE.
           IF WS-INVREG-STATUS = "35"
               MOVE "INVREG" TO WS-MISSING-NAME
               PERFORM 8900-NOTE-MISSING
               MOVE "Y" TO WS-EOF
           ELSE
               PERFORM CHECK-INVREG-STATUS
           END-IF.
           PERFORM 5600-TALLY-ONE-INVOICE
               THRU 5600-TALLY-ONE-INVOICE-EXIT
               UNTIL WS-EOF = "Y".
           IF WS-INVREG-STATUS NOT = "35"
               CLOSE INV-REGISTER-FILE
           END-IF.

       5600-TALLY-ONE-INVOICE.
           READ INV-REGISTER-FILE
               AT END
                   MOVE "Y" TO WS-EOF
                   GO TO 5600-TALLY-ONE-INVOICE-EXIT
           END-READ.
           PERFORM CHECK-INVREG-STATUS.
           IF IREG-DATE = WS-BUSINESS-DATE
               ADD 1 TO WS-FIG-SALES-COUNT(1)
               ADD IREG-ORDER-TOTAL TO WS-FIG-SALES-VALUE(1)
           ELSE IF IREG-DATE = WS-PRIOR-DATE
               ADD 1 TO WS-FIG-SALES-COUNT(2)
               ADD IREG-ORDER-TOTAL TO WS-FIG-SALES-VALUE(2)
           END-IF.
       5600-TALLY-ONE-INVOICE-EXIT.
           EXIT.

      ******************************************************************
      * 6000-PRINT-SUMMARY - the one page: three blocks of caption
      * and two columns, the branches inside the deposit block.
      ******************************************************************
       6000-PRINT-SUMMARY.
           OPEN OUTPUT PRINT-FILE.
           PERFORM CHECK-PRINT-STATUS.
           MOVE SPACES TO PRINT-REC.
           STRING "DAILY MANAGEMENT SUMMARY - BUSINESS DATE "
               DELIMITED BY SIZE
               WS-BUSINESS-DATE DELIMITED BY SIZE
               INTO PRINT-REC.
           PERFORM 8000-WRITE-PRINT-LINE.
           MOVE DASH-LINE TO PRINT-REC.
           PERFORM 8000-WRITE-PRINT-LINE.
           MOVE SPACES TO PRINT-REC.
           STRING "                                      THIS DAY"
               DELIMITED BY SIZE
               "   SAME DAY LAST MO" DELIMITED BY SIZE
               INTO PRINT-REC.
           PERFORM 8000-WRITE-PRINT-LINE.
           MOVE SPACES TO PRINT-REC.
           STRING "                                      "
               DELIMITED BY SIZE
               WS-BUSINESS-DATE DELIMITED BY SIZE
               "           " DELIMITED BY SIZE
               WS-PRIOR-DATE DELIMITED BY SIZE
               INTO PRINT-REC.
           PERFORM 8000-WRITE-PRINT-LINE.
           PERFORM 6100-PRINT-TAX-BLOCK.
           PERFORM 6200-PRINT-DEPOSIT-BLOCK.
           PERFORM 6300-PRINT-FRAME-BLOCK.
           PERFORM 6400-PRINT-FOOTING.

       6100-PRINT-TAX-BLOCK.
           MOVE SPACES TO PRINT-REC.
           PERFORM 8000-WRITE-PRINT-LINE.
           MOVE SPACES TO PRINT-REC.
           STRING "REAL PROPERTY TAX" DELIMITED BY SIZE INTO PRINT-REC.
           PERFORM 8000-WRITE-PRINT-LINE.
           MOVE "  COLLECTIONS OF THE DAY" TO WS-LINE-CAPTION.
           MOVE WS-FIG-COLL-DAY(1) TO WS-LINE-AMT-1.
           MOVE WS-FIG-COLL-DAY(2) TO WS-LINE-AMT-2.
           PERFORM 8100-WRITE-MONEY-LINE.
           MOVE "  COLLECTIONS MONTH TO DATE" TO WS-LINE-CAPTION.
           MOVE WS-FIG-COLL-MTD(1) TO WS-LINE-AMT-1.
           MOVE WS-FIG-COLL-MTD(2) TO WS-LINE-AMT-2.
           PERFORM 8100-WRITE-MONEY-LINE.
           MOVE "  BILLED FOR THE YEAR" TO WS-LINE-CAPTION.
           MOVE WS-FIG-BILLED(1) TO WS-LINE-AMT-1.
           MOVE WS-FIG-BILLED(2) TO WS-LINE-AMT-2.
           PERFORM 8100-WRITE-MONEY-LINE.
           MOVE "  COLLECTED AGAINST BILLED" TO WS-LINE-CAPTION.
           MOVE WS-FIG-COLL-YTD(1) TO WS-LINE-AMT-1.
           MOVE WS-FIG-COLL-YTD(2) TO WS-LINE-AMT-2.
           PERFORM 8100-WRITE-MONEY-LINE.
           MOVE ZERO TO WS-LINE-PCT-1 WS-LINE-PCT-2.
           IF WS-FIG-BILLED(1) NOT = ZERO
               COMPUTE WS-LINE-PCT-1 ROUNDED =
                   WS-FIG-COLL-YTD(1) * 100 / WS-FIG-BILLED(1)
           END-IF.
           IF WS-FIG-BILLED(2) NOT = ZERO
               COMPUTE WS-LINE-PCT-2 ROUNDED =
                   WS-FIG-COLL-YTD(2) * 100 / WS-FIG-BILLED(2)
           END-IF.
           MOVE "  PERCENT COLLECTED" TO WS-LINE-CAPTION.
           PERFORM 8300-WRITE-PCT-LINE.
           SET LINE-COLUMN-TWO-NOT-ON-FILE TO TRUE.
           IF PRIOR-HIST-FOUND
               SET LINE-HAS-COLUMN-TWO TO TRUE
           END-IF.
           MOVE "  NEW DELINQUENCIES - BILLS" TO WS-LINE-CAPTION.
           MOVE WS-FIG-DELQ-COUNT(1) TO WS-LINE-AMT-1.
           MOVE WS-FIG-DELQ-COUNT(2) TO WS-LINE-AMT-2.
           PERFORM 8200-WRITE-COUNT-LINE.
           MOVE "  NEW DELINQUENCIES - AMOUNT" TO WS-LINE-CAPTION.
           MOVE WS-FIG-DELQ-AMOUNT(1) TO WS-LINE-AMT-1.
           MOVE WS-FIG-DELQ-AMOUNT(2) TO WS-LINE-AMT-2.
           PERFORM 8100-WRITE-MONEY-LINE.
           SET LINE-HAS-COLUMN-TWO TO TRUE.

       6200-PRINT-DEPOSIT-BLOCK.
           MOVE SPACES TO PRINT-REC.
           PERFORM 8000-WRITE-PRINT-LINE.
           MOVE SPACES TO PRINT-REC.
           STRING "DEPOSITS" DELIMITED BY SIZE INTO PRINT-REC.
           PERFORM 8000-WRITE-PRINT-LINE.
           MOVE 1 TO WS-SLOT-NO.
           PERFORM 6210-PRINT-ONE-BRANCH
               UNTIL WS-SLOT-NO > WS-BRANCH-COUNT.
           MOVE "  ALL BRANCHES - PLACEMENTS" TO WS-LINE-CAPTION.
           MOVE WS-FIG-DEP-IN(1) TO WS-LINE-AMT-1.
           MOVE WS-FIG-DEP-IN(2) TO WS-LINE-AMT-2.
           PERFORM 8100-WRITE-MONEY-LINE.
           MOVE "                 WITHDRAWALS" TO WS-LINE-CAPTION.
           MOVE WS-FIG-DEP-OUT(1) TO WS-LINE-AMT-1.
           MOVE WS-FIG-DEP-OUT(2) TO WS-LINE-AMT-2.
           PERFORM 8100-WRITE-MONEY-LINE.
           MOVE "                 NET MOVEMENT" TO WS-LINE-CAPTION.
           COMPUTE WS-LINE-AMT-1 =
               WS-FIG-DEP-IN(1) - WS-FIG-DEP-OUT(1).
           COMPUTE WS-LINE-AMT-2 =
               WS-FIG-DEP-IN(2) - WS-FIG-DEP-OUT(2).
           PERFORM 8100-WRITE-MONEY-LINE.
           SET LINE-COLUMN-TWO-NOT-ON-FILE TO TRUE.
           IF PRIOR-HIST-FOUND
               SET LINE-HAS-COLUMN-TWO TO TRUE
           END-IF.
           MOVE "  MATURING THIS WEEK - ACCOUNTS" TO WS-LINE-CAPTION.
           MOVE WS-FIG-MAT-COUNT(1) TO WS-LINE-AMT-1.
           MOVE WS-FIG-MAT-COUNT(2) TO WS-LINE-AMT-2.
           PERFORM 8200-WRITE-COUNT-LINE.
           MOVE "  MATURING THIS WEEK - BALANCE" TO WS-LINE-CAPTION.
           MOVE WS-FIG-MAT-BALANCE(1) TO WS-LINE-AMT-1.
           MOVE WS-FIG-MAT-BALANCE(2) TO WS-LINE-AMT-2.
           PERFORM 8100-WRITE-MONEY-LINE.
           SET LINE-HAS-COLUMN-TWO TO TRUE.

       6210-PRINT-ONE-BRANCH.
           SET BR-IDX TO WS-SLOT-NO.
           MOVE SPACES TO WS-LINE-CAPTION.
           STRING "  BRANCH " DELIMITED BY SIZE
               WS-BR-CODE(BR-IDX) DELIMITED BY SIZE
               "    PLACEMENTS" DELIMITED BY SIZE
               INTO WS-LINE-CAPTION.
           MOVE WS-BR-IN(BR-IDX, 1) TO WS-LINE-AMT-1.
           MOVE WS-BR-IN(BR-IDX, 2) TO WS-LINE-AMT-2.
           PERFORM 8100-WRITE-MONEY-LINE.
           MOVE "                 WITHDRAWALS" TO WS-LINE-CAPTION.
           MOVE WS-BR-OUT(BR-IDX, 1) TO WS-LINE-AMT-1.
           MOVE WS-BR-OUT(BR-IDX, 2) TO WS-LINE-AMT-2.
           PERFORM 8100-WRITE-MONEY-LINE.
           MOVE "                 NET MOVEMENT" TO WS-LINE-CAPTION.
           COMPUTE WS-LINE-AMT-1 =
               WS-BR-IN(BR-IDX, 1) - WS-BR-OUT(BR-IDX, 1).
           COMPUTE WS-LINE-AMT-2 =
               WS-BR-IN(BR-IDX, 2) - WS-BR-OUT(BR-IDX, 2).
           PERFORM 8100-WRITE-MONEY-LINE.
           ADD 1 TO WS-SLOT-NO.

       6300-PRINT-FRAME-BLOCK.
           MOVE SPACES TO PRINT-REC.
           PERFORM 8000-WRITE-PRINT-LINE.
           MOVE SPACES TO PRINT-REC.
           STRING "FRAME SHOP" DELIMITED BY SIZE INTO PRINT-REC.
           PERFORM 8000-WRITE-PRINT-LINE.
           MOVE "  FRAME ORDERS TAKEN" TO WS-LINE-CAPTION.
           MOVE WS-FIG-ORD-COUNT(1) TO WS-LINE-AMT-1.
           MOVE WS-FIG-ORD-COUNT(2) TO WS-LINE-AMT-2.
           PERFORM 8200-WRITE-COUNT-LINE.
           MOVE "  FRAME ORDERS - VALUE" TO WS-LINE-CAPTION.
           MOVE WS-FIG-ORD-VALUE(1) TO WS-LINE-AMT-1.
           MOVE WS-FIG-ORD-VALUE(2) TO WS-LINE-AMT-2.
           PERFORM 8100-WRITE-MONEY-LINE.
           SET LINE-COLUMN-TWO-NOT-ON-FILE TO TRUE.
           IF PRIOR-HIST-FOUND
               SET LINE-HAS-COLUMN-TWO TO TRUE
           END-IF.
           MOVE "  FRAMES READY, NOT CLAIMED" TO WS-LINE-CAPTION.
           MOVE WS-FIG-READY-COUNT(1) TO WS-LINE-AMT-1.
           MOVE WS-FIG-READY-COUNT(2) TO WS-LINE-AMT-2.
           PERFORM 8200-WRITE-COUNT-LINE.
           SET LINE-HAS-COLUMN-TWO TO TRUE.
           MOVE "  SHOP SALES - INVOICES" TO WS-LINE-CAPTION.
           MOVE WS-FIG-SALES-COUNT(1) TO WS-LINE-AMT-1.
           MOVE WS-FIG-SALES-COUNT(2) TO WS-LINE-AMT-2.
           PERFORM 8200-WRITE-COUNT-LINE.
           MOVE "  SHOP SALES - VAT INCLUSIVE" TO WS-LINE-CAPTION.
           MOVE WS-FIG-SALES-VALUE(1) TO WS-LINE-AMT-1.
           MOVE WS-FIG-SALES-VALUE(2) TO WS-LINE-AMT-2.
           PERFORM 8100-WRITE-MONEY-LINE.

      ******************************************************************
      * 6400-PRINT-FOOTING - what the delinquency count ran from, and
      * any source file that was not on hand for the figures above.
      ******************************************************************
       6400-PRINT-FOOTING.
           MOVE DASH-LINE TO PRINT-REC.
           PERFORM 8000-WRITE-PRINT-LINE.
           MOVE SPACES TO PRINT-REC.
           STRING "NEW DELINQUENCIES ARE BILLS PASSING 30 DAYS PAST "
               DELIMITED BY SIZE
               "DUE AFTER " DELIMITED BY SIZE
               WS-DELQ-FROM-DATE DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO PRINT-REC.
           PERFORM 8000-WRITE-PRINT-LINE.
           IF PRIOR-HIST-MISSING
               MOVE SPACES TO PRINT-REC
               STRING "NO SUMMARY WAS FILED FOR " DELIMITED BY SIZE
                   WS-PRIOR-DATE DELIMITED BY SIZE
                   " - ITS POSITION FIGURES ARE NOT ON FILE."
                   DELIMITED BY SIZE
                   INTO PRINT-REC
               PERFORM 8000-WRITE-PRINT-LINE
           END-IF.
           MOVE 1 TO WS-SLOT-NO.
           PERFORM 6410-PRINT-ONE-MISSING
               UNTIL WS-SLOT-NO > WS-MISSING-COUNT.

       6410-PRINT-ONE-MISSING.
           MOVE SPACES TO PRINT-REC.
           STRING "*** " DELIMITED BY SIZE
               WS-MISSING-FILE(WS-SLOT-NO) DELIMITED BY SPACE
               " NOT ON HAND - ITS FIGURES SHOW AS ZERO."
               DELIMITED BY SIZE
               INTO PRINT-REC.
           PERFORM 8000-WRITE-PRINT-LINE.
           ADD 1 TO WS-SLOT-NO.

      ******************************************************************
      * 7000-FINISH - the day's position figures are filed on MGTHIST
      * for next month's comparison and the next run's delinquency
      * count, the page goes to the spool, and the run-book step
      * completes.
      ******************************************************************
       7000-FINISH.
           IF DEP-MASTER-ON-HAND
               CLOSE EMP-FILE
           END-IF.
           CLOSE PRINT-FILE.
           OPEN EXTEND HISTORY-FILE.
           IF WS-HIST-STATUS = "35"
               OPEN OUTPUT HISTORY-FILE
               CLOSE HISTORY-FILE
               OPEN EXTEND HISTORY-FILE
           END-IF.
           PERFORM CHECK-HIST-STATUS.
           MOVE WS-BUSINESS-DATE TO MGTH-BUSINESS-DATE.
           MOVE WS-FIG-DELQ-COUNT(1) TO MGTH-NEW-DELQ-COUNT.
           MOVE WS-FIG-DELQ-AMOUNT(1) TO MGTH-NEW-DELQ-AMOUNT.
           MOVE WS-FIG-MAT-COUNT(1) TO MGTH-MAT-COUNT.
           MOVE WS-FIG-MAT-BALANCE(1) TO MGTH-MAT-BALANCE.
           MOVE WS-FIG-READY-COUNT(1) TO MGTH-READY-COUNT.
           WRITE MGTH-REC.
           PERFORM CHECK-HIST-STATUS.
           CLOSE HISTORY-FILE.
           MOVE "MGTSUMRPT" TO SPC-REPORT-NAME.
           MOVE "MGTSUMRPT" TO SPC-SOURCE-PATH.
           CALL "SPOOLCAP" USING SPOOL-CAP-AREA.
           PERFORM MARK-RUN-BOOK-DONE.
           DISPLAY "MANAGEMENT SUMMARY FOR " WS-BUSINESS-DATE
               " WRITTEN TO MGTSUMRPT.".

      ******************************************************************
      * 8000-WRITE-PRINT-LINE / 8100-8300 - the detail line writers.
      * The caller fills WS-LINE-CAPTION and the two column figures;
      * a column two not on file prints so instead of a zero.
      ******************************************************************
       8000-WRITE-PRINT-LINE.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.

       8100-WRITE-MONEY-LINE.
           MOVE WS-LINE-AMT-1 TO WS-MONEY-ED.
           MOVE WS-LINE-AMT-2 TO WS-MONEY-ED-2.
           MOVE SPACES TO PRINT-REC.
           IF LINE-HAS-COLUMN-TWO
               STRING WS-LINE-CAPTION DELIMITED BY SIZE
                   WS-MONEY-ED DELIMITED BY SIZE
                   "     " DELIMITED BY SIZE
                   WS-MONEY-ED-2 DELIMITED BY SIZE
                   INTO PRINT-REC
           ELSE
               STRING WS-LINE-CAPTION DELIMITED BY SIZE
                   WS-MONEY-ED DELIMITED BY SIZE
                   "     " DELIMITED BY SIZE
                   WS-NOT-ON-FILE DELIMITED BY SIZE
                   INTO PRINT-REC
           END-IF.
           PERFORM 8000-WRITE-PRINT-LINE.

       8200-WRITE-COUNT-LINE.
           MOVE WS-LINE-AMT-1 TO WS-COUNT-ED.
           MOVE WS-LINE-AMT-2 TO WS-COUNT-ED-2.
           MOVE SPACES TO PRINT-REC.
           IF LINE-HAS-COLUMN-TWO
               STRING WS-LINE-CAPTION DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-COUNT-ED DELIMITED BY SIZE
                   "        " DELIMITED BY SIZE
                   WS-COUNT-ED-2 DELIMITED BY SIZE
                   INTO PRINT-REC
           ELSE
               STRING WS-LINE-CAPTION DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-COUNT-ED DELIMITED BY SIZE
                   "     " DELIMITED BY SIZE
                   WS-NOT-ON-FILE DELIMITED BY SIZE
                   INTO PRINT-REC
           END-IF.
           PERFORM 8000-WRITE-PRINT-LINE.

       8300-WRITE-PCT-LINE.
           MOVE WS-LINE-PCT-1 TO WS-PCT-ED.
           MOVE WS-LINE-PCT-2 TO WS-PCT-ED-2.
           MOVE SPACES TO PRINT-REC.
           STRING WS-LINE-CAPTION DELIMITED BY SIZE
               "     " DELIMITED BY SIZE
               WS-PCT-ED DELIMITED BY SIZE
               " PCT          " DELIMITED BY SIZE
               WS-PCT-ED-2 DELIMITED BY SIZE
               " PCT" DELIMITED BY SIZE
               INTO PRINT-REC.
           PERFORM 8000-WRITE-PRINT-LINE.

      * 8900-NOTE-MISSING - caller moves the file name to
      * WS-MISSING-NAME.
       8900-NOTE-MISSING.
           IF WS-MISSING-COUNT < 10
               ADD 1 TO WS-MISSING-COUNT
               MOVE WS-MISSING-NAME TO WS-MISSING-FILE(WS-MISSING-COUNT)
           END-IF.
           DISPLAY WS-MISSING-NAME " NOT ON HAND - ITS FIGURES SHOW "
               "AS ZERO.".

      ******************************************************************
      * CHECK-RUN-BOOK - the summary is step 5 of the night: the
      * run-book rows for the business date seed if absent, the
      * exception report (step 4) must show complete, and a completed
      * own step refuses a duplicate run.
      ******************************************************************
       CHECK-RUN-BOOK.
           ACCEPT WS-RBK-DATE FROM DATE YYYYMMDD.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RCTL-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM CHECK-RCTL-STATUS
               READ RUN-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RC-BUSINESS-DATE TO WS-RBK-DATE
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.
           OPEN I-O RUN-BOOK-FILE.
           IF WS-RBK-STATUS = "35"
               OPEN OUTPUT RUN-BOOK-FILE
               CLOSE RUN-BOOK-FILE
               OPEN I-O RUN-BOOK-FILE
           END-IF.
           PERFORM CHECK-RBK-STATUS.
           PERFORM SEED-RUNBOOK-STEPS.
           MOVE "N" TO WS-RBK-FOUND-SWITCH.
           MOVE WS-RBK-DATE TO RBK-BUSINESS-DATE.
           MOVE WS-MY-STEP-NO TO RBK-STEP-NO.
           READ RUN-BOOK-FILE KEY IS RBK-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET RBK-ROW-FOUND TO TRUE
           END-READ.
           IF RBK-ROW-FOUND AND RBK-COMPLETE
               DISPLAY "RUN-BOOK SHOWS STEP " WS-MY-STEP-NO
                   " ALREADY COMPLETE - DUPLICATE RUN REFUSED."
               CLOSE RUN-BOOK-FILE
               STOP RUN
           END-IF.
           MOVE WS-RBK-DATE TO RBK-BUSINESS-DATE.
           COMPUTE RBK-STEP-NO = WS-MY-STEP-NO - 1.
           MOVE "N" TO WS-RBK-FOUND-SWITCH.
           READ RUN-BOOK-FILE KEY IS RBK-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET RBK-ROW-FOUND TO TRUE
           END-READ.
           IF RBK-ROW-NOT-FOUND OR NOT RBK-COMPLETE
               DISPLAY "STEP " WS-MY-STEP-NO " CANNOT START - ITS "
                   "PREDECESSOR HAS NOT COMPLETED."
               CLOSE RUN-BOOK-FILE
               STOP RUN
           END-IF.
           CLOSE RUN-BOOK-FILE.

       SEED-RUNBOOK-STEPS.
           MOVE 1 TO WS-SEED-STEP.
           PERFORM SEED-ONE-STEP THRU SEED-ONE-STEP-EXIT
               UNTIL WS-SEED-STEP > 5.

       SEED-ONE-STEP.
           MOVE WS-RBK-DATE TO RBK-BUSINESS-DATE.
           MOVE WS-SEED-STEP TO RBK-STEP-NO.
           READ RUN-BOOK-FILE KEY IS RBK-KEY
               INVALID KEY
                   MOVE WS-RBK-DATE TO RBK-BUSINESS-DATE
                   MOVE WS-SEED-STEP TO RBK-STEP-NO
                   IF WS-SEED-STEP = 1
                       MOVE "VERIFILE" TO RBK-STEP-NAME
                   ELSE IF WS-SEED-STEP = 2
                       MOVE "NIGHTRUN" TO RBK-STEP-NAME
                   ELSE IF WS-SEED-STEP = 3
                       MOVE "GLEXPORT" TO RBK-STEP-NAME
                   ELSE IF WS-SEED-STEP = 4
                       MOVE "EXCPRPT" TO RBK-STEP-NAME
                   ELSE
                       MOVE "MGTSUMRY" TO RBK-STEP-NAME
                   END-IF
                   END-IF
                   END-IF
                   END-IF
                   MOVE "P" TO RBK-STATUS
                   MOVE ZERO TO RBK-END-TIME
                   WRITE RBK-REC
               NOT INVALID KEY
                   CONTINUE
           END-READ.
           ADD 1 TO WS-SEED-STEP.
       SEED-ONE-STEP-EXIT.
           EXIT.

      ******************************************************************
      * MARK-RUN-BOOK-DONE - this step's row flips complete with the
      * end time; the night is over when step 5 shows complete.
      ******************************************************************
       MARK-RUN-BOOK-DONE.
           ACCEPT WS-RBK-TIME FROM TIME.
           OPEN I-O RUN-BOOK-FILE.
           PERFORM CHECK-RBK-STATUS.
           MOVE WS-RBK-DATE TO RBK-BUSINESS-DATE.
           MOVE WS-MY-STEP-NO TO RBK-STEP-NO.
           READ RUN-BOOK-FILE KEY IS RBK-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "C" TO RBK-STATUS
                   MOVE WS-RBK-TIME TO RBK-END-TIME
                   REWRITE RBK-REC
           END-READ.
           CLOSE RUN-BOOK-FILE.

      ******************************************************************
      * ABEND-FILE-ERROR - common stop point for any file operation
      * that comes back with a status this program was not already
      * expecting to handle.
      ******************************************************************
       ABEND-FILE-ERROR.
           DISPLAY "*** FILE ERROR ON " WS-ERR-FILE-NAME.
           DISPLAY "*** FILE STATUS = " WS-ERR-STATUS.
           DISPLAY "MANAGEMENT SUMMARY TERMINATED - SEE FILE STATUS "
               "ABOVE.".
           STOP RUN.

       CHECK-RCTL-STATUS.
           IF WS-RCTL-STATUS NOT = "00"
               MOVE "RUN-CONTROL-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-RCTL-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-RBK-STATUS.
           IF WS-RBK-STATUS NOT = "00"
               MOVE "RUN-BOOK-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-RBK-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-RCPT-STATUS.
           IF WS-RCPT-STATUS NOT = "00"
               MOVE "RECEIPT-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-RCPT-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-BILL-STATUS.
           IF WS-BILL-STATUS NOT = "00"
               MOVE "BILL-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-BILL-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-LEDG-STATUS.
           IF WS-LEDG-STATUS NOT = "00"
               MOVE "LEDGER-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-LEDG-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-EMP-STATUS.
           IF WS-EMP-STATUS NOT = "00"
               MOVE "EMP-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-EMP-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-TXN-STATUS.
           IF WS-TXN-STATUS NOT = "00"
               MOVE "TXN-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-TXN-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-JOB-STATUS.
           IF WS-JOB-STATUS NOT = "00"
               MOVE "JOB-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-JOB-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-INVREG-STATUS.
           IF WS-INVREG-STATUS NOT = "00"
               MOVE "INV-REGISTER-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-INVREG-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-HIST-STATUS.
           IF WS-HIST-STATUS NOT = "00"
               MOVE "HISTORY-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-HIST-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-PRINT-STATUS.
           IF WS-PRINT-STATUS NOT = "00"
               MOVE "PRINT-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-PRINT-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       END PROGRAM MGTSUMRY.
