      ******************************************************************
      * Author:
      * Date:
      * Purpose: General ledger posting run - posts the night's
      *          journal voucher file (GLJOURNL, cut by the journal
      *          export) into the GLBAL account balances by month
      *          and appends both sides of every voucher to the
      *          GLDETAIL ledger detail.  The whole file is proven
      *          first and nothing posts unless every voucher passes:
      *          dated for the file's night, a non-zero amount, the
      *          debit equal to the credit, two different accounts,
      *          both active on the GLCOA chart of accounts and both
      *          in the same book.  A night already on GLPOSTLOG, or
      *          one dated in a month closed on PERIODCTL, is refused
      *          whole.  The posting report (GLPOSTRPT) lists every
      *          rejected voucher and ends by tying the ledger's
      *          deposit liability to the DEPCTL control total,
      *          reporting any difference.  Each completed posting is
      *          logged to MEJOBLOG for the month-end close.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLPOST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT CHART-FILE
           ASSIGN TO "GLCOA"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-COA-STATUS.

       SELECT JOURNAL-FILE
           ASSIGN TO "GLJOURNL"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-JRNL-STATUS.

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

       SELECT POST-LOG-FILE
           ASSIGN TO "GLPOSTLOG"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-GLPL-STATUS.

       SELECT DEP-CONTROL-FILE
           ASSIGN TO "DEPCTL"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FCTL-STATUS.

       SELECT PRINT-FILE
           ASSIGN TO "GLPOSTRPT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD CHART-FILE
           DATA RECORD IS COA-REC.

       COPY "COAREC.cpy".

       FD JOURNAL-FILE
           DATA RECORD IS JV-REC.

       COPY "JVREC.cpy".

       FD BALANCE-FILE
           DATA RECORD IS GLB-REC.

       COPY "GLBREC.cpy".

       FD DETAIL-FILE
           DATA RECORD IS GLD-REC.

       COPY "GLDREC.cpy".

       FD POST-LOG-FILE
           DATA RECORD IS GLPL-REC.

       COPY "GLPLREC.cpy".

      ******************************************************************
      * DEP-CONTROL-FILE - the deposit master's running control
      * record; its value total is the sum of the current deposit
      * balances the ledger's deposit liability must agree with.
      ******************************************************************
       FD DEP-CONTROL-FILE
           DATA RECORD IS FCTL-REC.

       COPY "FCTLREC.cpy".

       FD PRINT-FILE
           DATA RECORD IS PRINT-REC.

       01 PRINT-REC PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-COA-STATUS PIC X(2).
       01 WS-JRNL-STATUS PIC X(2).
       01 WS-GLB-STATUS PIC X(2).
       01 WS-GLD-STATUS PIC X(2).
       01 WS-GLPL-STATUS PIC X(2).
       01 WS-FCTL-STATUS PIC X(2).
       01 WS-PRINT-STATUS PIC X(2).
       01 WS-EOF PIC X(1) VALUE "N".
       01 DASH-LINE PIC X(90) VALUE ALL "-".

       01 WS-TODAY PIC 9(8) VALUE ZERO.
       01 WS-NOW PIC 9(8) VALUE ZERO.
       01 WS-FILE-DATE PIC 9(8) VALUE ZERO.
       01 WS-LOGGED-DATE PIC 9(8) VALUE ZERO.
       01 WS-FILE-SWITCH PIC X VALUE "N".
           88 FILE-READY VALUE "Y".
           88 FILE-NOT-READY VALUE "N".
       01 WS-LOGGED-SWITCH PIC X VALUE "N".
           88 NIGHT-ALREADY-POSTED VALUE "Y".
           88 NIGHT-NOT-POSTED VALUE "N".

      ******************************************************************
      * CHART OF ACCOUNTS - GLCOA LOADED ONCE FOR THE PROOF.
      ******************************************************************
       01 WS-COA-COUNT PIC 9(3) VALUE ZERO.
       01 WS-COA-TABLE.
           05 WS-COA-ENTRY OCCURS 300 TIMES INDEXED BY CO-IDX.
               10 WS-CO-ACCOUNT PIC X(20).
               10 WS-CO-BOOK PIC X(1).
               10 WS-CO-TYPE PIC X(1).
               10 WS-CO-STATUS PIC X(1).
               10 WS-CO-OPENING PIC S9(11)V99.
       01 WS-FIND-ACCOUNT PIC X(20) VALUE SPACES.
       01 WS-FIND-SWITCH PIC X VALUE "N".
           88 ACCOUNT-FOUND VALUE "Y".
           88 ACCOUNT-NOT-FOUND VALUE "N".
       01 WS-DR-BOOK PIC X(1) VALUE SPACE.

      * THE PROOF - VOUCHERS READ, REJECTED AND THE FILE'S TOTAL.
       01 WS-VOUCHER-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REJECT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-FILE-TOTAL PIC 9(11)V99 VALUE ZERO.
       01 WS-REJECT-REASON PIC X(40) VALUE SPACES.

      * ONE SIDE OF A VOUCHER BEING POSTED.
       01 WS-POST-ACCOUNT PIC X(20) VALUE SPACES.
       01 WS-POST-CONTRA PIC X(20) VALUE SPACES.
       01 WS-POST-SIDE PIC X(1) VALUE SPACE.
       01 WS-POST-AMOUNT PIC 9(9)V99 VALUE ZERO.
       01 WS-POST-PERIOD PIC 9(6) VALUE ZERO.
       01 WS-GLB-SWITCH PIC X VALUE "N".
           88 BALANCE-ROW-FOUND VALUE "Y".
           88 BALANCE-ROW-NEW VALUE "N".
       01 WS-POSTED-COUNT PIC 9(5) VALUE ZERO.

      * THE DEPOSIT LIABILITY TIE TO DEPCTL.
       01 WS-DEP-ACCOUNT PIC X(20) VALUE "DEPOSIT LIABILITY".
       01 WS-GL-DEPOSITS PIC S9(13)V99 VALUE ZERO.
       01 WS-CTL-DEPOSITS PIC S9(13)V99 VALUE ZERO.
       01 WS-TIE-DIFFERENCE PIC S9(13)V99 VALUE ZERO.

       01 WS-AMOUNT-ED PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-ED PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-SIGNED-ED PIC --,---,---,---,--9.99.

      * PARAMETER AREA FOR THE SHARED PERDCHK POSTING PERIOD ROUTINE.
       COPY "PDCREC.cpy".

      * PARAMETER AREA FOR THE SHARED MEJLOG MONTH-END JOB LOG.
       COPY "MJLREC.cpy".

      * PARAMETER AREA FOR THE SHARED SPOOLCAP REPORT CAPTURE.
       COPY "SPOOLREC.cpy".

      * WS-ERR-FILE-NAME/WS-ERR-STATUS ARE SET BY THE CHECK-xxx-STATUS
      * PARAGRAPHS BELOW BEFORE PERFORMING ABEND-FILE-ERROR.
       01 WS-ERR-FILE-NAME PIC X(20).
       01 WS-ERR-STATUS PIC X(2).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-CHECK-FILE THRU 2000-CHECK-FILE-EXIT.
           IF FILE-READY
               PERFORM 3000-PROVE-VOUCHERS
               IF WS-REJECT-COUNT = ZERO
                   PERFORM 4000-POST-VOUCHERS
               ELSE
                   MOVE SPACES TO PRINT-REC
                   STRING "*** " WS-REJECT-COUNT " VOUCHER(S) "
                       DELIMITED BY SIZE
                       "REJECTED - FILE REFUSED, NOTHING POSTED ***"
                       DELIMITED BY SIZE INTO PRINT-REC
                   PERFORM 8000-PRINT-LINE
               END-IF
           END-IF.
           PERFORM 5000-DEPOSIT-TIE THRU 5000-DEPOSIT-TIE-EXIT.
           PERFORM 6000-FINISH.
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - the chart is loaded into the table; there
      * is nothing to post to until GLCOA has been set up.
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-NOW FROM TIME.
           MOVE "N" TO WS-EOF.
           OPEN INPUT CHART-FILE.
           IF WS-COA-STATUS = "35"
               DISPLAY "NO CHART OF ACCOUNTS ON HAND - SET IT UP "
                   "THROUGH GLCOA FIRST."
               STOP RUN
           END-IF.
           PERFORM CHECK-COA-STATUS.
           PERFORM 1100-LOAD-ONE-ACCOUNT UNTIL WS-EOF = "Y".
           CLOSE CHART-FILE.
           OPEN OUTPUT PRINT-FILE.
           PERFORM CHECK-PRINT-STATUS.
           MOVE SPACES TO PRINT-REC.
           STRING "GENERAL LEDGER POSTING REPORT - RUN " WS-TODAY
               DELIMITED BY SIZE INTO PRINT-REC.
           PERFORM 8000-PRINT-LINE.
           MOVE DASH-LINE TO PRINT-REC.
           PERFORM 8000-PRINT-LINE.

       1100-LOAD-ONE-ACCOUNT.
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
                   MOVE COA-STATUS TO WS-CO-STATUS(CO-IDX)
                   MOVE COA-OPENING TO WS-CO-OPENING(CO-IDX)
           END-READ.

      ******************************************************************
      * 2000-CHECK-FILE - the night the file belongs to is the date
      * on its first voucher.  A night already on GLPOSTLOG, or one
      * in a closed month, is refused before anything is read.
      ******************************************************************
       2000-CHECK-FILE.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JRNL-STATUS = "35"
               MOVE "NO JOURNAL VOUCHER FILE ON HAND - NOTHING TO POST."
                   TO PRINT-REC
               PERFORM 8000-PRINT-LINE
               GO TO 2000-CHECK-FILE-EXIT
           END-IF.
           PERFORM CHECK-JRNL-STATUS.
           READ JOURNAL-FILE
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   MOVE "N" TO WS-EOF
                   MOVE JV-DATE TO WS-FILE-DATE
           END-READ.
           CLOSE JOURNAL-FILE.
           IF WS-EOF = "Y"
               MOVE "JOURNAL VOUCHER FILE IS EMPTY - NOTHING TO POST."
                   TO PRINT-REC
               PERFORM 8000-PRINT-LINE
               GO TO 2000-CHECK-FILE-EXIT
           END-IF.
           MOVE SPACES TO PRINT-REC.
           STRING "VOUCHER FILE FOR BUSINESS DATE " WS-FILE-DATE
               DELIMITED BY SIZE INTO PRINT-REC.
           PERFORM 8000-PRINT-LINE.
           PERFORM 2100-CHECK-POST-LOG.
           IF NIGHT-ALREADY-POSTED
               MOVE SPACES TO PRINT-REC
               STRING "*** THIS NIGHT WAS ALREADY POSTED ON "
                   WS-LOGGED-DATE " - FILE REFUSED, NOTHING POSTED ***"
                   DELIMITED BY SIZE INTO PRINT-REC
               PERFORM 8000-PRINT-LINE
               GO TO 2000-CHECK-FILE-EXIT
           END-IF.
           MOVE WS-FILE-DATE TO PDC-DATE.
           CALL "PERDCHK" USING PERIOD-CHECK-AREA.
           IF PDC-PERIOD-CLOSED
               MOVE SPACES TO PRINT-REC
               STRING "*** MONTH " WS-FILE-DATE(1:6)
                   " IS CLOSED FOR POSTING - FILE REFUSED, NOTHING "
                   "POSTED ***" DELIMITED BY SIZE INTO PRINT-REC
               PERFORM 8000-PRINT-LINE
               GO TO 2000-CHECK-FILE-EXIT
           END-IF.
           SET FILE-READY TO TRUE.
       2000-CHECK-FILE-EXIT.
           EXIT.

       2100-CHECK-POST-LOG.
           SET NIGHT-NOT-POSTED TO TRUE.
           MOVE "N" TO WS-EOF.
           OPEN INPUT POST-LOG-FILE.
           IF WS-GLPL-STATUS NOT = "35"
               PERFORM CHECK-GLPL-STATUS
               PERFORM 2110-CHECK-ONE-LOG-ROW
                   UNTIL WS-EOF = "Y" OR NIGHT-ALREADY-POSTED
               CLOSE POST-LOG-FILE
           END-IF.

       2110-CHECK-ONE-LOG-ROW.
           READ POST-LOG-FILE
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   IF GLPL-FILE-DATE = WS-FILE-DATE
                       MOVE GLPL-POSTED-DATE TO WS-LOGGED-DATE
                       SET NIGHT-ALREADY-POSTED TO TRUE
                   END-IF
           END-READ.

      ******************************************************************
      * 3000-PROVE-VOUCHERS - one pass of the whole file, every
      * voucher checked and every failure listed with its reason.
      ******************************************************************
       3000-PROVE-VOUCHERS.
           MOVE "N" TO WS-EOF.
           OPEN INPUT JOURNAL-FILE.
           PERFORM CHECK-JRNL-STATUS.
           PERFORM 3100-PROVE-ONE-VOUCHER
               THRU 3100-PROVE-ONE-VOUCHER-EXIT
               UNTIL WS-EOF = "Y".
           CLOSE JOURNAL-FILE.
           MOVE WS-FILE-TOTAL TO WS-TOTAL-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "VOUCHERS READ " WS-VOUCHER-COUNT
               "   REJECTED " WS-REJECT-COUNT
               "   AMOUNT PROVEN " WS-TOTAL-ED
               DELIMITED BY SIZE INTO PRINT-REC.
           PERFORM 8000-PRINT-LINE.

       3100-PROVE-ONE-VOUCHER.
           READ JOURNAL-FILE
               AT END
                   MOVE "Y" TO WS-EOF
                   GO TO 3100-PROVE-ONE-VOUCHER-EXIT
           END-READ.
           ADD 1 TO WS-VOUCHER-COUNT.
           MOVE SPACES TO WS-REJECT-REASON.
           IF JV-DATE NOT = WS-FILE-DATE
               MOVE "NOT DATED FOR THE FILE'S NIGHT"
                   TO WS-REJECT-REASON
           ELSE IF JV-DR-AMOUNT NOT NUMERIC OR
               JV-CR-AMOUNT NOT NUMERIC
               MOVE "AMOUNT IS NOT NUMERIC" TO WS-REJECT-REASON
           ELSE IF JV-DR-AMOUNT = ZERO
               MOVE "AMOUNT IS ZERO" TO WS-REJECT-REASON
           ELSE IF JV-DR-AMOUNT NOT = JV-CR-AMOUNT
               MOVE "DEBIT AND CREDIT DO NOT BALANCE"
                   TO WS-REJECT-REASON
           ELSE IF JV-DR-ACCOUNT = JV-CR-ACCOUNT
               MOVE "DEBIT AND CREDIT ARE THE SAME ACCOUNT"
                   TO WS-REJECT-REASON
           ELSE
               PERFORM 3200-CHECK-ACCOUNTS THRU 3200-CHECK-ACCOUNTS-EXIT
           END-IF.
           IF WS-REJECT-REASON = SPACES
               ADD JV-DR-AMOUNT TO WS-FILE-TOTAL
               GO TO 3100-PROVE-ONE-VOUCHER-EXIT
           END-IF.
           ADD 1 TO WS-REJECT-COUNT.
           IF WS-REJECT-COUNT = 1
               MOVE "REJECTED VOUCHERS" TO PRINT-REC
               PERFORM 8000-PRINT-LINE
               MOVE SPACES TO PRINT-REC
               STRING "JV NO  SOURCE    DEBIT ACCOUNT         "
                   "CREDIT ACCOUNT         DEBIT / CREDIT AMOUNT"
                   DELIMITED BY SIZE INTO PRINT-REC
               PERFORM 8000-PRINT-LINE
           END-IF.
           MOVE SPACES TO PRINT-REC.
           IF JV-DR-AMOUNT NUMERIC AND JV-CR-AMOUNT NUMERIC
               MOVE JV-DR-AMOUNT TO WS-AMOUNT-ED
               MOVE JV-CR-AMOUNT TO WS-TOTAL-ED
               STRING JV-NUMBER "  " JV-SOURCE "  " JV-DR-ACCOUNT
                   "  " JV-CR-ACCOUNT " " WS-AMOUNT-ED " /"
                   WS-TOTAL-ED DELIMITED BY SIZE INTO PRINT-REC
           ELSE
               STRING JV-NUMBER "  " JV-SOURCE "  " JV-DR-ACCOUNT
                   "  " JV-CR-ACCOUNT DELIMITED BY SIZE
                   INTO PRINT-REC
           END-IF.
           PERFORM 8000-PRINT-LINE.
           MOVE SPACES TO PRINT-REC.
           STRING "       *** " WS-REJECT-REASON
               DELIMITED BY SIZE INTO PRINT-REC.
           PERFORM 8000-PRINT-LINE.
       3100-PROVE-ONE-VOUCHER-EXIT.
           EXIT.

      ******************************************************************
      * 3200-CHECK-ACCOUNTS - both sides on the chart, active, and
      * in the same book; a voucher never crosses from the treasury
      * book into the frame shop's or back.
      ******************************************************************
       3200-CHECK-ACCOUNTS.
           MOVE JV-DR-ACCOUNT TO WS-FIND-ACCOUNT.
           PERFORM 7000-FIND-ACCOUNT.
           IF ACCOUNT-NOT-FOUND
               MOVE "DEBIT ACCOUNT IS NOT ON THE CHART"
                   TO WS-REJECT-REASON
               GO TO 3200-CHECK-ACCOUNTS-EXIT
           END-IF.
           IF WS-CO-STATUS(CO-IDX) NOT = "A"
               MOVE "DEBIT ACCOUNT IS INACTIVE" TO WS-REJECT-REASON
               GO TO 3200-CHECK-ACCOUNTS-EXIT
           END-IF.
           MOVE WS-CO-BOOK(CO-IDX) TO WS-DR-BOOK.
           MOVE JV-CR-ACCOUNT TO WS-FIND-ACCOUNT.
           PERFORM 7000-FIND-ACCOUNT.
           IF ACCOUNT-NOT-FOUND
               MOVE "CREDIT ACCOUNT IS NOT ON THE CHART"
                   TO WS-REJECT-REASON
               GO TO 3200-CHECK-ACCOUNTS-EXIT
           END-IF.
           IF WS-CO-STATUS(CO-IDX) NOT = "A"
               MOVE "CREDIT ACCOUNT IS INACTIVE" TO WS-REJECT-REASON
               GO TO 3200-CHECK-ACCOUNTS-EXIT
           END-IF.
           IF WS-CO-BOOK(CO-IDX) NOT = WS-DR-BOOK
               MOVE "DEBIT AND CREDIT ARE IN DIFFERENT BOOKS"
                   TO WS-REJECT-REASON
           END-IF.
       3200-CHECK-ACCOUNTS-EXIT.
           EXIT.

      ******************************************************************
      * 4000-POST-VOUCHERS - the proven file posts: each side adds
      * into its account's GLBAL row for the month (a new row the
      * first time the account moves that month) and goes to
      * GLDETAIL, and the night is logged to GLPOSTLOG.
      ******************************************************************
       4000-POST-VOUCHERS.
           OPEN I-O BALANCE-FILE.
           IF WS-GLB-STATUS = "35"
               OPEN OUTPUT BALANCE-FILE
               CLOSE BALANCE-FILE
               OPEN I-O BALANCE-FILE
           END-IF.
           PERFORM CHECK-GLB-STATUS.
           OPEN EXTEND DETAIL-FILE.
           IF WS-GLD-STATUS = "35"
               OPEN OUTPUT DETAIL-FILE
               CLOSE DETAIL-FILE
               OPEN EXTEND DETAIL-FILE
           END-IF.
           PERFORM CHECK-GLD-STATUS.
           MOVE "N" TO WS-EOF.
           OPEN INPUT JOURNAL-FILE.
           PERFORM CHECK-JRNL-STATUS.
           PERFORM 4100-POST-ONE-VOUCHER THRU 4100-POST-ONE-VOUCHER-EXIT
               UNTIL WS-EOF = "Y".
           CLOSE JOURNAL-FILE.
           CLOSE DETAIL-FILE.
           CLOSE BALANCE-FILE.
           OPEN EXTEND POST-LOG-FILE.
           IF WS-GLPL-STATUS = "35"
               OPEN OUTPUT POST-LOG-FILE
               CLOSE POST-LOG-FILE
               OPEN EXTEND POST-LOG-FILE
           END-IF.
           PERFORM CHECK-GLPL-STATUS.
           MOVE WS-FILE-DATE TO GLPL-FILE-DATE.
           MOVE WS-TODAY TO GLPL-POSTED-DATE.
           MOVE WS-NOW TO GLPL-POSTED-TIME.
           MOVE WS-POSTED-COUNT TO GLPL-VOUCHER-COUNT.
           MOVE WS-FILE-TOTAL TO GLPL-AMOUNT-TOTAL.
           WRITE GLPL-REC.
           PERFORM CHECK-GLPL-STATUS.
           CLOSE POST-LOG-FILE.
           MOVE WS-FILE-TOTAL TO WS-TOTAL-ED.
           MOVE SPACES TO PRINT-REC.
           STRING WS-POSTED-COUNT " VOUCHERS POSTED TO THE LEDGER, "
               "TOTAL " WS-TOTAL-ED DELIMITED BY SIZE INTO PRINT-REC.
           PERFORM 8000-PRINT-LINE.
           MOVE "GLPOST" TO MJL-JOB-NAME.
           MOVE WS-FILE-DATE(1:6) TO MJL-PERIOD.
           MOVE WS-FILE-DATE TO MJL-AS-OF-DATE.
           CALL "MEJLOG" USING MONTH-END-LOG-AREA.

       4100-POST-ONE-VOUCHER.
           READ JOURNAL-FILE
               AT END
                   MOVE "Y" TO WS-EOF
                   GO TO 4100-POST-ONE-VOUCHER-EXIT
           END-READ.
           MOVE JV-DATE(1:6) TO WS-POST-PERIOD.
           MOVE JV-DR-AMOUNT TO WS-POST-AMOUNT.
           MOVE JV-DR-ACCOUNT TO WS-POST-ACCOUNT.
           MOVE JV-CR-ACCOUNT TO WS-POST-CONTRA.
           MOVE "D" TO WS-POST-SIDE.
           PERFORM 4200-POST-ONE-SIDE.
           MOVE JV-CR-AMOUNT TO WS-POST-AMOUNT.
           MOVE JV-CR-ACCOUNT TO WS-POST-ACCOUNT.
           MOVE JV-DR-ACCOUNT TO WS-POST-CONTRA.
           MOVE "C" TO WS-POST-SIDE.
           PERFORM 4200-POST-ONE-SIDE.
           ADD 1 TO WS-POSTED-COUNT.
       4100-POST-ONE-VOUCHER-EXIT.
           EXIT.

       4200-POST-ONE-SIDE.
           MOVE WS-POST-ACCOUNT TO GLB-ACCOUNT.
           MOVE WS-POST-PERIOD TO GLB-PERIOD.
           READ BALANCE-FILE
               INVALID KEY
                   SET BALANCE-ROW-NEW TO TRUE
               NOT INVALID KEY
                   SET BALANCE-ROW-FOUND TO TRUE
           END-READ.
           IF BALANCE-ROW-NEW
               MOVE WS-POST-ACCOUNT TO GLB-ACCOUNT
               MOVE WS-POST-PERIOD TO GLB-PERIOD
               MOVE ZERO TO GLB-DEBITS GLB-CREDITS
           END-IF.
           IF WS-POST-SIDE = "D"
               ADD WS-POST-AMOUNT TO GLB-DEBITS
           ELSE
               ADD WS-POST-AMOUNT TO GLB-CREDITS
           END-IF.
           IF BALANCE-ROW-NEW
               WRITE GLB-REC
           ELSE
               REWRITE GLB-REC
           END-IF.
           PERFORM CHECK-GLB-STATUS.
           MOVE WS-POST-ACCOUNT TO GLD-ACCOUNT.
           MOVE WS-POST-PERIOD TO GLD-PERIOD.
           MOVE JV-DATE TO GLD-DATE.
           MOVE JV-NUMBER TO GLD-JV-NUMBER.
           MOVE JV-SOURCE TO GLD-SOURCE.
           MOVE WS-POST-SIDE TO GLD-SIDE.
           MOVE WS-POST-AMOUNT TO GLD-AMOUNT.
           MOVE WS-POST-CONTRA TO GLD-CONTRA-ACCOUNT.
           WRITE GLD-REC.
           PERFORM CHECK-GLD-STATUS.

      ******************************************************************
      * 5000-DEPOSIT-TIE - the ledger's deposit liability (opening
      * balance plus every month's credits less debits) against the
      * DEPCTL value total, the sum of the current deposit balances.
      * Any difference is printed for the bookkeeper to run down.
      ******************************************************************
       5000-DEPOSIT-TIE.
           MOVE DASH-LINE TO PRINT-REC.
           PERFORM 8000-PRINT-LINE.
           MOVE WS-DEP-ACCOUNT TO WS-FIND-ACCOUNT.
           PERFORM 7000-FIND-ACCOUNT.
           IF ACCOUNT-NOT-FOUND
               MOVE "NO DEPOSIT LIABILITY ACCOUNT ON THE CHART - NO TIE"
                   TO PRINT-REC
               PERFORM 8000-PRINT-LINE
               GO TO 5000-DEPOSIT-TIE-EXIT
           END-IF.
           MOVE WS-CO-OPENING(CO-IDX) TO WS-GL-DEPOSITS.
           MOVE "N" TO WS-EOF.
           OPEN INPUT BALANCE-FILE.
           IF WS-GLB-STATUS NOT = "35"
               PERFORM CHECK-GLB-STATUS
               MOVE WS-DEP-ACCOUNT TO GLB-ACCOUNT
               MOVE ZERO TO GLB-PERIOD
               START BALANCE-FILE KEY IS NOT LESS THAN GLB-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-EOF
               END-START
               PERFORM 5100-ADD-ONE-DEPOSIT-MONTH UNTIL WS-EOF = "Y"
               CLOSE BALANCE-FILE
           END-IF.
           OPEN INPUT DEP-CONTROL-FILE.
           IF WS-FCTL-STATUS = "35"
               MOVE "NO DEPCTL CONTROL RECORD ON HAND - NO TIE"
                   TO PRINT-REC
               PERFORM 8000-PRINT-LINE
               GO TO 5000-DEPOSIT-TIE-EXIT
           END-IF.
           PERFORM CHECK-FCTL-STATUS.
           READ DEP-CONTROL-FILE
               AT END
                   MOVE ZERO TO FCTL-VALUE-TOTAL
           END-READ.
           MOVE FCTL-VALUE-TOTAL TO WS-CTL-DEPOSITS.
           CLOSE DEP-CONTROL-FILE.
           COMPUTE WS-TIE-DIFFERENCE = WS-GL-DEPOSITS - WS-CTL-DEPOSITS.
           MOVE WS-GL-DEPOSITS TO WS-SIGNED-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "GL DEPOSIT LIABILITY      : " WS-SIGNED-ED
               DELIMITED BY SIZE INTO PRINT-REC.
           PERFORM 8000-PRINT-LINE.
           MOVE WS-CTL-DEPOSITS TO WS-SIGNED-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "DEPCTL DEPOSIT BALANCES   : " WS-SIGNED-ED
               DELIMITED BY SIZE INTO PRINT-REC.
           PERFORM 8000-PRINT-LINE.
           MOVE WS-TIE-DIFFERENCE TO WS-SIGNED-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "DIFFERENCE                : " WS-SIGNED-ED
               DELIMITED BY SIZE INTO PRINT-REC.
           PERFORM 8000-PRINT-LINE.
           IF WS-TIE-DIFFERENCE = ZERO
               MOVE "DEPOSIT LIABILITY TIES TO DEPCTL." TO PRINT-REC
           ELSE
               MOVE "*** DEPOSIT LIABILITY DOES NOT TIE TO DEPCTL ***"
                   TO PRINT-REC
           END-IF.
           PERFORM 8000-PRINT-LINE.
       5000-DEPOSIT-TIE-EXIT.
           EXIT.

       5100-ADD-ONE-DEPOSIT-MONTH.
           READ BALANCE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   IF GLB-ACCOUNT NOT = WS-DEP-ACCOUNT
                       MOVE "Y" TO WS-EOF
                   ELSE
                       ADD GLB-CREDITS TO WS-GL-DEPOSITS
                       SUBTRACT GLB-DEBITS FROM WS-GL-DEPOSITS
                   END-IF
           END-READ.

       6000-FINISH.
           CLOSE PRINT-FILE.
           MOVE "GLPOSTRPT" TO SPC-REPORT-NAME.
           MOVE "GLPOSTRPT" TO SPC-SOURCE-PATH.
           CALL "SPOOLCAP" USING SPOOL-CAP-AREA.
           DISPLAY "GL POSTING RUN COMPLETE - " WS-POSTED-COUNT
               " VOUCHERS POSTED, " WS-REJECT-COUNT " REJECTED.".

      ******************************************************************
      * 7000-FIND-ACCOUNT - CO-IDX left on WS-FIND-ACCOUNT's row
      * when ACCOUNT-FOUND comes back set.
      ******************************************************************
       7000-FIND-ACCOUNT.
           SET CO-IDX TO 1.
           SET ACCOUNT-NOT-FOUND TO TRUE.
           PERFORM 7100-SCAN-ACCOUNT THRU 7100-SCAN-ACCOUNT-EXIT
               UNTIL CO-IDX > WS-COA-COUNT OR ACCOUNT-FOUND.

       7100-SCAN-ACCOUNT.
           IF WS-CO-ACCOUNT(CO-IDX) = WS-FIND-ACCOUNT
               SET ACCOUNT-FOUND TO TRUE
           ELSE
               SET CO-IDX UP BY 1
           END-IF.
       7100-SCAN-ACCOUNT-EXIT.
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
           DISPLAY "GL POSTING RUN TERMINATED - SEE FILE STATUS ABOVE.".
           STOP RUN.

       CHECK-COA-STATUS.
           IF WS-COA-STATUS NOT = "00"
               MOVE "CHART-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-COA-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-JRNL-STATUS.
           IF WS-JRNL-STATUS NOT = "00"
               MOVE "JOURNAL-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-JRNL-STATUS TO WS-ERR-STATUS
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

       CHECK-GLPL-STATUS.
           IF WS-GLPL-STATUS NOT = "00"
               MOVE "POST-LOG-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-GLPL-STATUS TO WS-ERR-STATUS
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

       END PROGRAM GLPOST.
