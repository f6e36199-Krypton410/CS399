      ******************************************************************
      * Author:
      * Date:
      * Purpose: Realty tax auto-debit run - pays the quarter's
      *          realty tax out of the time deposits enrolled on
      *          ADRFILE.  Run on the business date, it walks the
      *          billing file and, for every installment falling due
      *          that day (or an earlier one since enrollment the run
      *          has never acted on), finds the lot's enrollment -
      *          the lot's own first, else its owner's - and debits
      *          whatever of the bill is due through that quarter
      *          and still unpaid.  The debit is refused when the
      *          account is gone, closed or dormant, has moved off
      *          the enrolled CIF, or its balance free of HOLDFILE
      *          holds does not cover the installment.  A good debit
      *          posts a withdrawal on DEPTXN, moves DEP-BALANCE-OUT
      *          and the DEPCTL totals, appends the official receipt
      *          to TAXRCPT under the next serial of a booklet issued
      *          to ADEBIT on AFFILE, pays down TAXLEDG (basic first,
      *          then SEF) and any payment plan.  ADLFILE keeps one
      *          row per lot, year and installment so a rerun never
      *          debits twice.  Postings list on ADBRPT, refusals on
      *          the ADBEXCP exception listing, and each refusal puts
      *          a notice to the depositor on ADBNOTE.  Each change it
      *          makes to the deposit master is journalled to RCVJRNL
      *          through RJNLOG, so ROLLFWD can reapply it after a
      *          restore.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADEBIT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT BILL-FILE
           ASSIGN TO "TAXBILL"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-BILL-STATUS.

       SELECT ENROLL-FILE
           ASSIGN TO "ADRFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ADR-KEY
           FILE STATUS IS WS-ADR-STATUS.

       SELECT DEBIT-LOG-FILE
           ASSIGN TO "ADLFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ADL-KEY
           FILE STATUS IS WS-ADL-STATUS.

       SELECT MASTER-FILE
           ASSIGN TO WS-MASTER-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LOT_NUMBER_OUT
           ALTERNATE RECORD KEY IS OWNER_NAME_OUT WITH DUPLICATES
           FILE STATUS IS WS-MASTER-STATUS.

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

       SELECT CONTROL-FILE
           ASSIGN TO "DEPCTL"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FCTL-STATUS.

       SELECT HOLD-FILE
           ASSIGN TO "HOLDFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HOLD-ACCOUNT-NUMBER
           FILE STATUS IS WS-HOLD-STATUS.

       SELECT CIF-FILE
           ASSIGN TO "CIFFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CIF-NUMBER
           FILE STATUS IS WS-CIF-STATUS.

       SELECT RUN-CONTROL-FILE
           ASSIGN TO "RUNCTL"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RCTL-STATUS.

       SELECT LEDGER-FILE
           ASSIGN TO "TAXLEDG"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LEDG-KEY
           FILE STATUS IS WS-LEDG-STATUS.

       SELECT RECEIPT-FILE
           ASSIGN TO "TAXRCPT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RCPT-STATUS.

       SELECT PLAN-FILE
           ASSIGN TO "PLANFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PLAN-KEY
           FILE STATUS IS WS-PLAN-STATUS.

       SELECT APPEAL-FILE
           ASSIGN TO "APLFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS APL-LOT-NUMBER
           FILE STATUS IS WS-APL-STATUS.

       SELECT FORMS-FILE
           ASSIGN TO "AFFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AF-END-SERIAL
           FILE STATUS IS WS-AF-STATUS.

       SELECT FORMS-USED-FILE
           ASSIGN TO "AFUSED"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AFU-OR-NUMBER
           FILE STATUS IS WS-AFU-STATUS.

       SELECT PRINT-FILE
           ASSIGN TO "ADBRPT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PRINT-STATUS.

       SELECT EXCP-PRINT-FILE
           ASSIGN TO "ADBEXCP"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-XPRT-STATUS.

       SELECT NOTICE-FILE
           ASSIGN TO "ADBNOTE"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-NOTE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD BILL-FILE
           DATA RECORD IS BILL-REC.

       COPY "BILLREC.cpy".

       FD ENROLL-FILE
           DATA RECORD IS ADR-REC.

       COPY "ADRREC.cpy".

       FD DEBIT-LOG-FILE
           DATA RECORD IS ADL-REC.

       COPY "ADLREC.cpy".

       FD MASTER-FILE
           DATA RECORD IS OUTPUT-REC.

       COPY "PROPREC.cpy".

       FD EMP-FILE
           DATA RECORD IS NEW-FILE.

       COPY "DEPREC.cpy".

       FD TXN-FILE
           DATA RECORD IS DEPTXN-REC.

       COPY "DEPTXNREC.cpy".

       FD CONTROL-FILE
           DATA RECORD IS FCTL-REC.

       COPY "FCTLREC.cpy".

       FD HOLD-FILE
           DATA RECORD IS HOLD-REC.

       COPY "HOLDREC.cpy".

       FD CIF-FILE
           DATA RECORD IS CIF-REC.

       COPY "CIFREC.cpy".

       FD RUN-CONTROL-FILE
           DATA RECORD IS RUN-CTL-REC.

       COPY "RUNCTLREC.cpy".

       FD LEDGER-FILE
           DATA RECORD IS LEDGER-REC.

       COPY "LEDGREC.cpy".

       FD RECEIPT-FILE
           DATA RECORD IS RECEIPT-REC.

       COPY "RCPTREC.cpy".

       FD PLAN-FILE
           DATA RECORD IS PLAN-REC.

       COPY "PLANREC.cpy".

       FD APPEAL-FILE
           DATA RECORD IS APPEAL-REC.

       COPY "APLREC.cpy".

       FD FORMS-FILE
           DATA RECORD IS AF-REC.

       COPY "AFREC.cpy".

       FD FORMS-USED-FILE
           DATA RECORD IS AFU-REC.

       COPY "AFUREC.cpy".

       FD PRINT-FILE
           DATA RECORD IS PRINT-REC.

       01 PRINT-REC PIC X(90).

       FD EXCP-PRINT-FILE
           DATA RECORD IS XPRT-REC.

       01 XPRT-REC PIC X(90).

       FD NOTICE-FILE
           DATA RECORD IS NOTE-REC.

       01 NOTE-REC PIC X(80).

       WORKING-STORAGE SECTION.
      * WS-MASTER-PATH DEFAULTS TO THE SHOP'S USUAL LOCATION BUT CAN BE
      * OVERRIDDEN BY SETTING THE MASTERFILE ENVIRONMENT VARIABLE, THE
      * SAME AS THE PROPERTY-MASTER MAINTENANCE PROGRAM.
       01 WS-MASTER-PATH PIC X(100)
           VALUE "C:\Users\Edison\Desktop\MP6\MASTER-FILE.DAT".
       01 WS-ENV-MASTER-PATH PIC X(100) VALUE SPACES.
       01 WS-BILL-STATUS PIC X(2).
       01 WS-ADR-STATUS PIC X(2).
       01 WS-ADL-STATUS PIC X(2).
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-EMP-STATUS PIC X(2).
       01 WS-TXN-STATUS PIC X(2).
       01 WS-FCTL-STATUS PIC X(2).
       01 WS-HOLD-STATUS PIC X(2).
       01 WS-CIF-STATUS PIC X(2).
       01 WS-RCTL-STATUS PIC X(2).
       01 WS-LEDG-STATUS PIC X(2).
       01 WS-RCPT-STATUS PIC X(2).
       01 WS-PLAN-STATUS PIC X(2).
       01 WS-APL-STATUS PIC X(2).
       01 WS-AF-STATUS PIC X(2).
       01 WS-AFU-STATUS PIC X(2).
       01 WS-PRINT-STATUS PIC X(2).
       01 WS-XPRT-STATUS PIC X(2).
       01 WS-NOTE-STATUS PIC X(2).
       01 WS-EOF PIC X(1) VALUE "N".
       01 WS-AF-EOF PIC X(1) VALUE "N".
       01 DASH-LINE PIC X(76) VALUE ALL "-".

       01 WS-BUSINESS-DATE PIC 9(8) VALUE ZERO.
       01 WS-CURRENT-TIME PIC 9(8) VALUE ZERO.
       01 WS-BILL-YEAR PIC 9(4) VALUE ZERO.
       01 WS-INST-SUB PIC 9 VALUE ZERO.
       01 WS-SUM-SUB PIC 9 VALUE ZERO.

      * SWITCHES FOR THE FILES THE RUN CAN DO WITHOUT.
       01 WS-MASTER-FILE-SWITCH PIC X VALUE "N".
           88 MASTER-FILE-ON-HAND VALUE "Y".
       01 WS-HOLD-FILE-SWITCH PIC X VALUE "N".
           88 HOLD-FILE-ON-HAND VALUE "Y".
       01 WS-CIF-FILE-SWITCH PIC X VALUE "N".
           88 CIF-FILE-ON-HAND VALUE "Y".
       01 WS-APL-FILE-SWITCH PIC X VALUE "N".
           88 APPEAL-FILE-ON-HAND VALUE "Y".
       01 WS-PLAN-FILE-SWITCH PIC X VALUE "N".
           88 PLAN-FILE-ON-HAND VALUE "Y".
       01 WS-AF-FILE-SWITCH PIC X VALUE "N".
           88 FORMS-FILE-ON-HAND VALUE "Y".

       01 WS-ADR-FOUND-SWITCH PIC X VALUE "N".
           88 ENROLLMENT-FOUND VALUE "Y".
           88 ENROLLMENT-NOT-FOUND VALUE "N".
       01 WS-ADL-FOUND-SWITCH PIC X VALUE "N".
           88 DEBIT-LOGGED VALUE "Y".
           88 DEBIT-NOT-LOGGED VALUE "N".
       01 WS-ACCT-FOUND-SWITCH PIC X VALUE "N".
           88 ACCOUNT-FOUND VALUE "Y".
           88 ACCOUNT-NOT-FOUND VALUE "N".
       01 WS-OR-FOUND-SWITCH PIC X VALUE "N".
           88 OR-SERIAL-FOUND VALUE "Y".
           88 OR-SERIAL-NOT-FOUND VALUE "N".
       01 WS-PROTEST-SWITCH PIC X VALUE "N".
           88 PAYING-UNDER-PROTEST VALUE "Y".

      * WHAT IS DUE THROUGH THE INSTALLMENT IN HAND: THE BASIC
      * INSTALLMENTS UP TO IT PLUS THE SEF IN EQUAL QUARTERS, THE
      * LAST QUARTER TAKING THE ODD CENTAVOS, LESS WHAT THE LEDGER
      * SHOWS PAID - NEVER MORE THAN THE LEDGER STILL HAS OPEN.
       01 WS-DUE-TO-DATE PIC 9(7)V99 VALUE ZERO.
       01 WS-SEF-QUARTER PIC 999999V99 VALUE ZERO.
       01 WS-PAID-TO-DATE PIC 9(7)V99 VALUE ZERO.
       01 WS-TOTAL-OPEN PIC 9(7)V99 VALUE ZERO.
       01 WS-DEBIT-AMOUNT PIC 9(7)V99 VALUE ZERO.
       01 WS-APPLY-BASIC PIC 999999V99 VALUE ZERO.
       01 WS-APPLY-SEF PIC 999999V99 VALUE ZERO.
       01 WS-FREE-BALANCE PIC S9(7)V99 VALUE ZERO.
       01 WS-OR-CANDIDATE PIC 9(7) VALUE ZERO.
       01 WS-REFUSE-REASON PIC X(40) VALUE SPACES.

      * DEPOSIT CONTROL DELTAS BANKED OVER THE RUN AND APPLIED ONCE BY
      * UPDATE-CONTROL-RECORD AT THE FINISH.
       01 WS-FCTL-D-COUNT PIC S9(5) VALUE ZERO.
       01 WS-FCTL-D-VALUE PIC S9(9)V99 VALUE ZERO.
       01 WS-FCTL-D-KEY PIC S9(13) VALUE ZERO.

       01 WS-BILLS-READ PIC 9(5) VALUE ZERO.
       01 WS-POSTED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-POSTED-TOTAL PIC 9(9)V99 VALUE ZERO.
       01 WS-REFUSED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REFUSED-TOTAL PIC 9(9)V99 VALUE ZERO.
       01 WS-COUNT-ED PIC ZZ,ZZ9.
       01 WS-MONEY-ED PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-AMOUNT-ED PIC Z,ZZZ,ZZ9.99.

      * WS-ERR-FILE-NAME/WS-ERR-STATUS ARE SET BY THE CHECK-xxx-STATUS
      * PARAGRAPHS BELOW BEFORE PERFORMING ABEND-FILE-ERROR.
       01 WS-ERR-FILE-NAME PIC X(20).
       01 WS-ERR-STATUS PIC X(2).

      * PARAMETER AREA FOR THE SHARED RJNLOG RECOVERY JOURNAL ROUTINE.
       COPY "RJLREC.cpy".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE "ADEBIT" TO RJL-PROGRAM.
           MOVE "D" TO RJL-MASTER.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-SCAN-BILLS THRU 2000-SCAN-BILLS-EXIT
               UNTIL WS-EOF = "Y".
           PERFORM 4000-FINISH.
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - the business date comes off RUNCTL, the
      * same as the accrual run; a shop not yet under run control
      * debits against today's date.  No enrollment file means no
      * one has signed up and there is nothing to do.
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-ENV-MASTER-PATH FROM ENVIRONMENT "MASTERFILE".
           IF WS-ENV-MASTER-PATH NOT = SPACES
               MOVE WS-ENV-MASTER-PATH TO WS-MASTER-PATH
           END-IF.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RCTL-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM CHECK-RCTL-STATUS
               READ RUN-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RC-BUSINESS-DATE TO WS-BUSINESS-DATE
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.
           OPEN INPUT ENROLL-FILE.
           IF WS-ADR-STATUS = "35"
               DISPLAY "NO AUTO-DEBIT ENROLLMENTS ON FILE - NOTHING "
                   "TO DEBIT."
               STOP RUN
           END-IF.
           PERFORM CHECK-ADR-STATUS.
           OPEN INPUT BILL-FILE.
           IF WS-BILL-STATUS = "35"
               DISPLAY "NO BILLING FILE ON HAND - NOTHING TO DEBIT."
               CLOSE ENROLL-FILE
               STOP RUN
           END-IF.
           PERFORM CHECK-BILL-STATUS.
           OPEN I-O DEBIT-LOG-FILE.
           IF WS-ADL-STATUS = "35"
               OPEN OUTPUT DEBIT-LOG-FILE
               CLOSE DEBIT-LOG-FILE
               OPEN I-O DEBIT-LOG-FILE
           END-IF.
           PERFORM CHECK-ADL-STATUS.
           OPEN I-O EMP-FILE.
           PERFORM CHECK-EMP-STATUS.
           OPEN I-O LEDGER-FILE.
           PERFORM CHECK-LEDG-STATUS.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS = "00"
               SET MASTER-FILE-ON-HAND TO TRUE
           END-IF.
           OPEN INPUT HOLD-FILE.
           IF WS-HOLD-STATUS = "00"
               SET HOLD-FILE-ON-HAND TO TRUE
           END-IF.
           OPEN INPUT CIF-FILE.
           IF WS-CIF-STATUS = "00"
               SET CIF-FILE-ON-HAND TO TRUE
           END-IF.
           OPEN INPUT APPEAL-FILE.
           IF WS-APL-STATUS = "00"
               SET APPEAL-FILE-ON-HAND TO TRUE
           END-IF.
           OPEN I-O PLAN-FILE.
           IF WS-PLAN-STATUS = "00"
               SET PLAN-FILE-ON-HAND TO TRUE
           END-IF.
           OPEN I-O FORMS-FILE.
           IF WS-AF-STATUS = "00"
               SET FORMS-FILE-ON-HAND TO TRUE
           END-IF.
           OPEN I-O FORMS-USED-FILE.
           IF WS-AFU-STATUS = "35"
               OPEN OUTPUT FORMS-USED-FILE
               CLOSE FORMS-USED-FILE
               OPEN I-O FORMS-USED-FILE
           END-IF.
           PERFORM CHECK-AFU-STATUS.
           OPEN EXTEND TXN-FILE.
           IF WS-TXN-STATUS = "35"
               OPEN OUTPUT TXN-FILE
               CLOSE TXN-FILE
               OPEN EXTEND TXN-FILE
           END-IF.
           PERFORM CHECK-TXN-STATUS.
           OPEN EXTEND RECEIPT-FILE.
           IF WS-RCPT-STATUS = "35"
               OPEN OUTPUT RECEIPT-FILE
               CLOSE RECEIPT-FILE
               OPEN EXTEND RECEIPT-FILE
           END-IF.
           PERFORM CHECK-RCPT-STATUS.
           OPEN EXTEND NOTICE-FILE.
           IF WS-NOTE-STATUS = "35"
               OPEN OUTPUT NOTICE-FILE
               CLOSE NOTICE-FILE
               OPEN EXTEND NOTICE-FILE
           END-IF.
           PERFORM CHECK-NOTE-STATUS.
           OPEN OUTPUT PRINT-FILE.
           PERFORM CHECK-PRINT-STATUS.
           OPEN OUTPUT EXCP-PRINT-FILE.
           PERFORM CHECK-XPRT-STATUS.
           MOVE SPACES TO PRINT-REC.
           STRING "REALTY TAX AUTO-DEBIT POSTING REGISTER  "
               DELIMITED BY SIZE
               WS-BUSINESS-DATE DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE "LOT NUMBER  YEAR  Q ACCOUNT CIF      AMOUNT  OR NO."
               TO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE DASH-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE SPACES TO XPRT-REC.
           STRING "REALTY TAX AUTO-DEBIT EXCEPTIONS  "
               DELIMITED BY SIZE
               WS-BUSINESS-DATE DELIMITED BY SIZE
               INTO XPRT-REC.
           WRITE XPRT-REC.
           PERFORM CHECK-XPRT-STATUS.
           MOVE "LOT NUMBER  YEAR  Q ACCOUNT       AMOUNT  REASON"
               TO XPRT-REC.
           WRITE XPRT-REC.
           PERFORM CHECK-XPRT-STATUS.
           MOVE DASH-LINE TO XPRT-REC.
           WRITE XPRT-REC.
           PERFORM CHECK-XPRT-STATUS.
           MOVE "N" TO WS-EOF.

       2000-SCAN-BILLS.
           READ BILL-FILE
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-BILLS-READ
                   MOVE BILL-RUN-DATE(1:4) TO WS-BILL-YEAR
                   PERFORM 2100-FIND-ENROLLMENT
                       THRU 2100-FIND-ENROLLMENT-EXIT
                   IF ENROLLMENT-FOUND
                       PERFORM 2200-CHECK-INSTALLMENT
                           THRU 2200-CHECK-INSTALLMENT-EXIT
                           VARYING WS-INST-SUB FROM 1 BY 1
                           UNTIL WS-INST-SUB > 4
                   END-IF
           END-READ.
           IF WS-BILL-STATUS NOT = "00" AND WS-BILL-STATUS NOT = "10"
               MOVE "BILL-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-BILL-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.
       2000-SCAN-BILLS-EXIT.
           EXIT.

      ******************************************************************
      * 2100-FIND-ENROLLMENT - the lot's own active enrollment first;
      * failing that, the active enrollment of the owner number the
      * property master carries for the lot.
      ******************************************************************
       2100-FIND-ENROLLMENT.
           SET ENROLLMENT-NOT-FOUND TO TRUE.
           MOVE "L" TO ADR-ENROLL-TYPE.
           MOVE BILL-LOT-NUMBER TO ADR-REFERENCE.
           PERFORM 2150-READ-ENROLLMENT.
           IF ENROLLMENT-FOUND OR NOT MASTER-FILE-ON-HAND
               GO TO 2100-FIND-ENROLLMENT-EXIT
           END-IF.
           MOVE BILL-LOT-NUMBER TO LOT_NUMBER_OUT.
           READ MASTER-FILE KEY IS LOT_NUMBER_OUT
               INVALID KEY
                   GO TO 2100-FIND-ENROLLMENT-EXIT
           END-READ.
           IF PROP-OWNER-NO-OUT = ZERO
               GO TO 2100-FIND-ENROLLMENT-EXIT
           END-IF.
           MOVE "O" TO ADR-ENROLL-TYPE.
           MOVE PROP-OWNER-NO-OUT TO ADR-REFERENCE.
           PERFORM 2150-READ-ENROLLMENT.
       2100-FIND-ENROLLMENT-EXIT.
           EXIT.

       2150-READ-ENROLLMENT.
           READ ENROLL-FILE KEY IS ADR-KEY
               INVALID KEY
                   SET ENROLLMENT-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   IF ADR-ACTIVE
                       SET ENROLLMENT-FOUND TO TRUE
                   ELSE
                       SET ENROLLMENT-NOT-FOUND TO TRUE
                   END-IF
           END-READ.

      ******************************************************************
      * 2200-CHECK-INSTALLMENT - acts on the installment falling due
      * on the business date, and on an earlier one since enrollment
      * that has no debit-log row at all (a run missed on its due
      * date).  A posted log row is never debited again; a refused
      * one is retried only on its own due date.
      ******************************************************************
       2200-CHECK-INSTALLMENT.
           IF BILL-INST-DUE-DATE(WS-INST-SUB) > WS-BUSINESS-DATE
               OR BILL-INST-DUE-DATE(WS-INST-SUB) < ADR-ENROLL-DATE
               GO TO 2200-CHECK-INSTALLMENT-EXIT
           END-IF.
           MOVE WS-BILL-YEAR TO ADL-BILL-YEAR.
           MOVE BILL-LOT-NUMBER TO ADL-LOT-NUMBER.
           MOVE WS-INST-SUB TO ADL-INST-NO.
           READ DEBIT-LOG-FILE KEY IS ADL-KEY
               INVALID KEY
                   SET DEBIT-NOT-LOGGED TO TRUE
               NOT INVALID KEY
                   SET DEBIT-LOGGED TO TRUE
           END-READ.
           IF DEBIT-LOGGED
               IF ADL-POSTED
                   OR BILL-INST-DUE-DATE(WS-INST-SUB)
                       NOT = WS-BUSINESS-DATE
                   GO TO 2200-CHECK-INSTALLMENT-EXIT
               END-IF
           END-IF.
           MOVE WS-BILL-YEAR TO LEDG-BILL-YEAR.
           MOVE BILL-LOT-NUMBER TO LEDG-LOT-NUMBER.
           READ LEDGER-FILE KEY IS LEDG-KEY
               INVALID KEY
                   MOVE ZERO TO WS-DEBIT-AMOUNT
                   MOVE "NO LEDGER ROW FOR THE BILL" TO
                       WS-REFUSE-REASON
                   PERFORM 3900-REFUSE-DEBIT
                   GO TO 2200-CHECK-INSTALLMENT-EXIT
           END-READ.
           PERFORM 2300-COMPUTE-AMOUNT-DUE.
           IF WS-DEBIT-AMOUNT = ZERO
               GO TO 2200-CHECK-INSTALLMENT-EXIT
           END-IF.
           PERFORM 2400-CHECK-ACCOUNT THRU 2400-CHECK-ACCOUNT-EXIT.
           IF WS-REFUSE-REASON NOT = SPACES
               PERFORM 3900-REFUSE-DEBIT
               GO TO 2200-CHECK-INSTALLMENT-EXIT
           END-IF.
           PERFORM 2500-FIND-OR-SERIAL THRU 2500-FIND-OR-SERIAL-EXIT.
           IF OR-SERIAL-NOT-FOUND
               MOVE "NO OR BOOKLET ISSUED TO ADEBIT" TO
                   WS-REFUSE-REASON
               PERFORM 3900-REFUSE-DEBIT
               GO TO 2200-CHECK-INSTALLMENT-EXIT
           END-IF.
           PERFORM 3000-POST-DEBIT.
       2200-CHECK-INSTALLMENT-EXIT.
           EXIT.

       2300-COMPUTE-AMOUNT-DUE.
           MOVE ZERO TO WS-DUE-TO-DATE.
           PERFORM 2310-ADD-INSTALLMENT
               VARYING WS-SUM-SUB FROM 1 BY 1
               UNTIL WS-SUM-SUB > WS-INST-SUB.
           IF WS-INST-SUB = 4
               ADD BILL-SEF-DUE TO WS-DUE-TO-DATE
           ELSE
               DIVIDE BILL-SEF-DUE BY 4 GIVING WS-SEF-QUARTER
               COMPUTE WS-DUE-TO-DATE =
                   WS-DUE-TO-DATE + WS-SEF-QUARTER * WS-INST-SUB
           END-IF.
           COMPUTE WS-PAID-TO-DATE = LEDG-AMOUNT-PAID + LEDG-SEF-PAID.
           COMPUTE WS-TOTAL-OPEN = LEDG-BALANCE + LEDG-SEF-BALANCE.
           IF WS-DUE-TO-DATE > WS-PAID-TO-DATE
               COMPUTE WS-DEBIT-AMOUNT =
                   WS-DUE-TO-DATE - WS-PAID-TO-DATE
           ELSE
               MOVE ZERO TO WS-DEBIT-AMOUNT
           END-IF.
           IF WS-DEBIT-AMOUNT > WS-TOTAL-OPEN
               MOVE WS-TOTAL-OPEN TO WS-DEBIT-AMOUNT
           END-IF.

       2310-ADD-INSTALLMENT.
           ADD BILL-INST-AMOUNT(WS-SUM-SUB) TO WS-DUE-TO-DATE.

      ******************************************************************
      * 2400-CHECK-ACCOUNT - leaves WS-REFUSE-REASON blank when the
      * enrolled account can stand the debit: on file, neither closed
      * nor dormant, still under the enrolled CIF, and its balance
      * free of any active legal hold covering the amount.
      ******************************************************************
       2400-CHECK-ACCOUNT.
           MOVE SPACES TO WS-REFUSE-REASON.
           MOVE ADR-ACCOUNT-NUMBER TO ACCOUNT_NUMBER_OUT.
           READ EMP-FILE KEY IS ACCOUNT_NUMBER_OUT
               INVALID KEY
                   SET ACCOUNT-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET ACCOUNT-FOUND TO TRUE
           END-READ.
           IF ACCOUNT-NOT-FOUND
               MOVE "ENROLLED ACCOUNT NOT ON FILE" TO WS-REFUSE-REASON
               GO TO 2400-CHECK-ACCOUNT-EXIT
           END-IF.
           IF DEPOSIT-CLOSED-OUT
               MOVE "ACCOUNT IS CLOSED" TO WS-REFUSE-REASON
               GO TO 2400-CHECK-ACCOUNT-EXIT
           END-IF.
           IF DEPOSIT-DORMANT-OUT
               MOVE "ACCOUNT IS DORMANT" TO WS-REFUSE-REASON
               GO TO 2400-CHECK-ACCOUNT-EXIT
           END-IF.
           IF DEP-CIF-NUMBER-OUT NOT = ADR-CIF-NUMBER
               MOVE "ACCOUNT NO LONGER UNDER ENROLLED CIF" TO
                   WS-REFUSE-REASON
               GO TO 2400-CHECK-ACCOUNT-EXIT
           END-IF.
           MOVE DEP-BALANCE-OUT TO WS-FREE-BALANCE.
           IF HOLD-FILE-ON-HAND
               MOVE ADR-ACCOUNT-NUMBER TO HOLD-ACCOUNT-NUMBER
               READ HOLD-FILE KEY IS HOLD-ACCOUNT-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF HOLD-ACTIVE
                           SUBTRACT HOLD-AMOUNT FROM WS-FREE-BALANCE
                       END-IF
               END-READ
           END-IF.
           IF WS-FREE-BALANCE < WS-DEBIT-AMOUNT
               MOVE "INSUFFICIENT BALANCE FREE OF HOLDS" TO
                   WS-REFUSE-REASON
           END-IF.
       2400-CHECK-ACCOUNT-EXIT.
           EXIT.

      ******************************************************************
      * 2500-FIND-OR-SERIAL - the receipt goes out under the next
      * unused serial of the first booklet on AFFILE issued to
      * ADEBIT, the same accountable-forms control the teller screen
      * and the bank import work under.  The booklet stays the
      * current AF-REC for 3450-MARK-OR-USED to count.
      ******************************************************************
       2500-FIND-OR-SERIAL.
           SET OR-SERIAL-NOT-FOUND TO TRUE.
           IF NOT FORMS-FILE-ON-HAND
               GO TO 2500-FIND-OR-SERIAL-EXIT
           END-IF.
           MOVE "N" TO WS-AF-EOF.
           MOVE ZERO TO AF-END-SERIAL.
           START FORMS-FILE KEY IS NOT LESS THAN AF-END-SERIAL
               INVALID KEY
                   GO TO 2500-FIND-OR-SERIAL-EXIT
           END-START.
           PERFORM 2510-NEXT-BOOKLET THRU 2510-NEXT-BOOKLET-EXIT
               UNTIL WS-AF-EOF = "Y" OR OR-SERIAL-FOUND.
       2500-FIND-OR-SERIAL-EXIT.
           EXIT.

       2510-NEXT-BOOKLET.
           READ FORMS-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-AF-EOF
                   GO TO 2510-NEXT-BOOKLET-EXIT
           END-READ.
           PERFORM CHECK-AF-STATUS.
           IF NOT AF-ISSUED OR AF-COLLECTOR-ID NOT = "ADEBIT"
               GO TO 2510-NEXT-BOOKLET-EXIT
           END-IF.
           IF AF-USED-COUNT = ZERO
               MOVE AF-START-SERIAL TO WS-OR-CANDIDATE
           ELSE
               COMPUTE WS-OR-CANDIDATE = AF-LAST-USED + 1
           END-IF.
           PERFORM 2520-PROBE-SERIAL
               UNTIL OR-SERIAL-FOUND
                   OR WS-OR-CANDIDATE > AF-END-SERIAL.
       2510-NEXT-BOOKLET-EXIT.
           EXIT.

       2520-PROBE-SERIAL.
           MOVE WS-OR-CANDIDATE TO AFU-OR-NUMBER.
           READ FORMS-USED-FILE KEY IS AFU-OR-NUMBER
               INVALID KEY
                   SET OR-SERIAL-FOUND TO TRUE
               NOT INVALID KEY
                   ADD 1 TO WS-OR-CANDIDATE
           END-READ.

      ******************************************************************
      * 3000-POST-DEBIT - the withdrawal first (account, DEPTXN and
      * the control deltas), then the tax side exactly as the bank
      * import applies a payment: ledger basic first then SEF, the
      * receipt, the OR marked used and any plan paid down.
      ******************************************************************
       3000-POST-DEBIT.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           SUBTRACT WS-DEBIT-AMOUNT FROM DEP-BALANCE-OUT.
           SUBTRACT WS-DEBIT-AMOUNT FROM PRINCIPAL_AMOUNT_OUT.
           MOVE NEW-FILE TO RJL-IMAGE.
           REWRITE NEW-FILE.
           PERFORM CHECK-EMP-STATUS.
           MOVE "C" TO RJL-ACTION.
           CALL "RJNLOG" USING RECOVERY-JOURNAL-AREA.
           MOVE ACCOUNT_NUMBER_OUT TO TXN-ACCOUNT-NUMBER.
           MOVE WS-BUSINESS-DATE TO TXN-DATE.
           MOVE WS-CURRENT-TIME TO TXN-TIME.
           MOVE "W" TO TXN-TYPE.
           MOVE WS-DEBIT-AMOUNT TO TXN-AMOUNT.
           MOVE DEP-BALANCE-OUT TO TXN-RUNNING-BALANCE.
           MOVE "ADEBIT" TO TXN-OPERATOR-ID.
           WRITE DEPTXN-REC.
           PERFORM CHECK-TXN-STATUS.
           SUBTRACT WS-DEBIT-AMOUNT FROM WS-FCTL-D-VALUE.
           IF WS-DEBIT-AMOUNT > LEDG-BALANCE
               MOVE LEDG-BALANCE TO WS-APPLY-BASIC
           ELSE
               MOVE WS-DEBIT-AMOUNT TO WS-APPLY-BASIC
           END-IF.
           COMPUTE WS-APPLY-SEF = WS-DEBIT-AMOUNT - WS-APPLY-BASIC.
           ADD WS-APPLY-BASIC TO LEDG-AMOUNT-PAID.
           SUBTRACT WS-APPLY-BASIC FROM LEDG-BALANCE.
           ADD WS-APPLY-SEF TO LEDG-SEF-PAID.
           SUBTRACT WS-APPLY-SEF FROM LEDG-SEF-BALANCE.
           IF LEDG-BALANCE = ZERO AND LEDG-SEF-BALANCE = ZERO
               MOVE "P" TO LEDG-STATUS
           END-IF.
           REWRITE LEDGER-REC.
           PERFORM CHECK-LEDG-STATUS.
           PERFORM 3300-CHECK-APPEAL.
           PERFORM 3400-WRITE-RECEIPT.
           PERFORM 3450-MARK-OR-USED.
           PERFORM 3500-APPLY-TO-PLAN.
           MOVE "P" TO ADL-STATUS.
           MOVE WS-OR-CANDIDATE TO ADL-OR-NUMBER.
           MOVE SPACES TO ADL-REASON.
           PERFORM 3800-WRITE-DEBIT-LOG.
           ADD 1 TO WS-POSTED-COUNT.
           ADD WS-DEBIT-AMOUNT TO WS-POSTED-TOTAL.
           MOVE WS-DEBIT-AMOUNT TO WS-AMOUNT-ED.
           MOVE SPACES TO PRINT-REC.
           STRING BILL-LOT-NUMBER DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-BILL-YEAR DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-INST-SUB DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ADR-ACCOUNT-NUMBER DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               ADR-CIF-NUMBER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AMOUNT-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-OR-CANDIDATE DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.

       3300-CHECK-APPEAL.
           MOVE "N" TO WS-PROTEST-SWITCH.
           IF APPEAL-FILE-ON-HAND
               MOVE BILL-LOT-NUMBER TO APL-LOT-NUMBER
               READ APPEAL-FILE KEY IS APL-LOT-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF APL-OPEN
                           SET PAYING-UNDER-PROTEST TO TRUE
                       END-IF
               END-READ
           END-IF.

       3400-WRITE-RECEIPT.
           MOVE WS-OR-CANDIDATE TO RCPT-OR-NUMBER.
           MOVE WS-BILL-YEAR TO RCPT-BILL-YEAR.
           MOVE BILL-LOT-NUMBER TO RCPT-LOT-NUMBER.
           MOVE WS-BUSINESS-DATE TO RCPT-PAYMENT-DATE.
           MOVE WS-DEBIT-AMOUNT TO RCPT-AMOUNT.
           MOVE "ADEBIT" TO RCPT-OPERATOR-ID.
           MOVE WS-APPLY-SEF TO RCPT-SEF-AMOUNT.
           MOVE ZERO TO RCPT-CREDIT-AMOUNT.
           MOVE SPACE TO RCPT-VOID-FLAG.
           MOVE ZERO TO RCPT-VOID-DATE.
           MOVE SPACES TO RCPT-VOID-REASON RCPT-VOID-APPROVER.
           IF PAYING-UNDER-PROTEST
               MOVE "Y" TO RCPT-PROTEST-FLAG
           ELSE
               MOVE "N" TO RCPT-PROTEST-FLAG
           END-IF.
           WRITE RECEIPT-REC.
           PERFORM CHECK-RCPT-STATUS.

      ******************************************************************
      * 3450-MARK-OR-USED - the serial goes on AFUSED and the booklet
      * 2500-FIND-OR-SERIAL left current counts it, flipping to
      * consumed when its last serial is gone.
      ******************************************************************
       3450-MARK-OR-USED.
           MOVE WS-OR-CANDIDATE TO AFU-OR-NUMBER.
           MOVE WS-BUSINESS-DATE TO AFU-DATE.
           MOVE "ADEBIT" TO AFU-COLLECTOR-ID.
           MOVE BILL-LOT-NUMBER TO AFU-LOT-NUMBER.
           WRITE AFU-REC.
           PERFORM CHECK-AFU-STATUS.
           ADD 1 TO AF-USED-COUNT.
           MOVE WS-OR-CANDIDATE TO AF-LAST-USED.
           IF AF-USED-COUNT > AF-END-SERIAL - AF-START-SERIAL
               MOVE "C" TO AF-STATUS
               MOVE WS-BUSINESS-DATE TO AF-STATUS-DATE
           END-IF.
           REWRITE AF-REC.
           PERFORM CHECK-AF-STATUS.

       3500-APPLY-TO-PLAN.
           IF PLAN-FILE-ON-HAND
               MOVE WS-BILL-YEAR TO PLAN-BILL-YEAR
               MOVE BILL-LOT-NUMBER TO PLAN-LOT-NUMBER
               READ PLAN-FILE KEY IS PLAN-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PLAN-ACTIVE
                           ADD WS-DEBIT-AMOUNT TO PLAN-PAID
                           IF PLAN-PAID >= PLAN-AGREED-TOTAL
                               MOVE "C" TO PLAN-STATUS
                           END-IF
                           REWRITE PLAN-REC
                       END-IF
               END-READ
           END-IF.

      ******************************************************************
      * 3800-WRITE-DEBIT-LOG - caller sets ADL-STATUS, ADL-OR-NUMBER
      * and ADL-REASON; a refused row from an earlier run on the same
      * due date is rewritten in place.
      ******************************************************************
       3800-WRITE-DEBIT-LOG.
           MOVE WS-BILL-YEAR TO ADL-BILL-YEAR.
           MOVE BILL-LOT-NUMBER TO ADL-LOT-NUMBER.
           MOVE WS-INST-SUB TO ADL-INST-NO.
           MOVE WS-BUSINESS-DATE TO ADL-RUN-DATE.
           MOVE ADR-ACCOUNT-NUMBER TO ADL-ACCOUNT-NUMBER.
           MOVE ADR-CIF-NUMBER TO ADL-CIF-NUMBER.
           MOVE WS-DEBIT-AMOUNT TO ADL-AMOUNT.
           IF DEBIT-LOGGED
               REWRITE ADL-REC
           ELSE
               WRITE ADL-REC
           END-IF.
           PERFORM CHECK-ADL-STATUS.

      ******************************************************************
      * 3900-REFUSE-DEBIT - logs the refusal, lists it on the
      * exception listing and puts a notice to the depositor on
      * ADBNOTE.  Caller sets WS-REFUSE-REASON.
      ******************************************************************
       3900-REFUSE-DEBIT.
           MOVE "E" TO ADL-STATUS.
           MOVE ZERO TO ADL-OR-NUMBER.
           MOVE WS-REFUSE-REASON TO ADL-REASON.
           PERFORM 3800-WRITE-DEBIT-LOG.
           ADD 1 TO WS-REFUSED-COUNT.
           ADD WS-DEBIT-AMOUNT TO WS-REFUSED-TOTAL.
           MOVE WS-DEBIT-AMOUNT TO WS-AMOUNT-ED.
           MOVE SPACES TO XPRT-REC.
           STRING BILL-LOT-NUMBER DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-BILL-YEAR DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-INST-SUB DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ADR-ACCOUNT-NUMBER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AMOUNT-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-REFUSE-REASON DELIMITED BY SIZE
               INTO XPRT-REC.
           WRITE XPRT-REC.
           PERFORM CHECK-XPRT-STATUS.
           PERFORM 3950-WRITE-NOTICE.

       3950-WRITE-NOTICE.
           MOVE SPACES TO CIF-NAME CIF-ADDRESS.
           IF CIF-FILE-ON-HAND
               MOVE ADR-CIF-NUMBER TO CIF-NUMBER
               READ CIF-FILE KEY IS CIF-NUMBER
                   INVALID KEY
                       MOVE SPACES TO CIF-NAME CIF-ADDRESS
               END-READ
           END-IF.
           IF CIF-NAME = SPACES
               MOVE BILL-OWNER-NAME TO CIF-NAME
           END-IF.
           MOVE SPACES TO NOTE-REC.
           STRING "REALTY TAX AUTO-DEBIT NOTICE" DELIMITED BY SIZE
               "                          " DELIMITED BY SIZE
               WS-BUSINESS-DATE DELIMITED BY SIZE
               INTO NOTE-REC.
           PERFORM 3990-PUT-NOTICE-LINE.
           MOVE DASH-LINE TO NOTE-REC.
           PERFORM 3990-PUT-NOTICE-LINE.
           MOVE SPACES TO NOTE-REC.
           STRING "TO          : " DELIMITED BY SIZE
               CIF-NAME DELIMITED BY SIZE
               INTO NOTE-REC.
           PERFORM 3990-PUT-NOTICE-LINE.
           MOVE SPACES TO NOTE-REC.
           STRING "              " DELIMITED BY SIZE
               CIF-ADDRESS DELIMITED BY SIZE
               INTO NOTE-REC.
           PERFORM 3990-PUT-NOTICE-LINE.
           MOVE SPACES TO NOTE-REC.
           STRING "ACCOUNT     : " DELIMITED BY SIZE
               ADR-ACCOUNT-NUMBER DELIMITED BY SIZE
               "   CIF " DELIMITED BY SIZE
               ADR-CIF-NUMBER DELIMITED BY SIZE
               INTO NOTE-REC.
           PERFORM 3990-PUT-NOTICE-LINE.
           MOVE SPACES TO NOTE-REC.
           STRING "LOT NUMBER  : " DELIMITED BY SIZE
               BILL-LOT-NUMBER DELIMITED BY SIZE
               "   TAX YEAR " DELIMITED BY SIZE
               WS-BILL-YEAR DELIMITED BY SIZE
               INTO NOTE-REC.
           PERFORM 3990-PUT-NOTICE-LINE.
           MOVE SPACES TO NOTE-REC.
           STRING "INSTALLMENT : " DELIMITED BY SIZE
               WS-INST-SUB DELIMITED BY SIZE
               "   DUE " DELIMITED BY SIZE
               BILL-INST-DUE-DATE(WS-INST-SUB) DELIMITED BY SIZE
               "   AMOUNT " DELIMITED BY SIZE
               WS-AMOUNT-ED DELIMITED BY SIZE
               INTO NOTE-REC.
           PERFORM 3990-PUT-NOTICE-LINE.
           MOVE SPACES TO NOTE-REC.
           STRING "REASON      : " DELIMITED BY SIZE
               WS-REFUSE-REASON DELIMITED BY SIZE
               INTO NOTE-REC.
           PERFORM 3990-PUT-NOTICE-LINE.
           MOVE SPACES TO NOTE-REC.
           PERFORM 3990-PUT-NOTICE-LINE.
           MOVE "WE COULD NOT DEBIT YOUR DEPOSIT FOR THIS INSTALLMENT."
               TO NOTE-REC.
           PERFORM 3990-PUT-NOTICE-LINE.
           MOVE "PLEASE SETTLE IT AT THE TREASURER'S OFFICE, OR FUND"
               TO NOTE-REC.
           PERFORM 3990-PUT-NOTICE-LINE.
           MOVE "THE ACCOUNT BEFORE THE NEXT DUE DATE."
               TO NOTE-REC.
           PERFORM 3990-PUT-NOTICE-LINE.
           MOVE SPACES TO NOTE-REC.
           PERFORM 3990-PUT-NOTICE-LINE.

       3990-PUT-NOTICE-LINE.
           WRITE NOTE-REC.
           PERFORM CHECK-NOTE-STATUS.

       4000-FINISH.
           IF WS-FCTL-D-VALUE NOT = ZERO
               PERFORM UPDATE-CONTROL-RECORD
           END-IF.
           CLOSE BILL-FILE.
           CLOSE ENROLL-FILE.
           CLOSE DEBIT-LOG-FILE.
           CLOSE EMP-FILE.
           CLOSE LEDGER-FILE.
           CLOSE TXN-FILE.
           CLOSE RECEIPT-FILE.
           CLOSE NOTICE-FILE.
           CLOSE FORMS-USED-FILE.
           IF MASTER-FILE-ON-HAND
               CLOSE MASTER-FILE
           END-IF.
           IF HOLD-FILE-ON-HAND
               CLOSE HOLD-FILE
           END-IF.
           IF CIF-FILE-ON-HAND
               CLOSE CIF-FILE
           END-IF.
           IF APPEAL-FILE-ON-HAND
               CLOSE APPEAL-FILE
           END-IF.
           IF PLAN-FILE-ON-HAND
               CLOSE PLAN-FILE
           END-IF.
           IF FORMS-FILE-ON-HAND
               CLOSE FORMS-FILE
           END-IF.
           MOVE DASH-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE WS-POSTED-COUNT TO WS-COUNT-ED.
           MOVE WS-POSTED-TOTAL TO WS-MONEY-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "INSTALLMENTS DEBITED : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               " FOR " DELIMITED BY SIZE
               WS-MONEY-ED DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           CLOSE PRINT-FILE.
           MOVE DASH-LINE TO XPRT-REC.
           WRITE XPRT-REC.
           PERFORM CHECK-XPRT-STATUS.
           MOVE WS-REFUSED-COUNT TO WS-COUNT-ED.
           MOVE WS-REFUSED-TOTAL TO WS-MONEY-ED.
           MOVE SPACES TO XPRT-REC.
           STRING "INSTALLMENTS REFUSED : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               " FOR " DELIMITED BY SIZE
               WS-MONEY-ED DELIMITED BY SIZE
               "  (NOTICES ON ADBNOTE)" DELIMITED BY SIZE
               INTO XPRT-REC.
           WRITE XPRT-REC.
           PERFORM CHECK-XPRT-STATUS.
           CLOSE EXCP-PRINT-FILE.
           DISPLAY "AUTO-DEBIT RUN COMPLETE FOR " WS-BUSINESS-DATE
               " - " WS-BILLS-READ " BILLS READ, "
               WS-POSTED-COUNT " DEBITED, "
               WS-REFUSED-COUNT " REFUSED.".

      ******************************************************************
      * UPDATE-CONTROL-RECORD - applies the deltas the run banked
      * in WS-FCTL-D-COUNT/-VALUE/-KEY to the control record and
      * resets them.  Seeds a zero control record if the file has
      * never existed; the verification batch trues it up on its
      * next pass.
      ******************************************************************
       UPDATE-CONTROL-RECORD.
           OPEN I-O CONTROL-FILE.
           IF WS-FCTL-STATUS = "35"
               OPEN OUTPUT CONTROL-FILE
               MOVE ZERO TO FCTL-RECORD-COUNT
               MOVE ZERO TO FCTL-VALUE-TOTAL
               MOVE ZERO TO FCTL-KEY-TOTAL
               WRITE FCTL-REC
               CLOSE CONTROL-FILE
               OPEN I-O CONTROL-FILE
           END-IF.
           READ CONTROL-FILE
               AT END
                   MOVE ZERO TO FCTL-RECORD-COUNT
                   MOVE ZERO TO FCTL-VALUE-TOTAL
                   MOVE ZERO TO FCTL-KEY-TOTAL
           END-READ.
           ADD WS-FCTL-D-COUNT TO FCTL-RECORD-COUNT.
           ADD WS-FCTL-D-VALUE TO FCTL-VALUE-TOTAL.
           ADD WS-FCTL-D-KEY TO FCTL-KEY-TOTAL.
           REWRITE FCTL-REC.
           CLOSE CONTROL-FILE.
           MOVE ZERO TO WS-FCTL-D-COUNT.
           MOVE ZERO TO WS-FCTL-D-VALUE.
           MOVE ZERO TO WS-FCTL-D-KEY.

      ******************************************************************
      * ABEND-FILE-ERROR - common stop point for any file operation
      * that comes back with a status this program was not already
      * expecting to handle.
      ******************************************************************
       ABEND-FILE-ERROR.
           DISPLAY "*** FILE ERROR ON " WS-ERR-FILE-NAME.
           DISPLAY "*** FILE STATUS = " WS-ERR-STATUS.
           DISPLAY "AUTO-DEBIT RUN TERMINATED - SEE FILE STATUS ABOVE.".
           STOP RUN.

       CHECK-BILL-STATUS.
           IF WS-BILL-STATUS NOT = "00"
               MOVE "BILL-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-BILL-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-ADR-STATUS.
           IF WS-ADR-STATUS NOT = "00"
               MOVE "ENROLL-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-ADR-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-ADL-STATUS.
           IF WS-ADL-STATUS NOT = "00"
               MOVE "DEBIT-LOG-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-ADL-STATUS TO WS-ERR-STATUS
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

       CHECK-RCTL-STATUS.
           IF WS-RCTL-STATUS NOT = "00"
               MOVE "RUN-CONTROL-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-RCTL-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-LEDG-STATUS.
           IF WS-LEDG-STATUS NOT = "00"
               MOVE "LEDGER-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-LEDG-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-RCPT-STATUS.
           IF WS-RCPT-STATUS NOT = "00"
               MOVE "RECEIPT-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-RCPT-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-AF-STATUS.
           IF WS-AF-STATUS NOT = "00"
               MOVE "FORMS-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-AF-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-AFU-STATUS.
           IF WS-AFU-STATUS NOT = "00"
               MOVE "FORMS-USED-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-AFU-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-PRINT-STATUS.
           IF WS-PRINT-STATUS NOT = "00"
               MOVE "PRINT-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-PRINT-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-XPRT-STATUS.
           IF WS-XPRT-STATUS NOT = "00"
               MOVE "EXCP-PRINT-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-XPRT-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-NOTE-STATUS.
           IF WS-NOTE-STATUS NOT = "00"
               MOVE "NOTICE-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-NOTE-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       END PROGRAM ADEBIT.
