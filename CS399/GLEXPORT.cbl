      *          movements.  Every voucher carries the business date
      *          (off RUNCTL), its source system and a balanced
      *          debit/credit amount, and a proof sheet of the
      *          vouchers generated goes to GLPROOF.  The day's
      *          official receipts voucher cash against the basic and
      *          SEF receivables and the tax credits payable; a
      *          receipt cancelled the same day never vouchers, and
      *          one cancelled on a later day vouchers back out under
      *          source ORCANCEL.  Taxpayer credits spent against a
      *          newly loaded bill relieve the basic and SEF
      *          receivables out of the tax credits payable, and
      *          credits refunded pay out of cash, both under source
      *          TAXCRDT.  The deposit-secured loan book's
      *          register vouchers the loans granted, the principal
      *          repaid and the interest earned under source
      *          DEPLOAN.  The frame shop's daily closes (FSDAYCLS)
      *          not yet exported voucher their sales, output VAT,
      *          collections, credit memos, refunds and material cost
      *          under source FRAMESHP, and each close is stamped with
      *          the export date so it goes to the ledger once.
      *          Each completed export is logged to MEJOBLOG, so the
      *          month-end close can see the month's last day went
      *          to the ledger.  The GL posting run posts GLJOURNL
      *          into the chart-of-accounts balances.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           RECORD KEY IS CHK-SERIAL
           FILE STATUS IS WS-CHKREG-STATUS.

       SELECT RECEIPT-FILE
           ASSIGN TO "TAXRCPT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RCPT-STATUS.

       SELECT CREDIT-MOVE-FILE
           ASSIGN TO "CRDTREG"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CMOV-STATUS.

       SELECT LOAN-REGISTER-FILE
           ASSIGN TO "LOANREG"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LREG-STATUS.

       SELECT FRAME-CLOSE-FILE
           ASSIGN TO "FSDAYCLS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FSC-CLOSE-DATE
           FILE STATUS IS WS-FSC-STATUS.

       SELECT RUN-CONTROL-FILE
           ASSIGN TO "RUNCTL"
           ORGANIZATION IS SEQUENTIAL

       COPY "CHKREC.cpy".

      ******************************************************************
      * RECEIPT-FILE - the official receipts; the business date's
      * collections voucher into cash, and receipts voided on the
      * business date after an earlier day's export reverse out.
      ******************************************************************
       FD RECEIPT-FILE
           DATA RECORD IS RECEIPT-REC.

       COPY "RCPTREC.cpy".

      ******************************************************************
      * CREDIT-MOVE-FILE - the CRDTREG credit movements; the business
      * date's credits applied at bill load and credits refunded
      * voucher out of the tax credits payable.  Credits raised and
      * withdrawn ride on the official receipt that carries them.
      ******************************************************************
       FD CREDIT-MOVE-FILE
           DATA RECORD IS CMOV-REC.

       COPY "CMOVREC.cpy".

      ******************************************************************
      * LOAN-REGISTER-FILE - the deposit-secured loan register; the
      * business date's bookings go out of cash into loans
      * receivable, and payments and maturity settlements come back
      * in, their interest to income.  A settlement's cash arrives
      * through the DEPTXN withdrawal it was paid with.
      ******************************************************************
       FD LOAN-REGISTER-FILE
           DATA RECORD IS LRG-REC.

       COPY "LREGREC.cpy".

      ******************************************************************
      * FRAME-CLOSE-FILE - the frame shop's Z-reading closes; any
      * close whose GL date is still zero has not been exported.
      ******************************************************************
       FD FRAME-CLOSE-FILE
           DATA RECORD IS FSC-REC.

       COPY "FSCREC.cpy".

       FD RUN-CONTROL-FILE
           DATA RECORD IS RUN-CTL-REC.


      ******************************************************************
      * JV-REC - one balanced journal voucher: the named debit and
      * credit accounts and the amount posted to each side.
      ******************************************************************
       FD JOURNAL-FILE
           DATA RECORD IS JV-REC.

       COPY "JVREC.cpy".

       FD PRINT-FILE
           DATA RECORD IS PRINT-REC.
       01 WS-AREG-STATUS PIC X(2).
       01 WS-ACCRUED PIC 9(9)V99 VALUE ZERO.
       01 WS-ACCR-REVERSED PIC 9(9)V99 VALUE ZERO.
      * COLLECTIONS AND CANCELLED-RECEIPT REVERSALS, BASIC, SEF AND
      * THE PART OF EACH OR HELD AS A TAXPAYER CREDIT KEPT APART.
       01 WS-RCPT-STATUS PIC X(2).
       01 WS-COLL-BASIC PIC 9(9)V99 VALUE ZERO.
       01 WS-COLL-SEF PIC 9(9)V99 VALUE ZERO.
       01 WS-COLL-CREDIT PIC 9(9)V99 VALUE ZERO.
       01 WS-VOID-BASIC PIC 9(9)V99 VALUE ZERO.
       01 WS-VOID-SEF PIC 9(9)V99 VALUE ZERO.
       01 WS-VOID-CREDIT PIC 9(9)V99 VALUE ZERO.
      * TAXPAYER CREDITS SPENT ON A BILL, BASIC AND SEF, AND REFUNDED.
       01 WS-CMOV-STATUS PIC X(2).
       01 WS-CRDT-APPLIED-BASIC PIC 9(9)V99 VALUE ZERO.
       01 WS-CRDT-APPLIED-SEF PIC 9(9)V99 VALUE ZERO.
       01 WS-CRDT-REFUNDED PIC 9(9)V99 VALUE ZERO.
      * DEPOSIT-SECURED LOANS GRANTED, PRINCIPAL REPAID AND INTEREST.
       01 WS-LREG-STATUS PIC X(2).
       01 WS-LOANS-GRANTED PIC 9(9)V99 VALUE ZERO.
       01 WS-LOANS-REPAID PIC 9(9)V99 VALUE ZERO.
       01 WS-LOAN-INTEREST PIC 9(9)V99 VALUE ZERO.
      * FRAME-SHOP SALES, VAT, COLLECTIONS AND MATERIAL COST.
       01 WS-FSC-STATUS PIC X(2).
       01 WS-FS-VAT-BASE PIC 9(9)V99 VALUE ZERO.
       01 WS-FS-OUTPUT-VAT PIC 9(9)V99 VALUE ZERO.
       01 WS-FS-DOWN-PAYMENTS PIC 9(9)V99 VALUE ZERO.
       01 WS-FS-BAL-PAYMENTS PIC 9(9)V99 VALUE ZERO.
       01 WS-FS-MATERIAL-COST PIC 9(9)V99 VALUE ZERO.
       01 WS-FS-CREDIT-BASE PIC 9(9)V99 VALUE ZERO.
       01 WS-FS-CREDIT-VAT PIC 9(9)V99 VALUE ZERO.
       01 WS-FS-REFUNDS PIC 9(9)V99 VALUE ZERO.

       01 WS-PROOF-DEBITS PIC 9(11)V99 VALUE ZERO.
       01 WS-PROOF-CREDITS PIC 9(11)V99 VALUE ZERO.
       01 WS-AMOUNT-ED PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-ED PIC Z,ZZZ,ZZZ,ZZ9.99.

      * PARAMETER AREA FOR THE SHARED MEJLOG MONTH-END JOB LOG.
       COPY "MJLREC.cpy".

      * WS-ERR-FILE-NAME/WS-ERR-STATUS ARE SET BY THE CHECK-xxx-STATUS
      * PARAGRAPHS BELOW BEFORE PERFORMING ABEND-FILE-ERROR.
       01 WS-ERR-FILE-NAME PIC X(20).
           PERFORM 3000-TOTAL-DEPOSIT-ACTIVITY.
           PERFORM 3500-TOTAL-CHECK-ACTIVITY.
           PERFORM 3700-TOTAL-ACCRUALS.
           PERFORM 3900-TOTAL-COLLECTIONS.
           PERFORM 3952-TOTAL-CREDIT-MOVES.
           PERFORM 3960-TOTAL-LOAN-ACTIVITY.
           PERFORM 3980-TOTAL-FRAME-SHOP.
           PERFORM 4000-CUT-VOUCHERS.
           PERFORM 5000-FINISH.
           STOP RUN.
       3800-READ-ONE-ACCRUAL-EXIT.
           EXIT.

      ******************************************************************
      * 3900-TOTAL-COLLECTIONS - the business date's official
      * receipts into the collection vouchers.  A receipt paid and
      * cancelled the same day never reached the books, so it is
      * skipped; one cancelled today that was paid on an earlier day
      * was already vouchered that night and now has to come back
      * out.  No receipt file on hand just means nothing collected.
      ******************************************************************
       3900-TOTAL-COLLECTIONS.
           MOVE "N" TO WS-EOF.
           OPEN INPUT RECEIPT-FILE.
           IF WS-RCPT-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM CHECK-RCPT-STATUS
               PERFORM 3950-READ-ONE-RECEIPT
                   THRU 3950-READ-ONE-RECEIPT-EXIT
                   UNTIL WS-EOF = "Y"
               CLOSE RECEIPT-FILE
           END-IF.

       3950-READ-ONE-RECEIPT.
           READ RECEIPT-FILE
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   IF RCPT-PAYMENT-DATE = WS-BUSINESS-DATE
                       IF RCPT-VOIDED AND
                           RCPT-VOID-DATE = WS-BUSINESS-DATE
                           CONTINUE
                       ELSE
                           COMPUTE WS-COLL-BASIC = WS-COLL-BASIC +
                               RCPT-AMOUNT - RCPT-SEF-AMOUNT
                           ADD RCPT-SEF-AMOUNT TO WS-COLL-SEF
                           ADD RCPT-CREDIT-AMOUNT TO WS-COLL-CREDIT
                       END-IF
                   ELSE IF RCPT-VOIDED AND
                       RCPT-VOID-DATE = WS-BUSINESS-DATE
                       COMPUTE WS-VOID-BASIC = WS-VOID-BASIC +
                           RCPT-AMOUNT - RCPT-SEF-AMOUNT
                       ADD RCPT-SEF-AMOUNT TO WS-VOID-SEF
                       ADD RCPT-CREDIT-AMOUNT TO WS-VOID-CREDIT
                   END-IF
           END-READ.
           IF WS-RCPT-STATUS NOT = "00" AND WS-RCPT-STATUS NOT = "10"
               MOVE "RECEIPT-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-RCPT-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.
       3950-READ-ONE-RECEIPT-EXIT.
           EXIT.

      ******************************************************************
      * 3952-TOTAL-CREDIT-MOVES - the business date's CRDTREG rows:
      * credits applied at bill load, split basic versus SEF the way
      * the bill load spent them, and credits refunded.  A credit
      * raised came in with its receipt's cash and a withdrawn one
      * went back out with the cancelled receipt, so those rows are
      * skipped here.  No register on hand means no credit moved.
      ******************************************************************
       3952-TOTAL-CREDIT-MOVES.
           MOVE "N" TO WS-EOF.
           OPEN INPUT CREDIT-MOVE-FILE.
           IF WS-CMOV-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM CHECK-CMOV-STATUS
               PERFORM 3955-READ-ONE-CREDIT-MOVE
                   THRU 3955-READ-ONE-CREDIT-MOVE-EXIT
                   UNTIL WS-EOF = "Y"
               CLOSE CREDIT-MOVE-FILE
           END-IF.

       3955-READ-ONE-CREDIT-MOVE.
           READ CREDIT-MOVE-FILE
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   IF CMOV-DATE = WS-BUSINESS-DATE
                       IF CMOV-APPLIED
                           COMPUTE WS-CRDT-APPLIED-BASIC =
                               WS-CRDT-APPLIED-BASIC +
                               CMOV-AMOUNT - CMOV-SEF-AMOUNT
                           ADD CMOV-SEF-AMOUNT TO WS-CRDT-APPLIED-SEF
                       END-IF
                       IF CMOV-REFUNDED
                           ADD CMOV-AMOUNT TO WS-CRDT-REFUNDED
                       END-IF
                   END-IF
           END-READ.
           IF WS-CMOV-STATUS NOT = "00" AND WS-CMOV-STATUS NOT = "10"
               MOVE "CREDIT-MOVE-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-CMOV-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.
       3955-READ-ONE-CREDIT-MOVE-EXIT.
           EXIT.

      ******************************************************************
      * 3960-TOTAL-LOAN-ACTIVITY - the business date's LOANREG rows:
      * loans booked, and the principal and interest of payments
      * and maturity settlements.  No register on hand just means
      * no loan has ever been booked.
      ******************************************************************
       3960-TOTAL-LOAN-ACTIVITY.
           MOVE "N" TO WS-EOF.
           OPEN INPUT LOAN-REGISTER-FILE.
           IF WS-LREG-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM CHECK-LREG-STATUS
               PERFORM 3970-READ-ONE-LOAN-ROW
                   THRU 3970-READ-ONE-LOAN-ROW-EXIT
                   UNTIL WS-EOF = "Y"
               CLOSE LOAN-REGISTER-FILE
           END-IF.

       3970-READ-ONE-LOAN-ROW.
           READ LOAN-REGISTER-FILE
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   IF LRG-DATE = WS-BUSINESS-DATE
                       IF LRG-BOOKED
                           ADD LRG-PRINCIPAL-AMOUNT TO WS-LOANS-GRANTED
                       ELSE
                           ADD LRG-PRINCIPAL-AMOUNT TO WS-LOANS-REPAID
                           ADD LRG-INTEREST-AMOUNT TO WS-LOAN-INTEREST
                       END-IF
                   END-IF
           END-READ.
           IF WS-LREG-STATUS NOT = "00" AND WS-LREG-STATUS NOT = "10"
               MOVE "LOAN-REGISTER-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-LREG-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.
       3970-READ-ONE-LOAN-ROW-EXIT.
           EXIT.

      ******************************************************************
      * 3980-TOTAL-FRAME-SHOP - every frame-shop close not yet
      * exported, whatever day it closed, so a day closed late is
      * still vouchered; each is stamped with this business date as
      * it is taken.  No close file on hand just means the shop has
      * never closed a day.
      ******************************************************************
       3980-TOTAL-FRAME-SHOP.
           MOVE "N" TO WS-EOF.
           OPEN I-O FRAME-CLOSE-FILE.
           IF WS-FSC-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM CHECK-FSC-STATUS
               PERFORM 3990-READ-ONE-CLOSE
                   THRU 3990-READ-ONE-CLOSE-EXIT
                   UNTIL WS-EOF = "Y"
               CLOSE FRAME-CLOSE-FILE
           END-IF.

       3990-READ-ONE-CLOSE.
           READ FRAME-CLOSE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
                   GO TO 3990-READ-ONE-CLOSE-EXIT
           END-READ.
           PERFORM CHECK-FSC-STATUS.
           IF FSC-GL-DATE NOT = ZERO
               GO TO 3990-READ-ONE-CLOSE-EXIT
           END-IF.
           ADD FSC-VAT-BASE TO WS-FS-VAT-BASE.
           ADD FSC-OUTPUT-VAT TO WS-FS-OUTPUT-VAT.
           ADD FSC-DOWN-PAYMENTS TO WS-FS-DOWN-PAYMENTS.
           ADD FSC-BALANCE-PAYMENTS TO WS-FS-BAL-PAYMENTS.
           ADD FSC-MATERIAL-COST TO WS-FS-MATERIAL-COST.
           ADD FSC-CREDIT-BASE TO WS-FS-CREDIT-BASE.
           ADD FSC-CREDIT-VAT TO WS-FS-CREDIT-VAT.
           ADD FSC-REFUNDS TO WS-FS-REFUNDS.
           MOVE WS-BUSINESS-DATE TO FSC-GL-DATE.
           REWRITE FSC-REC.
           PERFORM CHECK-FSC-STATUS.
       3990-READ-ONE-CLOSE-EXIT.
           EXIT.

      ******************************************************************
      * 4000-CUT-VOUCHERS - one balanced voucher per nonzero total.
      ******************************************************************
               MOVE "TAXBILL" TO JV-SOURCE
               MOVE "RPT RECEIVABLE" TO JV-DR-ACCOUNT
               MOVE "RPT REVENUE" TO JV-CR-ACCOUNT
               MOVE WS-TAX-BILLED TO JV-DR-AMOUNT
               PERFORM 4100-WRITE-VOUCHER
           END-IF.
           IF WS-SEF-BILLED NOT = ZERO
               MOVE "TAXBILL" TO JV-SOURCE
               MOVE "SEF RECEIVABLE" TO JV-DR-ACCOUNT
               MOVE "SEF REVENUE" TO JV-CR-ACCOUNT
               MOVE WS-SEF-BILLED TO JV-DR-AMOUNT
               PERFORM 4100-WRITE-VOUCHER
           END-IF.
           IF WS-ADJ-BASIC NOT = ZERO
               MOVE "TAXADJ" TO JV-SOURCE
               MOVE "TAX ADJUSTMENTS" TO JV-DR-ACCOUNT
               MOVE "RPT RECEIVABLE" TO JV-CR-ACCOUNT
               MOVE WS-ADJ-BASIC TO JV-DR-AMOUNT
               PERFORM 4100-WRITE-VOUCHER
           END-IF.
           IF WS-ADJ-SEF NOT = ZERO
               MOVE "TAXADJ" TO JV-SOURCE
               MOVE "TAX ADJUSTMENTS" TO JV-DR-ACCOUNT
               MOVE "SEF RECEIVABLE" TO JV-CR-ACCOUNT
               MOVE WS-ADJ-SEF TO JV-DR-AMOUNT
               PERFORM 4100-WRITE-VOUCHER
           END-IF.
           IF WS-DEP-IN NOT = ZERO
               MOVE "DEPOSIT" TO JV-SOURCE
               MOVE "CASH ON HAND" TO JV-DR-ACCOUNT
               MOVE "DEPOSIT LIABILITY" TO JV-CR-ACCOUNT
               MOVE WS-DEP-IN TO JV-DR-AMOUNT
               PERFORM 4100-WRITE-VOUCHER
           END-IF.
           IF WS-DEP-OUT NOT = ZERO
               MOVE "DEPOSIT" TO JV-SOURCE
               MOVE "DEPOSIT LIABILITY" TO JV-DR-ACCOUNT
               MOVE "CASH ON HAND" TO JV-CR-ACCOUNT
               MOVE WS-DEP-OUT TO JV-DR-AMOUNT
               PERFORM 4100-WRITE-VOUCHER
           END-IF.
           IF WS-DEP-INTEREST NOT = ZERO
               MOVE "DEPOSIT" TO JV-SOURCE
               MOVE "INTEREST EXPENSE" TO JV-DR-ACCOUNT
               MOVE "DEPOSIT LIABILITY" TO JV-CR-ACCOUNT
               MOVE WS-DEP-INTEREST TO JV-DR-AMOUNT
               PERFORM 4100-WRITE-VOUCHER
           END-IF.
           IF WS-ACCRUED NOT = ZERO
               MOVE "INTACCR" TO JV-SOURCE
               MOVE "INTEREST EXPENSE" TO JV-DR-ACCOUNT
               MOVE "ACCRUED INT PAYABLE" TO JV-CR-ACCOUNT
               MOVE WS-ACCRUED TO JV-DR-AMOUNT
               PERFORM 4100-WRITE-VOUCHER
           END-IF.
           IF WS-ACCR-REVERSED NOT = ZERO
               MOVE "INTACCR" TO JV-SOURCE
               MOVE "ACCRUED INT PAYABLE" TO JV-DR-ACCOUNT
               MOVE "INTEREST EXPENSE" TO JV-CR-ACCOUNT
               MOVE WS-ACCR-REVERSED TO JV-DR-AMOUNT
               PERFORM 4100-WRITE-VOUCHER
           END-IF.
           IF WS-CHECKS-CUT NOT = ZERO
               MOVE "MGRCHK" TO JV-SOURCE
               MOVE "CASH ON HAND" TO JV-DR-ACCOUNT
               MOVE "MGR CHECKS PAYABLE" TO JV-CR-ACCOUNT
               MOVE WS-CHECKS-CUT TO JV-DR-AMOUNT
               PERFORM 4100-WRITE-VOUCHER
           END-IF.
           IF WS-CHECKS-CLEARED NOT = ZERO
               MOVE "MGRCHK" TO JV-SOURCE
               MOVE "MGR CHECKS PAYABLE" TO JV-DR-ACCOUNT
               MOVE "CASH ON HAND" TO JV-CR-ACCOUNT
               MOVE WS-CHECKS-CLEARED TO JV-DR-AMOUNT
               PERFORM 4100-WRITE-VOUCHER
           END-IF.
           IF WS-COLL-BASIC NOT = ZERO
               MOVE "TAXCOLL" TO JV-SOURCE
               MOVE "CASH ON HAND" TO JV-DR-ACCOUNT
               MOVE "RPT RECEIVABLE" TO JV-CR-ACCOUNT
               MOVE WS-COLL-BASIC TO JV-DR-AMOUNT
               PERFORM 4100-WRITE-VOUCHER
           END-IF.
           IF WS-COLL-SEF NOT = ZERO
               MOVE "TAXCOLL" TO JV-SOURCE
               MOVE "CASH ON HAND" TO JV-DR-ACCOUNT
               MOVE "SEF RECEIVABLE" TO JV-CR-ACCOUNT
               MOVE WS-COLL-SEF TO JV-DR-AMOUNT
               PERFORM 4100-WRITE-VOUCHER
           END-IF.
           IF WS-COLL-CREDIT NOT = ZERO
               MOVE "TAXCOLL" TO JV-SOURCE
               MOVE "CASH ON HAND" TO JV-DR-ACCOUNT
               MOVE "TAX CREDITS PAYABLE" TO JV-CR-ACCOUNT
               MOVE WS-COLL-CREDIT TO JV-DR-AMOUNT
               PERFORM 4100-WRITE-VOUCHER
           END-IF.
           IF WS-VOID-BASIC NOT = ZERO
               MOVE "ORCANCEL" TO JV-SOURCE
               MOVE "RPT RECEIVABLE" TO JV-DR-ACCOUNT
               MOVE "CASH ON HAND" TO JV-CR-ACCOUNT
               MOVE WS-VOID-BASIC TO JV-DR-AMOUNT
               PERFORM 4100-WRITE-VOUCHER
           END-IF.
           IF WS-VOID-SEF NOT = ZERO
               MOVE "ORCANCEL" TO JV-SOURCE
               MOVE "SEF RECEIVABLE" TO JV-DR-ACCOUNT
               MOVE "CASH ON HAND" TO JV-CR-ACCOUNT
               MOVE WS-VOID-SEF TO JV-DR-AMOUNT
               PERFORM 4100-WRITE-VOUCHER
           END-IF.
           IF WS-VOID-CREDIT NOT = ZERO
               MOVE "ORCANCEL" TO JV-SOURCE
               MOVE "TAX CREDITS PAYABLE" TO JV-DR-ACCOUNT
               MOVE "CASH ON HAND" TO JV-CR-ACCOUNT
               MOVE WS-VOID-CREDIT TO JV-DR-AMOUNT
               PERFORM 4100-WRITE-VOUCHER
           END-IF.
           IF WS-CRDT-APPLIED-BASIC NOT = ZERO
               MOVE "TAXCRDT" TO JV-SOURCE
               MOVE "TAX CREDITS PAYABLE" TO JV-DR-ACCOUNT
               MOVE "RPT RECEIVABLE" TO JV-CR-ACCOUNT
               MOVE WS-CRDT-APPLIED-BASIC TO JV-DR-AMOUNT
               PERFORM 4100-WRITE-VOUCHER
           END-IF.
           IF WS-CRDT-APPLIED-SEF NOT = ZERO
               MOVE "TAXCRDT" TO JV-SOURCE
               MOVE "TAX CREDITS PAYABLE" TO JV-DR-ACCOUNT
               MOVE "SEF RECEIVABLE" TO JV-CR-ACCOUNT
               MOVE WS-CRDT-APPLIED-SEF TO JV-DR-AMOUNT
               PERFORM 4100-WRITE-VOUCHER
           END-IF.
           IF WS-CRDT-REFUNDED NOT = ZERO
               MOVE "TAXCRDT" TO JV-SOURCE
               MOVE "TAX CREDITS PAYABLE" TO JV-DR-ACCOUNT
               MOVE "CASH ON HAND" TO JV-CR-ACCOUNT
               MOVE WS-CRDT-REFUNDED TO JV-DR-AMOUNT
               PERFORM 4100-WRITE-VOUCHER
           END-IF.
           IF WS-LOANS-GRANTED NOT = ZERO
               MOVE "DEPLOAN" TO JV-SOURCE
               MOVE "LOANS RECEIVABLE" TO JV-DR-ACCOUNT
               MOVE "CASH ON HAND" TO JV-CR-ACCOUNT
               MOVE WS-LOANS-GRANTED TO JV-DR-AMOUNT
               PERFORM 4100-WRITE-VOUCHER
           END-IF.
           IF WS-LOANS-REPAID NOT = ZERO
               MOVE "DEPLOAN" TO JV-SOURCE
               MOVE "CASH ON HAND" TO JV-DR-ACCOUNT
               MOVE "LOANS RECEIVABLE" TO JV-CR-ACCOUNT
               MOVE WS-LOANS-REPAID TO JV-DR-AMOUNT
               PERFORM 4100-WRITE-VOUCHER
           END-IF.
           IF WS-LOAN-INTEREST NOT = ZERO
               MOVE "DEPLOAN" TO JV-SOURCE
               MOVE "CASH ON HAND" TO JV-DR-ACCOUNT
               MOVE "LOAN INTEREST INCOME" TO JV-CR-ACCOUNT
               MOVE WS-LOAN-INTEREST TO JV-DR-AMOUNT
               PERFORM 4100-WRITE-VOUCHER
           END-IF.
           IF WS-FS-VAT-BASE NOT = ZERO
               MOVE "FRAMESHP" TO JV-SOURCE
               MOVE "SHOP RECEIVABLES" TO JV-DR-ACCOUNT
               MOVE "FRAME SALES" TO JV-CR-ACCOUNT
               MOVE WS-FS-VAT-BASE TO JV-DR-AMOUNT
               PERFORM 4100-WRITE-VOUCHER
           END-IF.
           IF WS-FS-OUTPUT-VAT NOT = ZERO
               MOVE "FRAMESHP" TO JV-SOURCE
               MOVE "SHOP RECEIVABLES" TO JV-DR-ACCOUNT
               MOVE "OUTPUT VAT PAYABLE" TO JV-CR-ACCOUNT
               MOVE WS-FS-OUTPUT-VAT TO JV-DR-AMOUNT
               PERFORM 4100-WRITE-VOUCHER
           END-IF.
           IF WS-FS-DOWN-PAYMENTS NOT = ZERO
               MOVE "FRAMESHP" TO JV-SOURCE
               MOVE "SHOP CASH ON HAND" TO JV-DR-ACCOUNT
               MOVE "SHOP RECEIVABLES" TO JV-CR-ACCOUNT
               MOVE WS-FS-DOWN-PAYMENTS TO JV-DR-AMOUNT
               PERFORM 4100-WRITE-VOUCHER
           END-IF.
           IF WS-FS-BAL-PAYMENTS NOT = ZERO
               MOVE "FRAMESHP" TO JV-SOURCE
               MOVE "SHOP CASH ON HAND" TO JV-DR-ACCOUNT
               MOVE "SHOP RECEIVABLES" TO JV-CR-ACCOUNT
               MOVE WS-FS-BAL-PAYMENTS TO JV-DR-AMOUNT
               PERFORM 4100-WRITE-VOUCHER
           END-IF.
           IF WS-FS-MATERIAL-COST NOT = ZERO
               MOVE "FRAMESHP" TO JV-SOURCE
               MOVE "SHOP COST OF SALES" TO JV-DR-ACCOUNT
               MOVE "SHOP INVENTORY" TO JV-CR-ACCOUNT
               MOVE WS-FS-MATERIAL-COST TO JV-DR-AMOUNT
               PERFORM 4100-WRITE-VOUCHER
           END-IF.
           IF WS-FS-CREDIT-BASE NOT = ZERO
               MOVE "FRAMESHP" TO JV-SOURCE
               MOVE "FRAME SALES" TO JV-DR-ACCOUNT
               MOVE "SHOP RECEIVABLES" TO JV-CR-ACCOUNT
               MOVE WS-FS-CREDIT-BASE TO JV-DR-AMOUNT
               PERFORM 4100-WRITE-VOUCHER
           END-IF.
           IF WS-FS-CREDIT-VAT NOT = ZERO
               MOVE "FRAMESHP" TO JV-SOURCE
               MOVE "OUTPUT VAT PAYABLE" TO JV-DR-ACCOUNT
               MOVE "SHOP RECEIVABLES" TO JV-CR-ACCOUNT
               MOVE WS-FS-CREDIT-VAT TO JV-DR-AMOUNT
               PERFORM 4100-WRITE-VOUCHER
           END-IF.
           IF WS-FS-REFUNDS NOT = ZERO
               MOVE "FRAMESHP" TO JV-SOURCE
               MOVE "SHOP RECEIVABLES" TO JV-DR-ACCOUNT
               MOVE "SHOP CASH ON HAND" TO JV-CR-ACCOUNT
               MOVE WS-FS-REFUNDS TO JV-DR-AMOUNT
               PERFORM 4100-WRITE-VOUCHER
           END-IF.

           ADD 1 TO WS-VOUCHER-NO.
           MOVE WS-BUSINESS-DATE TO JV-DATE.
           MOVE WS-VOUCHER-NO TO JV-NUMBER.
           MOVE JV-DR-AMOUNT TO JV-CR-AMOUNT.
           WRITE JV-REC.
           PERFORM CHECK-JRNL-STATUS.
           ADD JV-DR-AMOUNT TO WS-PROOF-DEBITS.
           ADD JV-CR-AMOUNT TO WS-PROOF-CREDITS.
           MOVE JV-DR-AMOUNT TO WS-AMOUNT-ED.
           MOVE SPACES TO PRINT-REC.
           STRING JV-NUMBER DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
           CLOSE JOURNAL-FILE.
           CLOSE PRINT-FILE.
           PERFORM MARK-RUN-BOOK-DONE.
           MOVE "GLEXPORT" TO MJL-JOB-NAME.
           MOVE WS-BUSINESS-DATE(1:6) TO MJL-PERIOD.
           MOVE WS-BUSINESS-DATE TO MJL-AS-OF-DATE.
           CALL "MEJLOG" USING MONTH-END-LOG-AREA.
           DISPLAY "JOURNAL EXPORT COMPLETE - " WS-VOUCHER-NO
               " VOUCHERS CUT.".

               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-RCPT-STATUS.
           IF WS-RCPT-STATUS NOT = "00"
               MOVE "RECEIPT-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-RCPT-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-CMOV-STATUS.
           IF WS-CMOV-STATUS NOT = "00"
               MOVE "CREDIT-MOVE-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-CMOV-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-LREG-STATUS.
           IF WS-LREG-STATUS NOT = "00"
               MOVE "LOAN-REGISTER-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-LREG-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-FSC-STATUS.
           IF WS-FSC-STATUS NOT = "00"
               MOVE "FRAME-CLOSE-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-FSC-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-RCTL-STATUS.
           IF WS-RCTL-STATUS NOT = "00"
               MOVE "RUN-CONTROL-FILE" TO WS-ERR-FILE-NAME
       SEED-RUNBOOK-STEPS.
           MOVE 1 TO WS-SEED-STEP.
           PERFORM SEED-ONE-STEP THRU SEED-ONE-STEP-EXIT
               UNTIL WS-SEED-STEP > 5.

       SEED-ONE-STEP.
           MOVE WS-BUSINESS-DATE TO RBK-BUSINESS-DATE.
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
