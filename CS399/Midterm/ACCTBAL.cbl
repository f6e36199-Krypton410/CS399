      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared frame-shop account balance routine - given a
      *          customer and a date, lists every invoice the customer
      *          was billed on or before the date off the INVREG
      *          register, applies every JOBPAY row (deposits,
      *          balance and account payments, credit memos) dated on
      *          or before it, and returns what stays open on each
      *          invoice and in total.  The order screen checks a
      *          charge customer's credit limit with it; the charge
      *          account run posts payments, prints statements and
      *          ages receivables off it, so the balance is reckoned
      *          one way everywhere.  See ABLREC for the calling
      *          convention.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTBAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INV-REGISTER-FILE ASSIGN TO "INVREG"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-INVREG-STATUS.

           SELECT JOB-PAY-FILE ASSIGN TO "JOBPAY"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-JPAY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INV-REGISTER-FILE
           DATA RECORD IS INV-REG-REC.

       COPY "IREGREC.cpy".

       FD JOB-PAY-FILE
           DATA RECORD IS JPAY-REC.

       COPY "JPAYREC.cpy".

       WORKING-STORAGE SECTION.
       01 WS-INVREG-STATUS PIC X(2).
       01 WS-JPAY-STATUS PIC X(2).
       01 WS-EOF PIC X(1) VALUE "N".
       01 WS-INV-NO PIC 9(3) VALUE ZERO.
       01 WS-INV-HIT PIC 9(3) VALUE ZERO.

       LINKAGE SECTION.
       COPY "ABLREC.cpy".

       PROCEDURE DIVISION USING ACCOUNT-BALANCE-AREA.
       0000-MAINLINE.
           MOVE ZERO TO ABL-BALANCE.
           MOVE ZERO TO ABL-OPEN-COUNT.
           MOVE ZERO TO ABL-OLDEST-OPEN-DATE.
           MOVE ZERO TO ABL-INVOICE-COUNT.
           MOVE "N" TO ABL-TABLE-FULL.
           PERFORM 1000-LOAD-INVOICES THRU 1000-LOAD-INVOICES-EXIT.
           IF ABL-INVOICE-COUNT > ZERO
               PERFORM 2000-APPLY-PAYMENTS
                   THRU 2000-APPLY-PAYMENTS-EXIT
               PERFORM 3000-SETTLE-ONE-INVOICE
                   VARYING WS-INV-NO FROM 1 BY 1
                   UNTIL WS-INV-NO > ABL-INVOICE-COUNT
           END-IF.
           GOBACK.

      ******************************************************************
      * 1000-LOAD-INVOICES - the customer's register rows up to the
      * date, in the order they were billed.
      ******************************************************************
       1000-LOAD-INVOICES.
           MOVE "N" TO WS-EOF.
           OPEN INPUT INV-REGISTER-FILE.
           IF WS-INVREG-STATUS = "35"
               GO TO 1000-LOAD-INVOICES-EXIT
           END-IF.
           IF WS-INVREG-STATUS NOT = "00"
               DISPLAY "*** FILE ERROR ON INV-REGISTER-FILE"
               DISPLAY "*** FILE STATUS = " WS-INVREG-STATUS
               STOP RUN
           END-IF.
           PERFORM 1100-LOAD-ONE-INVOICE THRU 1100-LOAD-ONE-INVOICE-EXIT
               UNTIL WS-EOF = "Y".
           CLOSE INV-REGISTER-FILE.
       1000-LOAD-INVOICES-EXIT.
           EXIT.

       1100-LOAD-ONE-INVOICE.
           READ INV-REGISTER-FILE
               AT END
                   MOVE "Y" TO WS-EOF
                   GO TO 1100-LOAD-ONE-INVOICE-EXIT
           END-READ.
           IF IREG-CUST-NUMBER NOT = ABL-CUST-NUMBER OR
               IREG-DATE > ABL-AS-OF-DATE
               GO TO 1100-LOAD-ONE-INVOICE-EXIT
           END-IF.
           IF ABL-INVOICE-COUNT >= 500
               MOVE "Y" TO ABL-TABLE-FULL
               GO TO 1100-LOAD-ONE-INVOICE-EXIT
           END-IF.
           ADD 1 TO ABL-INVOICE-COUNT.
           MOVE IREG-INVOICE-NO TO ABL-INV-NO(ABL-INVOICE-COUNT).
           MOVE IREG-DATE TO ABL-INV-DATE(ABL-INVOICE-COUNT).
           MOVE IREG-ORDER-TOTAL TO ABL-INV-TOTAL(ABL-INVOICE-COUNT).
           MOVE ZERO TO ABL-INV-PAID(ABL-INVOICE-COUNT).
           MOVE ZERO TO ABL-INV-OPEN(ABL-INVOICE-COUNT).
       1100-LOAD-ONE-INVOICE-EXIT.
           EXIT.

      ******************************************************************
      * 2000-APPLY-PAYMENTS - every JOBPAY row up to the date against
      * the customer's invoice it names.
      ******************************************************************
       2000-APPLY-PAYMENTS.
           MOVE "N" TO WS-EOF.
           OPEN INPUT JOB-PAY-FILE.
           IF WS-JPAY-STATUS = "35"
               GO TO 2000-APPLY-PAYMENTS-EXIT
           END-IF.
           IF WS-JPAY-STATUS NOT = "00"
               DISPLAY "*** FILE ERROR ON JOB-PAY-FILE"
               DISPLAY "*** FILE STATUS = " WS-JPAY-STATUS
               STOP RUN
           END-IF.
           PERFORM 2100-APPLY-ONE-PAY THRU 2100-APPLY-ONE-PAY-EXIT
               UNTIL WS-EOF = "Y".
           CLOSE JOB-PAY-FILE.
       2000-APPLY-PAYMENTS-EXIT.
           EXIT.

       2100-APPLY-ONE-PAY.
           READ JOB-PAY-FILE
               AT END
                   MOVE "Y" TO WS-EOF
                   GO TO 2100-APPLY-ONE-PAY-EXIT
           END-READ.
           IF JPAY-DATE > ABL-AS-OF-DATE
               GO TO 2100-APPLY-ONE-PAY-EXIT
           END-IF.
           MOVE ZERO TO WS-INV-HIT.
           PERFORM 2110-MATCH-INVOICE
               VARYING WS-INV-NO FROM 1 BY 1
               UNTIL WS-INV-NO > ABL-INVOICE-COUNT OR WS-INV-HIT > 0.
           IF WS-INV-HIT > ZERO
               ADD JPAY-AMOUNT TO ABL-INV-PAID(WS-INV-HIT)
           END-IF.
       2100-APPLY-ONE-PAY-EXIT.
           EXIT.

       2110-MATCH-INVOICE.
           IF ABL-INV-NO(WS-INV-NO) = JPAY-INVOICE-NO
               MOVE WS-INV-NO TO WS-INV-HIT
           END-IF.

       3000-SETTLE-ONE-INVOICE.
           COMPUTE ABL-INV-OPEN(WS-INV-NO) =
               ABL-INV-TOTAL(WS-INV-NO) - ABL-INV-PAID(WS-INV-NO).
           ADD ABL-INV-OPEN(WS-INV-NO) TO ABL-BALANCE.
           IF ABL-INV-OPEN(WS-INV-NO) > ZERO
               ADD 1 TO ABL-OPEN-COUNT
               IF ABL-OLDEST-OPEN-DATE = ZERO
                   MOVE ABL-INV-DATE(WS-INV-NO) TO
                       ABL-OLDEST-OPEN-DATE
               END-IF
           END-IF.

       END PROGRAM ACCTBAL.
