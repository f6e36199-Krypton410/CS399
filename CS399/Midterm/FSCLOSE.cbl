      ******************************************************************
      * Author:
      * Date:
      * Purpose: Frame-shop daily sales close - the end-of-day
      *          Z-reading the cashier signs, and the figures the
      *          bookkeeper used to rekey off INVREG and JOBPAY.
      *          Totals the day's invoices off INVREG (VAT base and
      *          output VAT apart), the down payments and balance
      *          payments off JOBPAY, the credit memos and till
      *          refunds off CMREG, and the material cost the day's
      *          jobs (remakes included) drew off STKFILE, prints the
      *          Z-reading to ZREADING under the next Z number, and
      *          files the figures on FSDAYCLS, where the general-
      *          ledger export picks them up as the FRAMESHP journal
      *          vouchers.  A day closes once; closing it again only
      *          reprints.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FSCLOSE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLOSE-FILE ASSIGN TO "FSDAYCLS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FSC-CLOSE-DATE
           FILE STATUS IS WS-CLOSE-STATUS.

           SELECT INV-REGISTER-FILE ASSIGN TO "INVREG"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-INVREG-STATUS.

           SELECT JOB-PAY-FILE ASSIGN TO "JOBPAY"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-JPAY-STATUS.

           SELECT CREDIT-MEMO-FILE ASSIGN TO "CMREG"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CMREG-STATUS.

           SELECT JOB-FILE ASSIGN TO "JOBFILE"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-JOB-STATUS.

           SELECT PRINT-FILE ASSIGN TO "ZREADING"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CLOSE-FILE
           DATA RECORD IS FSC-REC.

       COPY "FSCREC.cpy".

       FD INV-REGISTER-FILE
           DATA RECORD IS INV-REG-REC.

       COPY "IREGREC.cpy".

       FD JOB-PAY-FILE
           DATA RECORD IS JPAY-REC.

       COPY "JPAYREC.cpy".

       FD CREDIT-MEMO-FILE
           DATA RECORD IS CM-REC.

       COPY "CMREC.cpy".

       FD JOB-FILE
           DATA RECORD IS JOB-REC.

       COPY "JOBREC.cpy".

       FD PRINT-FILE
           DATA RECORD IS PRINT-REC.

       01 PRINT-REC PIC X(60).

       WORKING-STORAGE SECTION.
       01 WS-CLOSE-STATUS PIC X(2).
       01 WS-INVREG-STATUS PIC X(2).
       01 WS-JPAY-STATUS PIC X(2).
       01 WS-CMREG-STATUS PIC X(2).
       01 WS-JOB-STATUS PIC X(2).
       01 WS-CM-BASE PIC 9(7)V99 VALUE ZERO.
       01 WS-PRINT-STATUS PIC X(2).
       01 WS-EOF PIC X(1) VALUE "N".
       01 DASH-LINE PIC X(60) VALUE ALL "-".

       01 WS-TODAY PIC 9(8) VALUE ZERO.
       01 WS-NOW PIC 9(8) VALUE ZERO.
       01 WS-CASHIER-ID PIC X(8) VALUE SPACES.
       01 WS-CLOSE-DATE PIC 9(8) VALUE ZERO.
       01 WS-LAST-Z PIC 9(5) VALUE ZERO.
       01 WS-REPRINT PIC X(1) VALUE "N".
           88 REPRINT-REQUESTED VALUE "Y".

      * Z-READING PRINT FIELDS - A CAPTION AND ITS FIGURE PER LINE.
       01 WS-Z-CAPTION PIC X(30) VALUE SPACES.
       01 WS-Z-AMOUNT PIC S9(9)V99 VALUE ZERO.
       01 WS-Z-COUNT PIC 9(5) VALUE ZERO.
       01 WS-AMOUNT-ED PIC ---,---,--9.99.
       01 WS-COUNT-ED PIC ZZ,ZZ9.
       01 WS-TIME-ED PIC 99B99B99.

      * PARAMETER AREA FOR THE SHARED DATECALC DATE ROUTINE.
       COPY "DCALCREC.cpy".

      * PARAMETER AREA FOR THE SHARED SPOOLCAP SPOOL CAPTURE ROUTINE.
       COPY "SPOOLREC.cpy".

      * WS-ERR-FILE-NAME/WS-ERR-STATUS ARE SET BY THE CHECK-xxx-STATUS
      * PARAGRAPHS BELOW BEFORE PERFORMING ABEND-FILE-ERROR.
       01 WS-ERR-FILE-NAME PIC X(20).
       01 WS-ERR-STATUS PIC X(2).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           MOVE WS-CLOSE-DATE TO FSC-CLOSE-DATE.
           READ CLOSE-FILE KEY IS FSC-CLOSE-DATE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 1200-OFFER-REPRINT
           END-READ.
           IF WS-CLOSE-STATUS = "00"
               CLOSE CLOSE-FILE
               STOP RUN
           END-IF.
           PERFORM 1100-FIND-LAST-Z.
           INITIALIZE FSC-REC.
           MOVE WS-CLOSE-DATE TO FSC-CLOSE-DATE.
           COMPUTE FSC-Z-NUMBER = WS-LAST-Z + 1.
           PERFORM 2000-TOTAL-INVOICES.
           PERFORM 2200-TOTAL-PAYMENTS.
           PERFORM 2600-TOTAL-CREDIT-MEMOS.
           PERFORM 2400-TOTAL-MATERIAL.
           ACCEPT WS-NOW FROM TIME.
           MOVE WS-CASHIER-ID TO FSC-CASHIER-ID.
           MOVE WS-NOW TO FSC-CLOSE-TIME.
           MOVE ZERO TO FSC-GL-DATE.
           WRITE FSC-REC.
           PERFORM CHECK-CLOSE-STATUS.
           PERFORM 4000-PRINT-Z-READING.
           CLOSE CLOSE-FILE.
           DISPLAY "DAY " WS-CLOSE-DATE " CLOSED UNDER Z-READING "
               FSC-Z-NUMBER " - SIGN THE ZREADING PRINT.".
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - the cashier closing the drawer, and the day
      * being closed (today unless an earlier day was missed).
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           DISPLAY "CASHIER ID : ".
           ACCEPT WS-CASHIER-ID.
           IF WS-CASHIER-ID = SPACES
               DISPLAY "A CASHIER ID IS REQUIRED."
               STOP RUN
           END-IF.
           DISPLAY "DAY TO CLOSE (YYYYMMDD, 0 = TODAY) : ".
           ACCEPT WS-CLOSE-DATE.
           IF WS-CLOSE-DATE = ZERO
               MOVE WS-TODAY TO WS-CLOSE-DATE
           END-IF.
           MOVE "V" TO DC-FUNCTION.
           MOVE WS-CLOSE-DATE TO DC-DATE-1.
           CALL "DATECALC" USING DATE-CALC-AREA.
           IF DC-VALID-FLAG NOT = "Y"
               DISPLAY "THAT IS NOT A REAL CALENDAR DATE - NOTHING "
                   "CLOSED."
               STOP RUN
           END-IF.
           IF WS-CLOSE-DATE > WS-TODAY
               DISPLAY "A DAY STILL TO COME CANNOT BE CLOSED."
               STOP RUN
           END-IF.
           OPEN I-O CLOSE-FILE.
           IF WS-CLOSE-STATUS = "35"
               OPEN OUTPUT CLOSE-FILE
               CLOSE CLOSE-FILE
               OPEN I-O CLOSE-FILE
           END-IF.
           PERFORM CHECK-CLOSE-STATUS.
       1000-INITIALIZE-EXIT.
           EXIT.

      * Z-READINGS NUMBER ON FROM THE HIGHEST ONE EVER ISSUED.
       1100-FIND-LAST-Z.
           MOVE ZERO TO WS-LAST-Z.
           MOVE "N" TO WS-EOF.
           MOVE ZERO TO FSC-CLOSE-DATE.
           START CLOSE-FILE KEY IS NOT LESS THAN FSC-CLOSE-DATE
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START.
           PERFORM 1110-READ-ONE-CLOSE THRU 1110-READ-ONE-CLOSE-EXIT
               UNTIL WS-EOF = "Y".

       1110-READ-ONE-CLOSE.
           READ CLOSE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
                   GO TO 1110-READ-ONE-CLOSE-EXIT
           END-READ.
           IF FSC-Z-NUMBER > WS-LAST-Z
               MOVE FSC-Z-NUMBER TO WS-LAST-Z
           END-IF.
       1110-READ-ONE-CLOSE-EXIT.
           EXIT.

      * A DAY ALREADY CLOSED KEEPS ITS FIGURES; THE Z-READING CAN BE
      * PRINTED AGAIN FROM THEM, MARKED AS A REPRINT.
       1200-OFFER-REPRINT.
           DISPLAY "DAY " WS-CLOSE-DATE " IS ALREADY CLOSED UNDER "
               "Z-READING " FSC-Z-NUMBER ".".
           DISPLAY "REPRINT IT (Y/N) : ".
           ACCEPT WS-REPRINT.
           IF REPRINT-REQUESTED
               PERFORM 4000-PRINT-Z-READING
               DISPLAY "Z-READING " FSC-Z-NUMBER " REPRINTED TO "
                   "ZREADING."
           END-IF.

      ******************************************************************
      * 2000-TOTAL-INVOICES - the day's INVREG rows: how many, the
      * serial range, the VAT-inclusive gross and the VAT in it.
      ******************************************************************
       2000-TOTAL-INVOICES.
           MOVE "N" TO WS-EOF.
           OPEN INPUT INV-REGISTER-FILE.
           IF WS-INVREG-STATUS = "35"
               MOVE "Y" TO WS-EOF
           ELSE
               PERFORM CHECK-INVREG-STATUS
           END-IF.
           PERFORM 2100-READ-ONE-INVOICE THRU 2100-READ-ONE-INVOICE-EXIT
               UNTIL WS-EOF = "Y".
           IF WS-INVREG-STATUS = "00" OR WS-INVREG-STATUS = "10"
               CLOSE INV-REGISTER-FILE
           END-IF.
           COMPUTE FSC-VAT-BASE = FSC-GROSS-SALES - FSC-OUTPUT-VAT.

       2100-READ-ONE-INVOICE.
           READ INV-REGISTER-FILE
               AT END
                   MOVE "Y" TO WS-EOF
                   GO TO 2100-READ-ONE-INVOICE-EXIT
           END-READ.
           IF IREG-DATE NOT = WS-CLOSE-DATE
               GO TO 2100-READ-ONE-INVOICE-EXIT
           END-IF.
           ADD 1 TO FSC-INVOICE-COUNT.
           IF FSC-FIRST-INVOICE = ZERO OR
               IREG-INVOICE-NO < FSC-FIRST-INVOICE
               MOVE IREG-INVOICE-NO TO FSC-FIRST-INVOICE
           END-IF.
           IF IREG-INVOICE-NO > FSC-LAST-INVOICE
               MOVE IREG-INVOICE-NO TO FSC-LAST-INVOICE
           END-IF.
           ADD IREG-ORDER-TOTAL TO FSC-GROSS-SALES.
           ADD IREG-VAT-AMOUNT TO FSC-OUTPUT-VAT.
       2100-READ-ONE-INVOICE-EXIT.
           EXIT.

      ******************************************************************
      * 2200-TOTAL-PAYMENTS - the day's JOBPAY rows, deposits taken
      * at order entry apart from balances collected at pickup.
      ******************************************************************
       2200-TOTAL-PAYMENTS.
           MOVE "N" TO WS-EOF.
           OPEN INPUT JOB-PAY-FILE.
           IF WS-JPAY-STATUS = "35"
               MOVE "Y" TO WS-EOF
           ELSE
               PERFORM CHECK-JPAY-STATUS
           END-IF.
           PERFORM 2300-READ-ONE-PAYMENT THRU 2300-READ-ONE-PAYMENT-EXIT
               UNTIL WS-EOF = "Y".
           IF WS-JPAY-STATUS = "00" OR WS-JPAY-STATUS = "10"
               CLOSE JOB-PAY-FILE
           END-IF.

       2300-READ-ONE-PAYMENT.
           READ JOB-PAY-FILE
               AT END
                   MOVE "Y" TO WS-EOF
                   GO TO 2300-READ-ONE-PAYMENT-EXIT
           END-READ.
           IF JPAY-DATE NOT = WS-CLOSE-DATE
               GO TO 2300-READ-ONE-PAYMENT-EXIT
           END-IF.
           IF JPAY-DOWN-PAYMENT
               ADD 1 TO FSC-DOWN-PAY-COUNT
               ADD JPAY-AMOUNT TO FSC-DOWN-PAYMENTS
           ELSE IF JPAY-BALANCE-PAYMENT
               ADD 1 TO FSC-BAL-PAY-COUNT
               ADD JPAY-AMOUNT TO FSC-BALANCE-PAYMENTS
           END-IF.
       2300-READ-ONE-PAYMENT-EXIT.
           EXIT.

      ******************************************************************
      * 2400-TOTAL-MATERIAL - the stock the day's jobs consumed, at
      * the unit costs the draw-down priced it at when the order was
      * taken.
      ******************************************************************
       2400-TOTAL-MATERIAL.
           MOVE "N" TO WS-EOF.
           OPEN INPUT JOB-FILE.
           IF WS-JOB-STATUS = "35"
               MOVE "Y" TO WS-EOF
           ELSE
               PERFORM CHECK-JOB-STATUS
           END-IF.
           PERFORM 2500-READ-ONE-JOB THRU 2500-READ-ONE-JOB-EXIT
               UNTIL WS-EOF = "Y".
           IF WS-JOB-STATUS = "00" OR WS-JOB-STATUS = "10"
               CLOSE JOB-FILE
           END-IF.

       2500-READ-ONE-JOB.
           READ JOB-FILE
               AT END
                   MOVE "Y" TO WS-EOF
                   GO TO 2500-READ-ONE-JOB-EXIT
           END-READ.
           IF JOB-ORDER-DATE = WS-CLOSE-DATE
               ADD 1 TO FSC-JOB-COUNT
               ADD JOB-MATERIAL-COST TO FSC-MATERIAL-COST
           END-IF.
       2500-READ-ONE-JOB-EXIT.
           EXIT.

      ******************************************************************
      * 2600-TOTAL-CREDIT-MEMOS - the day's CMREG rows: the VAT base
      * and VAT the credits reverse, and the cash refunded.
      ******************************************************************
       2600-TOTAL-CREDIT-MEMOS.
           MOVE "N" TO WS-EOF.
           OPEN INPUT CREDIT-MEMO-FILE.
           IF WS-CMREG-STATUS = "35"
               MOVE "Y" TO WS-EOF
           ELSE
               PERFORM CHECK-CMREG-STATUS
           END-IF.
           PERFORM 2700-READ-ONE-CREDIT THRU 2700-READ-ONE-CREDIT-EXIT
               UNTIL WS-EOF = "Y".
           IF WS-CMREG-STATUS = "00" OR WS-CMREG-STATUS = "10"
               CLOSE CREDIT-MEMO-FILE
           END-IF.

       2700-READ-ONE-CREDIT.
           READ CREDIT-MEMO-FILE
               AT END
                   MOVE "Y" TO WS-EOF
                   GO TO 2700-READ-ONE-CREDIT-EXIT
           END-READ.
           IF CM-DATE NOT = WS-CLOSE-DATE
               GO TO 2700-READ-ONE-CREDIT-EXIT
           END-IF.
           ADD 1 TO FSC-CREDIT-COUNT.
           COMPUTE WS-CM-BASE = CM-CREDIT-TOTAL - CM-VAT-AMOUNT.
           ADD WS-CM-BASE TO FSC-CREDIT-BASE.
           ADD CM-VAT-AMOUNT TO FSC-CREDIT-VAT.
           ADD CM-REFUND-AMOUNT TO FSC-REFUNDS.
       2700-READ-ONE-CREDIT-EXIT.
           EXIT.

      ******************************************************************
      * 4000-PRINT-Z-READING - the signed summary, off the FSC-REC
      * figures so a reprint shows exactly what was filed.
      ******************************************************************
       4000-PRINT-Z-READING.
           OPEN OUTPUT PRINT-FILE.
           PERFORM CHECK-PRINT-STATUS.
           MOVE "FRAME SHOP DAILY CLOSE - Z-READING" TO PRINT-REC.
           WRITE PRINT-REC.
           IF REPRINT-REQUESTED
               MOVE "*** REPRINT ***" TO PRINT-REC
               WRITE PRINT-REC
           END-IF.
           MOVE SPACES TO PRINT-REC.
           STRING "Z-READING NO.   " DELIMITED BY SIZE
               FSC-Z-NUMBER DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE FSC-CLOSE-TIME(1:6) TO WS-TIME-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "BUSINESS DATE   " DELIMITED BY SIZE
               FSC-CLOSE-DATE DELIMITED BY SIZE
               "   CLOSED AT " DELIMITED BY SIZE
               WS-TIME-ED DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           STRING "CASHIER         " DELIMITED BY SIZE
               FSC-CASHIER-ID DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE DASH-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE "INVOICES ISSUED" TO WS-Z-CAPTION.
           MOVE FSC-INVOICE-COUNT TO WS-Z-COUNT.
           PERFORM 4200-PRINT-COUNT-LINE.
           MOVE SPACES TO PRINT-REC.
           STRING "INVOICE NOS.                  " DELIMITED BY SIZE
               FSC-FIRST-INVOICE DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               FSC-LAST-INVOICE DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE "GROSS SALES (VAT INCLUSIVE)" TO WS-Z-CAPTION.
           MOVE FSC-GROSS-SALES TO WS-Z-AMOUNT.
           PERFORM 4100-PRINT-AMOUNT-LINE.
           MOVE "  VAT BASE" TO WS-Z-CAPTION.
           MOVE FSC-VAT-BASE TO WS-Z-AMOUNT.
           PERFORM 4100-PRINT-AMOUNT-LINE.
           MOVE "  OUTPUT VAT" TO WS-Z-CAPTION.
           MOVE FSC-OUTPUT-VAT TO WS-Z-AMOUNT.
           PERFORM 4100-PRINT-AMOUNT-LINE.
           MOVE "CREDIT MEMOS ISSUED" TO WS-Z-CAPTION.
           MOVE FSC-CREDIT-COUNT TO WS-Z-COUNT.
           PERFORM 4200-PRINT-COUNT-LINE.
           MOVE "  LESS VAT BASE CREDITED" TO WS-Z-CAPTION.
           COMPUTE WS-Z-AMOUNT = 0 - FSC-CREDIT-BASE.
           PERFORM 4100-PRINT-AMOUNT-LINE.
           MOVE "  LESS OUTPUT VAT CREDITED" TO WS-Z-CAPTION.
           COMPUTE WS-Z-AMOUNT = 0 - FSC-CREDIT-VAT.
           PERFORM 4100-PRINT-AMOUNT-LINE.
           MOVE "NET SALES (VAT INCLUSIVE)" TO WS-Z-CAPTION.
           COMPUTE WS-Z-AMOUNT = FSC-GROSS-SALES
               - FSC-CREDIT-BASE - FSC-CREDIT-VAT.
           PERFORM 4100-PRINT-AMOUNT-LINE.
           MOVE DASH-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE "DOWN PAYMENTS - COUNT" TO WS-Z-CAPTION.
           MOVE FSC-DOWN-PAY-COUNT TO WS-Z-COUNT.
           PERFORM 4200-PRINT-COUNT-LINE.
           MOVE "DOWN PAYMENTS - AMOUNT" TO WS-Z-CAPTION.
           MOVE FSC-DOWN-PAYMENTS TO WS-Z-AMOUNT.
           PERFORM 4100-PRINT-AMOUNT-LINE.
           MOVE "BALANCE PAYMENTS - COUNT" TO WS-Z-CAPTION.
           MOVE FSC-BAL-PAY-COUNT TO WS-Z-COUNT.
           PERFORM 4200-PRINT-COUNT-LINE.
           MOVE "BALANCE PAYMENTS - AMOUNT" TO WS-Z-CAPTION.
           MOVE FSC-BALANCE-PAYMENTS TO WS-Z-AMOUNT.
           PERFORM 4100-PRINT-AMOUNT-LINE.
           MOVE "LESS REFUNDS PAID OUT" TO WS-Z-CAPTION.
           COMPUTE WS-Z-AMOUNT = 0 - FSC-REFUNDS.
           PERFORM 4100-PRINT-AMOUNT-LINE.
           MOVE "NET CASH TO ACCOUNT FOR" TO WS-Z-CAPTION.
           COMPUTE WS-Z-AMOUNT = FSC-DOWN-PAYMENTS
               + FSC-BALANCE-PAYMENTS - FSC-REFUNDS.
           PERFORM 4100-PRINT-AMOUNT-LINE.
           MOVE DASH-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE "NET ADDED TO RECEIVABLES" TO WS-Z-CAPTION.
           COMPUTE WS-Z-AMOUNT = FSC-GROSS-SALES
               - FSC-CREDIT-BASE - FSC-CREDIT-VAT
               - FSC-DOWN-PAYMENTS - FSC-BALANCE-PAYMENTS
               + FSC-REFUNDS.
           PERFORM 4100-PRINT-AMOUNT-LINE.
           MOVE "JOBS TAKEN" TO WS-Z-CAPTION.
           MOVE FSC-JOB-COUNT TO WS-Z-COUNT.
           PERFORM 4200-PRINT-COUNT-LINE.
           MOVE "MATERIAL COST OF THE JOBS" TO WS-Z-CAPTION.
           MOVE FSC-MATERIAL-COST TO WS-Z-AMOUNT.
           PERFORM 4100-PRINT-AMOUNT-LINE.
           MOVE "GROSS MARGIN ON NET VAT BASE" TO WS-Z-CAPTION.
           COMPUTE WS-Z-AMOUNT = FSC-VAT-BASE - FSC-CREDIT-BASE
               - FSC-MATERIAL-COST.
           PERFORM 4100-PRINT-AMOUNT-LINE.
           MOVE DASH-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE "CASHIER'S SIGNATURE   ______________________________"
               TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE "CHECKED BY            ______________________________"
               TO PRINT-REC.
           WRITE PRINT-REC.
           CLOSE PRINT-FILE.
           MOVE "ZREADING" TO SPC-REPORT-NAME.
           MOVE "ZREADING" TO SPC-SOURCE-PATH.
           CALL "SPOOLCAP" USING SPOOL-CAP-AREA.

       4100-PRINT-AMOUNT-LINE.
           MOVE WS-Z-AMOUNT TO WS-AMOUNT-ED.
           MOVE SPACES TO PRINT-REC.
           STRING WS-Z-CAPTION DELIMITED BY SIZE
               WS-AMOUNT-ED DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.

       4200-PRINT-COUNT-LINE.
           MOVE WS-Z-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO PRINT-REC.
           STRING WS-Z-CAPTION DELIMITED BY SIZE
               "        " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.

      ******************************************************************
      * ABEND-FILE-ERROR - common stop point for any file operation
      * that comes back with a status this program was not already
      * expecting to handle.
      ******************************************************************
       ABEND-FILE-ERROR.
           DISPLAY "*** FILE ERROR ON " WS-ERR-FILE-NAME.
           DISPLAY "*** FILE STATUS = " WS-ERR-STATUS.
           DISPLAY "DAILY CLOSE TERMINATED - SEE FILE STATUS ABOVE.".
           STOP RUN.

       CHECK-CLOSE-STATUS.
           IF WS-CLOSE-STATUS NOT = "00"
               MOVE "CLOSE-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-CLOSE-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-INVREG-STATUS.
           IF WS-INVREG-STATUS NOT = "00"
               MOVE "INV-REGISTER-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-INVREG-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-JPAY-STATUS.
           IF WS-JPAY-STATUS NOT = "00"
               MOVE "JOB-PAY-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-JPAY-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-CMREG-STATUS.
           IF WS-CMREG-STATUS NOT = "00"
               MOVE "CREDIT-MEMO-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-CMREG-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-JOB-STATUS.
           IF WS-JOB-STATUS NOT = "00"
               MOVE "JOB-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-JOB-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-PRINT-STATUS.
           IF WS-PRINT-STATUS NOT = "00"
               MOVE "PRINT-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-PRINT-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       END PROGRAM FSCLOSE.
