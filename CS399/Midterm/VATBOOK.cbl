      *          subtotals and the month's totals in the return's
      *          layout, written to VATBOOK.  The run also reconciles
      *          the register's invoice count against the INVCTL
      *          serial counter.  Credit memos issued in the month
      *          (CMREG) are listed after the invoices and netted off
      *          the VAT base and output VAT, so the return declares
      *          the sales the shop actually kept.  Each completed
      *          run is logged to MEJOBLOG for the month-end close.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-INVCTL-STATUS.

           SELECT CREDIT-MEMO-FILE ASSIGN TO "CMREG"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CMREG-STATUS.

           SELECT PRINT-FILE ASSIGN TO "VATBOOK"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
       01 INV-CONTROL-REC.
           05 INV-NEXT-NUMBER PIC 9(6).

       FD CREDIT-MEMO-FILE
           DATA RECORD IS CM-REC.

       COPY "CMREC.cpy".

       FD PRINT-FILE
           DATA RECORD IS PRINT-REC.

       01 WS-MONTH-BASE PIC 9(9)V99 VALUE ZERO.
       01 WS-MONTH-VAT PIC 9(9)V99 VALUE ZERO.

      * CREDIT MEMOS OF THE MONTH - REVERSED OUT OF THE SALES ABOVE.
       01 WS-CMREG-STATUS PIC X(2).
       01 WS-CM-EOF PIC X(1) VALUE "N".
       01 WS-CM-BASE PIC 9(7)V99 VALUE ZERO.
       01 WS-CM-COUNT PIC 9(5) VALUE ZERO.
       01 WS-CM-GROSS PIC 9(9)V99 VALUE ZERO.
       01 WS-CM-BASE-TOTAL PIC 9(9)V99 VALUE ZERO.
       01 WS-CM-VAT-TOTAL PIC 9(9)V99 VALUE ZERO.
       01 WS-NET-AMOUNT PIC S9(9)V99 VALUE ZERO.
       01 WS-NET-ED PIC ---,---,--9.99.

       01 WS-COUNT-ED PIC ZZZ,ZZ9.
       01 WS-MONEY-ED PIC ZZZ,ZZZ,ZZ9.99.

      * PARAMETER AREA FOR THE SHARED MEJLOG MONTH-END JOB LOG.
       COPY "MJLREC.cpy".

      * WS-ERR-FILE-NAME/WS-ERR-STATUS ARE SET BY THE CHECK-xxx-STATUS
      * PARAGRAPHS BELOW BEFORE PERFORMING ABEND-FILE-ERROR.
       01 WS-ERR-FILE-NAME PIC X(20).
           IF DAY-OPEN
               PERFORM 2300-CLOSE-DAY
           END-IF.
           PERFORM 3200-BOOK-CREDIT-MEMOS
               THRU 3200-BOOK-CREDIT-MEMOS-EXIT.
           MOVE DASH-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE WS-CM-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "CREDIT MEMOS        : " WS-COUNT-ED
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE WS-CM-BASE-TOTAL TO WS-MONEY-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "LESS BASE CREDITED  : " WS-MONEY-ED
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE WS-CM-VAT-TOTAL TO WS-MONEY-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "LESS VAT CREDITED   : " WS-MONEY-ED
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           COMPUTE WS-NET-AMOUNT = WS-MONTH-BASE - WS-CM-BASE-TOTAL.
           MOVE WS-NET-AMOUNT TO WS-NET-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "NET VATABLE SALES   : " WS-NET-ED
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           COMPUTE WS-NET-AMOUNT = WS-MONTH-VAT - WS-CM-VAT-TOTAL.
           MOVE WS-NET-AMOUNT TO WS-NET-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "NET OUTPUT VAT      : " WS-NET-ED
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE WS-GAP-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "SERIAL GAPS FOUND   : " WS-COUNT-ED
           PERFORM 3100-RECONCILE-COUNTER.
           CLOSE INV-REGISTER-FILE.
           CLOSE PRINT-FILE.
           MOVE "VATBOOK" TO MJL-JOB-NAME.
           MOVE WS-BOOK-YYYYMM TO MJL-PERIOD.
           MOVE WS-TODAY TO MJL-AS-OF-DATE.
           CALL "MEJLOG" USING MONTH-END-LOG-AREA.
           DISPLAY "VAT SALES BOOK WRITTEN TO VATBOOK - "
               WS-MONTH-COUNT " INVOICE(S) BOOKED.".

      ******************************************************************
      * 3200-BOOK-CREDIT-MEMOS - every credit memo dated in the month
      * keyed in, listed under the invoices with the invoice it
      * reverses, the credit split into base and VAT the way the
      * invoices are.  No register on hand means none were issued.
      ******************************************************************
       3200-BOOK-CREDIT-MEMOS.
           MOVE "N" TO WS-CM-EOF.
           OPEN INPUT CREDIT-MEMO-FILE.
           IF WS-CMREG-STATUS = "35"
               GO TO 3200-BOOK-CREDIT-MEMOS-EXIT
           END-IF.
           PERFORM CHECK-CMREG-STATUS.
           MOVE DASH-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE SPACES TO PRINT-REC.
           STRING "CREDIT MEMOS - CM NO  DATE      INVOICE  GROSS"
               DELIMITED BY SIZE
               "        VAT BASE      VAT" DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           PERFORM 3210-BOOK-ONE-CREDIT THRU 3210-BOOK-ONE-CREDIT-EXIT
               UNTIL WS-CM-EOF = "Y".
           CLOSE CREDIT-MEMO-FILE.
       3200-BOOK-CREDIT-MEMOS-EXIT.
           EXIT.

       3210-BOOK-ONE-CREDIT.
           READ CREDIT-MEMO-FILE
               AT END
                   MOVE "Y" TO WS-CM-EOF
                   GO TO 3210-BOOK-ONE-CREDIT-EXIT
           END-READ.
           PERFORM CHECK-CMREG-STATUS.
           IF CM-DATE(1:6) NOT = WS-BOOK-YYYYMM
               GO TO 3210-BOOK-ONE-CREDIT-EXIT
           END-IF.
           COMPUTE WS-CM-BASE = CM-CREDIT-TOTAL - CM-VAT-AMOUNT.
           ADD 1 TO WS-CM-COUNT.
           ADD CM-CREDIT-TOTAL TO WS-CM-GROSS.
           ADD WS-CM-BASE TO WS-CM-BASE-TOTAL.
           ADD CM-VAT-AMOUNT TO WS-CM-VAT-TOTAL.
           MOVE SPACES TO PRINT-REC.
           STRING "               " DELIMITED BY SIZE
               CM-NUMBER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CM-DATE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               CM-INVOICE-NO DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               CM-CREDIT-TOTAL DELIMITED BY SIZE
               "      " DELIMITED BY SIZE
               WS-CM-BASE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CM-VAT-AMOUNT DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
       3210-BOOK-ONE-CREDIT-EXIT.
           EXIT.

      ******************************************************************
      * 3100-RECONCILE-COUNTER - the register's row count must equal
      * the invoices the INVCTL serial counter says were ever
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-CMREG-STATUS.
           IF WS-CMREG-STATUS NOT = "00"
               MOVE "CREDIT-MEMO-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-CMREG-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-PRINT-STATUS.
           IF WS-PRINT-STATUS NOT = "00"
               MOVE "PRINT-FILE" TO WS-ERR-FILE-NAME
