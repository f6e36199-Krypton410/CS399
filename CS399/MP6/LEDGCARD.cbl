      *          appended as a printable statement to STMTCARD for
      *          the owner to take to the bank.  The clerk used to
      *          re-key all of this into a form for every loan
      *          applicant.  Bills settled out of a taxpayer
      *          credit show the credit's OR, and the card closes
      *          with whatever credit the lot still has on file.
      *          A cancelled OR is shown but never runs the balance
      *          down.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RCPT-STATUS.

       SELECT CREDIT-MOVE-FILE
           ASSIGN TO "CRDTREG"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CMOV-STATUS.

       SELECT PRINT-FILE
           ASSIGN TO "STMTCARD"
           ORGANIZATION IS SEQUENTIAL

       COPY "RCPTREC.cpy".

       FD CREDIT-MOVE-FILE
           DATA RECORD IS CMOV-REC.

       COPY "CMOVREC.cpy".

       FD PRINT-FILE
           DATA RECORD IS PRINT-REC.

       01 WS-PRINT-STATUS PIC X(2).
       01 WS-EOF PIC X(1) VALUE "N".
       01 WS-RCPT-EOF PIC X(1) VALUE "N".
       01 WS-CMOV-STATUS PIC X(2).
       01 WS-CMOV-EOF PIC X(1) VALUE "N".
       01 WS-CMOV-MODE PIC X(1) VALUE SPACE.
           88 CMOV-LISTING-YEAR VALUE "Y".
           88 CMOV-SUMMING-LOT VALUE "L".
       01 WS-CREDIT-ON-FILE PIC S9(8)V99 VALUE ZERO.
       01 DASH-LINE PIC X(70) VALUE ALL "-".

       01 CHOICE.
           PERFORM 9000-PUT-CARD-LINE.
           MOVE WS-YEAR-BILLED TO WS-RUNNING-BALANCE.
           PERFORM 3200-LIST-RECEIPTS.
           SET CMOV-LISTING-YEAR TO TRUE.
           PERFORM 3250-SCAN-CREDIT-MOVES.
           PERFORM 3300-COMPUTE-PENALTY.
           MOVE WS-YEAR-BALANCE TO WS-MONEY-ED.
           MOVE WS-PENALTY-DUE TO WS-MONEY-ED-2.
                   MOVE "Y" TO WS-RCPT-EOF
               NOT AT END
                   IF RCPT-LOT-NUMBER = WS-LOOKUP-LOT AND
                       RCPT-BILL-YEAR = LEDG-BILL-YEAR AND
                       RCPT-VOIDED
                       MOVE SPACES TO WS-CARD-LINE
                       STRING "  OR " DELIMITED BY SIZE
                           RCPT-OR-NUMBER DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           RCPT-PAYMENT-DATE DELIMITED BY SIZE
                           "  CANCELLED " DELIMITED BY SIZE
                           RCPT-VOID-DATE DELIMITED BY SIZE
                           " - NOT APPLIED" DELIMITED BY SIZE
                           INTO WS-CARD-LINE
                       PERFORM 9000-PUT-CARD-LINE
                   ELSE IF RCPT-LOT-NUMBER = WS-LOOKUP-LOT AND
                       RCPT-BILL-YEAR = LEDG-BILL-YEAR
                       SUBTRACT RCPT-AMOUNT FROM WS-RUNNING-BALANCE
                       MOVE WS-RUNNING-BALANCE TO WS-MONEY-ED
       3210-LIST-ONE-RECEIPT-EXIT.
           EXIT.

      ******************************************************************
      * 3250-SCAN-CREDIT-MOVES - full pass over CRDTREG for the lot.
      * Listing a year, each credit spent on that year's bill runs
      * the balance down like a receipt; summing the lot, credits
      * raised less applied less refunded is what it still holds.
      ******************************************************************
       3250-SCAN-CREDIT-MOVES.
           MOVE "N" TO WS-CMOV-EOF.
           OPEN INPUT CREDIT-MOVE-FILE.
           IF WS-CMOV-STATUS = "35"
               MOVE "Y" TO WS-CMOV-EOF
           ELSE
               PERFORM CHECK-CMOV-STATUS
           END-IF.
           PERFORM 3260-SCAN-ONE-MOVE THRU 3260-SCAN-ONE-MOVE-EXIT
               UNTIL WS-CMOV-EOF = "Y".
           IF WS-CMOV-STATUS = "00" OR WS-CMOV-STATUS = "10"
               CLOSE CREDIT-MOVE-FILE
           END-IF.

       3260-SCAN-ONE-MOVE.
           READ CREDIT-MOVE-FILE
               AT END
                   MOVE "Y" TO WS-CMOV-EOF
               NOT AT END
                   IF CMOV-LOT-NUMBER = WS-LOOKUP-LOT
                       PERFORM 3270-TAKE-ONE-MOVE
                   END-IF
           END-READ.
           IF WS-CMOV-STATUS NOT = "00" AND WS-CMOV-STATUS NOT = "10"
               MOVE "CREDIT-MOVE-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-CMOV-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.
       3260-SCAN-ONE-MOVE-EXIT.
           EXIT.

       3270-TAKE-ONE-MOVE.
           IF CMOV-SUMMING-LOT
               IF CMOV-RAISED
                   ADD CMOV-AMOUNT TO WS-CREDIT-ON-FILE
               ELSE
                   SUBTRACT CMOV-AMOUNT FROM WS-CREDIT-ON-FILE
               END-IF
           ELSE IF CMOV-APPLIED AND CMOV-BILL-YEAR = LEDG-BILL-YEAR
               SUBTRACT CMOV-AMOUNT FROM WS-RUNNING-BALANCE
               MOVE WS-RUNNING-BALANCE TO WS-MONEY-ED
               MOVE SPACES TO WS-CARD-LINE
               STRING "  CREDIT ON OR " DELIMITED BY SIZE
                   CMOV-OR-NUMBER DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   CMOV-DATE DELIMITED BY SIZE
                   "  APPLIED " DELIMITED BY SIZE
                   CMOV-AMOUNT DELIMITED BY SIZE
                   "  BAL " DELIMITED BY SIZE
                   WS-MONEY-ED DELIMITED BY SIZE
                   INTO WS-CARD-LINE
               PERFORM 9000-PUT-CARD-LINE
           END-IF.

      ******************************************************************
      * 3300-COMPUTE-PENALTY - the delinquency run's convention on
      * whatever the year still owes: one month's penalty per full
           STRING "TOTAL PENALTY ACCRUED : " WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-CARD-LINE.
           PERFORM 9000-PUT-CARD-LINE.
           MOVE ZERO TO WS-CREDIT-ON-FILE.
           SET CMOV-SUMMING-LOT TO TRUE.
           PERFORM 3250-SCAN-CREDIT-MOVES.
           IF WS-CREDIT-ON-FILE > ZERO
               MOVE WS-CREDIT-ON-FILE TO WS-TOTAL-ED
               MOVE SPACES TO WS-CARD-LINE
               STRING "TAX CREDIT ON FILE    : " WS-TOTAL-ED
                   DELIMITED BY SIZE INTO WS-CARD-LINE
               PERFORM 9000-PUT-CARD-LINE
           END-IF.
           MOVE SPACES TO WS-CARD-LINE.
           PERFORM 9000-PUT-CARD-LINE.

               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-CMOV-STATUS.
           IF WS-CMOV-STATUS NOT = "00"
               MOVE "CREDIT-MOVE-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-CMOV-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-PRINT-STATUS.
           IF WS-PRINT-STATUS NOT = "00"
               MOVE "PRINT-FILE" TO WS-ERR-FILE-NAME
