      *          applies a receipt - basic line first, then SEF, the
      *          receipt appended to TAXRCPT (tagged under protest
      *          when the lot is under appeal) and any payment plan
      *          paid down.  Whatever a row pays beyond the bill is
      *          held on the TAXCRDT credit ledger under its OR, the
      *          same as at the window.  A row whose OR is not in a
      *          booklet on AFFILE issued to BANKIMP, or whose serial
      *          is already on AFUSED, is refused the same way the
      *          teller screen refuses it.  Unmatched rows drain to
      *          EXCPFILE for the EXCPRPT/EXCPFIX workflow instead of
      *          being set aside, and a posting summary goes to
      *          BANKRPT.  A row dated in a month closed on PERIODCTL
      *          drains to EXCPFILE the same way.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-EXCP-STATUS.

       SELECT CREDIT-FILE
           ASSIGN TO "TAXCRDT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CRDT-KEY
           FILE STATUS IS WS-CRDT-STATUS.

       SELECT CREDIT-MOVE-FILE
           ASSIGN TO "CRDTREG"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CMOV-STATUS.

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
           ASSIGN TO "BANKRPT"
           ORGANIZATION IS SEQUENTIAL

       COPY "EXCPREC.cpy".

       FD CREDIT-FILE
           DATA RECORD IS CRDT-REC.

       COPY "CRDTREC.cpy".

       FD CREDIT-MOVE-FILE
           DATA RECORD IS CMOV-REC.

       COPY "CMOVREC.cpy".

      ******************************************************************
      * FORMS-FILE / FORMS-USED-FILE - the OR booklets the bank was
      * issued (collector ID BANKIMP) and the serials already taken.
      ******************************************************************
       FD FORMS-FILE
           DATA RECORD IS AF-REC.

       COPY "AFREC.cpy".

       FD FORMS-USED-FILE
           DATA RECORD IS AFU-REC.

       COPY "AFUREC.cpy".

       FD PRINT-FILE
           DATA RECORD IS PRINT-REC.

       01 WS-APL-STATUS PIC X(2).
       01 WS-EXCP-STATUS PIC X(2).
       01 WS-PRINT-STATUS PIC X(2).
       01 WS-CRDT-STATUS PIC X(2).
       01 WS-CMOV-STATUS PIC X(2).
       01 WS-EOF PIC X(1) VALUE "N".
       01 DASH-LINE PIC X(70) VALUE ALL "-".

       01 WS-TOTAL-OPEN PIC 9(7)V99 VALUE ZERO.
       01 WS-APPLY-BASIC PIC 999999V99 VALUE ZERO.
       01 WS-APPLY-SEF PIC 999999V99 VALUE ZERO.
       01 WS-APPLY-TOTAL PIC 999999V99 VALUE ZERO.

      * THE PART OF A BANK ROW THE BILL DID NOT NEED, HELD ON TAXCRDT.
       01 WS-EXCESS-AMOUNT PIC 9(7)V99 VALUE ZERO.
       01 WS-CREDIT-SOURCE PIC X(1) VALUE SPACE.
       01 WS-CRDT-FOUND-SWITCH PIC X VALUE "N".
           88 CREDIT-FOUND VALUE "Y".
           88 CREDIT-NOT-FOUND VALUE "N".
       01 WS-CREDIT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-CREDIT-TOTAL PIC 9(9)V99 VALUE ZERO.

       01 WS-POSTED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-POSTED-TOTAL PIC 9(9)V99 VALUE ZERO.
       01 WS-EXCP-KEY PIC 9(9) VALUE ZERO.
       01 WS-EXCP-REASON PIC X(40) VALUE SPACES.

      * ACCOUNTABLE FORMS CHECK - THE ROW'S OR MUST SIT IN A BOOKLET
      * ISSUED TO THE BANK AND MUST NOT HAVE BEEN USED BEFORE.
       01 WS-AF-STATUS PIC X(2).
       01 WS-AFU-STATUS PIC X(2).
       01 WS-AF-FILE-SWITCH PIC X VALUE "N".
           88 FORMS-FILE-ON-HAND VALUE "Y".
       01 WS-OR-CHECK-SWITCH PIC X VALUE "N".
           88 OR-SERIAL-ACCEPTED VALUE "Y".
           88 OR-SERIAL-REFUSED VALUE "N".
       01 WS-OR-REFUSE-MSG PIC X(40) VALUE SPACES.

       01 WS-COUNT-ED PIC ZZ,ZZ9.
       01 WS-MONEY-ED PIC ZZZ,ZZZ,ZZ9.99.

      * PARAMETER AREA FOR THE SHARED PERDCHK POSTING PERIOD ROUTINE.
       COPY "PDCREC.cpy".

      * WS-ERR-FILE-NAME/WS-ERR-STATUS ARE SET BY THE CHECK-xxx-STATUS
      * PARAGRAPHS BELOW BEFORE PERFORMING ABEND-FILE-ERROR.
       01 WS-ERR-FILE-NAME PIC X(20).
               PERFORM CHECK-PLAN-STATUS
               SET PLAN-FILE-ON-HAND TO TRUE
           END-IF.
           OPEN I-O FORMS-FILE.
           IF WS-AF-STATUS = "35"
               MOVE "N" TO WS-AF-FILE-SWITCH
           ELSE
               PERFORM CHECK-AF-STATUS
               SET FORMS-FILE-ON-HAND TO TRUE
           END-IF.
           OPEN I-O FORMS-USED-FILE.
           IF WS-AFU-STATUS = "35"
               OPEN OUTPUT FORMS-USED-FILE
               CLOSE FORMS-USED-FILE
               OPEN I-O FORMS-USED-FILE
           END-IF.
           PERFORM CHECK-AFU-STATUS.
           OPEN OUTPUT PRINT-FILE.
           PERFORM CHECK-PRINT-STATUS.


      ******************************************************************
      * 3100-POST-ONE-PAYMENT - the teller screen's application,
      * row by row: match the ledger by billing year and lot, settle
      * basic first then SEF, append the receipt and pay down any
      * plan.  What the row pays beyond the open balance - all of it
      * when the bill is already paid - is held as a taxpayer credit
      * under the row's OR.  A row that cannot post drains to
      * EXCPFILE instead of being set aside.
      ******************************************************************
       3100-POST-ONE-PAYMENT.
                   SET LEDGER-FOUND TO TRUE
           END-READ.
           COMPUTE WS-TOTAL-OPEN = LEDG-BALANCE + LEDG-SEF-BALANCE.
           PERFORM 3050-CHECK-OR-SERIAL.
           MOVE BANK-PAYMENT-DATE TO PDC-DATE.
           CALL "PERDCHK" USING PERIOD-CHECK-AREA.
           IF LEDGER-NOT-FOUND
               MOVE "NO LEDGER ROW FOR BANK PAYMENT" TO
                   WS-EXCP-REASON
               PERFORM 3200-WRITE-EXCEPTION
           ELSE IF BANK-AMOUNT = ZERO
               MOVE "ZERO-AMOUNT BANK PAYMENT ROW" TO WS-EXCP-REASON
               PERFORM 3200-WRITE-EXCEPTION
           ELSE IF PDC-PERIOD-CLOSED
               MOVE "PAYMENT DATED IN A CLOSED MONTH" TO
                   WS-EXCP-REASON
               PERFORM 3200-WRITE-EXCEPTION
           ELSE IF OR-SERIAL-REFUSED
               MOVE WS-OR-REFUSE-MSG TO WS-EXCP-REASON
               PERFORM 3200-WRITE-EXCEPTION
           ELSE
               MOVE ZERO TO WS-APPLY-BASIC WS-APPLY-SEF
                   WS-EXCESS-AMOUNT
               IF BANK-AMOUNT > WS-TOTAL-OPEN
                   MOVE WS-TOTAL-OPEN TO WS-APPLY-TOTAL
                   COMPUTE WS-EXCESS-AMOUNT =
                       BANK-AMOUNT - WS-TOTAL-OPEN
               ELSE
                   MOVE BANK-AMOUNT TO WS-APPLY-TOTAL
               END-IF
               IF WS-TOTAL-OPEN = ZERO
                   MOVE "D" TO WS-CREDIT-SOURCE
               ELSE
                   MOVE "E" TO WS-CREDIT-SOURCE
               END-IF
               IF WS-APPLY-TOTAL > ZERO
                   IF WS-APPLY-TOTAL > LEDG-BALANCE
                       MOVE LEDG-BALANCE TO WS-APPLY-BASIC
                   ELSE
                       MOVE WS-APPLY-TOTAL TO WS-APPLY-BASIC
                   END-IF
                   COMPUTE WS-APPLY-SEF =
                       WS-APPLY-TOTAL - WS-APPLY-BASIC
                   ADD WS-APPLY-BASIC TO LEDG-AMOUNT-PAID
                   SUBTRACT WS-APPLY-BASIC FROM LEDG-BALANCE
                   ADD WS-APPLY-SEF TO LEDG-SEF-PAID
                   SUBTRACT WS-APPLY-SEF FROM LEDG-SEF-BALANCE
                   IF LEDG-BALANCE = ZERO AND LEDG-SEF-BALANCE = ZERO
                       MOVE "P" TO LEDG-STATUS
                   END-IF
                   REWRITE LEDGER-REC
               END-IF
               PERFORM 3300-CHECK-APPEAL
               PERFORM 3400-WRITE-RECEIPT
               PERFORM 3450-MARK-OR-USED
               IF WS-APPLY-TOTAL > ZERO
                   PERFORM 3500-APPLY-TO-PLAN
               END-IF
               IF WS-EXCESS-AMOUNT > ZERO
                   PERFORM 3600-RAISE-CREDIT
               END-IF
               ADD 1 TO WS-POSTED-COUNT
               ADD BANK-AMOUNT TO WS-POSTED-TOTAL
           END-IF.

      ******************************************************************
      * 3050-CHECK-OR-SERIAL - the booklet holding the OR is the
      * first on AFFILE whose last serial is not below it; the row is
      * good only when that booklet starts at or below the OR, is out
      * on issue to BANKIMP, and AFUSED has no row for the serial
      * (which also catches the same OR twice in one bank file).
      ******************************************************************
       3050-CHECK-OR-SERIAL.
           SET OR-SERIAL-REFUSED TO TRUE.
           MOVE "OR NOT IN A BOOKLET ISSUED TO THE BANK"
               TO WS-OR-REFUSE-MSG.
           IF FORMS-FILE-ON-HAND
               MOVE BANK-OR-NUMBER TO AF-END-SERIAL
               START FORMS-FILE KEY IS NOT LESS THAN AF-END-SERIAL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ FORMS-FILE NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF AF-START-SERIAL NOT >
                                   BANK-OR-NUMBER AND AF-ISSUED
                                   AND AF-COLLECTOR-ID = "BANKIMP"
                                   SET OR-SERIAL-ACCEPTED TO TRUE
                               END-IF
                       END-READ
               END-START
           END-IF.
           IF OR-SERIAL-ACCEPTED
               MOVE BANK-OR-NUMBER TO AFU-OR-NUMBER
               READ FORMS-USED-FILE KEY IS AFU-OR-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET OR-SERIAL-REFUSED TO TRUE
                       MOVE "OR NUMBER HAS ALREADY BEEN USED"
                           TO WS-OR-REFUSE-MSG
               END-READ
           END-IF.

       3200-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCP-COUNT.
           ADD BANK-AMOUNT TO WS-EXCP-TOTAL.
           MOVE BANK-BILL-YEAR TO RCPT-BILL-YEAR.
           MOVE BANK-LOT-NUMBER TO RCPT-LOT-NUMBER.
           MOVE BANK-PAYMENT-DATE TO RCPT-PAYMENT-DATE.
           MOVE WS-APPLY-TOTAL TO RCPT-AMOUNT.
           MOVE "BANKIMP" TO RCPT-OPERATOR-ID.
           MOVE WS-APPLY-SEF TO RCPT-SEF-AMOUNT.
           MOVE WS-EXCESS-AMOUNT TO RCPT-CREDIT-AMOUNT.
           MOVE SPACE TO RCPT-VOID-FLAG.
           MOVE ZERO TO RCPT-VOID-DATE.
           MOVE SPACES TO RCPT-VOID-REASON RCPT-VOID-APPROVER.
           IF PAYING-UNDER-PROTEST
               MOVE "Y" TO RCPT-PROTEST-FLAG
           ELSE
           PERFORM CHECK-RCPT-STATUS.
           CLOSE RECEIPT-FILE.

      ******************************************************************
      * 3450-MARK-OR-USED - the serial goes on AFUSED and the booklet
      * the check just read counts it, flipping to consumed when its
      * last serial is gone.
      ******************************************************************
       3450-MARK-OR-USED.
           MOVE BANK-OR-NUMBER TO AFU-OR-NUMBER.
           MOVE BANK-PAYMENT-DATE TO AFU-DATE.
           MOVE "BANKIMP" TO AFU-COLLECTOR-ID.
           MOVE BANK-LOT-NUMBER TO AFU-LOT-NUMBER.
           WRITE AFU-REC.
           PERFORM CHECK-AFU-STATUS.
           ADD 1 TO AF-USED-COUNT.
           MOVE BANK-OR-NUMBER TO AF-LAST-USED.
           IF AF-USED-COUNT > AF-END-SERIAL - AF-START-SERIAL
               MOVE "C" TO AF-STATUS
               MOVE WS-TODAY TO AF-STATUS-DATE
           END-IF.
           REWRITE AF-REC.
           PERFORM CHECK-AF-STATUS.

       3500-APPLY-TO-PLAN.
           IF PLAN-FILE-ON-HAND
               MOVE BANK-BILL-YEAR TO PLAN-BILL-YEAR
                       CONTINUE
                   NOT INVALID KEY
                       IF PLAN-ACTIVE
                           ADD WS-APPLY-TOTAL TO PLAN-PAID
                           IF PLAN-PAID >= PLAN-AGREED-TOTAL
                               MOVE "C" TO PLAN-STATUS
                           END-IF
               END-READ
           END-IF.

      ******************************************************************
      * 3600-RAISE-CREDIT - the bank row's excess onto TAXCRDT under
      * the lot and the row's OR, and a raised movement onto CRDTREG,
      * exactly as the teller screen holds an over-tender.
      ******************************************************************
       3600-RAISE-CREDIT.
           OPEN I-O CREDIT-FILE.
           IF WS-CRDT-STATUS = "35"
               OPEN OUTPUT CREDIT-FILE
               CLOSE CREDIT-FILE
               OPEN I-O CREDIT-FILE
           END-IF.
           PERFORM CHECK-CRDT-STATUS.
           MOVE BANK-LOT-NUMBER TO CRDT-LOT-NUMBER.
           MOVE BANK-OR-NUMBER TO CRDT-OR-NUMBER.
           READ CREDIT-FILE KEY IS CRDT-KEY
               INVALID KEY
                   SET CREDIT-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET CREDIT-FOUND TO TRUE
           END-READ.
           IF CREDIT-FOUND
               ADD WS-EXCESS-AMOUNT TO CRDT-AMOUNT
               ADD WS-EXCESS-AMOUNT TO CRDT-BALANCE
               MOVE "O" TO CRDT-STATUS
               MOVE WS-TODAY TO CRDT-LAST-DATE
               REWRITE CRDT-REC
           ELSE
               MOVE WS-CREDIT-SOURCE TO CRDT-SOURCE
               MOVE BANK-BILL-YEAR TO CRDT-BILL-YEAR
               MOVE BANK-PAYMENT-DATE TO CRDT-DATE
               MOVE WS-EXCESS-AMOUNT TO CRDT-AMOUNT
               MOVE ZERO TO CRDT-APPLIED CRDT-REFUNDED
               MOVE WS-EXCESS-AMOUNT TO CRDT-BALANCE
               MOVE "O" TO CRDT-STATUS
               MOVE WS-TODAY TO CRDT-LAST-DATE
               MOVE "BANKIMP" TO CRDT-OPERATOR-ID
               WRITE CRDT-REC
           END-IF.
           PERFORM CHECK-CRDT-STATUS.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           OPEN EXTEND CREDIT-MOVE-FILE.
           IF WS-CMOV-STATUS = "35"
               OPEN OUTPUT CREDIT-MOVE-FILE
               CLOSE CREDIT-MOVE-FILE
               OPEN EXTEND CREDIT-MOVE-FILE
           END-IF.
           PERFORM CHECK-CMOV-STATUS.
           MOVE WS-TODAY TO CMOV-DATE.
           MOVE WS-CURRENT-TIME TO CMOV-TIME.
           MOVE "H" TO CMOV-TYPE.
           MOVE CRDT-LOT-NUMBER TO CMOV-LOT-NUMBER.
           MOVE CRDT-OR-NUMBER TO CMOV-OR-NUMBER.
           MOVE BANK-BILL-YEAR TO CMOV-BILL-YEAR.
           MOVE WS-EXCESS-AMOUNT TO CMOV-AMOUNT.
           MOVE CRDT-SOURCE TO CMOV-SOURCE.
           MOVE BANK-BRANCH-REF TO CMOV-VOUCHER.
           MOVE "HELD OFF BANK COLLECTION FILE" TO CMOV-REASON.
           MOVE "BANKIMP" TO CMOV-OPERATOR-ID.
           MOVE ZERO TO CMOV-SEF-AMOUNT.
           WRITE CMOV-REC.
           PERFORM CHECK-CMOV-STATUS.
           CLOSE CREDIT-MOVE-FILE.
           CLOSE CREDIT-FILE.
           ADD 1 TO WS-CREDIT-COUNT.
           ADD WS-EXCESS-AMOUNT TO WS-CREDIT-TOTAL.

       4000-FINISH.
           CLOSE BANK-FILE.
           CLOSE LEDGER-FILE.
           IF PLAN-FILE-ON-HAND
               CLOSE PLAN-FILE
           END-IF.
           IF FORMS-FILE-ON-HAND
               CLOSE FORMS-FILE
           END-IF.
           CLOSE FORMS-USED-FILE.
           MOVE SPACES TO PRINT-REC.
           STRING "BANK COLLECTION IMPORT SUMMARY  "
               DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE WS-CREDIT-COUNT TO WS-COUNT-ED.
           MOVE WS-CREDIT-TOTAL TO WS-MONEY-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "  OF WHICH CREDIT : " WS-COUNT-ED
               DELIMITED BY SIZE
               " ROWS FOR " DELIMITED BY SIZE
               WS-MONEY-ED DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE WS-EXCP-COUNT TO WS-COUNT-ED.
           MOVE WS-EXCP-TOTAL TO WS-MONEY-ED.
           MOVE SPACES TO PRINT-REC.
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

       CHECK-CRDT-STATUS.
           IF WS-CRDT-STATUS NOT = "00"
               MOVE "CREDIT-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-CRDT-STATUS TO WS-ERR-STATUS
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
