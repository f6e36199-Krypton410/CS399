      ******************************************************************
      * Author:
      * Date:
      * Purpose: Official receipt cancellation - voids an OR keyed
      *          against the wrong lot or for the wrong amount
      *          instead of papering over it with an ADJREG
      *          correction.  The receipt stays on TAXRCPT marked
      *          void with the reason and the approving officer (an
      *          authorized operator other than the one signed on,
      *          who keys a password to approve), and its basic and
      *          SEF amounts come back off the TAXLEDG row, off any
      *          PLANFILE plan and, for the part held as a taxpayer
      *          credit, off TAXCRDT.  The cancelled-receipts
      *          register prints to CANCLRPT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORCANCEL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT RECEIPT-FILE
           ASSIGN TO "TAXRCPT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RCPT-STATUS.

       SELECT LEDGER-FILE
           ASSIGN TO "TAXLEDG"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LEDG-KEY
           FILE STATUS IS WS-LEDG-STATUS.

       SELECT PLAN-FILE
           ASSIGN TO "PLANFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PLAN-KEY
           FILE STATUS IS WS-PLAN-STATUS.

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

       SELECT PRINT-FILE
           ASSIGN TO "CANCLRPT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PRINT-STATUS.

       SELECT OPERATOR-FILE
           ASSIGN TO "OPERTAB"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-OPER-STATUS.

       SELECT SIGNON-LOG-FILE
           ASSIGN TO "SIGNLOG"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-SLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.

      ******************************************************************
      * RECEIPT-FILE - opened I-O so the receipt being cancelled is
      * rewritten in place with its void marker.
      ******************************************************************
       FD RECEIPT-FILE
           DATA RECORD IS RECEIPT-REC.

       COPY "RCPTREC.cpy".

       FD LEDGER-FILE
           DATA RECORD IS LEDGER-REC.

       COPY "LEDGREC.cpy".

       FD PLAN-FILE
           DATA RECORD IS PLAN-REC.

       COPY "PLANREC.cpy".

       FD CREDIT-FILE
           DATA RECORD IS CRDT-REC.

       COPY "CRDTREC.cpy".

       FD CREDIT-MOVE-FILE
           DATA RECORD IS CMOV-REC.

       COPY "CMOVREC.cpy".

       FD PRINT-FILE
           DATA RECORD IS PRINT-REC.

       01 PRINT-REC PIC X(132).

      ******************************************************************
      * OPERATOR-FILE - shared sign-on table; self-seeds on first run.
      ******************************************************************
       FD OPERATOR-FILE
           DATA RECORD IS OPER-REC.

       COPY "OPERREC.cpy".

      ******************************************************************
      * SIGNON-LOG-FILE - shared sign-on attempt log: every attempt,
      * good or bad, from every program that signs operators on.
      ******************************************************************
       FD SIGNON-LOG-FILE
           DATA RECORD IS SLOG-REC.

       COPY "SLOGREC.cpy".

       WORKING-STORAGE SECTION.
       01 WS-RCPT-STATUS PIC X(2).
       01 WS-LEDG-STATUS PIC X(2).
       01 WS-PLAN-STATUS PIC X(2).
       01 WS-CRDT-STATUS PIC X(2).
       01 WS-CMOV-STATUS PIC X(2).
       01 WS-PRINT-STATUS PIC X(2).
       01 WS-EOF PIC X(1) VALUE "N".
       01 DASH-LINE PIC X(120) VALUE ALL "-".

       01 OPTION PIC 9 VALUE ZERO.
       01 WS-QUIT-SWITCH PIC X VALUE "N".
           88 QUIT-REQUESTED VALUE "Y".
       01 WS-TODAY PIC 9(8) VALUE ZERO.
       01 WS-CURRENT-TIME PIC 9(8) VALUE ZERO.

      * CANCELLATION ENTRY FIELDS.
       01 WS-CAN-OR-NUMBER PIC 9(7) VALUE ZERO.
       01 WS-CAN-LOT-NUMBER PIC 999999999 VALUE ZERO.
       01 WS-CAN-REASON PIC X(30) VALUE SPACES.
       01 WS-CAN-CONFIRM PIC X(1) VALUE SPACE.
       01 WS-CAN-BASIC PIC 999999V99 VALUE ZERO.
       01 WS-RCPT-FOUND-SWITCH PIC X VALUE "N".
           88 RECEIPT-FOUND VALUE "Y".
           88 RECEIPT-NOT-FOUND VALUE "N".
       01 WS-LEDG-FOUND-SWITCH PIC X VALUE "N".
           88 LEDGER-FOUND VALUE "Y".
           88 LEDGER-NOT-FOUND VALUE "N".
       01 WS-CRDT-FOUND-SWITCH PIC X VALUE "N".
           88 CREDIT-FOUND VALUE "Y".
           88 CREDIT-NOT-FOUND VALUE "N".
       01 WS-REFUSE-REASON PIC X(60) VALUE SPACES.

      * APPROVING OFFICER - AN ACTIVE, AUTHORIZED OPERATOR OTHER THAN
      * THE ONE SIGNED ON, PROVED BY PASSWORD AT THE TERMINAL.
       01 WS-APPROVER-ID PIC X(8) VALUE SPACES.
       01 WS-APPROVER-PASSWORD PIC X(8) VALUE SPACES.
       01 WS-APPROVER-ENCODED PIC X(8) VALUE SPACES.
       01 WS-APPROVER-SWITCH PIC X VALUE "N".
           88 APPROVER-PROVED VALUE "Y".
           88 APPROVER-NOT-PROVED VALUE "N".

      * CANCELLED-RECEIPTS REGISTER ACCUMULATORS.
       01 WS-VOID-COUNT PIC 9(5) VALUE ZERO.
       01 WS-VOID-TOTAL PIC 9(9)V99 VALUE ZERO.
       01 WS-VOID-SEF-TOTAL PIC 9(9)V99 VALUE ZERO.
       01 WS-VOID-CREDIT-TOTAL PIC 9(9)V99 VALUE ZERO.
       01 WS-COUNT-ED PIC ZZ,ZZ9.
       01 WS-MONEY-ED PIC ZZZ,ZZ9.99.
       01 WS-TOTAL-ED PIC ZZZ,ZZZ,ZZ9.99.

      * WS-ERR-FILE-NAME/WS-ERR-STATUS ARE SET BY THE CHECK-xxx-STATUS
      * PARAGRAPHS BELOW BEFORE PERFORMING ABEND-FILE-ERROR.
       01 WS-ERR-FILE-NAME PIC X(20).
       01 WS-ERR-STATUS PIC X(2).

      * SIGN-ON ATTEMPT LOGGING AND LOCKOUT FIELDS - EVERY ATTEMPT
      * LOGS TO SIGNLOG AND REPEATED FAILURES LOCK THE ID ON OPERTAB,
      * SO THE LOCKOUT HOLDS AT EVERY DOOR, NOT JUST THE ENTRY
      * PROGRAMS.
       01 WS-SLOG-STATUS PIC X(2).
       01 WS-SIGNON-RESULT PIC X(4) VALUE SPACES.
       01 WS-FAIL-LIMIT PIC 9 VALUE 3.
       01 WS-SLOG-DATE PIC 9(8) VALUE ZERO.
       01 WS-SLOG-TIME PIC 9(8) VALUE ZERO.
       01 WS-OPER-UPD-EOF PIC X VALUE "N".
       01 WS-OPER-UPD-FOUND PIC X VALUE "N".

      ******************************************************************
      * OPERATOR SIGN-ON TABLE AND WORKING FIELDS
      ******************************************************************
       01 WS-OPER-STATUS PIC X(2).
       01 WS-OPER-EOF PIC X VALUE "N".
       01 WS-OPER-COUNT PIC 99 VALUE ZERO.
       01 WS-OPER-TABLE.
           05 WS-OPER-ENTRY OCCURS 20 TIMES INDEXED BY OP-IDX.
               10 WS-OP-ID PIC X(8).
               10 WS-OP-PASSWORD PIC X(8).
               10 WS-OP-ROLE PIC X(1).
       01 WS-SIGNON-ID PIC X(8) VALUE SPACES.
       01 WS-SIGNON-PASSWORD PIC X(8) VALUE SPACES.
       01 WS-SIGNON-ENCODED PIC X(8) VALUE SPACES.
       01 WS-SIGNON-SWITCH PIC X VALUE "N".
           88 SIGNED-ON VALUE "Y".
           88 NOT-SIGNED-ON VALUE "N".
       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       01 WS-OPERATOR-ROLE PIC X(1) VALUE "V".
           88 OPERATOR-AUTHORIZED VALUE "A".
           88 OPERATOR-VIEW-ONLY VALUE "V".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM LOAD-OPERATOR-TABLE.
           PERFORM SIGN-ON THRU SIGN-ON-EXIT UNTIL SIGNED-ON.
           PERFORM 1000-MENU UNTIL QUIT-REQUESTED.
           STOP RUN.

       1000-MENU.
           DISPLAY " ".
           DISPLAY "OFFICIAL RECEIPT CANCELLATION".
           DISPLAY "[1] CANCEL AN OFFICIAL RECEIPT".
           DISPLAY "[2] CANCELLED RECEIPTS REGISTER".
           DISPLAY "[3] QUIT".
           DISPLAY "ENTER OPTION : ".
           ACCEPT OPTION.
           IF OPTION = 1 THEN
               PERFORM 2000-CANCEL-RECEIPT
                   THRU 2000-CANCEL-RECEIPT-EXIT
           ELSE IF OPTION = 2 THEN
               PERFORM 4000-CANCELLED-REGISTER
           ELSE IF OPTION = 3 THEN
               SET QUIT-REQUESTED TO TRUE
           ELSE
               DISPLAY "INVALID OPTION, TRY AGAIN"
           END-IF.

      ******************************************************************
      * 2000-CANCEL-RECEIPT - finds the live receipt by OR and lot,
      * shows it, takes the reason and the approving officer, proves
      * every file the reversal touches can take it, and only then
      * reverses and voids.  Nothing is half-cancelled: any refusal
      * leaves the receipt and the ledger exactly as they were.
      ******************************************************************
       2000-CANCEL-RECEIPT.
           DISPLAY "OR NUMBER TO CANCEL     : ".
           ACCEPT WS-CAN-OR-NUMBER.
           DISPLAY "LOT NUMBER ON THE OR    : ".
           ACCEPT WS-CAN-LOT-NUMBER.
           OPEN I-O RECEIPT-FILE.
           IF WS-RCPT-STATUS = "35"
               DISPLAY "NO RECEIPTS ON FILE."
               GO TO 2000-CANCEL-RECEIPT-EXIT
           END-IF.
           PERFORM CHECK-RCPT-STATUS.
           MOVE "N" TO WS-EOF.
           SET RECEIPT-NOT-FOUND TO TRUE.
           PERFORM 2100-FIND-RECEIPT THRU 2100-FIND-RECEIPT-EXIT
               UNTIL WS-EOF = "Y" OR RECEIPT-FOUND.
           IF RECEIPT-NOT-FOUND
               DISPLAY "NO LIVE RECEIPT FOR THAT OR AND LOT."
               CLOSE RECEIPT-FILE
               GO TO 2000-CANCEL-RECEIPT-EXIT
           END-IF.

           MOVE RCPT-AMOUNT TO WS-MONEY-ED.
           DISPLAY "OR " RCPT-OR-NUMBER "  LOT " RCPT-LOT-NUMBER
               "  YEAR " RCPT-BILL-YEAR "  PAID " RCPT-PAYMENT-DATE.
           DISPLAY "APPLIED TO BILL : " WS-MONEY-ED
               "  OF WHICH SEF " RCPT-SEF-AMOUNT.
           DISPLAY "HELD AS CREDIT  : " RCPT-CREDIT-AMOUNT
               "  COLLECTOR " RCPT-OPERATOR-ID.
           DISPLAY "REASON FOR CANCELLATION : ".
           ACCEPT WS-CAN-REASON.
           IF WS-CAN-REASON = SPACES
               DISPLAY "A REASON IS REQUIRED - NOTHING CANCELLED."
               CLOSE RECEIPT-FILE
               GO TO 2000-CANCEL-RECEIPT-EXIT
           END-IF.
           PERFORM 2200-TAKE-APPROVER.
           IF APPROVER-NOT-PROVED
               CLOSE RECEIPT-FILE
               GO TO 2000-CANCEL-RECEIPT-EXIT
           END-IF.
           DISPLAY "CANCEL THIS RECEIPT AND REVERSE IT (Y/N) : ".
           ACCEPT WS-CAN-CONFIRM.
           IF WS-CAN-CONFIRM NOT = "Y" AND WS-CAN-CONFIRM NOT = "y"
               DISPLAY "NOTHING CANCELLED."
               CLOSE RECEIPT-FILE
               GO TO 2000-CANCEL-RECEIPT-EXIT
           END-IF.

           OPEN I-O LEDGER-FILE.
           IF WS-LEDG-STATUS = "35"
               SET LEDGER-NOT-FOUND TO TRUE
           ELSE
               PERFORM CHECK-LEDG-STATUS
               MOVE RCPT-BILL-YEAR TO LEDG-BILL-YEAR
               MOVE RCPT-LOT-NUMBER TO LEDG-LOT-NUMBER
               READ LEDGER-FILE KEY IS LEDG-KEY
                   INVALID KEY
                       SET LEDGER-NOT-FOUND TO TRUE
                   NOT INVALID KEY
                       SET LEDGER-FOUND TO TRUE
               END-READ
           END-IF.
           OPEN I-O CREDIT-FILE.
           IF WS-CRDT-STATUS = "35"
               SET CREDIT-NOT-FOUND TO TRUE
           ELSE
               PERFORM CHECK-CRDT-STATUS
               MOVE RCPT-LOT-NUMBER TO CRDT-LOT-NUMBER
               MOVE RCPT-OR-NUMBER TO CRDT-OR-NUMBER
               READ CREDIT-FILE KEY IS CRDT-KEY
                   INVALID KEY
                       SET CREDIT-NOT-FOUND TO TRUE
                   NOT INVALID KEY
                       SET CREDIT-FOUND TO TRUE
               END-READ
           END-IF.

           PERFORM 2300-PROVE-REVERSAL.
           IF WS-REFUSE-REASON NOT = SPACES
               DISPLAY WS-REFUSE-REASON
               DISPLAY "NOTHING CANCELLED."
           ELSE
               PERFORM 2400-REVERSE-AND-VOID
               DISPLAY "OR " RCPT-OR-NUMBER " CANCELLED AND REVERSED."
           END-IF.
           IF WS-LEDG-STATUS NOT = "35"
               CLOSE LEDGER-FILE
           END-IF.
           IF WS-CRDT-STATUS NOT = "35"
               CLOSE CREDIT-FILE
           END-IF.
           CLOSE RECEIPT-FILE.
       2000-CANCEL-RECEIPT-EXIT.
           EXIT.

       2100-FIND-RECEIPT.
           READ RECEIPT-FILE
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   IF RCPT-OR-NUMBER = WS-CAN-OR-NUMBER AND
                       RCPT-LOT-NUMBER = WS-CAN-LOT-NUMBER AND
                       NOT RCPT-VOIDED
                       SET RECEIPT-FOUND TO TRUE
                   END-IF
           END-READ.
           IF WS-RCPT-STATUS NOT = "00" AND WS-RCPT-STATUS NOT = "10"
               MOVE "RECEIPT-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-RCPT-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.
       2100-FIND-RECEIPT-EXIT.
           EXIT.

      ******************************************************************
      * 2200-TAKE-APPROVER - the approving officer keys ID and
      * password at the terminal.  The ID must be an active,
      * authorized operator and may not be the collector's own
      * sign-on - nobody approves their own cancellation.
      ******************************************************************
       2200-TAKE-APPROVER.
           SET APPROVER-NOT-PROVED TO TRUE.
           DISPLAY "APPROVING OFFICER ID    : ".
           ACCEPT WS-APPROVER-ID.
           DISPLAY "APPROVING OFFICER PASSWORD : ".
           ACCEPT WS-APPROVER-PASSWORD.
           CALL "PWCODE" USING WS-APPROVER-PASSWORD
               WS-APPROVER-ENCODED.
           IF WS-APPROVER-ID = WS-OPERATOR-ID
               DISPLAY "THE APPROVING OFFICER CANNOT BE THE OPERATOR "
                   "SIGNED ON - NOTHING CANCELLED."
           ELSE
               SET OP-IDX TO 1
               PERFORM 2210-APPROVER-SCAN THRU 2210-APPROVER-SCAN-EXIT
                   UNTIL OP-IDX > WS-OPER-COUNT OR APPROVER-PROVED
               IF APPROVER-NOT-PROVED
                   MOVE WS-APPROVER-ID TO WS-SIGNON-ID
                   MOVE "BAD " TO WS-SIGNON-RESULT
                   PERFORM WRITE-SIGNON-LOG
                   DISPLAY "APPROVING OFFICER NOT RECOGNIZED OR NOT "
                       "AUTHORIZED - NOTHING CANCELLED."
               END-IF
           END-IF.

       2210-APPROVER-SCAN.
           IF WS-APPROVER-ID = WS-OP-ID(OP-IDX) AND
               WS-APPROVER-ENCODED = WS-OP-PASSWORD(OP-IDX) AND
               WS-OP-ROLE(OP-IDX) = "A"
               SET APPROVER-PROVED TO TRUE
           ELSE
               SET OP-IDX UP BY 1
           END-IF.
       2210-APPROVER-SCAN-EXIT.
           EXIT.

      ******************************************************************
      * 2300-PROVE-REVERSAL - the ledger row must still carry the
      * basic and SEF the receipt applied, and the credit the OR
      * raised must still be on TAXCRDT unspent; a credit already
      * applied to a later bill or refunded has to be dealt with
      * first, or the reversal would take back money twice.
      ******************************************************************
       2300-PROVE-REVERSAL.
           MOVE SPACES TO WS-REFUSE-REASON.
           COMPUTE WS-CAN-BASIC = RCPT-AMOUNT - RCPT-SEF-AMOUNT.
           IF RCPT-AMOUNT > ZERO
               IF LEDGER-NOT-FOUND
                   MOVE "THE LEDGER ROW THIS OR PAID IS NOT ON FILE."
                       TO WS-REFUSE-REASON
               ELSE IF LEDG-AMOUNT-PAID < WS-CAN-BASIC OR
                   LEDG-SEF-PAID < RCPT-SEF-AMOUNT
                   MOVE "THE LEDGER ROW NO LONGER CARRIES THIS OR'S "
                       TO WS-REFUSE-REASON
                   MOVE "PAYMENT." TO WS-REFUSE-REASON(44:)
               END-IF
           END-IF.
           IF WS-REFUSE-REASON = SPACES AND
               RCPT-CREDIT-AMOUNT > ZERO
               IF CREDIT-NOT-FOUND
                   MOVE "THE CREDIT THIS OR RAISED IS NOT ON FILE."
                       TO WS-REFUSE-REASON
               ELSE IF CRDT-BALANCE < RCPT-CREDIT-AMOUNT
                   MOVE "CREDIT FROM THIS OR ALREADY APPLIED OR "
                       TO WS-REFUSE-REASON
                   MOVE "REFUNDED." TO WS-REFUSE-REASON(40:)
               END-IF
           END-IF.

      ******************************************************************
      * 2400-REVERSE-AND-VOID - basic and SEF back onto the ledger
      * row (which reopens), the plan's paid figure back down, the
      * credit taken off TAXCRDT with a voided movement on CRDTREG,
      * and the receipt rewritten void with reason and approver.
      ******************************************************************
       2400-REVERSE-AND-VOID.
           IF RCPT-AMOUNT > ZERO
               SUBTRACT WS-CAN-BASIC FROM LEDG-AMOUNT-PAID
               ADD WS-CAN-BASIC TO LEDG-BALANCE
               SUBTRACT RCPT-SEF-AMOUNT FROM LEDG-SEF-PAID
               ADD RCPT-SEF-AMOUNT TO LEDG-SEF-BALANCE
               IF LEDG-BALANCE > ZERO OR LEDG-SEF-BALANCE > ZERO
                   MOVE "O" TO LEDG-STATUS
               END-IF
               REWRITE LEDGER-REC
               PERFORM CHECK-LEDG-STATUS
               PERFORM 2410-REVERSE-PLAN
           END-IF.
           IF RCPT-CREDIT-AMOUNT > ZERO
               SUBTRACT RCPT-CREDIT-AMOUNT FROM CRDT-AMOUNT
               SUBTRACT RCPT-CREDIT-AMOUNT FROM CRDT-BALANCE
               IF CRDT-BALANCE = ZERO
                   MOVE "C" TO CRDT-STATUS
               END-IF
               MOVE WS-TODAY TO CRDT-LAST-DATE
               REWRITE CRDT-REC
               PERFORM CHECK-CRDT-STATUS
               PERFORM 2420-WRITE-VOID-MOVE
           END-IF.
           MOVE "V" TO RCPT-VOID-FLAG.
           MOVE WS-TODAY TO RCPT-VOID-DATE.
           MOVE WS-CAN-REASON TO RCPT-VOID-REASON.
           MOVE WS-APPROVER-ID TO RCPT-VOID-APPROVER.
           REWRITE RECEIPT-REC.
           PERFORM CHECK-RCPT-STATUS.

       2410-REVERSE-PLAN.
           OPEN I-O PLAN-FILE.
           IF WS-PLAN-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM CHECK-PLAN-STATUS
               MOVE RCPT-BILL-YEAR TO PLAN-BILL-YEAR
               MOVE RCPT-LOT-NUMBER TO PLAN-LOT-NUMBER
               READ PLAN-FILE KEY IS PLAN-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PLAN-PAID > RCPT-AMOUNT
                           SUBTRACT RCPT-AMOUNT FROM PLAN-PAID
                       ELSE
                           MOVE ZERO TO PLAN-PAID
                       END-IF
                       IF PLAN-COMPLETED AND
                           PLAN-PAID < PLAN-AGREED-TOTAL
                           MOVE "A" TO PLAN-STATUS
                       END-IF
                       REWRITE PLAN-REC
               END-READ
               CLOSE PLAN-FILE
           END-IF.

       2420-WRITE-VOID-MOVE.
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
           MOVE "V" TO CMOV-TYPE.
           MOVE CRDT-LOT-NUMBER TO CMOV-LOT-NUMBER.
           MOVE CRDT-OR-NUMBER TO CMOV-OR-NUMBER.
           MOVE RCPT-BILL-YEAR TO CMOV-BILL-YEAR.
           MOVE RCPT-CREDIT-AMOUNT TO CMOV-AMOUNT.
           MOVE CRDT-SOURCE TO CMOV-SOURCE.
           MOVE SPACES TO CMOV-VOUCHER.
           MOVE WS-CAN-REASON TO CMOV-REASON.
           MOVE WS-OPERATOR-ID TO CMOV-OPERATOR-ID.
           MOVE ZERO TO CMOV-SEF-AMOUNT.
           WRITE CMOV-REC.
           PERFORM CHECK-CMOV-STATUS.
           CLOSE CREDIT-MOVE-FILE.

      ******************************************************************
      * 4000-CANCELLED-REGISTER - every voided receipt on TAXRCPT
      * with its collector, approving officer, date and reason, and
      * the amounts reversed, to CANCLRPT for the COA auditor.
      ******************************************************************
       4000-CANCELLED-REGISTER.
           MOVE "N" TO WS-EOF.
           MOVE ZERO TO WS-VOID-COUNT WS-VOID-TOTAL WS-VOID-SEF-TOTAL
               WS-VOID-CREDIT-TOTAL.
           OPEN INPUT RECEIPT-FILE.
           IF WS-RCPT-STATUS = "35"
               DISPLAY "NO RECEIPTS ON FILE."
           ELSE
               PERFORM CHECK-RCPT-STATUS
               OPEN OUTPUT PRINT-FILE
               PERFORM CHECK-PRINT-STATUS
               PERFORM 4100-WRITE-HEADER
               PERFORM 4200-READ-RECEIPT THRU 4200-READ-RECEIPT-EXIT
                   UNTIL WS-EOF = "Y"
               PERFORM 4300-WRITE-TOTALS
               CLOSE PRINT-FILE
               CLOSE RECEIPT-FILE
               DISPLAY "CANCELLED RECEIPTS REGISTER WRITTEN TO "
                   "CANCLRPT - " WS-VOID-COUNT " RECEIPT(S)."
           END-IF.

       4100-WRITE-HEADER.
           MOVE SPACES TO PRINT-REC.
           STRING "COUNTY TREASURER - CANCELLED OFFICIAL RECEIPTS "
               DELIMITED BY SIZE
               "REGISTER AS OF " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE SPACES TO PRINT-REC.
           STRING "OR NO.   LOT NUMBER  YEAR  PAID ON   "
               DELIMITED BY SIZE
               "   APPLIED       SEF     CREDIT  VOIDED ON "
               DELIMITED BY SIZE
               "COLLECTOR APPROVER REASON" DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE DASH-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.

       4200-READ-RECEIPT.
           READ RECEIPT-FILE
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   IF RCPT-VOIDED
                       PERFORM 4210-WRITE-DETAIL
                   END-IF
           END-READ.
           IF WS-RCPT-STATUS NOT = "00" AND WS-RCPT-STATUS NOT = "10"
               MOVE "RECEIPT-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-RCPT-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.
       4200-READ-RECEIPT-EXIT.
           EXIT.

       4210-WRITE-DETAIL.
           ADD 1 TO WS-VOID-COUNT.
           ADD RCPT-AMOUNT TO WS-VOID-TOTAL.
           ADD RCPT-SEF-AMOUNT TO WS-VOID-SEF-TOTAL.
           ADD RCPT-CREDIT-AMOUNT TO WS-VOID-CREDIT-TOTAL.
           MOVE SPACES TO PRINT-REC.
           STRING RCPT-OR-NUMBER DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               RCPT-LOT-NUMBER DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               RCPT-BILL-YEAR DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               RCPT-PAYMENT-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RCPT-AMOUNT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RCPT-SEF-AMOUNT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RCPT-CREDIT-AMOUNT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RCPT-VOID-DATE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               RCPT-OPERATOR-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RCPT-VOID-APPROVER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RCPT-VOID-REASON DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.

       4300-WRITE-TOTALS.
           MOVE DASH-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE WS-VOID-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "RECEIPTS CANCELLED     : " WS-COUNT-ED
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE WS-VOID-TOTAL TO WS-TOTAL-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "REVERSED OFF THE LEDGER: " WS-TOTAL-ED
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE WS-VOID-SEF-TOTAL TO WS-TOTAL-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "  OF WHICH SEF         : " WS-TOTAL-ED
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE WS-VOID-CREDIT-TOTAL TO WS-TOTAL-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "CREDITS WITHDRAWN      : " WS-TOTAL-ED
               DELIMITED BY SIZE INTO PRINT-REC.
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
           DISPLAY "OR CANCELLATION TERMINATED - SEE FILE STATUS "
               "ABOVE.".
           STOP RUN.

       CHECK-RCPT-STATUS.
           IF WS-RCPT-STATUS NOT = "00"
               MOVE "RECEIPT-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-RCPT-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-LEDG-STATUS.
           IF WS-LEDG-STATUS NOT = "00"
               MOVE "LEDGER-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-LEDG-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-PLAN-STATUS.
           IF WS-PLAN-STATUS NOT = "00"
               MOVE "PLAN-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-PLAN-STATUS TO WS-ERR-STATUS
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
               MOVE WS-PRINT-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-OPER-STATUS.
           IF WS-OPER-STATUS NOT = "00"
               MOVE "OPERATOR-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-OPER-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

      ******************************************************************
      * WRITE-SIGNON-LOG - append one attempt row to the shared
      * SIGNLOG file.  Caller sets WS-SIGNON-RESULT first.
      ******************************************************************
       WRITE-SIGNON-LOG.
           ACCEPT WS-SLOG-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SLOG-TIME FROM TIME.
           OPEN EXTEND SIGNON-LOG-FILE.
           IF WS-SLOG-STATUS = "35"
               OPEN OUTPUT SIGNON-LOG-FILE
               CLOSE SIGNON-LOG-FILE
               OPEN EXTEND SIGNON-LOG-FILE
           END-IF.
           MOVE WS-SLOG-DATE TO SLOG-DATE.
           MOVE WS-SLOG-TIME TO SLOG-TIME.
           MOVE "ORCANCEL" TO SLOG-PROGRAM.
           MOVE WS-SIGNON-ID TO SLOG-OPERATOR.
           MOVE WS-SIGNON-RESULT TO SLOG-RESULT.
           WRITE SLOG-REC.
           CLOSE SIGNON-LOG-FILE.

      ******************************************************************
      * BUMP-FAIL-COUNT - a failed attempt adds one to the ID's
      * failure count on OPERTAB; at the limit the ID locks and only
      * the security administration program can unlock it.
      ******************************************************************
       BUMP-FAIL-COUNT.
           MOVE "N" TO WS-OPER-UPD-EOF.
           MOVE "N" TO WS-OPER-UPD-FOUND.
           OPEN I-O OPERATOR-FILE.
           IF WS-OPER-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM CHECK-OPER-STATUS
               PERFORM BUMP-FAIL-SCAN THRU BUMP-FAIL-SCAN-EXIT
                   UNTIL WS-OPER-UPD-EOF = "Y" OR
                       WS-OPER-UPD-FOUND = "Y"
               CLOSE OPERATOR-FILE
           END-IF.

       BUMP-FAIL-SCAN.
           READ OPERATOR-FILE
               AT END
                   MOVE "Y" TO WS-OPER-UPD-EOF
               NOT AT END
                   IF OPER-ID = WS-SIGNON-ID
                       MOVE "Y" TO WS-OPER-UPD-FOUND
                       ADD 1 TO OPER-FAIL-COUNT
                       IF OPER-FAIL-COUNT >= WS-FAIL-LIMIT AND
                           OPER-ACTIVE
                           MOVE "L" TO OPER-STATUS
                           MOVE "LOCK" TO WS-SIGNON-RESULT
                           PERFORM WRITE-SIGNON-LOG
                           PERFORM DROP-LOCKED-FROM-TABLE
                               THRU DROP-LOCKED-FROM-TABLE-EXIT
                           DISPLAY "OPERATOR ID LOCKED AFTER REPEATED "
                               "FAILURES."
                       END-IF
                       REWRITE OPER-REC
                   END-IF
           END-READ.
       BUMP-FAIL-SCAN-EXIT.
           EXIT.

      ******************************************************************
      * DROP-LOCKED-FROM-TABLE - the lock just written to OPERTAB
      * must also take the ID out of the in-memory sign-on table, or
      * this session could still match it on a later attempt.
      ******************************************************************
       DROP-LOCKED-FROM-TABLE.
           SET OP-IDX TO 1.
           PERFORM DROP-LOCKED-SCAN THRU DROP-LOCKED-SCAN-EXIT
               UNTIL OP-IDX > WS-OPER-COUNT.
       DROP-LOCKED-FROM-TABLE-EXIT.
           EXIT.

       DROP-LOCKED-SCAN.
           IF WS-OP-ID(OP-IDX) = WS-SIGNON-ID
               MOVE LOW-VALUES TO WS-OP-ID(OP-IDX)
           END-IF.
           SET OP-IDX UP BY 1.
       DROP-LOCKED-SCAN-EXIT.
           EXIT.

      ******************************************************************
      * LOAD-OPERATOR-TABLE - reads OPERTAB into memory once at
      * startup, active operators only, the starter accounts seeded
      * on first run the same way the other programs seed them.
      ******************************************************************
       LOAD-OPERATOR-TABLE.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPER-STATUS = "35"
               PERFORM WRITE-DEFAULT-OPERATOR-TABLE
               OPEN INPUT OPERATOR-FILE
           END-IF.
           PERFORM CHECK-OPER-STATUS.
           PERFORM LOAD-OPERATOR-ENTRY THRU LOAD-OPERATOR-ENTRY-EXIT
               UNTIL WS-OPER-EOF = "Y".
           CLOSE OPERATOR-FILE.

       LOAD-OPERATOR-ENTRY.
           READ OPERATOR-FILE
               AT END
                   MOVE "Y" TO WS-OPER-EOF
               NOT AT END
                   IF OPER-ACTIVE
                       ADD 1 TO WS-OPER-COUNT
                       SET OP-IDX TO WS-OPER-COUNT
                       MOVE OPER-ID TO WS-OP-ID(OP-IDX)
                       MOVE OPER-PASSWORD TO WS-OP-PASSWORD(OP-IDX)
                       MOVE OPER-ROLE TO WS-OP-ROLE(OP-IDX)
                   END-IF
           END-READ.
       LOAD-OPERATOR-ENTRY-EXIT.
           EXIT.

       WRITE-DEFAULT-OPERATOR-TABLE.
           OPEN OUTPUT OPERATOR-FILE.
           MOVE "OPER1" TO OPER-ID.
           MOVE "OPER1PW" TO WS-SIGNON-PASSWORD.
           CALL "PWCODE" USING WS-SIGNON-PASSWORD WS-SIGNON-ENCODED.
           MOVE WS-SIGNON-ENCODED TO OPER-PASSWORD.
           MOVE "A" TO OPER-ROLE.
           MOVE "A" TO OPER-STATUS.
           MOVE WS-TODAY TO OPER-PW-CHANGED-DATE.
           MOVE "Y" TO OPER-FORCE-CHANGE.
           MOVE ZERO TO OPER-FAIL-COUNT.
           WRITE OPER-REC.
           MOVE "CLERK1" TO OPER-ID.
           MOVE "CLERK1PW" TO WS-SIGNON-PASSWORD.
           CALL "PWCODE" USING WS-SIGNON-PASSWORD WS-SIGNON-ENCODED.
           MOVE WS-SIGNON-ENCODED TO OPER-PASSWORD.
           MOVE "V" TO OPER-ROLE.
           MOVE "A" TO OPER-STATUS.
           MOVE WS-TODAY TO OPER-PW-CHANGED-DATE.
           MOVE "Y" TO OPER-FORCE-CHANGE.
           MOVE ZERO TO OPER-FAIL-COUNT.
           WRITE OPER-REC.
           CLOSE OPERATOR-FILE.

      ******************************************************************
      * SIGN-ON - a cancellation reverses ledger postings, so an
      * active, authorized operator is required.
      ******************************************************************
       SIGN-ON.
           DISPLAY "OR CANCELLATION SIGN-ON".
           DISPLAY "OPERATOR ID : ".
           ACCEPT WS-SIGNON-ID.
           DISPLAY "PASSWORD    : ".
           ACCEPT WS-SIGNON-PASSWORD.
           CALL "PWCODE" USING WS-SIGNON-PASSWORD WS-SIGNON-ENCODED.
           PERFORM LOOKUP-OPERATOR.
           IF SIGNED-ON
               MOVE "OK  " TO WS-SIGNON-RESULT
               PERFORM WRITE-SIGNON-LOG
               IF NOT OPERATOR-AUTHORIZED
                   DISPLAY "OPERATOR NOT AUTHORIZED TO CANCEL RECEIPTS"
                   SET NOT-SIGNED-ON TO TRUE
               END-IF
           ELSE
               MOVE "BAD " TO WS-SIGNON-RESULT
               PERFORM WRITE-SIGNON-LOG
               PERFORM BUMP-FAIL-COUNT
               DISPLAY "INVALID OPERATOR ID OR PASSWORD, TRY AGAIN"
           END-IF.
       SIGN-ON-EXIT.
           EXIT.

       LOOKUP-OPERATOR.
           SET OP-IDX TO 1.
           SET NOT-SIGNED-ON TO TRUE.
           PERFORM LOOKUP-OPERATOR-SCAN THRU LOOKUP-OPERATOR-SCAN-EXIT
               UNTIL OP-IDX > WS-OPER-COUNT OR SIGNED-ON.

       LOOKUP-OPERATOR-SCAN.
           IF WS-SIGNON-ID = WS-OP-ID(OP-IDX) AND
               WS-SIGNON-ENCODED = WS-OP-PASSWORD(OP-IDX)
               SET SIGNED-ON TO TRUE
               MOVE WS-OP-ID(OP-IDX) TO WS-OPERATOR-ID
               MOVE WS-OP-ROLE(OP-IDX) TO WS-OPERATOR-ROLE
           ELSE
               SET OP-IDX UP BY 1
           END-IF.
       LOOKUP-OPERATOR-SCAN-EXIT.
           EXIT.

       END PROGRAM ORCANCEL.
