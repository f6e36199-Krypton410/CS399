      ******************************************************************
      * Author:
      * Date:
      * Purpose: Frame-shop payables - picks up where purchasing and
      *          receiving leave off, when the supplier's bill comes
      *          in.  Each bill is entered line by line against the
      *          PO lines it charges for and matched three ways: the
      *          price billed against the PO-UNIT-COST agreed, and the
      *          quantity billed against what was actually received
      *          and not yet billed.  A bill with any difference is
      *          held until a supervisor other than the person who
      *          keyed it approves or rejects it.  Keeps the payables
      *          ledger per SUP-NUMBER with due dates off the
      *          supplier's terms, records payments by check number
      *          (one check may settle several bills), and prints the
      *          supplier ledger (APLEDGER) and the aged payables
      *          report (APAGING) so the shop knows what it owes
      *          before the supplier phones.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APENTRY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPPLIER-FILE ASSIGN TO "SUPFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUP-NUMBER
           FILE STATUS IS WS-SUP-STATUS.

           SELECT PO-FILE ASSIGN TO "POFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PO-KEY
           FILE STATUS IS WS-PO-STATUS.

           SELECT INVOICE-FILE ASSIGN TO "APINV"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS API-VOUCHER-NO
           FILE STATUS IS WS-INV-STATUS.

           SELECT LINE-FILE ASSIGN TO "APLINE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS APL-KEY
           FILE STATUS IS WS-LINE-STATUS.

           SELECT PAYMENT-FILE ASSIGN TO "APPAY"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PAY-STATUS.

           SELECT AP-CONTROL-FILE ASSIGN TO "APCTL"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-APCTL-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO "OPERTAB"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-OPER-STATUS.

           SELECT LEDGER-SORT-FILE ASSIGN TO "SORTWK1".

           SELECT AGING-SORT-FILE ASSIGN TO "SORTWK2".

           SELECT LEDGER-FILE ASSIGN TO "APLEDGER"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PRINT-STATUS.

           SELECT AGING-FILE ASSIGN TO "APAGING"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SUPPLIER-FILE
           DATA RECORD IS SUP-REC.

       COPY "SUPREC.cpy".

       FD PO-FILE
           DATA RECORD IS PO-REC.

       COPY "POREC.cpy".

       FD INVOICE-FILE
           DATA RECORD IS API-REC.

       COPY "APIREC.cpy".

       FD LINE-FILE
           DATA RECORD IS APL-REC.

       COPY "APILREC.cpy".

       FD PAYMENT-FILE
           DATA RECORD IS APP-REC.

       COPY "APPREC.cpy".

      ******************************************************************
      * AP-CONTROL-REC - one record carrying the next voucher number,
      * so numbers stay unique across sessions; self-seeds on first
      * run the way POCTL does.
      ******************************************************************
       FD AP-CONTROL-FILE
           DATA RECORD IS AP-CONTROL-REC.

       01 AP-CONTROL-REC.
           05 AP-NEXT-VOUCHER PIC 9(6).

       FD OPERATOR-FILE
           DATA RECORD IS OPER-REC.

       COPY "OPERREC.cpy".

      * THE SUPPLIER LEDGER IN DATE ORDER, A DAY'S BILLS BEFORE ITS
      * PAYMENTS.
       SD LEDGER-SORT-FILE
           DATA RECORD IS LEDGER-SORT-REC.

       01 LEDGER-SORT-REC.
           05 SRL-DATE PIC 9(8).
           05 SRL-TYPE PIC X(1).
           05 SRL-VOUCHER-NO PIC 9(6).
           05 SRL-REFERENCE PIC X(12).
           05 SRL-AMOUNT PIC 9(7)V99.
           05 SRL-STATUS PIC X(1).

      * THE AGED PAYABLES BY SUPPLIER, OLDEST DUE FIRST.
       SD AGING-SORT-FILE
           DATA RECORD IS AGING-SORT-REC.

       01 AGING-SORT-REC.
           05 SRA-SUPPLIER PIC 9(4).
           05 SRA-DUE-DATE PIC 9(8).
           05 SRA-VOUCHER-NO PIC 9(6).
           05 SRA-SUP-INVOICE-NO PIC X(12).
           05 SRA-BALANCE PIC 9(7)V99.
           05 SRA-DAYS-PAST-DUE PIC S9(5).
           05 SRA-STATUS PIC X(1).

       FD LEDGER-FILE
           DATA RECORD IS LEDGER-REC.

       01 LEDGER-REC PIC X(100).

       FD AGING-FILE
           DATA RECORD IS AGING-REC.

       01 AGING-REC PIC X(122).

       WORKING-STORAGE SECTION.
       01 WS-SUP-STATUS PIC X(2).
       01 WS-PO-STATUS PIC X(2).
       01 WS-INV-STATUS PIC X(2).
       01 WS-LINE-STATUS PIC X(2).
       01 WS-PAY-STATUS PIC X(2).
       01 WS-APCTL-STATUS PIC X(2).
       01 WS-OPER-STATUS PIC X(2).
       01 WS-PRINT-STATUS PIC X(2).
       01 WS-EOF PIC X(1) VALUE "N".
       01 WS-SORT-EOF PIC X(1) VALUE "N".
       01 DASH-LINE PIC X(122) VALUE ALL "-".

       01 OPTION PIC 9.
       01 WS-QUIT-SWITCH PIC X VALUE "N".
           88 QUIT-REQUESTED VALUE "Y".
       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       01 WS-TODAY PIC 9(8) VALUE ZERO.
       01 WS-CONFIRM PIC X VALUE "N".

      * TERMS USED FOR A SUPPLIER WITH NONE ON RECORD.
       01 WS-DEFAULT-TERMS PIC 9(3) VALUE 30.

       01 WS-SUP-NUMBER-IN PIC 9(4) VALUE ZERO.
       01 WS-SUP-FOUND-SWITCH PIC X VALUE "N".
           88 SUPPLIER-FOUND VALUE "Y".
           88 SUPPLIER-NOT-FOUND VALUE "N".

      * INVOICE ENTRY FIELDS.
       01 WS-SUP-INVOICE-IN PIC X(12) VALUE SPACES.
       01 WS-INVOICE-DATE-IN PIC 9(8) VALUE ZERO.
       01 WS-DUE-DATE PIC 9(8) VALUE ZERO.
       01 WS-PO-NUMBER-IN PIC 9(6) VALUE ZERO.
       01 WS-PO-LINE-IN PIC 99 VALUE ZERO.
       01 WS-QTY-BILLED-IN PIC 9(5) VALUE ZERO.
       01 WS-PRICE-IN PIC 9(5)V99 VALUE ZERO.
       01 WS-QTY-TO-BILL PIC S9(6) VALUE ZERO.
       01 WS-MATCH-FLAG PIC X(1) VALUE SPACE.
       01 WS-VOUCHER-NO PIC 9(6) VALUE ZERO.
       01 WS-LINE-NO PIC 99 VALUE ZERO.
       01 WS-HELD-LINES PIC 99 VALUE ZERO.
       01 WS-INVOICE-TOTAL PIC 9(7)V99 VALUE ZERO.
       01 WS-MORE-LINES PIC X VALUE "Y".
       01 WS-DUP-SWITCH PIC X VALUE "N".
           88 DUPLICATE-INVOICE VALUE "Y".
       01 WS-PO-OK-SWITCH PIC X VALUE "N".
           88 PO-BELONGS-TO-SUPPLIER VALUE "Y".

      * REVIEW AND PAYMENT FIELDS.
       01 WS-VOUCHER-IN PIC 9(6) VALUE ZERO.
       01 WS-DECISION PIC X(1) VALUE SPACE.
       01 WS-CHECK-NO-IN PIC X(10) VALUE SPACES.
       01 WS-CHECK-DATE-IN PIC 9(8) VALUE ZERO.
       01 WS-PAY-AMOUNT-IN PIC 9(7)V99 VALUE ZERO.
       01 WS-BALANCE PIC 9(7)V99 VALUE ZERO.
       01 WS-CHECK-TOTAL PIC 9(8)V99 VALUE ZERO.
       01 WS-PAYABLE-COUNT PIC 9(4) VALUE ZERO.
       01 WS-HELD-COUNT PIC 9(4) VALUE ZERO.
       01 WS-CHECK-USED-SWITCH PIC X VALUE "N".
           88 CHECK-ALREADY-USED VALUE "Y".
       01 WS-MORE-VOUCHERS PIC X VALUE "Y".

      * LEDGER AND AGING FIELDS.
       01 WS-RUNNING-BALANCE PIC S9(9)V99 VALUE ZERO.
       01 WS-TOTAL-BILLED PIC 9(9)V99 VALUE ZERO.
       01 WS-TOTAL-PAID PIC 9(9)V99 VALUE ZERO.
       01 WS-LEDGER-LINES PIC 9(5) VALUE ZERO.
       01 WS-AGE-SUPPLIER PIC 9(4) VALUE ZERO.
       01 WS-AGE-FIRST PIC X VALUE "Y".
       01 WS-BUCKET-NO PIC 9 VALUE ZERO.
       01 WS-AGE-TOTALS.
           05 WS-SUP-BUCKET PIC 9(9)V99 OCCURS 5 TIMES.
           05 WS-SUP-TOTAL PIC 9(9)V99.
           05 WS-GRAND-BUCKET PIC 9(9)V99 OCCURS 5 TIMES.
           05 WS-GRAND-TOTAL PIC 9(9)V99.
       01 WS-AGE-INVOICES PIC 9(5) VALUE ZERO.
       01 WS-AGE-SUPPLIERS PIC 9(4) VALUE ZERO.
       01 WS-MONEY-ED PIC ZZ,ZZZ,ZZ9.99.
       01 WS-SIGNED-ED PIC ---,---,--9.99.
       01 WS-COST-ED PIC ZZ,ZZ9.99.
       01 WS-QTY-ED PIC ZZ,ZZ9.

      * AGED PAYABLES PRINT LINE - ONE AMOUNT COLUMN PER AGE BUCKET:
      * NOT YET DUE, 1-30, 31-60, 61-90 AND OVER 90 DAYS PAST DUE.
       01 WS-AGE-LINE.
           05 AGL-VOUCHER PIC X(6).
           05 FILLER PIC X(1).
           05 AGL-INVOICE PIC X(14).
           05 FILLER PIC X(1).
           05 AGL-DUE PIC X(8).
           05 FILLER PIC X(1).
           05 AGL-DAYS PIC X(5).
           05 FILLER PIC X(1).
           05 AGL-HELD PIC X(1).
           05 AGL-COLUMN OCCURS 5 TIMES.
               10 FILLER PIC X(1).
               10 AGL-AMOUNT PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1).
           05 AGL-TOTAL PIC ZZ,ZZZ,ZZ9.99.
       01 WS-DAYS-ED PIC ----9.

      * APPROVING SUPERVISOR - PROVED AGAINST THE SHARED OPERTAB SIGN-ON
      * TABLE: AN ACTIVE, AUTHORIZED OPERATOR WHO DID NOT KEY THE BILL.
       01 WS-OPER-EOF PIC X VALUE "N".
       01 WS-OPER-COUNT PIC 99 VALUE ZERO.
       01 WS-OPER-TABLE.
           05 WS-OPER-ENTRY OCCURS 20 TIMES INDEXED BY OP-IDX.
               10 WS-OP-ID PIC X(8).
               10 WS-OP-PASSWORD PIC X(8).
               10 WS-OP-ROLE PIC X(1).
       01 WS-APPROVER-ID PIC X(8) VALUE SPACES.
       01 WS-APPROVER-PASSWORD PIC X(8) VALUE SPACES.
       01 WS-APPROVER-ENCODED PIC X(8) VALUE SPACES.
       01 WS-APPROVER-SWITCH PIC X VALUE "N".
           88 APPROVER-PROVED VALUE "Y".
           88 APPROVER-NOT-PROVED VALUE "N".

      * PARAMETER AREA FOR THE SHARED DATECALC DATE ROUTINE.
       COPY "DCALCREC.cpy".

      * PARAMETER AREA FOR THE SHARED SPOOLCAP SPOOL CAPTURE ROUTINE.
       COPY "SPOOLREC.cpy".

       01 WS-ERR-FILE-NAME PIC X(20).
       01 WS-ERR-STATUS PIC X(2).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           DISPLAY "OPERATOR ID : ".
           ACCEPT WS-OPERATOR-ID.
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "AN OPERATOR ID IS REQUIRED."
               STOP RUN
           END-IF.
           OPEN INPUT SUPPLIER-FILE.
           IF WS-SUP-STATUS = "35"
               DISPLAY "NO SUPPLIER MASTER ON HAND - TAKE SUPPLIERS "
                   "ON IN PURCHASING FIRST."
               STOP RUN
           END-IF.
           PERFORM CHECK-SUP-STATUS.
           OPEN I-O PO-FILE.
           IF WS-PO-STATUS = "35"
               OPEN OUTPUT PO-FILE
               CLOSE PO-FILE
               OPEN I-O PO-FILE
           END-IF.
           PERFORM CHECK-PO-STATUS.
           OPEN I-O INVOICE-FILE.
           IF WS-INV-STATUS = "35"
               OPEN OUTPUT INVOICE-FILE
               CLOSE INVOICE-FILE
               OPEN I-O INVOICE-FILE
           END-IF.
           PERFORM CHECK-INV-STATUS.
           OPEN I-O LINE-FILE.
           IF WS-LINE-STATUS = "35"
               OPEN OUTPUT LINE-FILE
               CLOSE LINE-FILE
               OPEN I-O LINE-FILE
           END-IF.
           PERFORM CHECK-LINE-STATUS.
           PERFORM 1000-MENU UNTIL QUIT-REQUESTED.
           CLOSE LINE-FILE.
           CLOSE INVOICE-FILE.
           CLOSE PO-FILE.
           CLOSE SUPPLIER-FILE.
           STOP RUN.

       1000-MENU.
           DISPLAY " ".
           DISPLAY "FRAME-SHOP PAYABLES".
           DISPLAY "[1] ENTER A SUPPLIER INVOICE".
           DISPLAY "[2] APPROVE / REJECT A HELD INVOICE".
           DISPLAY "[3] PAY A SUPPLIER".
           DISPLAY "[4] SUPPLIER LEDGER".
           DISPLAY "[5] AGED PAYABLES REPORT".
           DISPLAY "[6] QUIT".
           DISPLAY "ENTER OPTION : ".
           ACCEPT OPTION.
           IF OPTION = 1 THEN
               PERFORM 2000-ENTER-INVOICE THRU 2000-ENTER-INVOICE-EXIT
           ELSE IF OPTION = 2 THEN
               PERFORM 3000-REVIEW-HELD THRU 3000-REVIEW-HELD-EXIT
           ELSE IF OPTION = 3 THEN
               PERFORM 4000-PAY-SUPPLIER THRU 4000-PAY-SUPPLIER-EXIT
           ELSE IF OPTION = 4 THEN
               PERFORM 5000-SUPPLIER-LEDGER
                   THRU 5000-SUPPLIER-LEDGER-EXIT
           ELSE IF OPTION = 5 THEN
               PERFORM 6000-AGED-PAYABLES
           ELSE IF OPTION = 6 THEN
               SET QUIT-REQUESTED TO TRUE
           ELSE
               DISPLAY "INVALID OPTION, TRY AGAIN"
           END-IF.

      ******************************************************************
      * 1100-FIND-SUPPLIER - the supplier keyed into WS-SUP-NUMBER-IN
      * off the supplier master.
      ******************************************************************
       1100-FIND-SUPPLIER.
           DISPLAY "SUPPLIER NUMBER : ".
           ACCEPT WS-SUP-NUMBER-IN.
           MOVE WS-SUP-NUMBER-IN TO SUP-NUMBER.
           READ SUPPLIER-FILE KEY IS SUP-NUMBER
               INVALID KEY
                   SET SUPPLIER-NOT-FOUND TO TRUE
                   DISPLAY "SUPPLIER NOT ON THE MASTER."
               NOT INVALID KEY
                   SET SUPPLIER-FOUND TO TRUE
                   DISPLAY SUP-NAME
           END-READ.

      ******************************************************************
      * 2000-ENTER-INVOICE - the supplier's bill, line by line against
      * the lines of the PO it charges for.  Each line is matched on
      * price against the PO unit cost and on quantity against what
      * was received and not yet billed; any difference holds the
      * whole bill for a supervisor.  The due date comes off the
      * supplier's terms.
      ******************************************************************
       2000-ENTER-INVOICE.
           PERFORM 1100-FIND-SUPPLIER.
           IF SUPPLIER-NOT-FOUND
               GO TO 2000-ENTER-INVOICE-EXIT
           END-IF.
           DISPLAY "SUPPLIER'S INVOICE NUMBER : ".
           MOVE SPACES TO WS-SUP-INVOICE-IN.
           ACCEPT WS-SUP-INVOICE-IN.
           IF WS-SUP-INVOICE-IN = SPACES
               DISPLAY "THE SUPPLIER'S INVOICE NUMBER IS REQUIRED."
               GO TO 2000-ENTER-INVOICE-EXIT
           END-IF.
           PERFORM 2100-CHECK-DUPLICATE.
           IF DUPLICATE-INVOICE
               DISPLAY "INVOICE " WS-SUP-INVOICE-IN " FROM THIS "
                   "SUPPLIER IS ALREADY ENTERED - NOT TAKEN."
               GO TO 2000-ENTER-INVOICE-EXIT
           END-IF.
           DISPLAY "INVOICE DATE (YYYYMMDD) : ".
           ACCEPT WS-INVOICE-DATE-IN.
           MOVE "V" TO DC-FUNCTION.
           MOVE WS-INVOICE-DATE-IN TO DC-DATE-1.
           CALL "DATECALC" USING DATE-CALC-AREA.
           IF DC-VALID-FLAG NOT = "Y"
               DISPLAY "THAT IS NOT A REAL CALENDAR DATE - NOT TAKEN."
               GO TO 2000-ENTER-INVOICE-EXIT
           END-IF.
           DISPLAY "PO NUMBER BILLED : ".
           ACCEPT WS-PO-NUMBER-IN.
           PERFORM 2200-CHECK-PO-SUPPLIER
               THRU 2200-CHECK-PO-SUPPLIER-EXIT.
           IF NOT PO-BELONGS-TO-SUPPLIER
               DISPLAY "PO " WS-PO-NUMBER-IN " IS NOT ON FILE FOR "
                   "THIS SUPPLIER - NOT TAKEN."
               GO TO 2000-ENTER-INVOICE-EXIT
           END-IF.
           MOVE "A" TO DC-FUNCTION.
           MOVE WS-INVOICE-DATE-IN TO DC-DATE-1.
           IF SUP-TERMS-DAYS = ZERO
               MOVE WS-DEFAULT-TERMS TO DC-ADD-DAYS
           ELSE
               MOVE SUP-TERMS-DAYS TO DC-ADD-DAYS
           END-IF.
           CALL "DATECALC" USING DATE-CALC-AREA.
           MOVE DC-RESULT-DATE TO WS-DUE-DATE.
           PERFORM 2300-TAKE-NEXT-VOUCHER.
           DISPLAY "VOUCHER NO. " WS-VOUCHER-NO " DUE " WS-DUE-DATE.
           MOVE ZERO TO WS-LINE-NO.
           MOVE ZERO TO WS-HELD-LINES.
           MOVE ZERO TO WS-INVOICE-TOTAL.
           MOVE "Y" TO WS-MORE-LINES.
           PERFORM 2400-ENTER-INVOICE-LINE
               THRU 2400-ENTER-INVOICE-LINE-EXIT
               UNTIL WS-MORE-LINES NOT = "Y".
           IF WS-LINE-NO = ZERO
               DISPLAY "NO LINES - VOUCHER " WS-VOUCHER-NO
                   " NOT ENTERED."
               GO TO 2000-ENTER-INVOICE-EXIT
           END-IF.
           MOVE WS-VOUCHER-NO TO API-VOUCHER-NO.
           MOVE WS-SUP-NUMBER-IN TO API-SUPPLIER.
           MOVE WS-SUP-INVOICE-IN TO API-SUP-INVOICE-NO.
           MOVE WS-INVOICE-DATE-IN TO API-INVOICE-DATE.
           MOVE WS-DUE-DATE TO API-DUE-DATE.
           MOVE WS-PO-NUMBER-IN TO API-PO-NUMBER.
           MOVE WS-INVOICE-TOTAL TO API-AMOUNT.
           MOVE ZERO TO API-AMOUNT-PAID.
           IF WS-HELD-LINES > ZERO
               MOVE "H" TO API-STATUS
           ELSE
               MOVE "O" TO API-STATUS
           END-IF.
           MOVE WS-OPERATOR-ID TO API-KEYED-BY.
           MOVE WS-TODAY TO API-KEYED-DATE.
           MOVE SPACES TO API-APPROVED-BY.
           MOVE ZERO TO API-APPROVED-DATE.
           MOVE ZERO TO API-LAST-PAY-DATE.
           WRITE API-REC.
           PERFORM CHECK-INV-STATUS.
           MOVE WS-INVOICE-TOTAL TO WS-MONEY-ED.
           DISPLAY "VOUCHER " WS-VOUCHER-NO " ENTERED - "
               WS-LINE-NO " LINE(S), P" WS-MONEY-ED.
           IF API-HELD
               DISPLAY WS-HELD-LINES " LINE(S) DO NOT MATCH - HELD "
                   "FOR SUPERVISOR APPROVAL."
           END-IF.
       2000-ENTER-INVOICE-EXIT.
           EXIT.

      * THE SAME BILL NUMBER FROM THE SAME SUPPLIER IS TAKEN ONCE,
      * UNLESS THE EARLIER ONE WAS REJECTED BACK.
       2100-CHECK-DUPLICATE.
           MOVE "N" TO WS-DUP-SWITCH.
           MOVE "N" TO WS-EOF.
           MOVE ZERO TO API-VOUCHER-NO.
           START INVOICE-FILE KEY IS NOT LESS THAN API-VOUCHER-NO
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START.
           PERFORM 2110-CHECK-ONE-INVOICE
               THRU 2110-CHECK-ONE-INVOICE-EXIT
               UNTIL WS-EOF = "Y" OR DUPLICATE-INVOICE.

       2110-CHECK-ONE-INVOICE.
           READ INVOICE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
                   GO TO 2110-CHECK-ONE-INVOICE-EXIT
           END-READ.
           IF API-SUPPLIER = WS-SUP-NUMBER-IN AND
               API-SUP-INVOICE-NO = WS-SUP-INVOICE-IN AND
               NOT API-REJECTED
               SET DUPLICATE-INVOICE TO TRUE
           END-IF.
       2110-CHECK-ONE-INVOICE-EXIT.
           EXIT.

       2200-CHECK-PO-SUPPLIER.
           MOVE "N" TO WS-PO-OK-SWITCH.
           MOVE WS-PO-NUMBER-IN TO PO-NUMBER.
           MOVE ZERO TO PO-LINE.
           START PO-FILE KEY IS NOT LESS THAN PO-KEY
               INVALID KEY
                   GO TO 2200-CHECK-PO-SUPPLIER-EXIT
           END-START.
           READ PO-FILE NEXT RECORD
               AT END
                   GO TO 2200-CHECK-PO-SUPPLIER-EXIT
           END-READ.
           IF PO-NUMBER = WS-PO-NUMBER-IN AND
               PO-SUPPLIER = WS-SUP-NUMBER-IN
               SET PO-BELONGS-TO-SUPPLIER TO TRUE
           END-IF.
       2200-CHECK-PO-SUPPLIER-EXIT.
           EXIT.

       2300-TAKE-NEXT-VOUCHER.
           OPEN INPUT AP-CONTROL-FILE.
           IF WS-APCTL-STATUS = "35"
               MOVE 1 TO WS-VOUCHER-NO
           ELSE
               READ AP-CONTROL-FILE
                   AT END
                       MOVE 1 TO WS-VOUCHER-NO
                   NOT AT END
                       MOVE AP-NEXT-VOUCHER TO WS-VOUCHER-NO
               END-READ
               CLOSE AP-CONTROL-FILE
           END-IF.
           OPEN OUTPUT AP-CONTROL-FILE.
           COMPUTE AP-NEXT-VOUCHER = WS-VOUCHER-NO + 1.
           WRITE AP-CONTROL-REC.
           CLOSE AP-CONTROL-FILE.

      ******************************************************************
      * 2400-ENTER-INVOICE-LINE - one billed line.  The quantity
      * billed is charged to the PO line straight away so a second
      * bill for the same delivery shows up as a quantity difference.
      ******************************************************************
       2400-ENTER-INVOICE-LINE.
           DISPLAY "PO LINE (0 TO FINISH) : ".
           ACCEPT WS-PO-LINE-IN.
           IF WS-PO-LINE-IN = ZERO
               MOVE "N" TO WS-MORE-LINES
               GO TO 2400-ENTER-INVOICE-LINE-EXIT
           END-IF.
           MOVE WS-PO-NUMBER-IN TO PO-NUMBER.
           MOVE WS-PO-LINE-IN TO PO-LINE.
           READ PO-FILE KEY IS PO-KEY
               INVALID KEY
                   DISPLAY "NO SUCH PO LINE ON FILE - LINE NOT TAKEN."
                   GO TO 2400-ENTER-INVOICE-LINE-EXIT
           END-READ.
           IF PO-CANCELLED
               DISPLAY "PO LINE WAS CANCELLED - LINE NOT TAKEN."
               GO TO 2400-ENTER-INVOICE-LINE-EXIT
           END-IF.
           DISPLAY PO-ITEM-CODE "  ORDERED " PO-QTY-ORDERED
               "  RECEIVED " PO-QTY-RECEIVED
               "  BILLED SO FAR " PO-QTY-INVOICED.
           DISPLAY "QUANTITY BILLED : ".
           ACCEPT WS-QTY-BILLED-IN.
           IF WS-QTY-BILLED-IN = ZERO
               DISPLAY "QUANTITY MUST BE MORE THAN ZERO - LINE NOT "
                   "TAKEN."
               GO TO 2400-ENTER-INVOICE-LINE-EXIT
           END-IF.
           DISPLAY "UNIT PRICE BILLED : ".
           ACCEPT WS-PRICE-IN.
           COMPUTE WS-QTY-TO-BILL =
               PO-QTY-RECEIVED - PO-QTY-INVOICED.
           IF WS-QTY-TO-BILL < ZERO
               MOVE ZERO TO WS-QTY-TO-BILL
           END-IF.
           MOVE SPACE TO WS-MATCH-FLAG.
           IF WS-PRICE-IN NOT = PO-UNIT-COST
               MOVE "P" TO WS-MATCH-FLAG
               MOVE PO-UNIT-COST TO WS-COST-ED
               DISPLAY "PRICE DIFFERS - PO UNIT COST IS " WS-COST-ED
           END-IF.
           IF WS-QTY-BILLED-IN > WS-QTY-TO-BILL
               IF WS-MATCH-FLAG = "P"
                   MOVE "B" TO WS-MATCH-FLAG
               ELSE
                   MOVE "Q" TO WS-MATCH-FLAG
               END-IF
               MOVE WS-QTY-TO-BILL TO WS-QTY-ED
               DISPLAY "QUANTITY DIFFERS - ONLY " WS-QTY-ED
                   " RECEIVED AND NOT YET BILLED"
           END-IF.
           ADD 1 TO WS-LINE-NO.
           MOVE WS-VOUCHER-NO TO APL-VOUCHER-NO.
           MOVE WS-LINE-NO TO APL-LINE.
           MOVE WS-PO-NUMBER-IN TO APL-PO-NUMBER.
           MOVE WS-PO-LINE-IN TO APL-PO-LINE.
           MOVE PO-ITEM-CODE TO APL-ITEM-CODE.
           MOVE WS-QTY-BILLED-IN TO APL-QTY-BILLED.
           MOVE WS-PRICE-IN TO APL-UNIT-PRICE.
           MOVE PO-UNIT-COST TO APL-PO-UNIT-COST.
           MOVE WS-QTY-TO-BILL TO APL-QTY-TO-BILL.
           COMPUTE APL-LINE-AMOUNT ROUNDED =
               WS-QTY-BILLED-IN * WS-PRICE-IN.
           MOVE WS-MATCH-FLAG TO APL-MATCH-FLAG.
           WRITE APL-REC.
           PERFORM CHECK-LINE-STATUS.
           ADD APL-LINE-AMOUNT TO WS-INVOICE-TOTAL.
           IF NOT APL-MATCHED
               ADD 1 TO WS-HELD-LINES
           END-IF.
           ADD WS-QTY-BILLED-IN TO PO-QTY-INVOICED.
           REWRITE PO-REC.
           PERFORM CHECK-PO-STATUS.
       2400-ENTER-INVOICE-LINE-EXIT.
           EXIT.

      ******************************************************************
      * 3000-REVIEW-HELD - a supervisor looks at a held bill's lines
      * beside the PO and either approves it for payment or rejects
      * it back to the supplier.  A rejected bill gives its
      * quantities back to the PO lines so a corrected bill matches.
      ******************************************************************
       3000-REVIEW-HELD.
           DISPLAY "VOUCHER NUMBER : ".
           ACCEPT WS-VOUCHER-IN.
           MOVE WS-VOUCHER-IN TO API-VOUCHER-NO.
           READ INVOICE-FILE KEY IS API-VOUCHER-NO
               INVALID KEY
                   DISPLAY "NO SUCH VOUCHER ON FILE."
                   GO TO 3000-REVIEW-HELD-EXIT
           END-READ.
           IF NOT API-HELD
               DISPLAY "VOUCHER IS NOT HELD - STATUS " API-STATUS "."
               GO TO 3000-REVIEW-HELD-EXIT
           END-IF.
           MOVE API-AMOUNT TO WS-MONEY-ED.
           DISPLAY "SUPPLIER " API-SUPPLIER "  INVOICE "
               API-SUP-INVOICE-NO "  PO " API-PO-NUMBER
               "  P" WS-MONEY-ED.
           DISPLAY "LN  ITEM    BILLED  TO BILL     PRICE   PO COST  M".
           PERFORM 3100-LINES-OF-VOUCHER.
           DISPLAY "A = APPROVE FOR PAYMENT, R = REJECT, "
               "ANYTHING ELSE LEAVES IT HELD : ".
           ACCEPT WS-DECISION.
           IF WS-DECISION NOT = "A" AND WS-DECISION NOT = "R"
               DISPLAY "VOUCHER LEFT HELD."
               GO TO 3000-REVIEW-HELD-EXIT
           END-IF.
           PERFORM 3300-TAKE-APPROVER THRU 3300-TAKE-APPROVER-EXIT.
           IF APPROVER-NOT-PROVED
               GO TO 3000-REVIEW-HELD-EXIT
           END-IF.
           MOVE WS-APPROVER-ID TO API-APPROVED-BY.
           MOVE WS-TODAY TO API-APPROVED-DATE.
           IF WS-DECISION = "A"
               MOVE "O" TO API-STATUS
               REWRITE API-REC
               PERFORM CHECK-INV-STATUS
               DISPLAY "VOUCHER " WS-VOUCHER-IN " APPROVED FOR "
                   "PAYMENT BY " WS-APPROVER-ID "."
           ELSE
               MOVE "X" TO API-STATUS
               REWRITE API-REC
               PERFORM CHECK-INV-STATUS
               PERFORM 3100-LINES-OF-VOUCHER
               DISPLAY "VOUCHER " WS-VOUCHER-IN " REJECTED BY "
                   WS-APPROVER-ID " - QUANTITIES GIVEN BACK TO THE PO."
           END-IF.
       3000-REVIEW-HELD-EXIT.
           EXIT.

      * WALKS THE VOUCHER'S LINES: SHOWS EACH ONE, OR ON A REJECTION
      * (WS-DECISION "R") GIVES ITS QUANTITY BACK TO THE PO LINE.
       3100-LINES-OF-VOUCHER.
           MOVE "N" TO WS-EOF.
           MOVE WS-VOUCHER-IN TO APL-VOUCHER-NO.
           MOVE ZERO TO APL-LINE.
           START LINE-FILE KEY IS NOT LESS THAN APL-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START.
           PERFORM 3110-ONE-VOUCHER-LINE
               THRU 3110-ONE-VOUCHER-LINE-EXIT
               UNTIL WS-EOF = "Y".

       3110-ONE-VOUCHER-LINE.
           READ LINE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
                   GO TO 3110-ONE-VOUCHER-LINE-EXIT
           END-READ.
           IF APL-VOUCHER-NO NOT = WS-VOUCHER-IN
               MOVE "Y" TO WS-EOF
               GO TO 3110-ONE-VOUCHER-LINE-EXIT
           END-IF.
           IF WS-DECISION = "R"
               PERFORM 3200-GIVE-BACK-QUANTITY
           ELSE
               MOVE APL-UNIT-PRICE TO WS-COST-ED
               DISPLAY APL-PO-LINE "  " APL-ITEM-CODE "  "
                   APL-QTY-BILLED "    " APL-QTY-TO-BILL "  "
                   WS-COST-ED "  " APL-PO-UNIT-COST "  "
                   APL-MATCH-FLAG
           END-IF.
       3110-ONE-VOUCHER-LINE-EXIT.
           EXIT.

       3200-GIVE-BACK-QUANTITY.
           MOVE APL-PO-NUMBER TO PO-NUMBER.
           MOVE APL-PO-LINE TO PO-LINE.
           READ PO-FILE KEY IS PO-KEY
               INVALID KEY
                   DISPLAY "PO LINE " APL-PO-NUMBER "/" APL-PO-LINE
                       " NO LONGER ON FILE."
               NOT INVALID KEY
                   IF PO-QTY-INVOICED > APL-QTY-BILLED
                       SUBTRACT APL-QTY-BILLED FROM PO-QTY-INVOICED
                   ELSE
                       MOVE ZERO TO PO-QTY-INVOICED
                   END-IF
                   REWRITE PO-REC
                   PERFORM CHECK-PO-STATUS
           END-READ.

      ******************************************************************
      * 3300-TAKE-APPROVER - the supervisor keys ID and password.  The
      * ID must be an active, authorized operator on OPERTAB, and may
      * be neither the operator at the terminal nor whoever keyed the
      * bill.
      ******************************************************************
       3300-TAKE-APPROVER.
           SET APPROVER-NOT-PROVED TO TRUE.
           PERFORM LOAD-OPERATOR-TABLE.
           IF WS-OPER-COUNT = ZERO
               DISPLAY "NO OPERATOR TABLE ON HAND - VOUCHER LEFT "
                   "HELD."
               GO TO 3300-TAKE-APPROVER-EXIT
           END-IF.
           DISPLAY "APPROVING SUPERVISOR ID       : ".
           ACCEPT WS-APPROVER-ID.
           DISPLAY "APPROVING SUPERVISOR PASSWORD : ".
           ACCEPT WS-APPROVER-PASSWORD.
           CALL "PWCODE" USING WS-APPROVER-PASSWORD
               WS-APPROVER-ENCODED.
           IF WS-APPROVER-ID = WS-OPERATOR-ID OR
               WS-APPROVER-ID = API-KEYED-BY
               DISPLAY "THE APPROVING SUPERVISOR CANNOT BE THE "
                   "OPERATOR WHO KEYED OR IS REVIEWING THE BILL - "
                   "VOUCHER LEFT HELD."
               GO TO 3300-TAKE-APPROVER-EXIT
           END-IF.
           SET OP-IDX TO 1.
           PERFORM 3310-APPROVER-SCAN THRU 3310-APPROVER-SCAN-EXIT
               UNTIL OP-IDX > WS-OPER-COUNT OR APPROVER-PROVED.
           IF APPROVER-NOT-PROVED
               DISPLAY "APPROVING SUPERVISOR NOT RECOGNIZED OR NOT "
                   "AUTHORIZED - VOUCHER LEFT HELD."
           END-IF.
       3300-TAKE-APPROVER-EXIT.
           EXIT.

       3310-APPROVER-SCAN.
           IF WS-APPROVER-ID = WS-OP-ID(OP-IDX) AND
               WS-APPROVER-ENCODED = WS-OP-PASSWORD(OP-IDX) AND
               WS-OP-ROLE(OP-IDX) = "A"
               SET APPROVER-PROVED TO TRUE
           ELSE
               SET OP-IDX UP BY 1
           END-IF.
       3310-APPROVER-SCAN-EXIT.
           EXIT.

      ******************************************************************
      * 4000-PAY-SUPPLIER - one check to one supplier, applied to as
      * many of the supplier's open bills as it pays.  A held bill
      * cannot be paid until it is approved.  A check number already
      * on the payment file is refused.
      ******************************************************************
       4000-PAY-SUPPLIER.
           PERFORM 1100-FIND-SUPPLIER.
           IF SUPPLIER-NOT-FOUND
               GO TO 4000-PAY-SUPPLIER-EXIT
           END-IF.
           MOVE ZERO TO WS-PAYABLE-COUNT.
           MOVE ZERO TO WS-HELD-COUNT.
           DISPLAY "VOUCHER INVOICE NO.   DUE DATE        BALANCE".
           MOVE "N" TO WS-EOF.
           MOVE ZERO TO API-VOUCHER-NO.
           START INVOICE-FILE KEY IS NOT LESS THAN API-VOUCHER-NO
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START.
           PERFORM 4100-LIST-ONE-PAYABLE THRU 4100-LIST-ONE-PAYABLE-EXIT
               UNTIL WS-EOF = "Y".
           IF WS-HELD-COUNT > ZERO
               DISPLAY WS-HELD-COUNT " BILL(S) HELD ON A MATCH "
                   "DIFFERENCE - NOT PAYABLE YET."
           END-IF.
           IF WS-PAYABLE-COUNT = ZERO
               DISPLAY "NOTHING OPEN FOR PAYMENT TO THIS SUPPLIER."
               GO TO 4000-PAY-SUPPLIER-EXIT
           END-IF.
           DISPLAY "CHECK NUMBER : ".
           MOVE SPACES TO WS-CHECK-NO-IN.
           ACCEPT WS-CHECK-NO-IN.
           IF WS-CHECK-NO-IN = SPACES
               DISPLAY "A CHECK NUMBER IS REQUIRED - NOTHING PAID."
               GO TO 4000-PAY-SUPPLIER-EXIT
           END-IF.
           PERFORM 4200-CHECK-NUMBER-USED.
           IF CHECK-ALREADY-USED
               DISPLAY "CHECK " WS-CHECK-NO-IN " IS ALREADY ON THE "
                   "PAYMENT FILE - NOTHING PAID."
               GO TO 4000-PAY-SUPPLIER-EXIT
           END-IF.
           DISPLAY "CHECK DATE (YYYYMMDD, 0 = TODAY) : ".
           ACCEPT WS-CHECK-DATE-IN.
           IF WS-CHECK-DATE-IN = ZERO
               MOVE WS-TODAY TO WS-CHECK-DATE-IN
           END-IF.
           MOVE "V" TO DC-FUNCTION.
           MOVE WS-CHECK-DATE-IN TO DC-DATE-1.
           CALL "DATECALC" USING DATE-CALC-AREA.
           IF DC-VALID-FLAG NOT = "Y"
               DISPLAY "THAT IS NOT A REAL CALENDAR DATE - NOTHING "
                   "PAID."
               GO TO 4000-PAY-SUPPLIER-EXIT
           END-IF.
           OPEN EXTEND PAYMENT-FILE.
           IF WS-PAY-STATUS = "35"
               OPEN OUTPUT PAYMENT-FILE
               CLOSE PAYMENT-FILE
               OPEN EXTEND PAYMENT-FILE
           END-IF.
           PERFORM CHECK-PAY-STATUS.
           MOVE ZERO TO WS-CHECK-TOTAL.
           MOVE "Y" TO WS-MORE-VOUCHERS.
           PERFORM 4300-APPLY-TO-ONE-BILL
               THRU 4300-APPLY-TO-ONE-BILL-EXIT
               UNTIL WS-MORE-VOUCHERS NOT = "Y".
           CLOSE PAYMENT-FILE.
           IF WS-CHECK-TOTAL = ZERO
               DISPLAY "NOTHING PAID ON CHECK " WS-CHECK-NO-IN "."
           ELSE
               MOVE WS-CHECK-TOTAL TO WS-MONEY-ED
               DISPLAY "CHECK " WS-CHECK-NO-IN " TO " SUP-NAME
                   " FOR P" WS-MONEY-ED
           END-IF.
       4000-PAY-SUPPLIER-EXIT.
           EXIT.

       4100-LIST-ONE-PAYABLE.
           READ INVOICE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
                   GO TO 4100-LIST-ONE-PAYABLE-EXIT
           END-READ.
           IF API-SUPPLIER NOT = WS-SUP-NUMBER-IN
               GO TO 4100-LIST-ONE-PAYABLE-EXIT
           END-IF.
           IF API-HELD
               ADD 1 TO WS-HELD-COUNT
               GO TO 4100-LIST-ONE-PAYABLE-EXIT
           END-IF.
           IF NOT API-OPEN
               GO TO 4100-LIST-ONE-PAYABLE-EXIT
           END-IF.
           ADD 1 TO WS-PAYABLE-COUNT.
           COMPUTE WS-BALANCE = API-AMOUNT - API-AMOUNT-PAID.
           MOVE WS-BALANCE TO WS-MONEY-ED.
           DISPLAY API-VOUCHER-NO "  " API-SUP-INVOICE-NO "  "
               API-DUE-DATE "  " WS-MONEY-ED.
       4100-LIST-ONE-PAYABLE-EXIT.
           EXIT.

       4200-CHECK-NUMBER-USED.
           MOVE "N" TO WS-CHECK-USED-SWITCH.
           MOVE "N" TO WS-EOF.
           OPEN INPUT PAYMENT-FILE.
           IF WS-PAY-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF
           END-IF.
           PERFORM 4210-CHECK-ONE-PAYMENT
               THRU 4210-CHECK-ONE-PAYMENT-EXIT
               UNTIL WS-EOF = "Y" OR CHECK-ALREADY-USED.
           IF WS-PAY-STATUS = "00" OR WS-PAY-STATUS = "10"
               CLOSE PAYMENT-FILE
           END-IF.

       4210-CHECK-ONE-PAYMENT.
           READ PAYMENT-FILE
               AT END
                   MOVE "Y" TO WS-EOF
                   GO TO 4210-CHECK-ONE-PAYMENT-EXIT
           END-READ.
           IF APP-CHECK-NO = WS-CHECK-NO-IN
               SET CHECK-ALREADY-USED TO TRUE
           END-IF.
       4210-CHECK-ONE-PAYMENT-EXIT.
           EXIT.

       4300-APPLY-TO-ONE-BILL.
           DISPLAY "VOUCHER TO PAY (0 TO FINISH) : ".
           ACCEPT WS-VOUCHER-IN.
           IF WS-VOUCHER-IN = ZERO
               MOVE "N" TO WS-MORE-VOUCHERS
               GO TO 4300-APPLY-TO-ONE-BILL-EXIT
           END-IF.
           MOVE WS-VOUCHER-IN TO API-VOUCHER-NO.
           READ INVOICE-FILE KEY IS API-VOUCHER-NO
               INVALID KEY
                   DISPLAY "NO SUCH VOUCHER ON FILE."
                   GO TO 4300-APPLY-TO-ONE-BILL-EXIT
           END-READ.
           IF API-SUPPLIER NOT = WS-SUP-NUMBER-IN
               DISPLAY "VOUCHER IS FOR ANOTHER SUPPLIER."
               GO TO 4300-APPLY-TO-ONE-BILL-EXIT
           END-IF.
           IF NOT API-OPEN
               DISPLAY "VOUCHER IS NOT OPEN FOR PAYMENT - STATUS "
                   API-STATUS "."
               GO TO 4300-APPLY-TO-ONE-BILL-EXIT
           END-IF.
           COMPUTE WS-BALANCE = API-AMOUNT - API-AMOUNT-PAID.
           MOVE WS-BALANCE TO WS-MONEY-ED.
           DISPLAY "BALANCE P" WS-MONEY-ED.
           DISPLAY "AMOUNT PAID ON THIS BILL (0 = THE BALANCE) : ".
           ACCEPT WS-PAY-AMOUNT-IN.
           IF WS-PAY-AMOUNT-IN = ZERO
               MOVE WS-BALANCE TO WS-PAY-AMOUNT-IN
           END-IF.
           IF WS-PAY-AMOUNT-IN > WS-BALANCE
               DISPLAY "MORE THAN THE BALANCE - NOT APPLIED."
               GO TO 4300-APPLY-TO-ONE-BILL-EXIT
           END-IF.
           MOVE WS-CHECK-NO-IN TO APP-CHECK-NO.
           MOVE WS-CHECK-DATE-IN TO APP-CHECK-DATE.
           MOVE WS-SUP-NUMBER-IN TO APP-SUPPLIER.
           MOVE WS-VOUCHER-IN TO APP-VOUCHER-NO.
           MOVE WS-PAY-AMOUNT-IN TO APP-AMOUNT.
           MOVE WS-OPERATOR-ID TO APP-ENTERED-BY.
           WRITE APP-REC.
           PERFORM CHECK-PAY-STATUS.
           ADD WS-PAY-AMOUNT-IN TO API-AMOUNT-PAID.
           MOVE WS-CHECK-DATE-IN TO API-LAST-PAY-DATE.
           IF API-AMOUNT-PAID NOT < API-AMOUNT
               MOVE "P" TO API-STATUS
           END-IF.
           REWRITE API-REC.
           PERFORM CHECK-INV-STATUS.
           ADD WS-PAY-AMOUNT-IN TO WS-CHECK-TOTAL.
           COMPUTE WS-BALANCE = API-AMOUNT - API-AMOUNT-PAID.
           MOVE WS-BALANCE TO WS-MONEY-ED.
           DISPLAY "APPLIED - VOUCHER BALANCE NOW P" WS-MONEY-ED.
       4300-APPLY-TO-ONE-BILL-EXIT.
           EXIT.

      ******************************************************************
      * 5000-SUPPLIER-LEDGER - the payables ledger for one SUP-NUMBER:
      * every bill (rejected ones left out) and every payment in date
      * order with the running balance owed, to APLEDGER.
      ******************************************************************
       5000-SUPPLIER-LEDGER.
           PERFORM 1100-FIND-SUPPLIER.
           IF SUPPLIER-NOT-FOUND
               GO TO 5000-SUPPLIER-LEDGER-EXIT
           END-IF.
           MOVE ZERO TO WS-RUNNING-BALANCE.
           MOVE ZERO TO WS-TOTAL-BILLED.
           MOVE ZERO TO WS-TOTAL-PAID.
           MOVE ZERO TO WS-LEDGER-LINES.
           OPEN OUTPUT LEDGER-FILE.
           PERFORM CHECK-PRINT-STATUS.
           MOVE SPACES TO LEDGER-REC.
           STRING "PAYABLES LEDGER  SUPPLIER " DELIMITED BY SIZE
               SUP-NUMBER DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               SUP-NAME DELIMITED BY SIZE
               "  AS OF " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO LEDGER-REC.
           WRITE LEDGER-REC.
           MOVE SPACES TO LEDGER-REC.
           STRING "DATE      ENTRY    VOUCH   REFERENCE    "
               DELIMITED BY SIZE
               "        BILLED          PAID        BALANCE"
               DELIMITED BY SIZE
               INTO LEDGER-REC.
           WRITE LEDGER-REC.
           MOVE DASH-LINE TO LEDGER-REC.
           WRITE LEDGER-REC.
           SORT LEDGER-SORT-FILE
               ON ASCENDING KEY SRL-DATE SRL-TYPE SRL-VOUCHER-NO
               INPUT PROCEDURE IS 5100-RELEASE-LEDGER
                   THRU 5100-RELEASE-LEDGER-EXIT
               OUTPUT PROCEDURE IS 5300-PRINT-LEDGER
                   THRU 5300-PRINT-LEDGER-EXIT.
           MOVE DASH-LINE TO LEDGER-REC.
           WRITE LEDGER-REC.
           MOVE SPACES TO LEDGER-REC.
           MOVE "TOTALS" TO LEDGER-REC(1:6).
           MOVE WS-TOTAL-BILLED TO WS-MONEY-ED.
           MOVE WS-MONEY-ED TO LEDGER-REC(42:13).
           MOVE WS-TOTAL-PAID TO WS-MONEY-ED.
           MOVE WS-MONEY-ED TO LEDGER-REC(56:13).
           MOVE WS-RUNNING-BALANCE TO WS-SIGNED-ED.
           MOVE WS-SIGNED-ED TO LEDGER-REC(70:14).
           WRITE LEDGER-REC.
           MOVE "H = BILL HELD ON A MATCH DIFFERENCE, NOT YET PAYABLE"
               TO LEDGER-REC.
           WRITE LEDGER-REC.
           CLOSE LEDGER-FILE.
           MOVE "APLEDGER" TO SPC-REPORT-NAME.
           MOVE "APLEDGER" TO SPC-SOURCE-PATH.
           CALL "SPOOLCAP" USING SPOOL-CAP-AREA.
           DISPLAY "LEDGER WRITTEN TO APLEDGER - OWED P" WS-SIGNED-ED.
       5000-SUPPLIER-LEDGER-EXIT.
           EXIT.

       5100-RELEASE-LEDGER.
           MOVE "N" TO WS-EOF.
           MOVE ZERO TO API-VOUCHER-NO.
           START INVOICE-FILE KEY IS NOT LESS THAN API-VOUCHER-NO
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START.
           PERFORM 5110-RELEASE-ONE-BILL THRU 5110-RELEASE-ONE-BILL-EXIT
               UNTIL WS-EOF = "Y".
           MOVE "N" TO WS-EOF.
           OPEN INPUT PAYMENT-FILE.
           IF WS-PAY-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF
           END-IF.
           PERFORM 5120-RELEASE-ONE-PAYMENT
               THRU 5120-RELEASE-ONE-PAYMENT-EXIT
               UNTIL WS-EOF = "Y".
           IF WS-PAY-STATUS = "00" OR WS-PAY-STATUS = "10"
               CLOSE PAYMENT-FILE
           END-IF.
       5100-RELEASE-LEDGER-EXIT.
           EXIT.

       5110-RELEASE-ONE-BILL.
           READ INVOICE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
                   GO TO 5110-RELEASE-ONE-BILL-EXIT
           END-READ.
           IF API-SUPPLIER NOT = WS-SUP-NUMBER-IN OR API-REJECTED
               GO TO 5110-RELEASE-ONE-BILL-EXIT
           END-IF.
           MOVE API-INVOICE-DATE TO SRL-DATE.
           MOVE "1" TO SRL-TYPE.
           MOVE API-VOUCHER-NO TO SRL-VOUCHER-NO.
           MOVE API-SUP-INVOICE-NO TO SRL-REFERENCE.
           MOVE API-AMOUNT TO SRL-AMOUNT.
           MOVE API-STATUS TO SRL-STATUS.
           RELEASE LEDGER-SORT-REC.
       5110-RELEASE-ONE-BILL-EXIT.
           EXIT.

       5120-RELEASE-ONE-PAYMENT.
           READ PAYMENT-FILE
               AT END
                   MOVE "Y" TO WS-EOF
                   GO TO 5120-RELEASE-ONE-PAYMENT-EXIT
           END-READ.
           IF APP-SUPPLIER NOT = WS-SUP-NUMBER-IN
               GO TO 5120-RELEASE-ONE-PAYMENT-EXIT
           END-IF.
           MOVE APP-CHECK-DATE TO SRL-DATE.
           MOVE "2" TO SRL-TYPE.
           MOVE APP-VOUCHER-NO TO SRL-VOUCHER-NO.
           MOVE APP-CHECK-NO TO SRL-REFERENCE.
           MOVE APP-AMOUNT TO SRL-AMOUNT.
           MOVE SPACE TO SRL-STATUS.
           RELEASE LEDGER-SORT-REC.
       5120-RELEASE-ONE-PAYMENT-EXIT.
           EXIT.

       5300-PRINT-LEDGER.
           MOVE "N" TO WS-SORT-EOF.
           PERFORM 5310-PRINT-ONE-ENTRY THRU 5310-PRINT-ONE-ENTRY-EXIT
               UNTIL WS-SORT-EOF = "Y".
       5300-PRINT-LEDGER-EXIT.
           EXIT.

       5310-PRINT-ONE-ENTRY.
           RETURN LEDGER-SORT-FILE
               AT END
                   MOVE "Y" TO WS-SORT-EOF
                   GO TO 5310-PRINT-ONE-ENTRY-EXIT
           END-RETURN.
           ADD 1 TO WS-LEDGER-LINES.
           MOVE SPACES TO LEDGER-REC.
           MOVE SRL-DATE TO LEDGER-REC(1:8).
           MOVE SRL-VOUCHER-NO TO LEDGER-REC(20:6).
           MOVE SRL-REFERENCE TO LEDGER-REC(28:12).
           MOVE SRL-AMOUNT TO WS-MONEY-ED.
           IF SRL-TYPE = "1"
               MOVE "BILL" TO LEDGER-REC(11:7)
               ADD SRL-AMOUNT TO WS-TOTAL-BILLED
               ADD SRL-AMOUNT TO WS-RUNNING-BALANCE
               MOVE WS-MONEY-ED TO LEDGER-REC(42:13)
           ELSE
               MOVE "PAYMENT" TO LEDGER-REC(11:7)
               ADD SRL-AMOUNT TO WS-TOTAL-PAID
               SUBTRACT SRL-AMOUNT FROM WS-RUNNING-BALANCE
               MOVE WS-MONEY-ED TO LEDGER-REC(56:13)
           END-IF.
           MOVE WS-RUNNING-BALANCE TO WS-SIGNED-ED.
           MOVE WS-SIGNED-ED TO LEDGER-REC(70:14).
           IF SRL-STATUS = "H"
               MOVE "H" TO LEDGER-REC(85:1)
           END-IF.
           WRITE LEDGER-REC.
       5310-PRINT-ONE-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      * 6000-AGED-PAYABLES - every unpaid bill, held or open, aged by
      * days past its due date as of today and totalled by supplier
      * and overall, to APAGING.
      ******************************************************************
       6000-AGED-PAYABLES.
           MOVE ZERO TO WS-AGE-INVOICES.
           MOVE ZERO TO WS-AGE-SUPPLIERS.
           INITIALIZE WS-AGE-TOTALS.
           OPEN OUTPUT AGING-FILE.
           PERFORM CHECK-PRINT-STATUS.
           MOVE SPACES TO AGING-REC.
           STRING "AGED PAYABLES AS OF " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO AGING-REC.
           WRITE AGING-REC.
           MOVE SPACES TO AGING-REC.
           STRING "VOUCH  INVOICE NO.    DUE DATE  DAYS    "
               DELIMITED BY SIZE
               " NOT YET DUE     1-30 DAYS    31-60 DAYS"
               DELIMITED BY SIZE
               "    61-90 DAYS  OVER 90 DAYS         TOTAL"
               DELIMITED BY SIZE
               INTO AGING-REC.
           WRITE AGING-REC.
           MOVE DASH-LINE TO AGING-REC.
           WRITE AGING-REC.
           MOVE "Y" TO WS-AGE-FIRST.
           SORT AGING-SORT-FILE
               ON ASCENDING KEY SRA-SUPPLIER SRA-DUE-DATE
                   SRA-VOUCHER-NO
               INPUT PROCEDURE IS 6100-RELEASE-UNPAID
                   THRU 6100-RELEASE-UNPAID-EXIT
               OUTPUT PROCEDURE IS 6300-PRINT-AGING
                   THRU 6300-PRINT-AGING-EXIT.
           IF WS-AGE-FIRST = "N"
               PERFORM 6400-SUPPLIER-TOTAL
           END-IF.
           MOVE DASH-LINE TO AGING-REC.
           WRITE AGING-REC.
           MOVE SPACES TO WS-AGE-LINE.
           MOVE "ALL SUPPLIERS" TO AGL-INVOICE.
           PERFORM 6500-FILL-GRAND-COLUMN
               VARYING WS-BUCKET-NO FROM 1 BY 1
               UNTIL WS-BUCKET-NO > 5.
           MOVE WS-GRAND-TOTAL TO AGL-TOTAL.
           MOVE WS-AGE-LINE TO AGING-REC.
           WRITE AGING-REC.
           MOVE SPACES TO AGING-REC.
           STRING "SUPPLIERS OWED " WS-AGE-SUPPLIERS
               DELIMITED BY SIZE
               "   UNPAID BILLS " WS-AGE-INVOICES
               DELIMITED BY SIZE
               "   H = HELD ON A MATCH DIFFERENCE" DELIMITED BY SIZE
               INTO AGING-REC.
           WRITE AGING-REC.
           CLOSE AGING-FILE.
           MOVE "APAGING" TO SPC-REPORT-NAME.
           MOVE "APAGING" TO SPC-SOURCE-PATH.
           CALL "SPOOLCAP" USING SPOOL-CAP-AREA.
           MOVE WS-GRAND-TOTAL TO WS-MONEY-ED.
           DISPLAY "AGED PAYABLES WRITTEN TO APAGING - OWED P"
               WS-MONEY-ED.

       6100-RELEASE-UNPAID.
           MOVE "N" TO WS-EOF.
           MOVE ZERO TO API-VOUCHER-NO.
           START INVOICE-FILE KEY IS NOT LESS THAN API-VOUCHER-NO
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START.
           PERFORM 6110-RELEASE-ONE-UNPAID
               THRU 6110-RELEASE-ONE-UNPAID-EXIT
               UNTIL WS-EOF = "Y".
       6100-RELEASE-UNPAID-EXIT.
           EXIT.

       6110-RELEASE-ONE-UNPAID.
           READ INVOICE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
                   GO TO 6110-RELEASE-ONE-UNPAID-EXIT
           END-READ.
           IF NOT API-HELD AND NOT API-OPEN
               GO TO 6110-RELEASE-ONE-UNPAID-EXIT
           END-IF.
           MOVE "D" TO DC-FUNCTION.
           MOVE API-DUE-DATE TO DC-DATE-1.
           MOVE WS-TODAY TO DC-DATE-2.
           CALL "DATECALC" USING DATE-CALC-AREA.
           MOVE API-SUPPLIER TO SRA-SUPPLIER.
           MOVE API-DUE-DATE TO SRA-DUE-DATE.
           MOVE API-VOUCHER-NO TO SRA-VOUCHER-NO.
           MOVE API-SUP-INVOICE-NO TO SRA-SUP-INVOICE-NO.
           COMPUTE SRA-BALANCE = API-AMOUNT - API-AMOUNT-PAID.
           MOVE DC-RESULT-DAYS TO SRA-DAYS-PAST-DUE.
           MOVE API-STATUS TO SRA-STATUS.
           RELEASE AGING-SORT-REC.
       6110-RELEASE-ONE-UNPAID-EXIT.
           EXIT.

       6300-PRINT-AGING.
           MOVE "N" TO WS-SORT-EOF.
           PERFORM 6310-PRINT-ONE-UNPAID THRU 6310-PRINT-ONE-UNPAID-EXIT
               UNTIL WS-SORT-EOF = "Y".
       6300-PRINT-AGING-EXIT.
           EXIT.

       6310-PRINT-ONE-UNPAID.
           RETURN AGING-SORT-FILE
               AT END
                   MOVE "Y" TO WS-SORT-EOF
                   GO TO 6310-PRINT-ONE-UNPAID-EXIT
           END-RETURN.
           IF WS-AGE-FIRST = "N" AND SRA-SUPPLIER NOT = WS-AGE-SUPPLIER
               PERFORM 6400-SUPPLIER-TOTAL
           END-IF.
           IF WS-AGE-FIRST = "Y" OR SRA-SUPPLIER NOT = WS-AGE-SUPPLIER
               PERFORM 6320-SUPPLIER-HEADING
           END-IF.
           ADD 1 TO WS-AGE-INVOICES.
           IF SRA-DAYS-PAST-DUE NOT > ZERO
               MOVE 1 TO WS-BUCKET-NO
           ELSE IF SRA-DAYS-PAST-DUE NOT > 30
               MOVE 2 TO WS-BUCKET-NO
           ELSE IF SRA-DAYS-PAST-DUE NOT > 60
               MOVE 3 TO WS-BUCKET-NO
           ELSE IF SRA-DAYS-PAST-DUE NOT > 90
               MOVE 4 TO WS-BUCKET-NO
           ELSE
               MOVE 5 TO WS-BUCKET-NO
           END-IF.
           ADD SRA-BALANCE TO WS-SUP-BUCKET(WS-BUCKET-NO).
           ADD SRA-BALANCE TO WS-SUP-TOTAL.
           ADD SRA-BALANCE TO WS-GRAND-BUCKET(WS-BUCKET-NO).
           ADD SRA-BALANCE TO WS-GRAND-TOTAL.
           MOVE SPACES TO WS-AGE-LINE.
           MOVE SRA-VOUCHER-NO TO AGL-VOUCHER.
           MOVE SRA-SUP-INVOICE-NO TO AGL-INVOICE.
           MOVE SRA-DUE-DATE TO AGL-DUE.
           MOVE SRA-DAYS-PAST-DUE TO WS-DAYS-ED.
           MOVE WS-DAYS-ED TO AGL-DAYS.
           IF SRA-STATUS = "H"
               MOVE "H" TO AGL-HELD
           END-IF.
           MOVE SRA-BALANCE TO AGL-AMOUNT(WS-BUCKET-NO).
           MOVE SRA-BALANCE TO AGL-TOTAL.
           MOVE WS-AGE-LINE TO AGING-REC.
           WRITE AGING-REC.
       6310-PRINT-ONE-UNPAID-EXIT.
           EXIT.

       6320-SUPPLIER-HEADING.
           MOVE "N" TO WS-AGE-FIRST.
           MOVE SRA-SUPPLIER TO WS-AGE-SUPPLIER.
           ADD 1 TO WS-AGE-SUPPLIERS.
           MOVE SRA-SUPPLIER TO SUP-NUMBER.
           READ SUPPLIER-FILE KEY IS SUP-NUMBER
               INVALID KEY
                   MOVE "** NOT ON SUPPLIER MASTER **" TO SUP-NAME
                   MOVE SPACES TO SUP-PHONE
           END-READ.
           MOVE SPACES TO AGING-REC.
           STRING "SUPPLIER " DELIMITED BY SIZE
               SRA-SUPPLIER DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               SUP-NAME DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               SUP-PHONE DELIMITED BY SIZE
               INTO AGING-REC.
           WRITE AGING-REC.

       6400-SUPPLIER-TOTAL.
           MOVE SPACES TO WS-AGE-LINE.
           MOVE "SUPPLIER TOTAL" TO AGL-INVOICE.
           PERFORM 6410-FILL-SUPPLIER-COLUMN
               VARYING WS-BUCKET-NO FROM 1 BY 1
               UNTIL WS-BUCKET-NO > 5.
           MOVE WS-SUP-TOTAL TO AGL-TOTAL.
           MOVE WS-AGE-LINE TO AGING-REC.
           WRITE AGING-REC.
           MOVE SPACES TO AGING-REC.
           WRITE AGING-REC.
           MOVE ZERO TO WS-SUP-TOTAL.

       6410-FILL-SUPPLIER-COLUMN.
           MOVE WS-SUP-BUCKET(WS-BUCKET-NO)
               TO AGL-AMOUNT(WS-BUCKET-NO).
           MOVE ZERO TO WS-SUP-BUCKET(WS-BUCKET-NO).

       6500-FILL-GRAND-COLUMN.
           MOVE WS-GRAND-BUCKET(WS-BUCKET-NO)
               TO AGL-AMOUNT(WS-BUCKET-NO).

      ******************************************************************
      * LOAD-OPERATOR-TABLE - reads OPERTAB's active operators into
      * memory for the supervisor check.  The table is kept by the
      * security administration program; without one there is no
      * approval.
      ******************************************************************
       LOAD-OPERATOR-TABLE.
           MOVE ZERO TO WS-OPER-COUNT.
           MOVE "N" TO WS-OPER-EOF.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPER-STATUS NOT = "00"
               MOVE "Y" TO WS-OPER-EOF
           END-IF.
           PERFORM LOAD-OPERATOR-ENTRY THRU LOAD-OPERATOR-ENTRY-EXIT
               UNTIL WS-OPER-EOF = "Y".
           IF WS-OPER-STATUS = "00" OR WS-OPER-STATUS = "10"
               CLOSE OPERATOR-FILE
           END-IF.

       LOAD-OPERATOR-ENTRY.
           READ OPERATOR-FILE
               AT END
                   MOVE "Y" TO WS-OPER-EOF
               NOT AT END
                   IF OPER-ACTIVE AND WS-OPER-COUNT < 20
                       ADD 1 TO WS-OPER-COUNT
                       SET OP-IDX TO WS-OPER-COUNT
                       MOVE OPER-ID TO WS-OP-ID(OP-IDX)
                       MOVE OPER-PASSWORD TO WS-OP-PASSWORD(OP-IDX)
                       MOVE OPER-ROLE TO WS-OP-ROLE(OP-IDX)
                   END-IF
           END-READ.
       LOAD-OPERATOR-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      * ABEND-FILE-ERROR - common stop point for any file operation
      * that comes back with a status this program was not already
      * expecting to handle.
      ******************************************************************
       ABEND-FILE-ERROR.
           DISPLAY "*** FILE ERROR ON " WS-ERR-FILE-NAME.
           DISPLAY "*** FILE STATUS = " WS-ERR-STATUS.
           DISPLAY "PAYABLES RUN TERMINATED - SEE FILE STATUS "
               "ABOVE.".
           STOP RUN.

       CHECK-SUP-STATUS.
           IF WS-SUP-STATUS NOT = "00"
               MOVE "SUPPLIER-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-SUP-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-PO-STATUS.
           IF WS-PO-STATUS NOT = "00"
               MOVE "PO-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-PO-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-INV-STATUS.
           IF WS-INV-STATUS NOT = "00"
               MOVE "INVOICE-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-INV-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-LINE-STATUS.
           IF WS-LINE-STATUS NOT = "00"
               MOVE "LINE-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-LINE-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-PAY-STATUS.
           IF WS-PAY-STATUS NOT = "00"
               MOVE "PAYMENT-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-PAY-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-PRINT-STATUS.
           IF WS-PRINT-STATUS NOT = "00"
               MOVE "PRINT-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-PRINT-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       END PROGRAM APENTRY.
