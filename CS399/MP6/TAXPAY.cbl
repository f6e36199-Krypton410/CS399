      *          bill can be paid down across several receipts until it
      *          zeroes out, and the office can answer "which lots
      *          still owe tax" off the ledger instead of ticking off
      *          a printed listing by hand.  Money tendered over
      *          what the bill still owes - an advance on a year not
      *          yet billed, a double or an erroneous payment - is
      *          held on the TAXCRDT credit ledger under its OR
      *          instead of being turned away, is spent automatically
      *          when the lot's next bill loads, and can be refunded
      *          on a voucher, every movement landing on CRDTREG for
      *          the credit and refund register.  An OR is only
      *          accepted when it falls in a booklet on the AFFILE
      *          accountable forms file issued to the operator signed
      *          on and has not been used before; each serial taken
      *          is written to AFUSED.  A write-off, a condonation,
      *          or a correction above the APPRTHR amount is held on
      *          PENDTXN and posts only when a different supervisor
      *          approves it from the approval queue, the ADJREG row
      *          then carrying both operator IDs.  A receipt dated
      *          in a month closed on PERIODCTL is refused.  An
      *          advance is taken only for next year at the latest
      *          and only for a lot open on the property master, so
      *          a mis-keyed lot or year never raises a credit no
      *          bill can spend.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PRINT-STATUS.

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

       SELECT REFUND-PRINT-FILE
           ASSIGN TO "REFNDRPT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-REFPRT-STATUS.

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

       SELECT OPERATOR-FILE
           ASSIGN TO "OPERTAB"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-SLOG-STATUS.

       SELECT PENDING-FILE
           ASSIGN TO "PENDTXN"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PEND-STATUS.

       SELECT MASTER-FILE
           ASSIGN TO WS-MASTER-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LOT_NUMBER_OUT
           ALTERNATE RECORD KEY IS OWNER_NAME_OUT WITH DUPLICATES
           FILE STATUS IS WS-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.


       01 PRINT-REC PIC X(80).

      ******************************************************************
      * CREDIT-FILE - the taxpayer credit ledger: whatever an OR
      * brought in beyond the bill, held per lot and OR until a later
      * bill spends it or a voucher refunds it.
      ******************************************************************
       FD CREDIT-FILE
           DATA RECORD IS CRDT-REC.

       COPY "CRDTREC.cpy".

      ******************************************************************
      * CREDIT-MOVE-FILE - one row per credit raised, applied or
      * refunded, appended to CRDTREG with the operator behind it.
      ******************************************************************
       FD CREDIT-MOVE-FILE
           DATA RECORD IS CMOV-REC.

       COPY "CMOVREC.cpy".

       FD REFUND-PRINT-FILE
           DATA RECORD IS REFUND-PRINT-REC.

       01 REFUND-PRINT-REC PIC X(100).

      ******************************************************************
      * FORMS-FILE - the OR booklets; the OR keyed must fall in one
      * issued to the operator signed on.
      ******************************************************************
       FD FORMS-FILE
           DATA RECORD IS AF-REC.

       COPY "AFREC.cpy".

      ******************************************************************
      * FORMS-USED-FILE - every OR serial already taken; a serial on
      * file cannot be posted again.
      ******************************************************************
       FD FORMS-USED-FILE
           DATA RECORD IS AFU-REC.

       COPY "AFUREC.cpy".

      ******************************************************************
      * OPERATOR-FILE - shared sign-on table; self-seeds on first run
      * the same way it does for the property master program.

       COPY "SLOGREC.cpy".

      ******************************************************************
      * PENDING-FILE - changes held for a second operator's approval;
      * adjustments held here post only from the approval queue.
      ******************************************************************
       FD PENDING-FILE
           DATA RECORD IS PEND-REC.

       COPY "PENDREC.cpy".

      ******************************************************************
      * MASTER-FILE - the property master, read only to prove the lot
      * an advance payment names is on file and still open.
      ******************************************************************
       FD MASTER-FILE
           DATA RECORD IS OUTPUT-REC.

       COPY "PROPREC.cpy".

       WORKING-STORAGE SECTION.
       01 WS-BILL-STATUS PIC X(2).
       01 WS-LEDG-STATUS PIC X(2).
       01 WS-EOF PIC X(1) VALUE "N".
       01 DASH-LINE PIC X(66) VALUE ALL "-".

       01 OPTION PIC 99.
       01 OPTION_CREATE PIC A.
       01 WS-QUIT-SWITCH PIC X VALUE "N".
           88 QUIT-REQUESTED VALUE "Y".

       01 WS-CURRENT-DATE PIC 9(8) VALUE ZERO.

      * WS-MASTER-PATH DEFAULTS TO THE SHOP'S USUAL LOCATION BUT CAN BE
      * OVERRIDDEN BY SETTING THE MASTERFILE ENVIRONMENT VARIABLE, THE
      * SAME AS THE PROPERTY-MASTER MAINTENANCE PROGRAM.
       01 WS-MASTER-PATH PIC X(100)
           VALUE "C:\Users\Edison\Desktop\MP6\MASTER-FILE.DAT".
       01 WS-ENV-MASTER-PATH PIC X(100) VALUE SPACES.
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-MASTER-LOT-SWITCH PIC X VALUE "N".
           88 MASTER-LOT-OPEN VALUE "Y".
           88 MASTER-LOT-NOT-OPEN VALUE "N".

       01 WS-BILLS-LOADED PIC 9(5) VALUE ZERO.
       01 WS-BILLS-SKIPPED PIC 9(5) VALUE ZERO.
       01 WS-LOAD-BILL-YEAR PIC 9(4) VALUE ZERO.
      * PARAMETER AREA FOR THE SHARED DATECALC DATE ROUTINE.
       COPY "DCALCREC.cpy".

      * TAXPAYER CREDIT FIELDS - THE PART OF A TENDER THE BILL DID
      * NOT NEED, WHERE IT CAME FROM, AND WHAT A LOAD OR A REFUND
      * TAKES BACK OFF THE CREDIT LEDGER.
       01 WS-CRDT-STATUS PIC X(2).
       01 WS-CMOV-STATUS PIC X(2).
       01 WS-REFPRT-STATUS PIC X(2).
       01 WS-CRDT-EOF PIC X VALUE "N".
       01 WS-CREDIT-FILE-SWITCH PIC X VALUE "N".
           88 CREDIT-FILE-ON-HAND VALUE "Y".
       01 WS-CRDT-FOUND-SWITCH PIC X VALUE "N".
           88 CREDIT-FOUND VALUE "Y".
           88 CREDIT-NOT-FOUND VALUE "N".
       01 WS-CURRENT-YEAR PIC 9(4) VALUE ZERO.
       01 WS-APPLY-TOTAL PIC 999999V99 VALUE ZERO.
       01 WS-EXCESS-AMOUNT PIC 9(7)V99 VALUE ZERO.
       01 WS-CREDIT-SOURCE PIC X(1) VALUE SPACE.
       01 WS-CREDIT-USE PIC 9(7)V99 VALUE ZERO.
       01 WS-LEDGER-TOUCHED PIC X VALUE "N".
       01 WS-CREDITS-APPLIED PIC 9(5) VALUE ZERO.
       01 WS-CMOV-TYPE PIC X(1) VALUE SPACE.
       01 WS-CMOV-AMOUNT PIC 9(7)V99 VALUE ZERO.
       01 WS-CMOV-SEF-AMOUNT PIC 9(7)V99 VALUE ZERO.
       01 WS-CMOV-BILL-YEAR PIC 9(4) VALUE ZERO.
       01 WS-REFUND-OR-IN PIC 9(7) VALUE ZERO.
       01 WS-REFUND-AMOUNT-IN PIC 9(7)V99 VALUE ZERO.
       01 WS-REFUND-VOUCHER-IN PIC X(10) VALUE SPACES.
       01 WS-REFUND-REASON-IN PIC X(30) VALUE SPACES.
       01 WS-CREDIT-ED PIC Z,ZZZ,ZZ9.99.

      * CREDIT AND REFUND REGISTER ACCUMULATORS, ONE PER MOVEMENT.
       01 WS-CMOV-COUNT PIC 9(5) VALUE ZERO.
       01 WS-CMOV-RAISED-TOTAL PIC 9(9)V99 VALUE ZERO.
       01 WS-CMOV-APPLIED-TOTAL PIC 9(9)V99 VALUE ZERO.
       01 WS-CMOV-REFUND-TOTAL PIC 9(9)V99 VALUE ZERO.
       01 WS-CMOV-VOID-TOTAL PIC 9(9)V99 VALUE ZERO.
       01 WS-CRDT-OPEN-TOTAL PIC 9(9)V99 VALUE ZERO.
       01 WS-CRDT-OPEN-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REG-TOTAL-ED PIC ZZZ,ZZZ,ZZ9.99.

      * ACCOUNTABLE FORMS CHECK - THE OR MUST SIT IN A BOOKLET ISSUED
      * TO THE OPERATOR AND MUST NOT HAVE BEEN USED BEFORE.
       01 WS-AF-STATUS PIC X(2).
       01 WS-AFU-STATUS PIC X(2).
       01 WS-OR-CHECK-SWITCH PIC X VALUE "N".
           88 OR-SERIAL-ACCEPTED VALUE "Y".
           88 OR-SERIAL-REFUSED VALUE "N".
       01 WS-OR-REFUSE-MSG PIC X(50) VALUE SPACES.

       01 WS-OPEN-COUNT PIC 9(5) VALUE ZERO.
       01 WS-OPEN-TOTAL PIC 9(8)V99 VALUE ZERO.
       01 WS-SEF-OPEN-TOTAL PIC 9(8)V99 VALUE ZERO.
           88 OPERATOR-AUTHORIZED VALUE "A".
           88 OPERATOR-VIEW-ONLY VALUE "V".

      ******************************************************************
      * SUPERVISOR APPROVAL FIELDS - A WRITE-OFF, A CONDONATION, OR A
      * CORRECTION ABOVE THE APPRTHR AMOUNT IS HELD ON PENDTXN UNTIL A
      * DIFFERENT OPERATOR APPROVES IT FROM THE APPROVAL QUEUE; THE
      * ADJREG ROW IT THEN POSTS CARRIES BOTH OPERATOR IDS.
      ******************************************************************
       01 WS-PEND-STATUS PIC X(2).
       01 WS-PEND-EOF PIC X VALUE "N".
       01 WS-ADJ-KEYED-BY PIC X(8) VALUE SPACES.
       01 WS-ADJ-APPROVER-ID PIC X(8) VALUE SPACES.
       01 WS-QUEUE-DECISION PIC X VALUE SPACE.
       01 WS-QUEUE-QUIT PIC X VALUE "N".
       01 WS-QUEUE-SHOWN PIC 9(5) VALUE ZERO.
       01 WS-QUEUE-OWN PIC 9(5) VALUE ZERO.

      * PARAMETER AREA FOR THE SHARED THRLKUP THRESHOLD ROUTINE.
       COPY "THLREC.cpy".

      * PARAMETER AREA FOR THE SHARED PERDCHK POSTING PERIOD ROUTINE.
       COPY "PDCREC.cpy".

       SCREEN SECTION.
       01 COLLECTION-SCREEN.
           05 COLLECT-MENU.
               10 VALUE "TAX COLLECTIONS" BLANK SCREEN LINE 1 COL 30.
               10 VALUE "[1] LOAD BILLS FROM BILLING RUN" LINE 3 COL 12.
               10 VALUE "[2] POST OFFICIAL RECEIPT" LINE 4 COL 12.
               10 VALUE "[3] OPEN BALANCE LISTING" LINE 5 COL 12.
               10 VALUE "[4] POST ADJUSTMENT" LINE 6 COL 12.
               10 VALUE "[5] ADJUSTMENTS REGISTER PRINT" LINE 7 COL 12.
               10 VALUE "[6] SET UP PAYMENT PLAN" LINE 8 COL 12.
               10 VALUE "[7] QUIT" LINE 9 COL 12.
               10 VALUE "[8] REFUND TAX CREDIT" LINE 10 COL 12.
               10 VALUE "[9] CREDIT AND REFUND REGISTER PRINT"
                   LINE 11 COL 12.
               10 VALUE "[10] APPROVAL QUEUE" LINE 12 COL 12.
               10 VALUE "ENTER OPTION: " LINE 13 COL 12.

           05 PLAN-SCREEN.
               10 VALUE "AMOUNT TO REDUCE: " LINE 8 COL 12.
               10 VALUE "REASON: " LINE 9 COL 12.

           05 APPROVAL-HEAD-SCREEN.
               10 VALUE "ADJUSTMENT APPROVAL QUEUE" BLANK SCREEN
                   LINE 1 COL 27.

           05 APPROVAL-SCREEN.
               10 VALUE "ADJUSTMENT APPROVAL QUEUE" BLANK SCREEN
                   LINE 1 COL 27.
               10 VALUE "KEYED ON: " LINE 3 COL 12.
               10 VALUE "KEYED BY: " LINE 4 COL 12.
               10 VALUE "BILLING YEAR: " LINE 5 COL 12.
               10 VALUE "LOT NUMBER: " LINE 6 COL 12.
               10 VALUE "TYPE / LINE: " LINE 7 COL 12.
               10 VALUE "AMOUNT: " LINE 8 COL 12.
               10 VALUE "REASON: " LINE 9 COL 12.
               10 VALUE "HELD BECAUSE: " LINE 10 COL 12.
               10 VALUE "A=APPROVE  R=REJECT  S=SKIP : " LINE 12 COL 12.

           05 RECEIPT-SCREEN.
               10 VALUE "POST OFFICIAL RECEIPT" BLANK SCREEN
                   LINE 1 COL 28.
               10 VALUE "PAYMENT DATE (YYYYMMDD): " LINE 7 COL 12.
               10 VALUE "AMOUNT TENDERED: " LINE 9 COL 12.

           05 REFUND-SCREEN.
               10 VALUE "REFUND TAX CREDIT" BLANK SCREEN
                   LINE 1 COL 30.
               10 VALUE "LOT NUMBER: " LINE 3 COL 12.
               10 VALUE "OR NUMBER BEHIND THE CREDIT: " LINE 4 COL 12.
               10 VALUE "REFUND AMOUNT: " LINE 6 COL 12.
               10 VALUE "REFUND VOUCHER NO: " LINE 7 COL 12.
               10 VALUE "REASON: " LINE 8 COL 12.

           05 RESPOND.
               10 VALUE "C - TO CONTINUE" LINE 16 COL 30.
               10 VALUE "B - TO BACK" LINE 18 COL 30.

       PROCEDURE DIVISION.
       MAINLINE.
           ACCEPT WS-ENV-MASTER-PATH FROM ENVIRONMENT "MASTERFILE".
           IF WS-ENV-MASTER-PATH NOT = SPACES
               MOVE WS-ENV-MASTER-PATH TO WS-MASTER-PATH
           END-IF.
           PERFORM LOAD-OPERATOR-TABLE.
           PERFORM SIGN-ON THRU SIGN-ON-EXIT UNTIL SIGNED-ON.
           PERFORM A-50-MENU UNTIL QUIT-REQUESTED.
               END-IF
           ELSE IF OPTION = 7 THEN
               SET QUIT-REQUESTED TO TRUE
           ELSE IF OPTION = 8 THEN
               IF OPERATOR-AUTHORIZED
                   PERFORM G-700-REFUND-CREDIT THRU G-700-RESPOND
               ELSE
                   DISPLAY "NOT AUTHORIZED FOR THIS OPTION"
                       LINE 15 COL 12
               END-IF
           ELSE IF OPTION = 9 THEN
               PERFORM H-800-CREDIT-REGISTER
           ELSE IF OPTION = 10 THEN
               IF OPERATOR-AUTHORIZED
                   PERFORM I-900-APPROVAL-QUEUE THRU I-900-RESPOND
               ELSE
                   DISPLAY "NOT AUTHORIZED FOR THIS OPTION"
                       LINE 15 COL 12
               END-IF
           ELSE
               DISPLAY "INVALID OPTION, TRY AGAIN" LINE 15 COL 12
           END-IF.
      * the run's billing year.  A lot already on the ledger for that
      * year is left alone so payments already posted against it are
      * never disturbed by a reload; a new year's run loads fresh
      * rows alongside the old year's.  Any open credit the lot
      * carries on TAXCRDT is spent against a freshly loaded row
      * straight away; a row already on the ledger is never touched,
      * so a reload can never spend a credit twice.
      ******************************************************************
       A-100-LOAD-BILLS.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE ZERO TO WS-BILLS-LOADED WS-BILLS-SKIPPED
               WS-CREDITS-APPLIED.
           MOVE "N" TO WS-EOF.
           OPEN INPUT BILL-FILE.
           IF WS-BILL-STATUS = "35"
                   OPEN I-O LEDGER-FILE
               END-IF
               PERFORM CHECK-LEDG-STATUS
               OPEN I-O CREDIT-FILE
               IF WS-CRDT-STATUS = "35"
                   MOVE "N" TO WS-CREDIT-FILE-SWITCH
               ELSE
                   PERFORM CHECK-CRDT-STATUS
                   SET CREDIT-FILE-ON-HAND TO TRUE
               END-IF
               PERFORM A-110-LOAD-ONE-BILL THRU A-110-LOAD-ONE-BILL-EXIT
                   UNTIL WS-EOF = "Y"
               IF CREDIT-FILE-ON-HAND
                   CLOSE CREDIT-FILE
               END-IF
               CLOSE LEDGER-FILE
               CLOSE BILL-FILE
               DISPLAY "BILLS LOADED TO LEDGER : " WS-BILLS-LOADED
                   LINE 13 COL 12
               DISPLAY "ALREADY ON LEDGER      : " WS-BILLS-SKIPPED
                   LINE 14 COL 12
               DISPLAY "TAX CREDITS APPLIED    : " WS-CREDITS-APPLIED
                   LINE 15 COL 12
           END-IF.
           DISPLAY RESPOND.
           ACCEPT OPTION_CREATE LINE 20 COL 45.
                           ADD 1 TO WS-BILLS-SKIPPED
                       NOT INVALID KEY
                           ADD 1 TO WS-BILLS-LOADED
                           IF CREDIT-FILE-ON-HAND
                               PERFORM A-120-APPLY-CREDITS
                           END-IF
                   END-WRITE
           END-READ.
           IF WS-BILL-STATUS NOT = "00" AND WS-BILL-STATUS NOT = "10"
       A-110-LOAD-ONE-BILL-EXIT.
           EXIT.

      ******************************************************************
      * A-120-APPLY-CREDITS - walks the lot's rows on TAXCRDT in OR
      * order and spends each open credit on the receivable just
      * loaded, basic line first and then SEF, the same order a
      * receipt settles in.  Each credit spent lands on CRDTREG as
      * an applied movement against the new billing year.
      ******************************************************************
       A-120-APPLY-CREDITS.
           MOVE "N" TO WS-CRDT-EOF.
           MOVE "N" TO WS-LEDGER-TOUCHED.
           MOVE LEDG-LOT-NUMBER TO CRDT-LOT-NUMBER.
           MOVE ZERO TO CRDT-OR-NUMBER.
           START CREDIT-FILE KEY IS NOT LESS THAN CRDT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-CRDT-EOF
           END-START.
           PERFORM A-125-APPLY-ONE-CREDIT
               THRU A-125-APPLY-ONE-CREDIT-EXIT
               UNTIL WS-CRDT-EOF = "Y".
           IF WS-LEDGER-TOUCHED = "Y"
               IF LEDG-BALANCE = ZERO AND LEDG-SEF-BALANCE = ZERO
                   MOVE "P" TO LEDG-STATUS
               END-IF
               REWRITE LEDGER-REC
               PERFORM CHECK-LEDG-STATUS
           END-IF.

       A-125-APPLY-ONE-CREDIT.
           READ CREDIT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-CRDT-EOF
                   GO TO A-125-APPLY-ONE-CREDIT-EXIT
           END-READ.
           PERFORM CHECK-CRDT-STATUS.
           IF CRDT-LOT-NUMBER NOT = LEDG-LOT-NUMBER
               MOVE "Y" TO WS-CRDT-EOF
               GO TO A-125-APPLY-ONE-CREDIT-EXIT
           END-IF.
           COMPUTE WS-TOTAL-OPEN = LEDG-BALANCE + LEDG-SEF-BALANCE.
           IF NOT CRDT-OPEN OR CRDT-BALANCE = ZERO OR
               WS-TOTAL-OPEN = ZERO
               GO TO A-125-APPLY-ONE-CREDIT-EXIT
           END-IF.
           IF CRDT-BALANCE > WS-TOTAL-OPEN
               MOVE WS-TOTAL-OPEN TO WS-CREDIT-USE
           ELSE
               MOVE CRDT-BALANCE TO WS-CREDIT-USE
           END-IF.
           IF WS-CREDIT-USE > LEDG-BALANCE
               MOVE LEDG-BALANCE TO WS-APPLY-BASIC
           ELSE
               MOVE WS-CREDIT-USE TO WS-APPLY-BASIC
           END-IF.
           COMPUTE WS-APPLY-SEF = WS-CREDIT-USE - WS-APPLY-BASIC.
           ADD WS-APPLY-BASIC TO LEDG-AMOUNT-PAID.
           SUBTRACT WS-APPLY-BASIC FROM LEDG-BALANCE.
           ADD WS-APPLY-SEF TO LEDG-SEF-PAID.
           SUBTRACT WS-APPLY-SEF FROM LEDG-SEF-BALANCE.
           MOVE "Y" TO WS-LEDGER-TOUCHED.
           ADD WS-CREDIT-USE TO CRDT-APPLIED.
           SUBTRACT WS-CREDIT-USE FROM CRDT-BALANCE.
           IF CRDT-BALANCE = ZERO
               MOVE "C" TO CRDT-STATUS
           END-IF.
           MOVE WS-CURRENT-DATE TO CRDT-LAST-DATE.
           REWRITE CRDT-REC.
           PERFORM CHECK-CRDT-STATUS.
           ADD 1 TO WS-CREDITS-APPLIED.
           MOVE "A" TO WS-CMOV-TYPE.
           MOVE WS-CREDIT-USE TO WS-CMOV-AMOUNT.
           MOVE WS-APPLY-SEF TO WS-CMOV-SEF-AMOUNT.
           MOVE LEDG-BILL-YEAR TO WS-CMOV-BILL-YEAR.
           MOVE SPACES TO WS-REFUND-VOUCHER-IN.
           MOVE "APPLIED AT BILL LOAD" TO WS-REFUND-REASON-IN.
           PERFORM WRITE-CREDIT-MOVE.
       A-125-APPLY-ONE-CREDIT-EXIT.
           EXIT.

      ******************************************************************
      * B-200-POST-RECEIPT - posts one official receipt against a
      * billed lot: the receipt row is appended to TAXRCPT and the
      * ledger balance is paid down, flipping to PAID when it zeroes
      * out.  Whatever the tender brings in beyond the open balance
      * is held on TAXCRDT as a credit under the same OR rather than
      * turned back or left as a negative receivable; a payment for a
      * year not yet billed is taken whole as an advance, as long as
      * the year is no later than next year and the lot is open on
      * the property master.
      ******************************************************************
       B-200-POST-RECEIPT.
           MOVE "N" TO WS-FOUND-SWITCH.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE(1:4) TO WS-CURRENT-YEAR.
           DISPLAY RECEIPT-SCREEN.
           ACCEPT WS-POST-BILL-YEAR LINE 2 COL 40.
           ACCEPT WS-POST-LOT-NUMBER LINE 3 COL 40.
           MOVE "V" TO DC-FUNCTION.
           MOVE WS-POST-PAYMENT-DATE TO DC-DATE-1.
           CALL "DATECALC" USING DATE-CALC-AREA.
           MOVE WS-POST-PAYMENT-DATE TO PDC-DATE.
           CALL "PERDCHK" USING PERIOD-CHECK-AREA.
           PERFORM B-205-CHECK-APPEAL.
           PERFORM B-207-CHECK-OR-SERIAL.
           PERFORM B-208-CHECK-MASTER-LOT.

           OPEN I-O LEDGER-FILE.
           IF WS-LEDG-STATUS = "35"
               CLOSE APPEAL-FILE
           END-IF.

      ******************************************************************
      * B-208-CHECK-MASTER-LOT - one keyed read of the property master
      * for the paying lot; only a lot on file and not closed out can
      * take an advance.  No master on hand means none can.
      ******************************************************************
       B-208-CHECK-MASTER-LOT.
           SET MASTER-LOT-NOT-OPEN TO TRUE.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM CHECK-MASTER-STATUS
               MOVE WS-POST-LOT-NUMBER TO LOT_NUMBER_OUT
               READ MASTER-FILE KEY IS LOT_NUMBER_OUT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT LOT-CLOSED-OUT
                           SET MASTER-LOT-OPEN TO TRUE
                       END-IF
               END-READ
               CLOSE MASTER-FILE
           END-IF.

      ******************************************************************
      * B-207-CHECK-OR-SERIAL - the booklet holding the OR is the
      * first one on AFFILE whose last serial is not below it; the OR
      * is good only when that booklet starts at or below it, is out
      * on issue to the operator signed on, and AFUSED has no row for
      * the serial.  No forms file means no booklet was ever issued.
      ******************************************************************
       B-207-CHECK-OR-SERIAL.
           SET OR-SERIAL-REFUSED TO TRUE.
           MOVE "OR NOT IN A BOOKLET ISSUED TO THIS OPERATOR."
               TO WS-OR-REFUSE-MSG.
           OPEN INPUT FORMS-FILE.
           IF WS-AF-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM CHECK-AF-STATUS
               MOVE WS-POST-OR-NUMBER TO AF-END-SERIAL
               START FORMS-FILE KEY IS NOT LESS THAN AF-END-SERIAL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ FORMS-FILE NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF AF-START-SERIAL NOT >
                                   WS-POST-OR-NUMBER AND AF-ISSUED
                                   AND AF-COLLECTOR-ID = WS-OPERATOR-ID
                                   SET OR-SERIAL-ACCEPTED TO TRUE
                               END-IF
                       END-READ
               END-START
               CLOSE FORMS-FILE
           END-IF.
           IF OR-SERIAL-ACCEPTED
               OPEN INPUT FORMS-USED-FILE
               IF WS-AFU-STATUS = "35"
                   CONTINUE
               ELSE
                   PERFORM CHECK-AFU-STATUS
                   MOVE WS-POST-OR-NUMBER TO AFU-OR-NUMBER
                   READ FORMS-USED-FILE KEY IS AFU-OR-NUMBER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET OR-SERIAL-REFUSED TO TRUE
                           MOVE "OR NUMBER HAS ALREADY BEEN USED."
                               TO WS-OR-REFUSE-MSG
                   END-READ
                   CLOSE FORMS-USED-FILE
               END-IF
           END-IF.

      ******************************************************************
      * B-240-MARK-OR-USED - the serial goes on AFUSED and the booklet
      * counts it, flipping to consumed when its last serial is gone.
      ******************************************************************
       B-240-MARK-OR-USED.
           OPEN I-O FORMS-USED-FILE.
           IF WS-AFU-STATUS = "35"
               OPEN OUTPUT FORMS-USED-FILE
               CLOSE FORMS-USED-FILE
               OPEN I-O FORMS-USED-FILE
           END-IF.
           PERFORM CHECK-AFU-STATUS.
           MOVE WS-POST-OR-NUMBER TO AFU-OR-NUMBER.
           MOVE WS-POST-PAYMENT-DATE TO AFU-DATE.
           MOVE WS-OPERATOR-ID TO AFU-COLLECTOR-ID.
           MOVE WS-POST-LOT-NUMBER TO AFU-LOT-NUMBER.
           WRITE AFU-REC.
           PERFORM CHECK-AFU-STATUS.
           CLOSE FORMS-USED-FILE.
           OPEN I-O FORMS-FILE.
           PERFORM CHECK-AF-STATUS.
           MOVE WS-POST-OR-NUMBER TO AF-END-SERIAL.
           START FORMS-FILE KEY IS NOT LESS THAN AF-END-SERIAL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ FORMS-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO AF-USED-COUNT
                           MOVE WS-POST-OR-NUMBER TO AF-LAST-USED
                           IF AF-USED-COUNT >
                               AF-END-SERIAL - AF-START-SERIAL
                               MOVE "C" TO AF-STATUS
                               MOVE WS-CURRENT-DATE TO AF-STATUS-DATE
                           END-IF
                           REWRITE AF-REC
                           PERFORM CHECK-AF-STATUS
                   END-READ
           END-START.
           CLOSE FORMS-FILE.

       B-210-APPLY-RECEIPT.
           MOVE ZERO TO WS-TOTAL-OPEN WS-APPLY-BASIC WS-APPLY-SEF
               WS-APPLY-TOTAL WS-EXCESS-AMOUNT.
           IF LEDGER-FOUND
               COMPUTE WS-TOTAL-OPEN = LEDG-BALANCE + LEDG-SEF-BALANCE
           END-IF.
           IF DC-VALID-FLAG NOT = "Y"
               DISPLAY "PAYMENT DATE IS NOT A REAL CALENDAR DATE."
                   LINE 11 COL 12
           ELSE IF PDC-PERIOD-CLOSED
               DISPLAY "PAYMENT DATE FALLS IN A CLOSED MONTH - NOT "
                   "POSTED." LINE 11 COL 12
           ELSE IF OR-SERIAL-REFUSED
               DISPLAY WS-OR-REFUSE-MSG LINE 11 COL 12
           ELSE IF WS-POST-AMOUNT = ZERO
               DISPLAY "AMOUNT TENDERED MUST BE MORE THAN ZERO."
                   LINE 11 COL 12
           ELSE IF LEDGER-NOT-FOUND AND
               WS-POST-BILL-YEAR NOT > WS-CURRENT-YEAR
               DISPLAY "LOT NOT ON THE LEDGER FOR THAT BILLING YEAR."
                   LINE 11 COL 12
           ELSE IF LEDGER-NOT-FOUND AND
               WS-POST-BILL-YEAR > WS-CURRENT-YEAR + 1
               DISPLAY "AN ADVANCE IS TAKEN FOR NEXT YEAR AT THE "
                   "LATEST - NOT POSTED." LINE 11 COL 12
           ELSE IF LEDGER-NOT-FOUND AND MASTER-LOT-NOT-OPEN
               DISPLAY "LOT NOT OPEN ON THE PROPERTY MASTER - NO "
                   "ADVANCE TAKEN." LINE 11 COL 12
           ELSE
               PERFORM B-220-SETTLE-AND-HOLD
           END-IF.

      ******************************************************************
      * B-220-SETTLE-AND-HOLD - the tender settles the bill's basic
      * line first, then its SEF line; anything left over is held as
      * a taxpayer credit under the same OR - an advance when the
      * year is not billed yet, a double payment when the bill was
      * already paid, an erroneous overpayment otherwise.
      ******************************************************************
       B-220-SETTLE-AND-HOLD.
           IF WS-POST-AMOUNT > WS-TOTAL-OPEN
               MOVE WS-TOTAL-OPEN TO WS-APPLY-TOTAL
               COMPUTE WS-EXCESS-AMOUNT =
                   WS-POST-AMOUNT - WS-TOTAL-OPEN
           ELSE
               MOVE WS-POST-AMOUNT TO WS-APPLY-TOTAL
           END-IF.
           IF LEDGER-NOT-FOUND
               MOVE "A" TO WS-CREDIT-SOURCE
           ELSE IF WS-TOTAL-OPEN = ZERO
               MOVE "D" TO WS-CREDIT-SOURCE
           ELSE
               MOVE "E" TO WS-CREDIT-SOURCE
           END-IF.
           IF WS-APPLY-TOTAL > ZERO
               IF WS-APPLY-TOTAL > LEDG-BALANCE
                   MOVE LEDG-BALANCE TO WS-APPLY-BASIC
               ELSE
                   MOVE WS-APPLY-TOTAL TO WS-APPLY-BASIC
               END-IF
               COMPUTE WS-APPLY-SEF = WS-APPLY-TOTAL - WS-APPLY-BASIC
               ADD WS-APPLY-BASIC TO LEDG-AMOUNT-PAID
               SUBTRACT WS-APPLY-BASIC FROM LEDG-BALANCE
               ADD WS-APPLY-SEF TO LEDG-SEF-PAID
                   MOVE "P" TO LEDG-STATUS
               END-IF
               REWRITE LEDGER-REC
           END-IF.
           PERFORM WRITE-RECEIPT-RECORD.
           PERFORM B-240-MARK-OR-USED.
           IF WS-APPLY-TOTAL > ZERO
               PERFORM B-215-APPLY-TO-PLAN
           END-IF.
           IF WS-EXCESS-AMOUNT > ZERO
               PERFORM B-230-RAISE-CREDIT
           END-IF.
           IF LEDGER-FOUND
               COMPUTE WS-TOTAL-OPEN =
                   LEDG-BALANCE + LEDG-SEF-BALANCE
               MOVE WS-TOTAL-OPEN TO WS-BALANCE-ED
               IF LEDG-PAID
                   DISPLAY "BILL PAID IN FULL." LINE 12 COL 12
               END-IF
           ELSE
               DISPLAY "YEAR NOT BILLED YET - RECEIPT TAKEN AS AN "
                   "ADVANCE PAYMENT." LINE 11 COL 12
           END-IF.
           IF PAYING-UNDER-PROTEST
               DISPLAY "LOT IS UNDER APPEAL - RECEIPT TAGGED "
                   "PAID UNDER PROTEST." LINE 13 COL 12
           END-IF.
           IF WS-EXCESS-AMOUNT > ZERO
               MOVE WS-EXCESS-AMOUNT TO WS-CREDIT-ED
               DISPLAY "HELD AS TAX CREDIT ON THIS OR : " WS-CREDIT-ED
                   LINE 15 COL 12
           END-IF.

      ******************************************************************
      * B-230-RAISE-CREDIT - puts the excess on TAXCRDT under the lot
      * and OR.  An OR that already backs a credit for the lot (a
      * second tender keyed on the same receipt) adds to that row.
      ******************************************************************
       B-230-RAISE-CREDIT.
           OPEN I-O CREDIT-FILE.
           IF WS-CRDT-STATUS = "35"
               OPEN OUTPUT CREDIT-FILE
               CLOSE CREDIT-FILE
               OPEN I-O CREDIT-FILE
           END-IF.
           PERFORM CHECK-CRDT-STATUS.
           MOVE WS-POST-LOT-NUMBER TO CRDT-LOT-NUMBER.
           MOVE WS-POST-OR-NUMBER TO CRDT-OR-NUMBER.
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
               MOVE WS-CURRENT-DATE TO CRDT-LAST-DATE
               REWRITE CRDT-REC
           ELSE
               MOVE WS-CREDIT-SOURCE TO CRDT-SOURCE
               MOVE WS-POST-BILL-YEAR TO CRDT-BILL-YEAR
               MOVE WS-POST-PAYMENT-DATE TO CRDT-DATE
               MOVE WS-EXCESS-AMOUNT TO CRDT-AMOUNT
               MOVE ZERO TO CRDT-APPLIED CRDT-REFUNDED
               MOVE WS-EXCESS-AMOUNT TO CRDT-BALANCE
               MOVE "O" TO CRDT-STATUS
               MOVE WS-CURRENT-DATE TO CRDT-LAST-DATE
               MOVE WS-OPERATOR-ID TO CRDT-OPERATOR-ID
               WRITE CRDT-REC
           END-IF.
           PERFORM CHECK-CRDT-STATUS.
           MOVE "H" TO WS-CMOV-TYPE.
           MOVE WS-EXCESS-AMOUNT TO WS-CMOV-AMOUNT.
           MOVE ZERO TO WS-CMOV-SEF-AMOUNT.
           MOVE WS-POST-BILL-YEAR TO WS-CMOV-BILL-YEAR.
           MOVE SPACES TO WS-REFUND-VOUCHER-IN.
           MOVE "HELD OFF OFFICIAL RECEIPT" TO WS-REFUND-REASON-IN.
           PERFORM WRITE-CREDIT-MOVE.
           CLOSE CREDIT-FILE.

      ******************************************************************
      * WRITE-RECEIPT-RECORD - append the receipt just applied to the
      * TAXRCPT payment history, tagged with whoever is signed on.
           MOVE WS-POST-BILL-YEAR TO RCPT-BILL-YEAR.
           MOVE WS-POST-LOT-NUMBER TO RCPT-LOT-NUMBER.
           MOVE WS-POST-PAYMENT-DATE TO RCPT-PAYMENT-DATE.
           MOVE WS-APPLY-TOTAL TO RCPT-AMOUNT.
           MOVE WS-OPERATOR-ID TO RCPT-OPERATOR-ID.
           MOVE WS-APPLY-SEF TO RCPT-SEF-AMOUNT.
           MOVE WS-EXCESS-AMOUNT TO RCPT-CREDIT-AMOUNT.
           MOVE SPACE TO RCPT-VOID-FLAG.
           MOVE ZERO TO RCPT-VOID-DATE.
           MOVE SPACES TO RCPT-VOID-REASON RCPT-VOID-APPROVER.
           IF PAYING-UNDER-PROTEST
               MOVE "Y" TO RCPT-PROTEST-FLAG
           ELSE
               DISPLAY "ADJUSTMENT EXCEEDS SEF BALANCE OF "
                   WS-BALANCE-ED LINE 11 COL 12
           ELSE
               CALL "THRLKUP" USING THRESHOLD-LOOKUP-AREA
               IF WS-ADJ-TYPE-IN NOT = "X" OR
                   WS-ADJ-AMOUNT-IN > THL-ADJ-AMOUNT
                   PERFORM D-430-HOLD-ADJUSTMENT
               ELSE
                   PERFORM D-420-POST-TO-LEDGER
               END-IF
           END-IF.

      ******************************************************************
      * D-420-POST-TO-LEDGER - reduces the ledger line by the amount
      * and registers the adjustment.  Posted straight off the screen
      * for a correction within the threshold, or from the approval
      * queue (WS-ADJ-KEYED-BY and WS-ADJ-APPROVER-ID set) for one
      * that was held.
      ******************************************************************
       D-420-POST-TO-LEDGER.
           IF WS-ADJ-LINE-IN = "B"
               SUBTRACT WS-ADJ-AMOUNT-IN FROM LEDG-BALANCE
           ELSE
               SUBTRACT WS-ADJ-AMOUNT-IN FROM LEDG-SEF-BALANCE
           END-IF.
           IF LEDG-BALANCE = ZERO AND LEDG-SEF-BALANCE = ZERO
               MOVE "P" TO LEDG-STATUS
           END-IF.
           REWRITE LEDGER-REC.
           PERFORM WRITE-ADJ-RECORD.
           COMPUTE WS-TOTAL-OPEN =
               LEDG-BALANCE + LEDG-SEF-BALANCE.
           MOVE WS-TOTAL-OPEN TO WS-BALANCE-ED.
           DISPLAY "ADJUSTMENT POSTED - BALANCE NOW "
               WS-BALANCE-ED LINE 11 COL 12.

      ******************************************************************
      * D-430-HOLD-ADJUSTMENT - every write-off and condonation, and a
      * correction above the APPRTHR amount, waits on PENDTXN for a
      * different operator's approval; the ledger is not touched.
      ******************************************************************
       D-430-HOLD-ADJUSTMENT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           OPEN EXTEND PENDING-FILE.
           IF WS-PEND-STATUS = "35"
               OPEN OUTPUT PENDING-FILE
               CLOSE PENDING-FILE
               OPEN EXTEND PENDING-FILE
           END-IF.
           PERFORM CHECK-PEND-STATUS.
           MOVE SPACES TO PEND-REC.
           MOVE WS-CURRENT-DATE TO PEND-KEYED-DATE.
           MOVE WS-CURRENT-TIME TO PEND-KEYED-TIME.
           MOVE "T" TO PEND-KIND.
           MOVE "P" TO PEND-STATUS.
           MOVE WS-OPERATOR-ID TO PEND-KEYED-BY.
           MOVE ZERO TO PEND-DECIDED-DATE.
           MOVE WS-POST-LOT-NUMBER TO PEND-REFERENCE.
           MOVE WS-ADJ-AMOUNT-IN TO PEND-AMOUNT.
           IF WS-ADJ-TYPE-IN = "W"
               MOVE "WRITE-OFF" TO PEND-HELD-REASON
           ELSE IF WS-ADJ-TYPE-IN = "C"
               MOVE "CONDONATION" TO PEND-HELD-REASON
           ELSE
               MOVE "CORRECTION OVER THRESHOLD" TO PEND-HELD-REASON
           END-IF.
           MOVE WS-POST-BILL-YEAR TO PEND-ADJ-BILL-YEAR.
           MOVE WS-ADJ-TYPE-IN TO PEND-ADJ-TYPE.
           MOVE WS-ADJ-LINE-IN TO PEND-ADJ-LINE.
           MOVE WS-ADJ-REASON-IN TO PEND-ADJ-REASON.
           WRITE PEND-REC.
           PERFORM CHECK-PEND-STATUS.
           CLOSE PENDING-FILE.
           DISPLAY "HELD FOR SUPERVISOR APPROVAL - NOT YET POSTED."
               LINE 11 COL 12.

      ******************************************************************
      * WRITE-ADJ-RECORD - append the adjustment just applied to the
      * ADJREG register, tagged with whoever is signed on.
           MOVE WS-ADJ-AMOUNT-IN TO ADJ-AMOUNT.
           MOVE WS-ADJ-REASON-IN TO ADJ-REASON.
           MOVE WS-OPERATOR-ID TO ADJ-OPERATOR-ID.
           IF WS-ADJ-KEYED-BY NOT = SPACES
               MOVE WS-ADJ-KEYED-BY TO ADJ-OPERATOR-ID
           END-IF.
           MOVE WS-ADJ-APPROVER-ID TO ADJ-APPROVER-ID.
           WRITE ADJ-REC.
           PERFORM CHECK-ADJ-STATUS.
           CLOSE ADJUSTMENT-FILE.
           MOVE SPACES TO ADJ-PRINT-REC.
           STRING "DATE      TYPE YEAR  LOT NUMBER  LN  AMOUNT     "
               DELIMITED BY SIZE
               "OPERATOR  APPROVER  REASON" DELIMITED BY SIZE
               INTO ADJ-PRINT-REC.
           WRITE ADJ-PRINT-REC.
           PERFORM CHECK-ADJPRT-STATUS.
               "  " DELIMITED BY SIZE
               ADJ-OPERATOR-ID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               ADJ-APPROVER-ID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               ADJ-REASON(1:30) DELIMITED BY SIZE
               INTO ADJ-PRINT-REC.
           WRITE ADJ-PRINT-REC.
           PERFORM CHECK-ADJPRT-STATUS.
           END-IF.
           CLOSE PLAN-FILE.

      ******************************************************************
      * G-700-REFUND-CREDIT - pays an open taxpayer credit back out
      * on an approved refund voucher instead of leaving it to ride
      * the next bill.  The credit is found by lot and the OR behind
      * it; a refund can never exceed what the credit still holds,
      * and the voucher number and reason ride the CRDTREG row so the
      * refund register ties to the disbursement.
      ******************************************************************
       G-700-REFUND-CREDIT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           DISPLAY REFUND-SCREEN.
           ACCEPT WS-POST-LOT-NUMBER LINE 3 COL 42.
           ACCEPT WS-REFUND-OR-IN LINE 4 COL 42.
           ACCEPT WS-REFUND-AMOUNT-IN LINE 6 COL 42.
           ACCEPT WS-REFUND-VOUCHER-IN LINE 7 COL 42.
           ACCEPT WS-REFUND-REASON-IN LINE 8 COL 42.

           OPEN I-O CREDIT-FILE.
           IF WS-CRDT-STATUS = "35"
               DISPLAY "NO TAX CREDITS ON FILE." LINE 11 COL 12
               GO TO G-700-RESPOND
           END-IF.
           PERFORM CHECK-CRDT-STATUS.
           MOVE WS-POST-LOT-NUMBER TO CRDT-LOT-NUMBER.
           MOVE WS-REFUND-OR-IN TO CRDT-OR-NUMBER.
           READ CREDIT-FILE KEY IS CRDT-KEY
               INVALID KEY
                   SET CREDIT-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET CREDIT-FOUND TO TRUE
           END-READ.

           IF CREDIT-NOT-FOUND
               DISPLAY "NO CREDIT FOR THAT LOT AND OR NUMBER."
                   LINE 11 COL 12
           ELSE IF NOT CRDT-OPEN OR CRDT-BALANCE = ZERO
               DISPLAY "CREDIT ALREADY USED UP OR REFUNDED."
                   LINE 11 COL 12
           ELSE IF WS-REFUND-AMOUNT-IN = ZERO
               DISPLAY "REFUND AMOUNT MUST BE MORE THAN ZERO."
                   LINE 11 COL 12
           ELSE IF WS-REFUND-AMOUNT-IN > CRDT-BALANCE
               MOVE CRDT-BALANCE TO WS-CREDIT-ED
               DISPLAY "REFUND EXCEEDS CREDIT BALANCE OF "
                   WS-CREDIT-ED LINE 11 COL 12
           ELSE IF WS-REFUND-VOUCHER-IN = SPACES
               DISPLAY "A REFUND VOUCHER NUMBER IS REQUIRED."
                   LINE 11 COL 12
           ELSE IF WS-REFUND-REASON-IN = SPACES
               DISPLAY "A REASON IS REQUIRED." LINE 11 COL 12
           ELSE
               ADD WS-REFUND-AMOUNT-IN TO CRDT-REFUNDED
               SUBTRACT WS-REFUND-AMOUNT-IN FROM CRDT-BALANCE
               IF CRDT-BALANCE = ZERO
                   MOVE "C" TO CRDT-STATUS
               END-IF
               MOVE WS-CURRENT-DATE TO CRDT-LAST-DATE
               REWRITE CRDT-REC
               PERFORM CHECK-CRDT-STATUS
               MOVE "R" TO WS-CMOV-TYPE
               MOVE WS-REFUND-AMOUNT-IN TO WS-CMOV-AMOUNT
               MOVE ZERO TO WS-CMOV-SEF-AMOUNT
               MOVE CRDT-BILL-YEAR TO WS-CMOV-BILL-YEAR
               PERFORM WRITE-CREDIT-MOVE
               MOVE CRDT-BALANCE TO WS-CREDIT-ED
               DISPLAY "REFUND POSTED - CREDIT BALANCE NOW "
                   WS-CREDIT-ED LINE 11 COL 12
           END-IF.
           CLOSE CREDIT-FILE.
       G-700-RESPOND.
           DISPLAY RESPOND.
           ACCEPT OPTION_CREATE LINE 20 COL 45.

      ******************************************************************
      * WRITE-CREDIT-MOVE - append one credit movement to CRDTREG off
      * the credit row in hand; the caller sets the movement type,
      * amount, SEF part, billing year, voucher and reason first.
      ******************************************************************
       WRITE-CREDIT-MOVE.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           OPEN EXTEND CREDIT-MOVE-FILE.
           IF WS-CMOV-STATUS = "35"
               OPEN OUTPUT CREDIT-MOVE-FILE
               CLOSE CREDIT-MOVE-FILE
               OPEN EXTEND CREDIT-MOVE-FILE
           END-IF.
           PERFORM CHECK-CMOV-STATUS.
           MOVE WS-CURRENT-DATE TO CMOV-DATE.
           MOVE WS-CURRENT-TIME TO CMOV-TIME.
           MOVE WS-CMOV-TYPE TO CMOV-TYPE.
           MOVE CRDT-LOT-NUMBER TO CMOV-LOT-NUMBER.
           MOVE CRDT-OR-NUMBER TO CMOV-OR-NUMBER.
           MOVE WS-CMOV-BILL-YEAR TO CMOV-BILL-YEAR.
           MOVE WS-CMOV-AMOUNT TO CMOV-AMOUNT.
           MOVE CRDT-SOURCE TO CMOV-SOURCE.
           MOVE WS-REFUND-VOUCHER-IN TO CMOV-VOUCHER.
           MOVE WS-REFUND-REASON-IN TO CMOV-REASON.
           MOVE WS-OPERATOR-ID TO CMOV-OPERATOR-ID.
           MOVE WS-CMOV-SEF-AMOUNT TO CMOV-SEF-AMOUNT.
           WRITE CMOV-REC.
           PERFORM CHECK-CMOV-STATUS.
           CLOSE CREDIT-MOVE-FILE.

      ******************************************************************
      * H-800-CREDIT-REGISTER - prints every CRDTREG movement to
      * REFNDRPT with a total per movement type, then the credits
      * still open on TAXCRDT, so raised less applied less refunded
      * can be proved against what the ledger still holds.
      ******************************************************************
       H-800-CREDIT-REGISTER.
           MOVE "N" TO WS-EOF.
           MOVE ZERO TO WS-CMOV-COUNT WS-CMOV-RAISED-TOTAL
               WS-CMOV-APPLIED-TOTAL WS-CMOV-REFUND-TOTAL
               WS-CMOV-VOID-TOTAL
               WS-CRDT-OPEN-TOTAL WS-CRDT-OPEN-COUNT.
           OPEN INPUT CREDIT-MOVE-FILE.
           IF WS-CMOV-STATUS = "35"
               DISPLAY "NO CREDIT MOVEMENTS ON REGISTER YET."
                   LINE 15 COL 12
           ELSE
               PERFORM CHECK-CMOV-STATUS
               OPEN OUTPUT REFUND-PRINT-FILE
               PERFORM CHECK-REFPRT-STATUS
               PERFORM H-810-WRITE-CMOV-HEADER
               PERFORM H-820-READ-CMOV THRU H-820-READ-CMOV-EXIT
                   UNTIL WS-EOF = "Y"
               CLOSE CREDIT-MOVE-FILE
               PERFORM H-840-SUM-OPEN-CREDITS
               PERFORM H-850-WRITE-CMOV-TOTAL
               CLOSE REFUND-PRINT-FILE
               DISPLAY "CREDIT AND REFUND REGISTER WRITTEN TO "
                   "REFNDRPT." LINE 15 COL 12
           END-IF.
           DISPLAY RESPOND.
           ACCEPT OPTION_CREATE LINE 20 COL 45.

       H-810-WRITE-CMOV-HEADER.
           MOVE SPACES TO REFUND-PRINT-REC.
           STRING "COUNTY TREASURER - TAX CREDIT AND REFUND REGISTER"
               DELIMITED BY SIZE INTO REFUND-PRINT-REC.
           WRITE REFUND-PRINT-REC.
           PERFORM CHECK-REFPRT-STATUS.
           MOVE SPACES TO REFUND-PRINT-REC.
           STRING "DATE      MV SRC LOT NUMBER  OR NO.   YEAR  "
               DELIMITED BY SIZE
               "AMOUNT      VOUCHER     OPERATOR  REASON"
               DELIMITED BY SIZE
               INTO REFUND-PRINT-REC.
           WRITE REFUND-PRINT-REC.
           PERFORM CHECK-REFPRT-STATUS.
           MOVE ADJ-DASH-LINE TO REFUND-PRINT-REC.
           WRITE REFUND-PRINT-REC.
           PERFORM CHECK-REFPRT-STATUS.

       H-820-READ-CMOV.
           READ CREDIT-MOVE-FILE
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-CMOV-COUNT
                   IF CMOV-RAISED
                       ADD CMOV-AMOUNT TO WS-CMOV-RAISED-TOTAL
                   ELSE IF CMOV-APPLIED
                       ADD CMOV-AMOUNT TO WS-CMOV-APPLIED-TOTAL
                   ELSE IF CMOV-VOIDED
                       ADD CMOV-AMOUNT TO WS-CMOV-VOID-TOTAL
                   ELSE
                       ADD CMOV-AMOUNT TO WS-CMOV-REFUND-TOTAL
                   END-IF
                   END-IF
                   END-IF
                   PERFORM H-825-WRITE-CMOV-DETAIL
           END-READ.
           IF WS-CMOV-STATUS NOT = "00" AND WS-CMOV-STATUS NOT = "10"
               MOVE "CREDIT-MOVE-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-CMOV-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.
       H-820-READ-CMOV-EXIT.
           EXIT.

       H-825-WRITE-CMOV-DETAIL.
           MOVE CMOV-AMOUNT TO WS-CREDIT-ED.
           MOVE SPACES TO REFUND-PRINT-REC.
           STRING CMOV-DATE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               CMOV-TYPE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               CMOV-SOURCE DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               CMOV-LOT-NUMBER DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               CMOV-OR-NUMBER DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               CMOV-BILL-YEAR DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CREDIT-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               CMOV-VOUCHER DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               CMOV-OPERATOR-ID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               CMOV-REASON DELIMITED BY SIZE
               INTO REFUND-PRINT-REC.
           WRITE REFUND-PRINT-REC.
           PERFORM CHECK-REFPRT-STATUS.

      ******************************************************************
      * H-840-SUM-OPEN-CREDITS - one pass over TAXCRDT for the count
      * and total of credits still carrying a balance.
      ******************************************************************
       H-840-SUM-OPEN-CREDITS.
           MOVE "N" TO WS-CRDT-EOF.
           OPEN INPUT CREDIT-FILE.
           IF WS-CRDT-STATUS = "35"
               MOVE "Y" TO WS-CRDT-EOF
           ELSE
               PERFORM CHECK-CRDT-STATUS
               PERFORM H-845-SUM-ONE-CREDIT
                   THRU H-845-SUM-ONE-CREDIT-EXIT
                   UNTIL WS-CRDT-EOF = "Y"
               CLOSE CREDIT-FILE
           END-IF.

       H-845-SUM-ONE-CREDIT.
           READ CREDIT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-CRDT-EOF
               NOT AT END
                   IF CRDT-OPEN AND CRDT-BALANCE > ZERO
                       ADD 1 TO WS-CRDT-OPEN-COUNT
                       ADD CRDT-BALANCE TO WS-CRDT-OPEN-TOTAL
                   END-IF
           END-READ.
           IF WS-CRDT-STATUS NOT = "00" AND WS-CRDT-STATUS NOT = "10"
               MOVE "CREDIT-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-CRDT-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.
       H-845-SUM-ONE-CREDIT-EXIT.
           EXIT.

       H-850-WRITE-CMOV-TOTAL.
           MOVE ADJ-DASH-LINE TO REFUND-PRINT-REC.
           WRITE REFUND-PRINT-REC.
           PERFORM CHECK-REFPRT-STATUS.
           MOVE WS-CMOV-RAISED-TOTAL TO WS-REG-TOTAL-ED.
           MOVE SPACES TO REFUND-PRINT-REC.
           STRING "TOTAL CREDITS RAISED   : " WS-REG-TOTAL-ED
               DELIMITED BY SIZE INTO REFUND-PRINT-REC.
           WRITE REFUND-PRINT-REC.
           PERFORM CHECK-REFPRT-STATUS.
           MOVE WS-CMOV-APPLIED-TOTAL TO WS-REG-TOTAL-ED.
           MOVE SPACES TO REFUND-PRINT-REC.
           STRING "TOTAL APPLIED TO BILLS : " WS-REG-TOTAL-ED
               DELIMITED BY SIZE INTO REFUND-PRINT-REC.
           WRITE REFUND-PRINT-REC.
           PERFORM CHECK-REFPRT-STATUS.
           MOVE WS-CMOV-REFUND-TOTAL TO WS-REG-TOTAL-ED.
           MOVE SPACES TO REFUND-PRINT-REC.
           STRING "TOTAL REFUNDED         : " WS-REG-TOTAL-ED
               DELIMITED BY SIZE INTO REFUND-PRINT-REC.
           WRITE REFUND-PRINT-REC.
           PERFORM CHECK-REFPRT-STATUS.
           MOVE WS-CMOV-VOID-TOTAL TO WS-REG-TOTAL-ED.
           MOVE SPACES TO REFUND-PRINT-REC.
           STRING "TOTAL VOIDED WITH OR   : " WS-REG-TOTAL-ED
               DELIMITED BY SIZE INTO REFUND-PRINT-REC.
           WRITE REFUND-PRINT-REC.
           PERFORM CHECK-REFPRT-STATUS.
           MOVE WS-CRDT-OPEN-COUNT TO WS-OPEN-COUNT-ED.
           MOVE WS-CRDT-OPEN-TOTAL TO WS-REG-TOTAL-ED.
           MOVE SPACES TO REFUND-PRINT-REC.
           STRING "CREDITS STILL OPEN     : " WS-REG-TOTAL-ED
               DELIMITED BY SIZE
               "  ON " DELIMITED BY SIZE
               WS-OPEN-COUNT-ED DELIMITED BY SIZE
               " OR(S)" DELIMITED BY SIZE
               INTO REFUND-PRINT-REC.
           WRITE REFUND-PRINT-REC.
           PERFORM CHECK-REFPRT-STATUS.
           MOVE SPACES TO REFUND-PRINT-REC.
           IF WS-CMOV-RAISED-TOTAL = WS-CMOV-APPLIED-TOTAL +
               WS-CMOV-REFUND-TOTAL + WS-CMOV-VOID-TOTAL +
               WS-CRDT-OPEN-TOTAL
               STRING "RAISED LESS APPLIED, REFUNDED AND VOIDED "
                   DELIMITED BY SIZE
                   "AGREES TO THE OPEN CREDITS." DELIMITED BY SIZE
                   INTO REFUND-PRINT-REC
           ELSE
               STRING "*** RAISED LESS APPLIED, REFUNDED AND VOIDED "
                   DELIMITED BY SIZE
                   "DOES NOT AGREE TO THE OPEN CREDITS ***"
                   DELIMITED BY SIZE
                   INTO REFUND-PRINT-REC
           END-IF.
           WRITE REFUND-PRINT-REC.
           PERFORM CHECK-REFPRT-STATUS.

      ******************************************************************
      * B-215-APPLY-TO-PLAN - a receipt on a bill under an active
      * plan also pays the plan down; at the agreed total the plan
                       CONTINUE
                   NOT INVALID KEY
                       IF PLAN-ACTIVE
                           ADD WS-APPLY-TOTAL TO PLAN-PAID
                           IF PLAN-PAID >= PLAN-AGREED-TOTAL
                               MOVE "C" TO PLAN-STATUS
                               DISPLAY "PAYMENT PLAN COMPLETED."
               CLOSE PLAN-FILE
           END-IF.

      ******************************************************************
      * I-900-APPROVAL-QUEUE - walks the adjustments waiting on
      * PENDTXN, oldest first.  The supervisor signed on may approve,
      * reject or skip each one keyed by someone else; an adjustment
      * they keyed themselves is left for another supervisor.  An
      * approval re-checks the ledger before it posts, so a balance
      * paid down since the adjustment was keyed is never overdrawn.
      ******************************************************************
       I-900-APPROVAL-QUEUE.
           MOVE ZERO TO WS-QUEUE-SHOWN WS-QUEUE-OWN.
           MOVE "N" TO WS-PEND-EOF.
           MOVE "N" TO WS-QUEUE-QUIT.
           OPEN I-O PENDING-FILE.
           IF WS-PEND-STATUS = "35"
               DISPLAY APPROVAL-HEAD-SCREEN
               DISPLAY "NOTHING IS WAITING FOR APPROVAL." LINE 3 COL 12
               GO TO I-900-RESPOND
           END-IF.
           PERFORM CHECK-PEND-STATUS.
           PERFORM I-910-NEXT-PENDING THRU I-910-NEXT-PENDING-EXIT
               UNTIL WS-PEND-EOF = "Y" OR WS-QUEUE-QUIT = "Y".
           CLOSE PENDING-FILE.
           DISPLAY APPROVAL-HEAD-SCREEN.
           DISPLAY "ADJUSTMENTS REVIEWED: " LINE 3 COL 12.
           DISPLAY WS-QUEUE-SHOWN LINE 3 COL 35.
           DISPLAY "KEYED BY YOU, LEFT FOR ANOTHER SUPERVISOR: "
               LINE 4 COL 12.
           DISPLAY WS-QUEUE-OWN LINE 4 COL 56.
       I-900-RESPOND.
           DISPLAY RESPOND.
           ACCEPT OPTION_CREATE LINE 20 COL 45.

       I-910-NEXT-PENDING.
           READ PENDING-FILE
               AT END
                   MOVE "Y" TO WS-PEND-EOF
                   GO TO I-910-NEXT-PENDING-EXIT
           END-READ.
           PERFORM CHECK-PEND-STATUS.
           IF NOT PEND-TAX-ADJUSTMENT OR NOT PEND-AWAITING
               GO TO I-910-NEXT-PENDING-EXIT
           END-IF.
           IF PEND-KEYED-BY = WS-OPERATOR-ID
               ADD 1 TO WS-QUEUE-OWN
               GO TO I-910-NEXT-PENDING-EXIT
           END-IF.
           ADD 1 TO WS-QUEUE-SHOWN.
           DISPLAY APPROVAL-SCREEN.
           DISPLAY PEND-KEYED-DATE LINE 3 COL 40.
           DISPLAY PEND-KEYED-BY LINE 4 COL 40.
           DISPLAY PEND-ADJ-BILL-YEAR LINE 5 COL 40.
           DISPLAY PEND-REFERENCE LINE 6 COL 40.
           DISPLAY PEND-ADJ-TYPE LINE 7 COL 40.
           DISPLAY PEND-ADJ-LINE LINE 7 COL 44.
           MOVE PEND-AMOUNT TO WS-BALANCE-ED.
           DISPLAY WS-BALANCE-ED LINE 8 COL 40.
           DISPLAY PEND-ADJ-REASON LINE 9 COL 40.
           DISPLAY PEND-HELD-REASON LINE 10 COL 40.
           ACCEPT WS-QUEUE-DECISION LINE 12 COL 43.
           IF WS-QUEUE-DECISION = "A"
               PERFORM I-920-APPROVE-ADJUSTMENT
           ELSE IF WS-QUEUE-DECISION = "R"
               MOVE "R" TO PEND-STATUS
               MOVE "REJECTED BY SUPERVISOR" TO PEND-DECISION-NOTE
               PERFORM I-930-STAMP-DECISION
               DISPLAY "ADJUSTMENT REJECTED - NOTHING POSTED."
                   LINE 11 COL 12
           ELSE
               DISPLAY "SKIPPED - STILL WAITING." LINE 11 COL 12
           END-IF.
           DISPLAY RESPOND.
           ACCEPT OPTION_CREATE LINE 20 COL 45.
           IF OPTION_CREATE = "B"
               MOVE "Y" TO WS-QUEUE-QUIT
           END-IF.
       I-910-NEXT-PENDING-EXIT.
           EXIT.

       I-920-APPROVE-ADJUSTMENT.
           MOVE PEND-ADJ-BILL-YEAR TO WS-POST-BILL-YEAR.
           MOVE PEND-REFERENCE TO WS-POST-LOT-NUMBER.
           MOVE PEND-ADJ-TYPE TO WS-ADJ-TYPE-IN.
           MOVE PEND-ADJ-LINE TO WS-ADJ-LINE-IN.
           MOVE PEND-AMOUNT TO WS-ADJ-AMOUNT-IN.
           MOVE PEND-ADJ-REASON TO WS-ADJ-REASON-IN.
           OPEN I-O LEDGER-FILE.
           IF WS-LEDG-STATUS = "35"
               SET LEDGER-NOT-FOUND TO TRUE
           ELSE
               PERFORM CHECK-LEDG-STATUS
               MOVE WS-POST-BILL-YEAR TO LEDG-BILL-YEAR
               MOVE WS-POST-LOT-NUMBER TO LEDG-LOT-NUMBER
               READ LEDGER-FILE KEY IS LEDG-KEY
                   INVALID KEY
                       SET LEDGER-NOT-FOUND TO TRUE
                   NOT INVALID KEY
                       SET LEDGER-FOUND TO TRUE
               END-READ
           END-IF.
           IF LEDGER-NOT-FOUND OR
               (WS-ADJ-LINE-IN = "B" AND
                   WS-ADJ-AMOUNT-IN > LEDG-BALANCE) OR
               (WS-ADJ-LINE-IN = "S" AND
                   WS-ADJ-AMOUNT-IN > LEDG-SEF-BALANCE)
               MOVE "R" TO PEND-STATUS
               MOVE "LEDGER NO LONGER COVERS IT" TO PEND-DECISION-NOTE
               PERFORM I-930-STAMP-DECISION
               DISPLAY "LEDGER NO LONGER COVERS THIS ADJUSTMENT - "
                   "REJECTED." LINE 11 COL 12
           ELSE
               MOVE PEND-KEYED-BY TO WS-ADJ-KEYED-BY
               MOVE WS-OPERATOR-ID TO WS-ADJ-APPROVER-ID
               PERFORM D-420-POST-TO-LEDGER
               MOVE SPACES TO WS-ADJ-KEYED-BY WS-ADJ-APPROVER-ID
               MOVE "A" TO PEND-STATUS
               MOVE "APPROVED AND POSTED" TO PEND-DECISION-NOTE
               PERFORM I-930-STAMP-DECISION
           END-IF.
           IF WS-LEDG-STATUS NOT = "35"
               CLOSE LEDGER-FILE
           END-IF.

      ******************************************************************
      * I-930-STAMP-DECISION - the approver and the date onto the
      * pending row just decided; the caller sets the status and note.
      ******************************************************************
       I-930-STAMP-DECISION.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-OPERATOR-ID TO PEND-DECIDED-BY.
           MOVE WS-CURRENT-DATE TO PEND-DECIDED-DATE.
           REWRITE PEND-REC.
           PERFORM CHECK-PEND-STATUS.

       CHECK-MASTER-STATUS.
           IF WS-MASTER-STATUS NOT = "00"
               MOVE "MASTER-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-MASTER-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-PEND-STATUS.
           IF WS-PEND-STATUS NOT = "00"
               MOVE "PENDING-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-PEND-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-PLAN-STATUS.
           IF WS-PLAN-STATUS NOT = "00"
               MOVE "PLAN-FILE" TO WS-ERR-FILE-NAME
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

       CHECK-REFPRT-STATUS.
           IF WS-REFPRT-STATUS NOT = "00"
               MOVE "REFUND-PRINT-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-REFPRT-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

      ******************************************************************
      * ABEND-FILE-ERROR - common stop point for any file operation
      * that comes back with a status this program was not already
