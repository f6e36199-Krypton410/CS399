      ******************************************************************
      * Author:
      * Date:
      * Purpose: Frame-shop returns - what happens when a frame comes
      *          back with cracked glass or the wrong size, instead of
      *          a remake off the books or money out of the till with
      *          the original invoice standing as if nothing happened.
      *          Either issues a numbered credit memo (CMCTL serial,
      *          CMREG register, printed to CMPRINT) against the
      *          invoice, reversing its VAT and cancelling whatever
      *          balance it still owes on JOBPAY before any cash goes
      *          back, or opens a remake job at no charge linked to
      *          the original JOB-NUMBER, its materials drawn off
      *          STKFILE and costed on the job so the margin report
      *          shows what the remake cost.  No credit memo is
      *          issued while the day's month is closed on PERIODCTL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRETURN.
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

           SELECT CREDIT-MEMO-FILE ASSIGN TO "CMREG"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CMREG-STATUS.

           SELECT CM-CONTROL-FILE ASSIGN TO "CMCTL"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CMCTL-STATUS.

           SELECT CM-PRINT-FILE ASSIGN TO "CMPRINT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CMPRT-STATUS.

           SELECT JOB-FILE ASSIGN TO "JOBFILE"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-JOB-STATUS.

           SELECT JOB-CONTROL-FILE ASSIGN TO "JOBCTL"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-JOBCTL-STATUS.

           SELECT STOCK-FILE ASSIGN TO "STKFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STK-ITEM-CODE
           FILE STATUS IS WS-STOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INV-REGISTER-FILE
           DATA RECORD IS INV-REG-REC.

       COPY "IREGREC.cpy".

      ******************************************************************
      * JOB-PAY-FILE - the per-order payment trail; a credit memo
      * that cancels balance still owing lands here as a "C" row so
      * the open-balance arithmetic settles the invoice.
      ******************************************************************
       FD JOB-PAY-FILE
           DATA RECORD IS JPAY-REC.

       COPY "JPAYREC.cpy".

       FD CREDIT-MEMO-FILE
           DATA RECORD IS CM-REC.

       COPY "CMREC.cpy".

      ******************************************************************
      * CM-CONTROL-REC - one record carrying the next credit memo
      * number, drawn the way the invoice serial is; self-seeds on
      * first run.
      ******************************************************************
       FD CM-CONTROL-FILE
           DATA RECORD IS CM-CONTROL-REC.

       01 CM-CONTROL-REC.
           05 CM-NEXT-NUMBER PIC 9(6).

       FD CM-PRINT-FILE
           DATA RECORD IS CM-PRINT-REC.

       01 CM-PRINT-REC PIC X(80).

       FD JOB-FILE
           DATA RECORD IS JOB-REC.

       COPY "JOBREC.cpy".

       FD JOB-CONTROL-FILE
           DATA RECORD IS JOB-CONTROL-REC.

       01 JOB-CONTROL-REC.
           05 JOB-NEXT-NUMBER PIC 9(6).

       FD STOCK-FILE
           DATA RECORD IS STK-REC.

       COPY "STKREC.cpy".

       WORKING-STORAGE SECTION.
       01 WS-INVREG-STATUS PIC X(2).
       01 WS-JPAY-STATUS PIC X(2).
       01 WS-CMREG-STATUS PIC X(2).
       01 WS-CMCTL-STATUS PIC X(2).
       01 WS-CMPRT-STATUS PIC X(2).
       01 WS-JOB-STATUS PIC X(2).
       01 WS-JOBCTL-STATUS PIC X(2).
       01 WS-STOCK-STATUS PIC X(2).
       01 WS-EOF PIC X(1) VALUE "N".
       01 CM-DASH-LINE PIC X(60) VALUE ALL "-".

       01 OPTION PIC 9.
       01 WS-QUIT-SWITCH PIC X VALUE "N".
           88 QUIT-REQUESTED VALUE "Y".
       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       01 WS-TODAY PIC 9(8) VALUE ZERO.
       01 WS-CONFIRM PIC X VALUE "N".

      * WHY THE FRAME CAME BACK - THE SAME CODES SERVE THE CREDIT
      * MEMO AND THE REMAKE JOB.
       01 WS-RETURN-REASON PIC X(1) VALUE SPACE.
           88 RETURN-REASON-VALID VALUE "G" "S" "D" "W" "O".

      ******************************************************************
      * CREDIT MEMO FIELDS - THE INVOICE AS REGISTERED, WHAT HAS BEEN
      * PAID OR SETTLED AGAINST IT (EVERY JOBPAY ROW) AND WHAT EARLIER
      * CREDIT MEMOS ALREADY TOOK BACK.  A CREDIT MAY NOT TAKE BACK
      * MORE THAN THE INVOICE LESS EARLIER CREDITS.
      ******************************************************************
       01 WS-LOOKUP-INVOICE PIC 9(6) VALUE ZERO.
       01 WS-INV-FOUND-SWITCH PIC X VALUE "N".
           88 INVOICE-FOUND VALUE "Y".
           88 INVOICE-NOT-FOUND VALUE "N".
       01 WS-INV-DATE PIC 9(8) VALUE ZERO.
       01 WS-INV-CUST-NUMBER PIC 9(5) VALUE ZERO.
       01 WS-INVOICE-TOTAL PIC 9(7) VALUE ZERO.
       01 WS-PAID-TOTAL PIC 9(8) VALUE ZERO.
       01 WS-PRIOR-CREDITS PIC 9(8) VALUE ZERO.
       01 WS-CREDITABLE PIC S9(8) VALUE ZERO.
       01 WS-BALANCE-DUE PIC S9(8) VALUE ZERO.
       01 WS-CREDIT-AMOUNT PIC 9(7) VALUE ZERO.
       01 WS-CREDIT-VAT PIC 9(7)V99 VALUE ZERO.
       01 WS-CREDIT-BASE PIC 9(7)V99 VALUE ZERO.
       01 WS-BALANCE-CANCELLED PIC 9(7) VALUE ZERO.
       01 WS-REFUND-AMOUNT PIC 9(7) VALUE ZERO.
       01 WS-CM-NUMBER PIC 9(6) VALUE ZERO.

      ******************************************************************
      * REMAKE FIELDS - THE RETURNED FRAME'S JOB ROW IS KEPT WHOLE SO
      * THE REMAKE CAN BE BUILT FROM THE SAME SPECIFICATION; A REMAKE
      * OF A REMAKE STILL POINTS AT THE FIRST ORIGINAL.
      ******************************************************************
       01 WS-LOOKUP-JOB PIC 9(6) VALUE ZERO.
       01 WS-JOB-FOUND-SWITCH PIC X VALUE "N".
           88 JOB-FOUND VALUE "Y".
           88 JOB-NOT-FOUND VALUE "N".
       01 WS-SAVED-JOB-REC PIC X(200) VALUE SPACES.
       01 WS-ORIGINAL-JOB PIC 9(6) VALUE ZERO.
       01 WS-RETURNED-TYPE PIC A(2) VALUE SPACES.
       01 WS-RETURNED-INVOICE PIC 9(6) VALUE ZERO.
       01 WS-JOB-NUMBER PIC 9(6) VALUE ZERO.
       01 WS-PROMISE-DATE-IN PIC 9(8) VALUE ZERO.

      * STOCK DRAW-DOWN FIELDS - AS THE ORDER SCREEN DRAWS A NEW
      * FRAME: MOULDING IS COSTED ONLY (THE CUT-LIST RUN DRAWS IT A
      * STICK AT A TIME), GLASS, CARDBOARD AND CROWNS COME OFF STOCK.
       01 WS-STK-ITEM PIC X(6) VALUE SPACES.
       01 WS-STK-QTY PIC 9(5) VALUE ZERO.
       01 WS-SUM-INCHES PIC 9(4) VALUE ZERO.
       01 WS-MATERIAL-COST PIC 9(7)V99 VALUE ZERO.
       01 WS-COST-ONLY-SWITCH PIC X VALUE "N".
           88 COST-ONLY VALUE "Y".

      * PARAMETER AREA FOR THE SHARED DATECALC DATE ROUTINE.
       COPY "DCALCREC.cpy".

      * PARAMETER AREA FOR THE SHARED PERDCHK POSTING PERIOD ROUTINE.
       COPY "PDCREC.cpy".

      * WS-ERR-FILE-NAME/WS-ERR-STATUS ARE SET BY THE CHECK-xxx-STATUS
      * PARAGRAPHS BELOW BEFORE PERFORMING ABEND-FILE-ERROR.
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
           PERFORM 1000-MENU UNTIL QUIT-REQUESTED.
           STOP RUN.

       1000-MENU.
           DISPLAY " ".
           DISPLAY "FRAME-SHOP RETURNS".
           DISPLAY "[1] ISSUE A CREDIT MEMO".
           DISPLAY "[2] OPEN A REMAKE JOB".
           DISPLAY "[3] QUIT".
           DISPLAY "ENTER OPTION : ".
           ACCEPT OPTION.
           IF OPTION = 1 THEN
               PERFORM 2000-CREDIT-MEMO THRU 2000-CREDIT-MEMO-EXIT
           ELSE IF OPTION = 2 THEN
               PERFORM 3000-REMAKE-JOB THRU 3000-REMAKE-JOB-EXIT
           ELSE IF OPTION = 3 THEN
               SET QUIT-REQUESTED TO TRUE
           ELSE
               DISPLAY "INVALID OPTION, TRY AGAIN"
           END-IF.

      ******************************************************************
      * 2000-CREDIT-MEMO - a numbered credit against an invoice on
      * the register for the frame that came back.  The credit first
      * cancels the balance the invoice still owes; only what the
      * customer had already paid beyond the reduced total goes back
      * out of the till.
      ******************************************************************
       2000-CREDIT-MEMO.
           MOVE WS-TODAY TO PDC-DATE.
           CALL "PERDCHK" USING PERIOD-CHECK-AREA.
           IF PDC-PERIOD-CLOSED
               DISPLAY "THIS MONTH IS CLOSED FOR POSTING - NO CREDIT "
                   "MEMO ISSUED."
               GO TO 2000-CREDIT-MEMO-EXIT
           END-IF.
           DISPLAY "INVOICE NUMBER : ".
           ACCEPT WS-LOOKUP-INVOICE.
           PERFORM 7000-FIND-INVOICE.
           IF INVOICE-NOT-FOUND
               DISPLAY "INVOICE NOT ON THE REGISTER."
               GO TO 2000-CREDIT-MEMO-EXIT
           END-IF.
           PERFORM 7100-SUM-PAYMENTS.
           PERFORM 7200-SUM-PRIOR-CREDITS.
           COMPUTE WS-CREDITABLE = WS-INVOICE-TOTAL - WS-PRIOR-CREDITS.
           COMPUTE WS-BALANCE-DUE = WS-INVOICE-TOTAL - WS-PAID-TOTAL.
           DISPLAY "INVOICE " WS-LOOKUP-INVOICE " OF " WS-INV-DATE
               "  CUSTOMER " WS-INV-CUST-NUMBER.
           DISPLAY "TOTAL : P" WS-INVOICE-TOTAL
               "  PAID/SETTLED : P" WS-PAID-TOTAL
               "  CREDITED : P" WS-PRIOR-CREDITS.
           IF WS-CREDITABLE <= ZERO
               DISPLAY "INVOICE IS ALREADY CREDITED IN FULL."
               GO TO 2000-CREDIT-MEMO-EXIT
           END-IF.
           DISPLAY "JOB NUMBER OF THE FRAME RETURNED : ".
           ACCEPT WS-LOOKUP-JOB.
           PERFORM 7300-FIND-JOB.
           IF JOB-NOT-FOUND
               DISPLAY "JOB NUMBER NOT ON FILE."
               GO TO 2000-CREDIT-MEMO-EXIT
           END-IF.
           IF WS-RETURNED-INVOICE NOT = WS-LOOKUP-INVOICE
               DISPLAY "THAT JOB WAS NOT BILLED ON THIS INVOICE."
               GO TO 2000-CREDIT-MEMO-EXIT
           END-IF.
           DISPLAY "REASON (G=GLASS S=SIZE D=DAMAGED W=WORKMANSHIP "
               "O=OTHER) : ".
           ACCEPT WS-RETURN-REASON.
           IF NOT RETURN-REASON-VALID
               DISPLAY "REASON MUST BE G, S, D, W OR O."
               GO TO 2000-CREDIT-MEMO-EXIT
           END-IF.
           DISPLAY "CREDIT AMOUNT, VAT INCLUSIVE (UP TO P"
               WS-CREDITABLE ") : P".
           ACCEPT WS-CREDIT-AMOUNT.
           IF WS-CREDIT-AMOUNT = ZERO
               DISPLAY "NOTHING CREDITED."
               GO TO 2000-CREDIT-MEMO-EXIT
           END-IF.
           IF WS-CREDIT-AMOUNT > WS-CREDITABLE
               DISPLAY "CREDIT EXCEEDS WHAT IS LEFT ON THE INVOICE - "
                   "NOT ISSUED."
               GO TO 2000-CREDIT-MEMO-EXIT
           END-IF.
           COMPUTE WS-CREDIT-VAT ROUNDED = WS-CREDIT-AMOUNT * 12 / 112.
           COMPUTE WS-CREDIT-BASE = WS-CREDIT-AMOUNT - WS-CREDIT-VAT.
           IF WS-BALANCE-DUE <= ZERO
               MOVE ZERO TO WS-BALANCE-CANCELLED
           ELSE IF WS-CREDIT-AMOUNT > WS-BALANCE-DUE
               MOVE WS-BALANCE-DUE TO WS-BALANCE-CANCELLED
           ELSE
               MOVE WS-CREDIT-AMOUNT TO WS-BALANCE-CANCELLED
           END-IF.
           COMPUTE WS-REFUND-AMOUNT =
               WS-CREDIT-AMOUNT - WS-BALANCE-CANCELLED.
           DISPLAY "VAT REVERSED : P" WS-CREDIT-VAT
               "  BALANCE CANCELLED : P" WS-BALANCE-CANCELLED
               "  REFUND : P" WS-REFUND-AMOUNT.
           DISPLAY "ISSUE THE CREDIT MEMO (Y/N) : ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "NOTHING ISSUED."
               GO TO 2000-CREDIT-MEMO-EXIT
           END-IF.
           PERFORM 7400-TAKE-NEXT-CM-NUMBER.
           PERFORM 2100-WRITE-CREDIT-MEMO.
           IF WS-BALANCE-CANCELLED > ZERO
               PERFORM 2200-WRITE-CREDIT-APPLIED
           END-IF.
           PERFORM 2300-PRINT-CREDIT-MEMO.
           DISPLAY "CREDIT MEMO NO. " WS-CM-NUMBER " PRINTED - PAY "
               "OUT P" WS-REFUND-AMOUNT " FROM THE TILL.".
       2000-CREDIT-MEMO-EXIT.
           EXIT.

       2100-WRITE-CREDIT-MEMO.
           OPEN EXTEND CREDIT-MEMO-FILE.
           IF WS-CMREG-STATUS = "35"
               OPEN OUTPUT CREDIT-MEMO-FILE
               CLOSE CREDIT-MEMO-FILE
               OPEN EXTEND CREDIT-MEMO-FILE
           END-IF.
           PERFORM CHECK-CMREG-STATUS.
           MOVE WS-CM-NUMBER TO CM-NUMBER.
           MOVE WS-TODAY TO CM-DATE.
           MOVE WS-LOOKUP-INVOICE TO CM-INVOICE-NO.
           MOVE WS-INV-CUST-NUMBER TO CM-CUST-NUMBER.
           MOVE WS-LOOKUP-JOB TO CM-JOB-NUMBER.
           MOVE WS-RETURNED-TYPE TO CM-JOB-TYPE.
           MOVE WS-RETURN-REASON TO CM-REASON.
           MOVE WS-CREDIT-AMOUNT TO CM-CREDIT-TOTAL.
           MOVE WS-CREDIT-VAT TO CM-VAT-AMOUNT.
           MOVE WS-BALANCE-CANCELLED TO CM-BALANCE-CANCELLED.
           MOVE WS-REFUND-AMOUNT TO CM-REFUND-AMOUNT.
           MOVE WS-OPERATOR-ID TO CM-KEYED-BY.
           WRITE CM-REC.
           PERFORM CHECK-CMREG-STATUS.
           CLOSE CREDIT-MEMO-FILE.

       2200-WRITE-CREDIT-APPLIED.
           OPEN EXTEND JOB-PAY-FILE.
           IF WS-JPAY-STATUS = "35"
               OPEN OUTPUT JOB-PAY-FILE
               CLOSE JOB-PAY-FILE
               OPEN EXTEND JOB-PAY-FILE
           END-IF.
           PERFORM CHECK-JPAY-STATUS.
           MOVE WS-LOOKUP-INVOICE TO JPAY-INVOICE-NO.
           MOVE WS-TODAY TO JPAY-DATE.
           MOVE "C" TO JPAY-TYPE.
           MOVE WS-BALANCE-CANCELLED TO JPAY-AMOUNT.
           WRITE JPAY-REC.
           PERFORM CHECK-JPAY-STATUS.
           CLOSE JOB-PAY-FILE.

      ******************************************************************
      * 2300-PRINT-CREDIT-MEMO - the numbered document the customer
      * signs for, appended to CMPRINT the way invoices append to
      * INVPRINT.
      ******************************************************************
       2300-PRINT-CREDIT-MEMO.
           OPEN EXTEND CM-PRINT-FILE.
           IF WS-CMPRT-STATUS = "35"
               OPEN OUTPUT CM-PRINT-FILE
               CLOSE CM-PRINT-FILE
               OPEN EXTEND CM-PRINT-FILE
           END-IF.
           PERFORM CHECK-CMPRT-STATUS.
           MOVE CM-DASH-LINE TO CM-PRINT-REC.
           WRITE CM-PRINT-REC.
           MOVE SPACES TO CM-PRINT-REC.
           STRING "CREDIT MEMO NO. " DELIMITED BY SIZE
               WS-CM-NUMBER DELIMITED BY SIZE
               "   DATE " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO CM-PRINT-REC.
           WRITE CM-PRINT-REC.
           MOVE SPACES TO CM-PRINT-REC.
           STRING "AGAINST SALES INVOICE NO. " DELIMITED BY SIZE
               WS-LOOKUP-INVOICE DELIMITED BY SIZE
               " OF " DELIMITED BY SIZE
               WS-INV-DATE DELIMITED BY SIZE
               "  CUSTOMER NO. " DELIMITED BY SIZE
               WS-INV-CUST-NUMBER DELIMITED BY SIZE
               INTO CM-PRINT-REC.
           WRITE CM-PRINT-REC.
           MOVE SPACES TO CM-PRINT-REC.
           STRING "FRAME RETURNED - JOB NO. " DELIMITED BY SIZE
               WS-LOOKUP-JOB DELIMITED BY SIZE
               "  TYPE " DELIMITED BY SIZE
               WS-RETURNED-TYPE DELIMITED BY SIZE
               "  REASON " DELIMITED BY SIZE
               WS-RETURN-REASON DELIMITED BY SIZE
               INTO CM-PRINT-REC.
           WRITE CM-PRINT-REC.
           MOVE SPACES TO CM-PRINT-REC.
           STRING "CREDIT (VAT INCLUSIVE)      : P" DELIMITED BY SIZE
               WS-CREDIT-AMOUNT DELIMITED BY SIZE
               INTO CM-PRINT-REC.
           WRITE CM-PRINT-REC.
           MOVE SPACES TO CM-PRINT-REC.
           STRING "VATABLE AMOUNT CREDITED     : P" DELIMITED BY SIZE
               WS-CREDIT-BASE DELIMITED BY SIZE
               INTO CM-PRINT-REC.
           WRITE CM-PRINT-REC.
           MOVE SPACES TO CM-PRINT-REC.
           STRING "VALUE ADDED TAX CREDITED    : P" DELIMITED BY SIZE
               WS-CREDIT-VAT DELIMITED BY SIZE
               INTO CM-PRINT-REC.
           WRITE CM-PRINT-REC.
           MOVE SPACES TO CM-PRINT-REC.
           STRING "APPLIED TO BALANCE OWING    : P" DELIMITED BY SIZE
               WS-BALANCE-CANCELLED DELIMITED BY SIZE
               INTO CM-PRINT-REC.
           WRITE CM-PRINT-REC.
           MOVE SPACES TO CM-PRINT-REC.
           STRING "REFUNDED TO THE CUSTOMER    : P" DELIMITED BY SIZE
               WS-REFUND-AMOUNT DELIMITED BY SIZE
               INTO CM-PRINT-REC.
           WRITE CM-PRINT-REC.
           MOVE SPACES TO CM-PRINT-REC.
           STRING "ISSUED BY " DELIMITED BY SIZE
               WS-OPERATOR-ID DELIMITED BY SIZE
               "   RECEIVED BY ______________________"
               DELIMITED BY SIZE
               INTO CM-PRINT-REC.
           WRITE CM-PRINT-REC.
           CLOSE CM-PRINT-FILE.

      ******************************************************************
      * 3000-REMAKE-JOB - the returned frame is built again at no
      * charge under a new job number carrying the original's, from
      * the original's specification.  Only a frame the shop has
      * finished (ready or picked up) can come back for a remake.
      ******************************************************************
       3000-REMAKE-JOB.
           DISPLAY "JOB NUMBER OF THE FRAME RETURNED : ".
           ACCEPT WS-LOOKUP-JOB.
           PERFORM 7300-FIND-JOB.
           IF JOB-NOT-FOUND
               DISPLAY "JOB NUMBER NOT ON FILE."
               GO TO 3000-REMAKE-JOB-EXIT
           END-IF.
           MOVE WS-SAVED-JOB-REC TO JOB-REC.
           IF NOT JOB-READY AND NOT JOB-PICKED-UP
               DISPLAY "JOB IS AT STAGE " JOB-STATUS
                   " - ONLY A FINISHED FRAME CAN BE REMADE."
               GO TO 3000-REMAKE-JOB-EXIT
           END-IF.
           IF JOB-REMAKE-OF = ZERO
               MOVE JOB-NUMBER TO WS-ORIGINAL-JOB
           ELSE
               MOVE JOB-REMAKE-OF TO WS-ORIGINAL-JOB
           END-IF.
           DISPLAY "REASON (G=GLASS S=SIZE D=DAMAGED W=WORKMANSHIP "
               "O=OTHER) : ".
           ACCEPT WS-RETURN-REASON.
           IF NOT RETURN-REASON-VALID
               DISPLAY "REASON MUST BE G, S, D, W OR O."
               GO TO 3000-REMAKE-JOB-EXIT
           END-IF.
           DISPLAY "PROMISE DATE (YYYYMMDD) : ".
           ACCEPT WS-PROMISE-DATE-IN.
           MOVE "V" TO DC-FUNCTION.
           MOVE WS-PROMISE-DATE-IN TO DC-DATE-1.
           CALL "DATECALC" USING DATE-CALC-AREA.
           IF DC-VALID-FLAG NOT = "Y" OR
               WS-PROMISE-DATE-IN < WS-TODAY
               DISPLAY "PROMISE DATE MUST BE A REAL DATE FROM TODAY "
                   "ON."
               GO TO 3000-REMAKE-JOB-EXIT
           END-IF.
           OPEN I-O STOCK-FILE.
           IF WS-STOCK-STATUS = "35"
               DISPLAY "NO STOCK FILE ON HAND - REMAKE NOT OPENED."
               GO TO 3000-REMAKE-JOB-EXIT
           END-IF.
           PERFORM CHECK-STOCK-STATUS.
           PERFORM 3100-BUILD-REMAKE.
           PERFORM 3200-DRAW-DOWN-STOCK.
           CLOSE STOCK-FILE.
           MOVE WS-MATERIAL-COST TO JOB-MATERIAL-COST.
           OPEN EXTEND JOB-FILE.
           PERFORM CHECK-JOB-STATUS.
           WRITE JOB-REC.
           PERFORM CHECK-JOB-STATUS.
           CLOSE JOB-FILE.
           DISPLAY "REMAKE JOB NO. " WS-JOB-NUMBER " OPENED FOR "
               "ORIGINAL JOB " WS-ORIGINAL-JOB " - MATERIAL COST P"
               WS-MATERIAL-COST.
       3000-REMAKE-JOB-EXIT.
           EXIT.

      * THE REMAKE KEEPS THE FRAME'S SPECIFICATION, CUSTOMER, RUSH
      * FLAG AND INVOICE, BUT CHARGES NOTHING.
       3100-BUILD-REMAKE.
           PERFORM 7500-TAKE-NEXT-JOB-NUMBER.
           MOVE WS-SAVED-JOB-REC TO JOB-REC.
           MOVE WS-TODAY TO JOB-ORDER-DATE.
           ACCEPT JOB-ORDER-TIME FROM TIME.
           MOVE ZERO TO JOB-FRAME-COST JOB-COLOR-COST
               JOB-CARDBOARD-COST JOB-GLASS-COST JOB-CROWN-COST
               JOB-INSURANCE-COST JOB-RUSH-SURCHARGE
               JOB-FRAME-TOTAL JOB-ORDER-TOTAL.
           MOVE WS-JOB-NUMBER TO JOB-NUMBER.
           MOVE "O" TO JOB-STATUS.
           MOVE WS-TODAY TO JOB-STATUS-DATE.
           MOVE WS-PROMISE-DATE-IN TO JOB-PROMISE-DATE.
           MOVE ZERO TO JOB-CUT-DATE.
           MOVE WS-ORIGINAL-JOB TO JOB-REMAKE-OF.
           MOVE WS-RETURN-REASON TO JOB-REMAKE-REASON.
      * THE REMAKE'S DATE IS KEYED HERE, NOT OFFERED OFF CAPACITY.
           MOVE ZERO TO JOB-CAPACITY-DATE.
           MOVE SPACES TO JOB-OVERRIDE-REASON.

      ******************************************************************
      * 3200-DRAW-DOWN-STOCK - the remake consumes the same materials
      * as a new frame of its size and type, drawn and costed the
      * way the order screen draws them.
      ******************************************************************
       3200-DRAW-DOWN-STOCK.
           MOVE ZERO TO WS-MATERIAL-COST.
           COMPUTE WS-SUM-INCHES = JOB-HEIGHT + JOB-WIDTH.
           IF JOB-TYPE = "A"
               MOVE "MOULDR" TO WS-STK-ITEM
           ELSE
               MOVE "MOULDF" TO WS-STK-ITEM
           END-IF.
           MOVE WS-SUM-INCHES TO WS-STK-QTY.
           MOVE "Y" TO WS-COST-ONLY-SWITCH.
           PERFORM 3210-DRAW-ONE-ITEM.
           MOVE "N" TO WS-COST-ONLY-SWITCH.
           IF JOB-GLASS > ZERO
               MOVE "GLASS " TO WS-STK-ITEM
               MOVE JOB-GLASS TO WS-STK-QTY
               PERFORM 3210-DRAW-ONE-ITEM
           END-IF.
           IF JOB-CARDBOARD > ZERO
               MOVE "CARDBD" TO WS-STK-ITEM
               MOVE JOB-CARDBOARD TO WS-STK-QTY
               PERFORM 3210-DRAW-ONE-ITEM
           END-IF.
           IF JOB-CROWN > ZERO
               MOVE "CROWN " TO WS-STK-ITEM
               MOVE JOB-CROWN TO WS-STK-QTY
               PERFORM 3210-DRAW-ONE-ITEM
           END-IF.

       3210-DRAW-ONE-ITEM.
           MOVE WS-STK-ITEM TO STK-ITEM-CODE.
           READ STOCK-FILE KEY IS STK-ITEM-CODE
               INVALID KEY
                   DISPLAY "ITEM " WS-STK-ITEM " NOT ON THE STOCK FILE"
               NOT INVALID KEY
                   IF NOT COST-ONLY
                       SUBTRACT WS-STK-QTY FROM STK-QTY-ON-HAND
                       REWRITE STK-REC
                   END-IF
                   COMPUTE WS-MATERIAL-COST =
                       WS-MATERIAL-COST +
                       (WS-STK-QTY * STK-UNIT-COST)
                   IF STK-QTY-ON-HAND <= STK-REORDER-POINT
                       DISPLAY "REORDER " WS-STK-ITEM " - ON HAND "
                           STK-QTY-ON-HAND
                   END-IF
           END-READ.

      ******************************************************************
      * 7000-FIND-INVOICE - hunts INVREG for WS-LOOKUP-INVOICE,
      * leaving its date, customer and total.
      ******************************************************************
       7000-FIND-INVOICE.
           MOVE "N" TO WS-INV-FOUND-SWITCH.
           MOVE "N" TO WS-EOF.
           OPEN INPUT INV-REGISTER-FILE.
           IF WS-INVREG-STATUS = "35"
               MOVE "Y" TO WS-EOF
           ELSE
               PERFORM CHECK-INVREG-STATUS
           END-IF.
           PERFORM 7010-HUNT-INVOICE THRU 7010-HUNT-INVOICE-EXIT
               UNTIL WS-EOF = "Y" OR INVOICE-FOUND.
           IF WS-INVREG-STATUS = "00" OR WS-INVREG-STATUS = "10"
               CLOSE INV-REGISTER-FILE
           END-IF.

       7010-HUNT-INVOICE.
           READ INV-REGISTER-FILE
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   IF IREG-INVOICE-NO = WS-LOOKUP-INVOICE
                       SET INVOICE-FOUND TO TRUE
                       MOVE IREG-DATE TO WS-INV-DATE
                       MOVE IREG-CUST-NUMBER TO WS-INV-CUST-NUMBER
                       MOVE IREG-ORDER-TOTAL TO WS-INVOICE-TOTAL
                   END-IF
           END-READ.
       7010-HUNT-INVOICE-EXIT.
           EXIT.

      ******************************************************************
      * 7100-SUM-PAYMENTS - every JOBPAY row against the invoice,
      * credits already applied included, as the open-balance report
      * sums them.
      ******************************************************************
       7100-SUM-PAYMENTS.
           MOVE ZERO TO WS-PAID-TOTAL.
           MOVE "N" TO WS-EOF.
           OPEN INPUT JOB-PAY-FILE.
           IF WS-JPAY-STATUS = "35"
               MOVE "Y" TO WS-EOF
           ELSE
               PERFORM CHECK-JPAY-STATUS
           END-IF.
           PERFORM 7110-SUM-ONE-PAYMENT THRU 7110-SUM-ONE-PAYMENT-EXIT
               UNTIL WS-EOF = "Y".
           IF WS-JPAY-STATUS = "00" OR WS-JPAY-STATUS = "10"
               CLOSE JOB-PAY-FILE
           END-IF.

       7110-SUM-ONE-PAYMENT.
           READ JOB-PAY-FILE
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   IF JPAY-INVOICE-NO = WS-LOOKUP-INVOICE
                       ADD JPAY-AMOUNT TO WS-PAID-TOTAL
                   END-IF
           END-READ.
       7110-SUM-ONE-PAYMENT-EXIT.
           EXIT.

       7200-SUM-PRIOR-CREDITS.
           MOVE ZERO TO WS-PRIOR-CREDITS.
           MOVE "N" TO WS-EOF.
           OPEN INPUT CREDIT-MEMO-FILE.
           IF WS-CMREG-STATUS = "35"
               MOVE "Y" TO WS-EOF
           ELSE
               PERFORM CHECK-CMREG-STATUS
           END-IF.
           PERFORM 7210-SUM-ONE-CREDIT THRU 7210-SUM-ONE-CREDIT-EXIT
               UNTIL WS-EOF = "Y".
           IF WS-CMREG-STATUS = "00" OR WS-CMREG-STATUS = "10"
               CLOSE CREDIT-MEMO-FILE
           END-IF.

       7210-SUM-ONE-CREDIT.
           READ CREDIT-MEMO-FILE
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   IF CM-INVOICE-NO = WS-LOOKUP-INVOICE
                       ADD CM-CREDIT-TOTAL TO WS-PRIOR-CREDITS
                   END-IF
           END-READ.
       7210-SUM-ONE-CREDIT-EXIT.
           EXIT.

      ******************************************************************
      * 7300-FIND-JOB - hunts JOBFILE for WS-LOOKUP-JOB, keeping the
      * whole row in WS-SAVED-JOB-REC.
      ******************************************************************
       7300-FIND-JOB.
           MOVE "N" TO WS-JOB-FOUND-SWITCH.
           MOVE "N" TO WS-EOF.
           OPEN INPUT JOB-FILE.
           IF WS-JOB-STATUS = "35"
               MOVE "Y" TO WS-EOF
           ELSE
               PERFORM CHECK-JOB-STATUS
           END-IF.
           PERFORM 7310-HUNT-JOB THRU 7310-HUNT-JOB-EXIT
               UNTIL WS-EOF = "Y" OR JOB-FOUND.
           IF WS-JOB-STATUS = "00" OR WS-JOB-STATUS = "10"
               CLOSE JOB-FILE
           END-IF.

       7310-HUNT-JOB.
           READ JOB-FILE
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   IF JOB-NUMBER = WS-LOOKUP-JOB
                       SET JOB-FOUND TO TRUE
                       MOVE JOB-REC TO WS-SAVED-JOB-REC
                       MOVE JOB-TYPE TO WS-RETURNED-TYPE
                       MOVE JOB-INVOICE-NO TO WS-RETURNED-INVOICE
                   END-IF
           END-READ.
       7310-HUNT-JOB-EXIT.
           EXIT.

      ******************************************************************
      * 7400-TAKE-NEXT-CM-NUMBER / 7500-TAKE-NEXT-JOB-NUMBER - read
      * the next serial off the control file and write the control
      * record back incremented, seeding at 1 on first use.
      ******************************************************************
       7400-TAKE-NEXT-CM-NUMBER.
           OPEN INPUT CM-CONTROL-FILE.
           IF WS-CMCTL-STATUS = "35"
               MOVE 1 TO WS-CM-NUMBER
           ELSE
               READ CM-CONTROL-FILE
                   AT END
                       MOVE 1 TO WS-CM-NUMBER
                   NOT AT END
                       MOVE CM-NEXT-NUMBER TO WS-CM-NUMBER
               END-READ
               CLOSE CM-CONTROL-FILE
           END-IF.
           OPEN OUTPUT CM-CONTROL-FILE.
           COMPUTE CM-NEXT-NUMBER = WS-CM-NUMBER + 1.
           WRITE CM-CONTROL-REC.
           CLOSE CM-CONTROL-FILE.

       7500-TAKE-NEXT-JOB-NUMBER.
           OPEN INPUT JOB-CONTROL-FILE.
           IF WS-JOBCTL-STATUS = "35"
               MOVE 1 TO WS-JOB-NUMBER
           ELSE
               READ JOB-CONTROL-FILE
                   AT END
                       MOVE 1 TO WS-JOB-NUMBER
                   NOT AT END
                       MOVE JOB-NEXT-NUMBER TO WS-JOB-NUMBER
               END-READ
               CLOSE JOB-CONTROL-FILE
           END-IF.
           OPEN OUTPUT JOB-CONTROL-FILE.
           COMPUTE JOB-NEXT-NUMBER = WS-JOB-NUMBER + 1.
           WRITE JOB-CONTROL-REC.
           CLOSE JOB-CONTROL-FILE.

      ******************************************************************
      * ABEND-FILE-ERROR - common stop point for any file operation
      * that comes back with a status this program was not already
      * expecting to handle.
      ******************************************************************
       ABEND-FILE-ERROR.
           DISPLAY "*** FILE ERROR ON " WS-ERR-FILE-NAME.
           DISPLAY "*** FILE STATUS = " WS-ERR-STATUS.
           DISPLAY "RETURNS RUN TERMINATED - SEE FILE STATUS ABOVE.".
           STOP RUN.

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

       CHECK-CMPRT-STATUS.
           IF WS-CMPRT-STATUS NOT = "00"
               MOVE "CM-PRINT-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-CMPRT-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-JOB-STATUS.
           IF WS-JOB-STATUS NOT = "00"
               MOVE "JOB-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-JOB-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-STOCK-STATUS.
           IF WS-STOCK-STATUS NOT = "00"
               MOVE "STOCK-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-STOCK-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       END PROGRAM FRETURN.
