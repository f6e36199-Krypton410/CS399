      *          insurance surcharge on oversized frames and an
      *          optional rush-order surcharge, then rolls every frame
      *          into a running order total and a permanent job file.
      *          Prices come off the effective-dated PRICETAB table
      *          (PRICELKP) as in force on the order date, or on the
      *          quote date when a quote converts.  Moulding is
      *          costed per job but drawn off stock by the cut-list
      *          run (CUTLIST) a stick at a time.  The promise
      *          date is offered off the shop's capacity (CAPCALC) -
      *          the earliest day the work queue can take the frame,
      *          rush frames ahead of ordinary work - and can only be
      *          overridden with a reason.  A charge-account
      *          customer orders without a down payment, within a
      *          credit limit a supervisor alone can let an order
      *          past.  No down payment is taken while the day's
      *          month is closed on PERIODCTL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           RECORD KEY IS STK-ITEM-CODE
           FILE STATUS IS WS-STOCK-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO "OPERTAB"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-OPER-STATUS.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************

       COPY "STKREC.cpy".

      ******************************************************************
      * OPERATOR-FILE - the shared OPERTAB sign-on table; a supervisor
      * proves ID and password off it to let a charge order past its
      * credit limit.
      ******************************************************************
       FD OPERATOR-FILE
           DATA RECORD IS OPER-REC.

       COPY "OPERREC.cpy".

       WORKING-STORAGE SECTION.
       01 WS-JOB-STATUS PIC X(2).
       01 WS-CUST-STATUS PIC X(2).
           88 CUSTOMER-FOUND VALUE "Y".
           88 CUSTOMER-NOT-FOUND VALUE "N".

      ******************************************************************
      * CHARGE ACCOUNT FIELDS - A CHARGE CUSTOMER ORDERS WITHOUT A
      * DOWN PAYMENT, BUT A FRAME THAT WOULD TAKE WHAT THE ACCOUNT
      * OWES (ACCTBAL) PLUS THE ORDER IN HAND PAST THE CREDIT LIMIT
      * IS REFUSED UNLESS IT IS REFERRED TO A SUPERVISOR WHO PROVES
      * ID AND PASSWORD OFF OPERTAB ON THE SPOT.
      ******************************************************************
       COPY "ABLREC.cpy".
       01 WS-EXPOSURE PIC S9(9) VALUE ZERO.
       01 WS-OVER-LIMIT PIC 9(9) VALUE ZERO.
       01 WS-CREDIT-SWITCH PIC X VALUE "Y".
           88 CREDIT-OK VALUE "Y".
           88 CREDIT-REFUSED VALUE "N".
       01 WS-REFER-IN PIC X VALUE "N".
       01 WS-INV-ON-ACCOUNT PIC X VALUE "N".
           88 INVOICE-ON-ACCOUNT VALUE "Y".
       01 WS-OPER-STATUS PIC X(2).
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

      ******************************************************************
      * INVOICE WORKING FIELDS - EVERY FRAME COSTED THIS SESSION IS
      * BANKED INTO THE ORDER-LINES TABLE SO THE INVOICE CAN REPLAY
       01 WS-STK-ITEM PIC X(6) VALUE SPACES.
       01 WS-STK-QTY PIC 9(5) VALUE ZERO.
       01 WS-MATERIAL-COST PIC 9(7)V99 VALUE ZERO.
       01 WS-COST-ONLY-SWITCH PIC X VALUE "N".
           88 COST-ONLY VALUE "Y".
       01 WS-ORDER-DATE PIC 9(8).
       01 WS-ORDER-TIME PIC 9(8).

       01 WS-JOBCTL-STATUS PIC X(2).
       01 WS-JOB-NUMBER PIC 9(6) VALUE ZERO.
       01 WS-PROMISE-DATE-IN PIC 9(8) VALUE ZERO.
      * THE PROMISE DATE IS OFFERED OFF THE SHOP'S CAPACITY (CAPCALC):
      * THE EARLIEST DAY THE WORK QUEUE CAN TAKE THE FRAME.  THE CLERK
      * TAKES IT WITH A ZERO OR KEYS ANOTHER DATE WITH A REASON.
       COPY "CAPCREC.cpy".
       COPY "DCALCREC.cpy".
       01 WS-CAPACITY-DATE PIC 9(8) VALUE ZERO.
       01 WS-OVERRIDE-REASON PIC X(20) VALUE SPACES.
       01 WS-PROMISE-SWITCH PIC X VALUE "N".
           88 PROMISE-TAKEN VALUE "Y".
       01 WS-STAMP-EOF PIC X VALUE "N".
       01 WS-STAMP-LINE-NO PIC 99 VALUE ZERO.

       01 CHOICE PIC X.

      ******************************************************************
      * SHOP PRICES - NO LONGER FIXED HERE BUT TAKEN OFF THE PRICETAB
      * PRICE TABLE THROUGH PRICELKP, AS IN FORCE ON WS-PRICE-DATE:
      * THE ORDER DATE FOR A KEYED ORDER OR QUOTE, THE QUOTE'S OWN
      * QUO-DATE WHEN A QUOTE CONVERTS, SO A CUSTOMER IS HELD TO THE
      * PRICE THEY WERE QUOTED.  OVERSIZE GLASS INSURANCE IS A FLAT
      * CHARGE, MANDATORY WHEN HEIGHT OR WIDTH EXCEEDS
      * WS-OVERSIZE-THRESHOLD; THE RUSH SURCHARGE IS A PERCENT OF THE
      * ORDER SUBTOTAL.
      ******************************************************************
       01 WS-PRICE-DATE PIC 9(8) VALUE ZERO.
       COPY "PRCLREC.cpy".
       01 WS-COLOR-RATE PIC 9(5)V99 VALUE ZERO.
       01 WS-REGULAR-RATE PIC 9(5)V99 VALUE ZERO.
       01 WS-FANCY-RATE PIC 9(5)V99 VALUE ZERO.
       01 WS-CARDBOARD-RATE PIC 9(5)V99 VALUE ZERO.
       01 WS-GLASS-RATE PIC 9(5)V99 VALUE ZERO.
       01 WS-CROWN-RATE PIC 9(5)V99 VALUE ZERO.
       01 WS-RUSH-PERCENT PIC V9(4) VALUE ZERO.
       01 WS-INSURANCE-FLAT PIC 9(5)V99 VALUE ZERO.
       01 WS-OVERSIZE-THRESHOLD PIC 99 VALUE ZERO.

       01 WS-SUM-INCHES PIC 9(4).
       01 WS-FRAME-RATE PIC 9(5)V99.
       01 WS-FRAME-COST PIC 9(5).
       01 WS-COLOR-COST PIC 9(5) VALUE ZERO.
       01 WS-CARDBOARD-COST PIC 9(5).
       01 WS-SUBTOTAL PIC 9(6).
       01 WS-RUSH-SURCHARGE PIC 9(5) VALUE ZERO.

      * PARAMETER AREA FOR THE SHARED PERDCHK POSTING PERIOD ROUTINE.
       COPY "PDCREC.cpy".

       LINKAGE SECTION.
       01 PARAMETRES.
           02 PA-RETURN-CODE PIC 99 VALUE 0.
           ACCEPT CROWN LINE 17 COL 40.
           ACCEPT RUSH-ORDER LINE 19 COL 40.
           IF WS-ENTRY-MODE = "O"
               PERFORM TAKE-PROMISE-DATE
           END-IF.
           MOVE WS-ORDER-DATE TO WS-PRICE-DATE.
           IF WS-ENTRY-MODE = "Q"
      * THE QUOTE PRICES THROUGH THE SAME COST LOGIC BUT THE ORDER'S
      * RUNNING TOTAL IS PUT BACK AFTERWARD AND NOTHING IS WRITTEN
               PERFORM COMPUTE-FRAME-COST
               DISPLAY COST LINE 21 COL 21
               PERFORM SHOW-BREAKDOWN
               PERFORM CHECK-CREDIT-LIMIT THRU CHECK-CREDIT-LIMIT-EXIT
               IF CREDIT-OK
                   PERFORM WRITE-JOB-RECORD
               END-IF
           END-IF.

      ******************************************************************
      * running total (F-COST).
      ******************************************************************
       COMPUTE-FRAME-COST.
           PERFORM LOAD-PRICES-IN-FORCE.
           COMPUTE WS-SUM-INCHES = INCH-HEIGHT + INCH-WIDTH.
           IF FRAME-TYPE = "A"
               MOVE WS-REGULAR-RATE TO WS-FRAME-RATE
           ELSE
               MOVE WS-FANCY-RATE TO WS-FRAME-RATE
           END-IF.
           COMPUTE WS-FRAME-COST ROUNDED =
               WS-SUM-INCHES * WS-FRAME-RATE.
           IF WANT-COLOR
               COMPUTE WS-COLOR-COST ROUNDED =
                   WS-SUM-INCHES * WS-COLOR-RATE
           ELSE
               MOVE ZERO TO WS-COLOR-COST
           END-IF.
           COMPUTE WS-CARDBOARD-COST ROUNDED =
               WS-SUM-INCHES * WS-CARDBOARD-RATE * CARDBOARD.
           COMPUTE WS-GLASS-COST ROUNDED =
               WS-SUM-INCHES * WS-GLASS-RATE * GLASS.
           COMPUTE WS-CROWN-COST ROUNDED = CROWN * WS-CROWN-RATE.
           IF INCH-HEIGHT > WS-OVERSIZE-THRESHOLD OR
               INCH-WIDTH > WS-OVERSIZE-THRESHOLD
               COMPUTE WS-INSURANCE-COST ROUNDED = WS-INSURANCE-FLAT
           ELSE
               MOVE ZERO TO WS-INSURANCE-COST
           END-IF.
           COMPUTE COST = WS-SUBTOTAL + WS-RUSH-SURCHARGE.
           ADD COST TO F-COST.

      ******************************************************************
      * LOAD-PRICES-IN-FORCE - fetches the price list in force on
      * WS-PRICE-DATE off PRICETAB into the rate fields the costing
      * arithmetic uses.
      ******************************************************************
       LOAD-PRICES-IN-FORCE.
           MOVE WS-PRICE-DATE TO PCL-AS-OF-DATE.
           CALL "PRICELKP" USING PRICE-LOOKUP-AREA.
           MOVE PCL-REGULAR-RATE TO WS-REGULAR-RATE.
           MOVE PCL-FANCY-RATE TO WS-FANCY-RATE.
           MOVE PCL-COLOR-RATE TO WS-COLOR-RATE.
           MOVE PCL-CARDBOARD-RATE TO WS-CARDBOARD-RATE.
           MOVE PCL-GLASS-RATE TO WS-GLASS-RATE.
           MOVE PCL-CROWN-RATE TO WS-CROWN-RATE.
           COMPUTE WS-RUSH-PERCENT = PCL-RUSH-PERCENT / 100.
           MOVE PCL-INSURANCE-FLAT TO WS-INSURANCE-FLAT.
           MOVE PCL-OVERSIZE-THRESHOLD TO WS-OVERSIZE-THRESHOLD.

      ******************************************************************
      * SHOW-BREAKDOWN - itemized job-costing breakdown for the frame
      * just priced, plus the order's running total.
           MOVE WS-ORDER-DATE TO JOB-STATUS-DATE.
           MOVE WS-PROMISE-DATE-IN TO JOB-PROMISE-DATE.
           MOVE ZERO TO JOB-INVOICE-NO.
           MOVE ZERO TO JOB-CUT-DATE.
           MOVE ZERO TO JOB-REMAKE-OF.
           MOVE SPACE TO JOB-REMAKE-REASON.
           MOVE WS-CAPACITY-DATE TO JOB-CAPACITY-DATE.
           MOVE WS-OVERRIDE-REASON TO JOB-OVERRIDE-REASON.
      * THE STOCK DRAWS DOWN FIRST SO THE TRUE MATERIAL COST IT
      * BANKS CAN RIDE THE JOB ROW BEING WRITTEN.
           PERFORM DRAW-DOWN-STOCK.
           DISPLAY "JOB NO. " WS-JOB-NUMBER LINE 22 COL 40.
           PERFORM BANK-ORDER-LINE.

      ******************************************************************
      * TAKE-PROMISE-DATE - asks CAPCALC for the earliest day the work
      * queue can absorb this frame (a rush frame only queues behind
      * other rush work) and shows it above the promise date.  A zero
      * promise date takes it; any other date is an override and is
      * only accepted with a reason, which rides the job row beside
      * the date the shop could have made.  JOBFILE is closed around
      * the call so the routine can read it, frames already keyed
      * this session included.
      ******************************************************************
       TAKE-PROMISE-DATE.
           CLOSE JOB-FILE.
           MOVE FRAME-TYPE TO CPC-JOB-TYPE.
           MOVE RUSH-ORDER TO CPC-RUSH.
           MOVE WS-ORDER-DATE TO CPC-FROM-DATE.
           CALL "CAPCALC" USING CAPACITY-CHECK-AREA.
           OPEN EXTEND JOB-FILE.
           MOVE CPC-PROMISE-DATE TO WS-CAPACITY-DATE.
           DISPLAY "EARLIEST PROMISE DATE:" LINE 18 COL 12.
           DISPLAY WS-CAPACITY-DATE LINE 18 COL 40.
           IF CPC-FULL-FLAG = "Y"
               DISPLAY "(QUEUE FULL) 0 TAKES IT" LINE 18 COL 50
           ELSE
               DISPLAY "0 TAKES IT" LINE 18 COL 50
           END-IF.
           MOVE "N" TO WS-PROMISE-SWITCH.
           PERFORM ACCEPT-PROMISE-DATE THRU ACCEPT-PROMISE-DATE-EXIT
               UNTIL PROMISE-TAKEN.

       ACCEPT-PROMISE-DATE.
           MOVE SPACES TO WS-OVERRIDE-REASON.
           ACCEPT WS-PROMISE-DATE-IN LINE 20 COL 40.
           IF WS-PROMISE-DATE-IN = ZERO OR
               WS-PROMISE-DATE-IN = WS-CAPACITY-DATE
               MOVE WS-CAPACITY-DATE TO WS-PROMISE-DATE-IN
               SET PROMISE-TAKEN TO TRUE
               GO TO ACCEPT-PROMISE-DATE-EXIT
           END-IF.
           MOVE "V" TO DC-FUNCTION.
           MOVE WS-PROMISE-DATE-IN TO DC-DATE-1.
           CALL "DATECALC" USING DATE-CALC-AREA.
           IF DC-VALID-FLAG NOT = "Y" OR
               WS-PROMISE-DATE-IN < WS-ORDER-DATE
               DISPLAY "INVALID PROMISE DATE    " LINE 21 COL 40
               GO TO ACCEPT-PROMISE-DATE-EXIT
           END-IF.
           DISPLAY "OVERRIDE REASON:" LINE 21 COL 40.
           ACCEPT WS-OVERRIDE-REASON LINE 21 COL 57.
           IF WS-OVERRIDE-REASON = SPACES
               DISPLAY "A REASON IS REQUIRED    " LINE 21 COL 40
               GO TO ACCEPT-PROMISE-DATE-EXIT
           END-IF.
           SET PROMISE-TAKEN TO TRUE.
       ACCEPT-PROMISE-DATE-EXIT.
           EXIT.

      ******************************************************************
      * FETCH-OR-TAKE-CUSTOMER - looks the keyed customer number up
      * on the master; an unknown number is taken on the spot with
               MOVE WS-CUST-NUMBER-IN TO CUST-NUMBER
               MOVE WS-CUST-NAME-IN TO CUST-NAME
               MOVE WS-CUST-PHONE-IN TO CUST-PHONE
               MOVE "N" TO CUST-CHARGE-FLAG
               MOVE ZERO TO CUST-CREDIT-LIMIT
               WRITE CUST-REC
                   INVALID KEY
                       DISPLAY "CUSTOMER NOT SAVED" LINE 23 COL 40
               END-WRITE
           END-IF.

      ******************************************************************
      * CHECK-CREDIT-LIMIT - a charge customer's frame goes on account
      * only while what the account owes plus the order in hand
      * (this frame included) stays inside the credit limit.  Past
      * it the clerk refers the order to a supervisor, who approves
      * it on the spot, or the frame is refused and comes back off
      * the running total.  A counter customer is never checked.
      ******************************************************************
       CHECK-CREDIT-LIMIT.
           SET CREDIT-OK TO TRUE.
           MOVE WS-CUST-NUMBER-IN TO CUST-NUMBER.
           READ CUSTOMER-FILE KEY IS CUST-NUMBER
               INVALID KEY
                   GO TO CHECK-CREDIT-LIMIT-EXIT
           END-READ.
           IF NOT CUST-ON-ACCOUNT
               GO TO CHECK-CREDIT-LIMIT-EXIT
           END-IF.
           MOVE WS-CUST-NUMBER-IN TO ABL-CUST-NUMBER.
           MOVE 99999999 TO ABL-AS-OF-DATE.
           CALL "ACCTBAL" USING ACCOUNT-BALANCE-AREA.
           COMPUTE WS-EXPOSURE = ABL-BALANCE + F-COST.
           IF WS-EXPOSURE NOT > CUST-CREDIT-LIMIT
               GO TO CHECK-CREDIT-LIMIT-EXIT
           END-IF.
           COMPUTE WS-OVER-LIMIT = WS-EXPOSURE - CUST-CREDIT-LIMIT.
           DISPLAY "OVER CREDIT LIMIT BY P" LINE 22 COL 12.
           DISPLAY WS-OVER-LIMIT LINE 22 COL 34.
           DISPLAY "REFER (Y/N):" LINE 22 COL 45.
           ACCEPT WS-REFER-IN LINE 22 COL 58.
           IF WS-REFER-IN = "Y"
               PERFORM TAKE-APPROVER THRU TAKE-APPROVER-EXIT
               IF APPROVER-PROVED
                   DISPLAY "APPROVED BY " LINE 23 COL 12
                   DISPLAY WS-APPROVER-ID LINE 23 COL 24
                   GO TO CHECK-CREDIT-LIMIT-EXIT
               END-IF
           END-IF.
           SET CREDIT-REFUSED TO TRUE.
           SUBTRACT COST FROM F-COST.
           DISPLAY "FRAME REFUSED - OVER CREDIT LIMIT" LINE 23 COL 40.
       CHECK-CREDIT-LIMIT-EXIT.
           EXIT.

      ******************************************************************
      * TAKE-APPROVER - the supervisor keys ID and password.  The ID
      * must be an active, authorized operator on OPERTAB.
      ******************************************************************
       TAKE-APPROVER.
           SET APPROVER-NOT-PROVED TO TRUE.
           PERFORM LOAD-OPERATOR-TABLE.
           IF WS-OPER-COUNT = ZERO
               GO TO TAKE-APPROVER-EXIT
           END-IF.
           DISPLAY "SUPERVISOR ID:" LINE 23 COL 12.
           ACCEPT WS-APPROVER-ID LINE 23 COL 27.
           DISPLAY "PASSWORD:" LINE 23 COL 40.
           ACCEPT WS-APPROVER-PASSWORD LINE 23 COL 50.
           CALL "PWCODE" USING WS-APPROVER-PASSWORD
               WS-APPROVER-ENCODED.
           SET OP-IDX TO 1.
           PERFORM APPROVER-SCAN THRU APPROVER-SCAN-EXIT
               UNTIL OP-IDX > WS-OPER-COUNT OR APPROVER-PROVED.
       TAKE-APPROVER-EXIT.
           EXIT.

       APPROVER-SCAN.
           IF WS-APPROVER-ID = WS-OP-ID(OP-IDX) AND
               WS-APPROVER-ENCODED = WS-OP-PASSWORD(OP-IDX) AND
               WS-OP-ROLE(OP-IDX) = "A"
               SET APPROVER-PROVED TO TRUE
           ELSE
               SET OP-IDX UP BY 1
           END-IF.
       APPROVER-SCAN-EXIT.
           EXIT.

      ******************************************************************
      * LOAD-OPERATOR-TABLE - the active operators off OPERTAB; none
      * loaded when the table has never been set up.
      ******************************************************************
       LOAD-OPERATOR-TABLE.
           MOVE ZERO TO WS-OPER-COUNT.
           MOVE "N" TO WS-OPER-EOF.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPER-STATUS = "00"
               PERFORM LOAD-ONE-OPERATOR THRU LOAD-ONE-OPERATOR-EXIT
                   UNTIL WS-OPER-EOF = "Y"
               CLOSE OPERATOR-FILE
           END-IF.

       LOAD-ONE-OPERATOR.
           READ OPERATOR-FILE
               AT END
                   MOVE "Y" TO WS-OPER-EOF
                   GO TO LOAD-ONE-OPERATOR-EXIT
           END-READ.
           IF OPER-ACTIVE AND WS-OPER-COUNT < 20
               ADD 1 TO WS-OPER-COUNT
               MOVE OPER-ID TO WS-OP-ID(WS-OPER-COUNT)
               MOVE OPER-PASSWORD TO WS-OP-PASSWORD(WS-OPER-COUNT)
               MOVE OPER-ROLE TO WS-OP-ROLE(WS-OPER-COUNT)
           END-IF.
       LOAD-ONE-OPERATOR-EXIT.
           EXIT.

      ******************************************************************
      * BANK-ORDER-LINE - keeps this frame's breakdown in memory for
      * the invoice printed at order completion.  An order past the
      ******************************************************************
      * DRAW-DOWN-STOCK - the frame just written consumed moulding
      * inches (regular or fancy by type), glass panes, cardboard
      * sheets and crowns; each comes off the stock file.  Moulding
      * is only costed here - the cut-list run draws it off stock a
      * whole stick at a time as the sticks are actually cut.
      ******************************************************************
       DRAW-DOWN-STOCK.
           MOVE ZERO TO WS-MATERIAL-COST.
               MOVE "MOULDF" TO WS-STK-ITEM
           END-IF.
           MOVE WS-SUM-INCHES TO WS-STK-QTY.
           MOVE "Y" TO WS-COST-ONLY-SWITCH.
           PERFORM DRAW-ONE-ITEM.
           MOVE "N" TO WS-COST-ONLY-SWITCH.
           IF GLASS > ZERO
               MOVE "GLASS " TO WS-STK-ITEM
               MOVE GLASS TO WS-STK-QTY
                   DISPLAY "ITEM " WS-STK-ITEM " NOT ON THE STOCK "
                       "FILE" LINE 24 COL 12
               NOT INVALID KEY
                   IF NOT COST-ONLY
                       SUBTRACT WS-STK-QTY FROM STK-QTY-ON-HAND
                       REWRITE STK-REC
                   END-IF
                   COMPUTE WS-MATERIAL-COST =
                       WS-MATERIAL-COST +
                       (WS-STK-QTY * STK-UNIT-COST)
      ******************************************************************
       WRITE-DEFAULT-STOCK-FILE.
           OPEN OUTPUT STOCK-FILE.
           MOVE ZERO TO STK-LAST-COUNT-DATE.
           MOVE "CARDBD" TO STK-ITEM-CODE.
           MOVE "CARDBOARD SHEETS" TO STK-DESC.
           MOVE 300 TO STK-QTY-ON-HAND.
           MOVE QUO-CROWN TO CROWN.
           MOVE QUO-RUSH TO RUSH-ORDER.
           DISPLAY "PROMISE DATE (YYYYMMDD): " LINE 20 COL 12.
           PERFORM TAKE-PROMISE-DATE.
      * THE QUOTE IS HONORED AT THE PRICES IN FORCE WHEN IT WAS GIVEN.
           MOVE QUO-DATE TO WS-PRICE-DATE.
           PERFORM COMPUTE-FRAME-COST.
           DISPLAY COST LINE 21 COL 21.
           PERFORM SHOW-BREAKDOWN.
           PERFORM CHECK-CREDIT-LIMIT THRU CHECK-CREDIT-LIMIT-EXIT.
           IF CREDIT-REFUSED
               CLOSE QUOTE-FILE
               GO TO CONVERT-QUOTE-EXIT
           END-IF.
           PERFORM WRITE-JOB-RECORD.
           MOVE "C" TO QUO-STATUS.
           REWRITE QUO-REC.
           WRITE INV-PRINT-REC.
      * THE DEPOSIT TAKEN ON BIG ORDERS GOES ON THE BOOKS AND THE
      * INVOICE SHOWS WHAT IS PAID AND WHAT IS STILL OWING, INSTEAD
      * OF A NOTE STAPLED TO THE WORK TICKET.  A CHARGE CUSTOMER'S
      * ORDER GOES ON ACCOUNT WITH NO DEPOSIT, DUE OFF THE MONTHLY
      * STATEMENT.
           MOVE "N" TO WS-INV-ON-ACCOUNT.
           MOVE WS-INV-CUST-NUMBER TO CUST-NUMBER.
           READ CUSTOMER-FILE KEY IS CUST-NUMBER
               INVALID KEY
                   MOVE "N" TO WS-INV-ON-ACCOUNT
               NOT INVALID KEY
                   IF CUST-ON-ACCOUNT
                       MOVE "Y" TO WS-INV-ON-ACCOUNT
                   END-IF
           END-READ.
           IF INVOICE-ON-ACCOUNT
               MOVE ZERO TO WS-DOWN-PAYMENT-IN
           ELSE
               DISPLAY "DOWN PAYMENT RECEIVED (0 IF NONE) : P"
               ACCEPT WS-DOWN-PAYMENT-IN
           END-IF.
           IF WS-DOWN-PAYMENT-IN > F-COST
               DISPLAY "DEPOSIT EXCEEDS THE ORDER TOTAL - NOT TAKEN."
               MOVE ZERO TO WS-DOWN-PAYMENT-IN
           END-IF.
           MOVE WS-ORDER-DATE TO PDC-DATE.
           CALL "PERDCHK" USING PERIOD-CHECK-AREA.
           IF WS-DOWN-PAYMENT-IN > ZERO AND PDC-PERIOD-CLOSED
               DISPLAY "THIS MONTH IS CLOSED FOR POSTING - DEPOSIT "
                   "NOT TAKEN."
               MOVE ZERO TO WS-DOWN-PAYMENT-IN
           END-IF.
           IF WS-DOWN-PAYMENT-IN > ZERO
               MOVE "D" TO WS-JPAY-TYPE
               MOVE WS-DOWN-PAYMENT-IN TO WS-JPAY-AMOUNT
               INTO INV-PRINT-REC.
           WRITE INV-PRINT-REC.
           MOVE SPACES TO INV-PRINT-REC.
           IF INVOICE-ON-ACCOUNT
               STRING "CHARGED TO ACCOUNT          : P"
                   DELIMITED BY SIZE
                   WS-BALANCE-DUE DELIMITED BY SIZE
                   INTO INV-PRINT-REC
           ELSE
               STRING "BALANCE DUE AT PICKUP       : P"
                   DELIMITED BY SIZE
                   WS-BALANCE-DUE DELIMITED BY SIZE
                   INTO INV-PRINT-REC
           END-IF.
           WRITE INV-PRINT-REC.
           CLOSE INV-PRINT-FILE.
           PERFORM WRITE-INVOICE-REGISTER.
