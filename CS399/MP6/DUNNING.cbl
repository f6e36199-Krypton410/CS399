      ******************************************************************
      * Author:
      * Date:
      * Purpose: Delinquency demand letter cycle - the written demands
      *          the law expects before a lot is levied.  The letter
      *          run takes every lot with TAXLEDG balances past the
      *          grace period (bills on a compliant PLANFILE plan are
      *          left alone, as the aging run does) and moves it one
      *          stage along: a first reminder, then a second notice,
      *          then a final demand, a stage only once the waiting
      *          period quoted on the last letter has run.  Each
      *          letter is logged per lot on DUNFILE and printed on
      *          DUNLTR in postal-route order off ADDRFILE, ready for
      *          the mail bag.  The service desk records the date
      *          each letter was acknowledged and who signed for it,
      *          and the dunning register on DUNRPT shows every
      *          letter, its service, and the final demands that have
      *          lapsed and may go to the levy run.  A lot that
      *          settles has its cycle closed, so a later delinquency
      *          starts over at the first reminder.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUNNING.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT LEDGER-FILE
           ASSIGN TO "TAXLEDG"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS LEDG-KEY
           FILE STATUS IS WS-LEDG-STATUS.

       SELECT PLAN-FILE
           ASSIGN TO "PLANFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PLAN-KEY
           FILE STATUS IS WS-PLAN-STATUS.

       SELECT MASTER-FILE
           ASSIGN TO WS-MASTER-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LOT_NUMBER_OUT
           ALTERNATE RECORD KEY IS OWNER_NAME_OUT WITH DUPLICATES
           FILE STATUS IS WS-MASTER-STATUS.

       SELECT ADDRESS-FILE
           ASSIGN TO "ADDRFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ADDR-OWNER-NAME
           FILE STATUS IS WS-ADDR-STATUS.

       SELECT DUNNING-FILE
           ASSIGN TO "DUNFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DUN-KEY
           FILE STATUS IS WS-DUN-STATUS.

       SELECT SORT-FILE
           ASSIGN TO "SORTWK".

       SELECT LTR-WORK-FILE
           ASSIGN TO "DUNWORK"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LTRW-STATUS.

       SELECT LETTER-SORT-FILE
           ASSIGN TO "SORTWK2".

       SELECT LETTER-FILE
           ASSIGN TO "DUNLTR"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LETTER-STATUS.

       SELECT PRINT-FILE
           ASSIGN TO "DUNRPT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD LEDGER-FILE
           DATA RECORD IS LEDGER-REC.

       COPY "LEDGREC.cpy".

       FD PLAN-FILE
           DATA RECORD IS PLAN-REC.

       COPY "PLANREC.cpy".

       FD MASTER-FILE
           DATA RECORD IS OUTPUT-REC.

       COPY "PROPREC.cpy".

       FD ADDRESS-FILE
           DATA RECORD IS ADDR-REC.

       COPY "ADDRREC.cpy".

       FD DUNNING-FILE
           DATA RECORD IS DUN-REC.

       COPY "DUNREC.cpy".

       SD SORT-FILE
           DATA RECORD IS SORT-REC.

       01 SORT-REC.
           05 SRT-LOT-NUMBER PIC 999999999.
           05 SRT-BILL-YEAR PIC 9(4).
           05 SRT-BALANCE PIC 9(7)V99.
           05 SRT-BILL-DATE PIC 9(8).

      ******************************************************************
      * LTR-REC - one row per letter produced, written in lot order
      * while the stages are worked out and sorted into postal-route
      * order for printing.  An owner with no address on file sorts
      * last, under a route of high values.
      ******************************************************************
       FD LTR-WORK-FILE
           DATA RECORD IS LTR-REC.

       01 LTR-REC.
           05 LTR-ROUTE PIC X(4).
           05 LTR-OWNER-NAME PIC A(26).
           05 LTR-LOT-NUMBER PIC 999999999.
           05 LTR-STAGE PIC 9.
           05 LTR-LETTER-SEQ PIC 9(5).
           05 LTR-ADDR-1 PIC X(30).
           05 LTR-ADDR-2 PIC X(30).
           05 LTR-ADDR-SWITCH PIC X.
           05 LTR-OLDEST-YEAR PIC 9(4).
           05 LTR-YEARS PIC 9(3).
           05 LTR-TAX-DUE PIC 9(8)V99.
           05 LTR-PENALTY-DUE PIC 9(8)V99.
           05 LTR-WAIT-DAYS PIC 999.

       SD LETTER-SORT-FILE
           DATA RECORD IS LTR-SORT-REC.

       01 LTR-SORT-REC.
           05 SRT-LTR-ROUTE PIC X(4).
           05 SRT-LTR-OWNER PIC A(26).
           05 SRT-LTR-LOT PIC 999999999.
           05 SRT-LTR-STAGE PIC 9.
           05 SRT-LTR-SEQ PIC 9(5).
           05 SRT-LTR-ADDR-1 PIC X(30).
           05 SRT-LTR-ADDR-2 PIC X(30).
           05 SRT-LTR-ADDR-SWITCH PIC X.
           05 SRT-LTR-OLDEST-YEAR PIC 9(4).
           05 SRT-LTR-YEARS PIC 9(3).
           05 SRT-LTR-TAX-DUE PIC 9(8)V99.
           05 SRT-LTR-PENALTY-DUE PIC 9(8)V99.
           05 SRT-LTR-WAIT-DAYS PIC 999.

       FD LETTER-FILE
           DATA RECORD IS LETTER-REC.

       01 LETTER-REC PIC X(80).

       FD PRINT-FILE
           DATA RECORD IS PRINT-REC.

       01 PRINT-REC PIC X(110).

       WORKING-STORAGE SECTION.
      * WS-MASTER-PATH DEFAULTS TO THE SHOP'S USUAL LOCATION BUT CAN BE
      * OVERRIDDEN BY SETTING THE MASTERFILE ENVIRONMENT VARIABLE, THE
      * SAME AS THE PROPERTY-MASTER MAINTENANCE PROGRAM.
       01 WS-MASTER-PATH PIC X(100)
           VALUE "C:\Users\Edison\Desktop\MP6\MASTER-FILE.DAT".
       01 WS-ENV-MASTER-PATH PIC X(100) VALUE SPACES.
       01 WS-LEDG-STATUS PIC X(2).
       01 WS-PLAN-STATUS PIC X(2).
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-ADDR-STATUS PIC X(2).
       01 WS-DUN-STATUS PIC X(2).
       01 WS-LTRW-STATUS PIC X(2).
       01 WS-LETTER-STATUS PIC X(2).
       01 WS-PRINT-STATUS PIC X(2).
       01 WS-EOF PIC X(1) VALUE "N".
       01 WS-SORT-EOF PIC X(1) VALUE "N".
       01 WS-DUN-EOF PIC X(1) VALUE "N".
       01 DASH-LINE PIC X(100) VALUE ALL "-".
       01 LETTER-DASH PIC X(66) VALUE ALL "=".

       01 OPTION PIC 9.
       01 WS-QUIT-SWITCH PIC X VALUE "N".
           88 QUIT-REQUESTED VALUE "Y".

       01 WS-TODAY PIC 9(8) VALUE ZERO.
       01 WS-TODAY-R REDEFINES WS-TODAY.
           05 WS-TODAY-YEAR PIC 9(4).
           05 WS-TODAY-MONTH PIC 99.
           05 WS-TODAY-DAY PIC 99.

      ******************************************************************
      * RUN PARAMETERS - THE GRACE PERIOD PAST THE BILL DATE BEFORE A
      * LOT DRAWS ITS FIRST REMINDER, AND THE WAITING PERIOD EACH
      * LETTER GIVES THE OWNER.  THE WAITING PERIOD IS LOGGED ON THE
      * LETTER'S DUNFILE ROW, SO THE NEXT STAGE AND THE LEVY RUN
      * HONOUR THE PERIOD THE OWNER WAS ACTUALLY GIVEN.
      ******************************************************************
       01 WS-GRACE-DAYS PIC 999 VALUE ZERO.
       01 WS-WAIT-DAYS PIC 999 VALUE ZERO.

      ******************************************************************
      * DAY COUNTS FOLLOW THE DELINQUENCY RUN'S 30-DAY-MONTH CONVENTION.
      * WS-FROM-DATE IS SET BEFORE PERFORMING COMPUTE-DAYS-SINCE.
      ******************************************************************
       01 WS-FROM-DATE PIC 9(8) VALUE ZERO.
       01 WS-FROM-DATE-R REDEFINES WS-FROM-DATE.
           05 WS-FROM-YEAR PIC 9(4).
           05 WS-FROM-MONTH PIC 99.
           05 WS-FROM-DAY PIC 99.
       01 WS-DAYS-SINCE PIC S9(5) VALUE ZERO.

      ******************************************************************
      * STATUTORY PENALTY ON DELINQUENT TAX - THE SAME CONVENTION THE
      * DELINQUENCY AGING AND LEVY RUNS APPLY.
      ******************************************************************
       01 WS-PENALTY-RATE-MONTH PIC V99 VALUE .02.
       01 WS-PENALTY-MAX-MONTHS PIC 99 VALUE 36.
       01 WS-MONTHS-PAST-DUE PIC 9(3) VALUE ZERO.
       01 WS-ROW-PENALTY PIC 9(7)V99 VALUE ZERO.

      * PAYMENT-PLAN COMPLIANCE FIELDS - A BILL UNDER AN ACTIVE PLAN
      * THAT IS KEEPING UP DRAWS NO LETTER, THE SAME AS IT IS LEFT OFF
      * THE DELINQUENCY LIST.
       01 WS-PLAN-FILE-SWITCH PIC X VALUE "N".
           88 PLAN-FILE-ON-HAND VALUE "Y".
       01 WS-PLAN-SKIP-SWITCH PIC X VALUE "N".
           88 BILL-ON-COMPLIANT-PLAN VALUE "Y".
       01 WS-PLAN-START PIC 9(8) VALUE ZERO.
       01 WS-PLAN-START-R REDEFINES WS-PLAN-START.
           05 WS-PLAN-YEAR PIC 9(4).
           05 WS-PLAN-MONTH PIC 99.
           05 WS-PLAN-DAY PIC 99.
       01 WS-PLAN-MONTHS-ELAPSED PIC S9(5) VALUE ZERO.
       01 WS-PLAN-EXPECTED PIC 9(7)V99 VALUE ZERO.

      ******************************************************************
      * PER-LOT GROUPING FIELDS - THE SORTED STREAM ARRIVES IN LOT
      * ORDER, SO ONE LOT'S YEARS ACCUMULATE TOGETHER AND CLOSE WITH
      * ITS STAGE DECISION WHEN THE LOT CHANGES.
      ******************************************************************
       01 WS-GROUP-LOT PIC 999999999 VALUE ZERO.
       01 WS-GROUP-OPEN-SWITCH PIC X VALUE "N".
           88 GROUP-OPEN VALUE "Y".
       01 WS-GROUP-YEARS PIC 9(3) VALUE ZERO.
       01 WS-GROUP-BALANCE PIC 9(8)V99 VALUE ZERO.
       01 WS-GROUP-PENALTY PIC 9(8)V99 VALUE ZERO.
       01 WS-OLDEST-YEAR PIC 9(4) VALUE ZERO.

      ******************************************************************
      * LATEST-LETTER FIELDS - THE LAST DUNFILE ROW FOR THE LOT IN
      * HAND, WHICH DECIDES THE NEXT STAGE.
      ******************************************************************
       01 WS-LAST-SWITCH PIC X VALUE "N".
           88 LAST-LETTER-FOUND VALUE "Y".
           88 NO-LAST-LETTER VALUE "N".
       01 WS-LAST-KEY.
           05 WS-LAST-LOT PIC 999999999.
           05 WS-LAST-LETTER-DATE PIC 9(8).
           05 WS-LAST-STAGE PIC 9.
       01 WS-LAST-WAIT-DAYS PIC 999 VALUE ZERO.
       01 WS-LAST-SERVED-DATE PIC 9(8) VALUE ZERO.
       01 WS-LAST-STATUS PIC X VALUE SPACE.
       01 WS-NEXT-STAGE PIC 9 VALUE ZERO.
       01 WS-FIND-LOT PIC 999999999 VALUE ZERO.

      * SETTLED-CYCLE SWEEP - DUNFILE IS WALKED IN STEP WITH THE
      * SORTED STREAM; AN ACTIVE ROW FOR A LOT THE STREAM SKIPPED
      * BELONGS TO A LOT THAT NO LONGER OWES, SO ITS CYCLE CLOSES.
       01 WS-SWEEP-FROM-LOT PIC 999999999 VALUE ZERO.
       01 WS-SWEEP-TO-LOT PIC 9(10) VALUE ZERO.

       01 WS-FOUND-SWITCH PIC X VALUE "N".
           88 LOT-FOUND VALUE "Y".
           88 LOT-NOT-FOUND VALUE "N".
       01 WS-OWNER-IN-HAND PIC A(26) VALUE SPACES.
       01 WS-ADDR-FILE-SWITCH PIC X VALUE "N".
           88 ADDRESS-FILE-ON-HAND VALUE "Y".
       01 WS-ADDR-FOUND-SWITCH PIC X VALUE "N".
           88 ADDRESS-FOUND VALUE "Y".
           88 ADDRESS-NOT-FOUND VALUE "N".

      * RUN COUNTS.
       01 WS-LETTER-SEQ PIC 9(5) VALUE ZERO.
       01 WS-STAGE-COUNTS.
           05 WS-STAGE-COUNT PIC 9(5) OCCURS 3 TIMES.
       01 WS-LOTS-WAITING PIC 9(5) VALUE ZERO.
       01 WS-LOTS-AT-FINAL PIC 9(5) VALUE ZERO.
       01 WS-ROWS-CLOSED PIC 9(5) VALUE ZERO.

      * SERVICE ENTRY FIELDS.
       01 WS-SRV-LOT PIC 999999999 VALUE ZERO.
       01 WS-SRV-DATE PIC 9(8) VALUE ZERO.
       01 WS-SRV-RECEIVED-BY PIC X(26) VALUE SPACES.

      * REGISTER COUNTS.
       01 WS-REG-LETTERS PIC 9(5) VALUE ZERO.
       01 WS-REG-SERVED PIC 9(5) VALUE ZERO.
       01 WS-REG-UNSERVED PIC 9(5) VALUE ZERO.
       01 WS-REG-CLOSED PIC 9(5) VALUE ZERO.
       01 WS-REG-LAPSED PIC 9(5) VALUE ZERO.
       01 WS-REG-REMARK PIC X(20) VALUE SPACES.

       01 WS-STAGE-NAME PIC X(16) VALUE SPACES.
       01 WS-COUNT-ED PIC ZZ,ZZ9.
       01 WS-MONEY-ED PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-YEARS-ED PIC ZZ9.
       01 WS-WAIT-ED PIC ZZ9.

      * WS-ERR-FILE-NAME/WS-ERR-STATUS ARE SET BY THE CHECK-xxx-STATUS
      * PARAGRAPHS BELOW BEFORE PERFORMING ABEND-FILE-ERROR.
       01 WS-ERR-FILE-NAME PIC X(20).
       01 WS-ERR-STATUS PIC X(2).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-ENV-MASTER-PATH FROM ENVIRONMENT "MASTERFILE".
           IF WS-ENV-MASTER-PATH NOT = SPACES
               MOVE WS-ENV-MASTER-PATH TO WS-MASTER-PATH
           END-IF.
           PERFORM 1000-MENU UNTIL QUIT-REQUESTED.
           STOP RUN.

       1000-MENU.
           DISPLAY " ".
           DISPLAY "DELINQUENCY DEMAND LETTERS".
           DISPLAY "[1] PRODUCE DEMAND LETTERS".
           DISPLAY "[2] RECORD SERVICE OF A LETTER".
           DISPLAY "[3] DUNNING REGISTER".
           DISPLAY "[4] QUIT".
           DISPLAY "ENTER OPTION : ".
           ACCEPT OPTION.
           IF OPTION = 1 THEN
               PERFORM 2000-LETTER-RUN THRU 2000-LETTER-RUN-EXIT
           ELSE IF OPTION = 2 THEN
               PERFORM 5000-RECORD-SERVICE THRU 5000-RECORD-SERVICE-EXIT
           ELSE IF OPTION = 3 THEN
               PERFORM 6000-DUNNING-REGISTER
           ELSE IF OPTION = 4 THEN
               SET QUIT-REQUESTED TO TRUE
           ELSE
               DISPLAY "INVALID OPTION, TRY AGAIN"
           END-IF.

      ******************************************************************
      * 2000-LETTER-RUN - sorts the delinquent ledger rows into lot
      * order, decides each lot's next stage against its DUNFILE log,
      * logs and stages the letters, closes the cycles of lots that
      * have settled, then prints the letters in postal-route order.
      ******************************************************************
       2000-LETTER-RUN.
           DISPLAY "DAYS PAST BILL DATE BEFORE A FIRST REMINDER "
               "(E.G. 030) : ".
           ACCEPT WS-GRACE-DAYS.
           IF WS-GRACE-DAYS = ZERO
               MOVE 30 TO WS-GRACE-DAYS
           END-IF.
           DISPLAY "DAYS EACH LETTER ALLOWS THE OWNER (E.G. 030) : ".
           ACCEPT WS-WAIT-DAYS.
           IF WS-WAIT-DAYS = ZERO
               MOVE 30 TO WS-WAIT-DAYS
           END-IF.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS = "35"
               DISPLAY "NO PROPERTY MASTER FILE ON HAND."
               GO TO 2000-LETTER-RUN-EXIT
           END-IF.
           PERFORM CHECK-MASTER-STATUS.
           PERFORM OPEN-DUNNING-FILE.
           OPEN INPUT PLAN-FILE.
           IF WS-PLAN-STATUS = "35"
               MOVE "N" TO WS-PLAN-FILE-SWITCH
           ELSE
               PERFORM CHECK-PLAN-STATUS
               SET PLAN-FILE-ON-HAND TO TRUE
           END-IF.
           OPEN INPUT ADDRESS-FILE.
           IF WS-ADDR-STATUS = "35"
               MOVE "N" TO WS-ADDR-FILE-SWITCH
           ELSE
               PERFORM CHECK-ADDR-STATUS
               SET ADDRESS-FILE-ON-HAND TO TRUE
           END-IF.
           OPEN OUTPUT LTR-WORK-FILE.
           PERFORM CHECK-LTRW-STATUS.
           MOVE ZERO TO WS-LETTER-SEQ WS-STAGE-COUNTS WS-LOTS-WAITING
               WS-LOTS-AT-FINAL WS-ROWS-CLOSED WS-SWEEP-FROM-LOT.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-LOT-NUMBER SRT-BILL-YEAR
               INPUT PROCEDURE IS 2100-RELEASE-DELINQUENT
                   THRU 2100-RELEASE-DELINQUENT-EXIT
               OUTPUT PROCEDURE IS 2300-STAGE-LOTS
                   THRU 2300-STAGE-LOTS-EXIT.
      * EVERY LOT PAST THE LAST ONE STILL OWING HAS SETTLED.
           MOVE 9999999999 TO WS-SWEEP-TO-LOT.
           PERFORM 2410-SWEEP-SETTLED.
           CLOSE LTR-WORK-FILE.
           CLOSE MASTER-FILE.
           CLOSE DUNNING-FILE.
           IF PLAN-FILE-ON-HAND
               CLOSE PLAN-FILE
           END-IF.
           IF ADDRESS-FILE-ON-HAND
               CLOSE ADDRESS-FILE
           END-IF.
           OPEN OUTPUT LETTER-FILE.
           PERFORM CHECK-LETTER-STATUS.
      * THE LETTERS STAGED IN LOT ORDER RESEQUENCE INTO POSTAL-ROUTE
      * ORDER FOR THE MAILING ROOM.
           IF WS-LETTER-SEQ > ZERO
               SORT LETTER-SORT-FILE
                   ON ASCENDING KEY SRT-LTR-ROUTE SRT-LTR-OWNER
                       SRT-LTR-LOT
                   USING LTR-WORK-FILE
                   OUTPUT PROCEDURE IS 2600-PRINT-LETTERS
                       THRU 2600-PRINT-LETTERS-EXIT
           END-IF.
           CLOSE LETTER-FILE.
           DISPLAY "DEMAND LETTER RUN COMPLETE.".
           DISPLAY "FIRST REMINDERS        : " WS-STAGE-COUNT(1).
           DISPLAY "SECOND NOTICES         : " WS-STAGE-COUNT(2).
           DISPLAY "FINAL DEMANDS          : " WS-STAGE-COUNT(3).
           DISPLAY "LOTS STILL WAITING     : " WS-LOTS-WAITING.
           DISPLAY "LOTS AT FINAL DEMAND   : " WS-LOTS-AT-FINAL.
           DISPLAY "LETTERS CLOSED, SETTLED: " WS-ROWS-CLOSED.
           DISPLAY "LETTERS PRINTED TO DUNLTR IN ROUTE ORDER.".
       2000-LETTER-RUN-EXIT.
           EXIT.

      ******************************************************************
      * 2100-RELEASE-DELINQUENT - input procedure: one sort record
      * per ledger row still owing (basic plus SEF) whose bill date
      * is past the grace period and which is not on a plan that is
      * keeping up.
      ******************************************************************
       2100-RELEASE-DELINQUENT.
           MOVE "N" TO WS-EOF.
           OPEN INPUT LEDGER-FILE.
           IF WS-LEDG-STATUS = "35"
               DISPLAY "NO RECEIVABLES LEDGER ON HAND - NOTHING TO "
                   "DEMAND."
               MOVE "Y" TO WS-EOF
           ELSE
               PERFORM CHECK-LEDG-STATUS
           END-IF.
           PERFORM 2110-READ-ONE-ROW THRU 2110-READ-ONE-ROW-EXIT
               UNTIL WS-EOF = "Y".
           IF WS-LEDG-STATUS = "00" OR WS-LEDG-STATUS = "10"
               CLOSE LEDGER-FILE
           END-IF.
       2100-RELEASE-DELINQUENT-EXIT.
           EXIT.

       2110-READ-ONE-ROW.
           READ LEDGER-FILE NEXT RECORD
           AT END
               MOVE "Y" TO WS-EOF
           NOT AT END
               IF LEDG-BALANCE NOT = ZERO OR
                   LEDG-SEF-BALANCE NOT = ZERO
                   MOVE LEDG-BILL-DATE TO WS-FROM-DATE
                   PERFORM COMPUTE-DAYS-SINCE
                   IF WS-DAYS-SINCE > WS-GRACE-DAYS
                       PERFORM 2120-CHECK-PLAN
                       IF NOT BILL-ON-COMPLIANT-PLAN
                           MOVE LEDG-LOT-NUMBER TO SRT-LOT-NUMBER
                           MOVE LEDG-BILL-YEAR TO SRT-BILL-YEAR
                           COMPUTE SRT-BALANCE =
                               LEDG-BALANCE + LEDG-SEF-BALANCE
                           MOVE LEDG-BILL-DATE TO SRT-BILL-DATE
                           RELEASE SORT-REC
                       END-IF
                   END-IF
               END-IF
           END-READ.
           IF WS-LEDG-STATUS NOT = "00" AND WS-LEDG-STATUS NOT = "10"
               MOVE "LEDGER-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-LEDG-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.
       2110-READ-ONE-ROW-EXIT.
           EXIT.

       2120-CHECK-PLAN.
           MOVE "N" TO WS-PLAN-SKIP-SWITCH.
           IF PLAN-FILE-ON-HAND
               MOVE LEDG-BILL-YEAR TO PLAN-BILL-YEAR
               MOVE LEDG-LOT-NUMBER TO PLAN-LOT-NUMBER
               READ PLAN-FILE KEY IS PLAN-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PLAN-ACTIVE
                           PERFORM 2130-TEST-PLAN-COMPLIANCE
                       END-IF
               END-READ
           END-IF.

       2130-TEST-PLAN-COMPLIANCE.
           MOVE PLAN-START-DATE TO WS-PLAN-START.
           COMPUTE WS-PLAN-MONTHS-ELAPSED =
               ((WS-TODAY-YEAR - WS-PLAN-YEAR) * 12) +
               (WS-TODAY-MONTH - WS-PLAN-MONTH).
           IF WS-PLAN-MONTHS-ELAPSED < ZERO
               MOVE ZERO TO WS-PLAN-MONTHS-ELAPSED
           END-IF.
           IF WS-PLAN-MONTHS-ELAPSED > PLAN-MONTHS
               MOVE PLAN-MONTHS TO WS-PLAN-MONTHS-ELAPSED
           END-IF.
           COMPUTE WS-PLAN-EXPECTED =
               PLAN-MONTHLY-AMOUNT * WS-PLAN-MONTHS-ELAPSED.
           IF PLAN-PAID >= WS-PLAN-EXPECTED
               SET BILL-ON-COMPLIANT-PLAN TO TRUE
           END-IF.

      ******************************************************************
      * 2300-STAGE-LOTS - output procedure: groups the sorted rows
      * per lot and closes every lot with its stage decision.
      ******************************************************************
       2300-STAGE-LOTS.
           MOVE "N" TO WS-SORT-EOF.
           MOVE "N" TO WS-GROUP-OPEN-SWITCH.
           PERFORM 2310-RETURN-ONE THRU 2310-RETURN-ONE-EXIT
               UNTIL WS-SORT-EOF = "Y".
           IF GROUP-OPEN
               PERFORM 2400-CLOSE-LOT
           END-IF.
       2300-STAGE-LOTS-EXIT.
           EXIT.

       2310-RETURN-ONE.
           RETURN SORT-FILE
               AT END
                   MOVE "Y" TO WS-SORT-EOF
               NOT AT END
                   PERFORM 2320-TAKE-ONE
           END-RETURN.
       2310-RETURN-ONE-EXIT.
           EXIT.

       2320-TAKE-ONE.
           IF NOT GROUP-OPEN OR SRT-LOT-NUMBER NOT = WS-GROUP-LOT
               IF GROUP-OPEN
                   PERFORM 2400-CLOSE-LOT
               END-IF
               MOVE SRT-LOT-NUMBER TO WS-GROUP-LOT
               MOVE "Y" TO WS-GROUP-OPEN-SWITCH
               MOVE ZERO TO WS-GROUP-YEARS WS-GROUP-BALANCE
                   WS-GROUP-PENALTY
               MOVE SRT-BILL-YEAR TO WS-OLDEST-YEAR
           END-IF.
           ADD 1 TO WS-GROUP-YEARS.
           ADD SRT-BALANCE TO WS-GROUP-BALANCE.
           PERFORM 2330-COMPUTE-ROW-PENALTY.
           ADD WS-ROW-PENALTY TO WS-GROUP-PENALTY.

      ******************************************************************
      * 2330-COMPUTE-ROW-PENALTY - the delinquency run's convention:
      * one month's penalty per full 30 days past the bill date,
      * capped at the statutory maximum.
      ******************************************************************
       2330-COMPUTE-ROW-PENALTY.
           MOVE SRT-BILL-DATE TO WS-FROM-DATE.
           PERFORM COMPUTE-DAYS-SINCE.
           IF WS-DAYS-SINCE < ZERO
               MOVE ZERO TO WS-DAYS-SINCE
           END-IF.
           COMPUTE WS-MONTHS-PAST-DUE = WS-DAYS-SINCE / 30.
           IF WS-MONTHS-PAST-DUE > WS-PENALTY-MAX-MONTHS
               MOVE WS-PENALTY-MAX-MONTHS TO WS-MONTHS-PAST-DUE
           END-IF.
           COMPUTE WS-ROW-PENALTY ROUNDED =
               SRT-BALANCE * WS-PENALTY-RATE-MONTH *
               WS-MONTHS-PAST-DUE.

      ******************************************************************
      * 2400-CLOSE-LOT - the lot's years are all in.  Lots passed
      * over since the last one are swept first; then the lot's last
      * letter decides the stage: no open cycle starts a first
      * reminder, a reminder or second notice whose waiting period
      * has run moves up one stage, and a lot already at final demand
      * is left for the levy run.
      ******************************************************************
       2400-CLOSE-LOT.
           MOVE WS-GROUP-LOT TO WS-SWEEP-TO-LOT.
           PERFORM 2410-SWEEP-SETTLED.
           MOVE WS-GROUP-LOT TO WS-SWEEP-FROM-LOT.
           MOVE WS-GROUP-LOT TO WS-FIND-LOT.
           PERFORM 2420-FIND-LAST-LETTER.
           MOVE ZERO TO WS-NEXT-STAGE.
           IF NO-LAST-LETTER OR WS-LAST-STATUS = "X"
               MOVE 1 TO WS-NEXT-STAGE
           ELSE IF WS-LAST-STAGE = 3
               ADD 1 TO WS-LOTS-AT-FINAL
           ELSE
               MOVE WS-LAST-LETTER-DATE TO WS-FROM-DATE
               PERFORM COMPUTE-DAYS-SINCE
               IF WS-DAYS-SINCE >= WS-LAST-WAIT-DAYS
                   COMPUTE WS-NEXT-STAGE = WS-LAST-STAGE + 1
               ELSE
                   ADD 1 TO WS-LOTS-WAITING
               END-IF
           END-IF.
           IF WS-NEXT-STAGE > ZERO
               PERFORM 2440-READ-MASTER-LOT
               PERFORM 2450-FETCH-ADDRESS
               PERFORM 2460-LOG-LETTER
               PERFORM 2470-STAGE-LETTER
           END-IF.
           MOVE "N" TO WS-GROUP-OPEN-SWITCH.

      ******************************************************************
      * 2410-SWEEP-SETTLED - closes every active DUNFILE row for lots
      * after WS-SWEEP-FROM-LOT and before WS-SWEEP-TO-LOT.  None of
      * those lots came through the sort, so none still owes.
      ******************************************************************
       2410-SWEEP-SETTLED.
           MOVE "N" TO WS-DUN-EOF.
           MOVE WS-SWEEP-FROM-LOT TO DUN-LOT-NUMBER.
           MOVE 99999999 TO DUN-LETTER-DATE.
           MOVE 9 TO DUN-STAGE.
           START DUNNING-FILE KEY IS GREATER THAN DUN-KEY
               INVALID KEY
                   MOVE "Y" TO WS-DUN-EOF
           END-START.
           PERFORM 2415-SWEEP-ONE THRU 2415-SWEEP-ONE-EXIT
               UNTIL WS-DUN-EOF = "Y".

       2415-SWEEP-ONE.
           READ DUNNING-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-DUN-EOF
               NOT AT END
                   IF DUN-LOT-NUMBER NOT < WS-SWEEP-TO-LOT
                       MOVE "Y" TO WS-DUN-EOF
                   ELSE IF DUN-ACTIVE
                       MOVE "X" TO DUN-STATUS
                       REWRITE DUN-REC
                       PERFORM CHECK-DUN-STATUS
                       ADD 1 TO WS-ROWS-CLOSED
                   END-IF
           END-READ.
           IF WS-DUN-STATUS NOT = "00" AND WS-DUN-STATUS NOT = "10"
               MOVE "DUNNING-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-DUN-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.
       2415-SWEEP-ONE-EXIT.
           EXIT.

      ******************************************************************
      * 2420-FIND-LAST-LETTER - reads the rows for WS-FIND-LOT in key
      * order and keeps the last one, which is the latest letter.
      ******************************************************************
       2420-FIND-LAST-LETTER.
           SET NO-LAST-LETTER TO TRUE.
           MOVE "N" TO WS-DUN-EOF.
           MOVE WS-FIND-LOT TO DUN-LOT-NUMBER.
           MOVE ZERO TO DUN-LETTER-DATE DUN-STAGE.
           START DUNNING-FILE KEY IS NOT LESS THAN DUN-KEY
               INVALID KEY
                   MOVE "Y" TO WS-DUN-EOF
           END-START.
           PERFORM 2425-FIND-ONE THRU 2425-FIND-ONE-EXIT
               UNTIL WS-DUN-EOF = "Y".

       2425-FIND-ONE.
           READ DUNNING-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-DUN-EOF
               NOT AT END
                   IF DUN-LOT-NUMBER NOT = WS-FIND-LOT
                       MOVE "Y" TO WS-DUN-EOF
                   ELSE
                       SET LAST-LETTER-FOUND TO TRUE
                       MOVE DUN-KEY TO WS-LAST-KEY
                       MOVE DUN-WAIT-DAYS TO WS-LAST-WAIT-DAYS
                       MOVE DUN-SERVED-DATE TO WS-LAST-SERVED-DATE
                       MOVE DUN-STATUS TO WS-LAST-STATUS
                   END-IF
           END-READ.
           IF WS-DUN-STATUS NOT = "00" AND WS-DUN-STATUS NOT = "10"
               MOVE "DUNNING-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-DUN-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.
       2425-FIND-ONE-EXIT.
           EXIT.

       2440-READ-MASTER-LOT.
           MOVE "N" TO WS-FOUND-SWITCH.
           MOVE WS-GROUP-LOT TO LOT_NUMBER_OUT.
           READ MASTER-FILE KEY IS LOT_NUMBER_OUT
               INVALID KEY
                   SET LOT-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET LOT-FOUND TO TRUE
           END-READ.
           IF LOT-FOUND
               MOVE OWNER_NAME_OUT TO WS-OWNER-IN-HAND
           ELSE
               MOVE "OWNER NOT ON MASTER" TO WS-OWNER-IN-HAND
           END-IF.

      ******************************************************************
      * 2450-FETCH-ADDRESS - one keyed read of ADDRFILE for the owner
      * on record.  Not found, the letter is held for service at the
      * counter instead of going out blind.
      ******************************************************************
       2450-FETCH-ADDRESS.
           MOVE "N" TO WS-ADDR-FOUND-SWITCH.
           IF ADDRESS-FILE-ON-HAND AND LOT-FOUND
               MOVE WS-OWNER-IN-HAND TO ADDR-OWNER-NAME
               READ ADDRESS-FILE KEY IS ADDR-OWNER-NAME
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET ADDRESS-FOUND TO TRUE
               END-READ
           END-IF.

       2460-LOG-LETTER.
           ADD 1 TO WS-LETTER-SEQ.
           ADD 1 TO WS-STAGE-COUNT(WS-NEXT-STAGE).
           MOVE WS-GROUP-LOT TO DUN-LOT-NUMBER.
           MOVE WS-TODAY TO DUN-LETTER-DATE.
           MOVE WS-NEXT-STAGE TO DUN-STAGE.
           MOVE WS-LETTER-SEQ TO DUN-LETTER-SEQ.
           MOVE WS-OWNER-IN-HAND TO DUN-OWNER-NAME.
           IF ADDRESS-FOUND
               MOVE ADDR-POSTAL-ROUTE TO DUN-POSTAL-ROUTE
           ELSE
               MOVE SPACES TO DUN-POSTAL-ROUTE
           END-IF.
           MOVE WS-OLDEST-YEAR TO DUN-OLDEST-YEAR.
           MOVE WS-GROUP-BALANCE TO DUN-TAX-DUE.
           MOVE WS-GROUP-PENALTY TO DUN-PENALTY-DUE.
           MOVE WS-WAIT-DAYS TO DUN-WAIT-DAYS.
           MOVE ZERO TO DUN-SERVED-DATE.
           MOVE SPACES TO DUN-RECEIVED-BY.
           MOVE "A" TO DUN-STATUS.
           WRITE DUN-REC.
           PERFORM CHECK-DUN-STATUS.

       2470-STAGE-LETTER.
           IF ADDRESS-FOUND
               MOVE ADDR-POSTAL-ROUTE TO LTR-ROUTE
               MOVE ADDR-LINE-1 TO LTR-ADDR-1
               MOVE ADDR-LINE-2 TO LTR-ADDR-2
               MOVE "Y" TO LTR-ADDR-SWITCH
           ELSE
               MOVE HIGH-VALUES TO LTR-ROUTE
               MOVE SPACES TO LTR-ADDR-1 LTR-ADDR-2
               MOVE "N" TO LTR-ADDR-SWITCH
           END-IF.
           MOVE WS-OWNER-IN-HAND TO LTR-OWNER-NAME.
           MOVE WS-GROUP-LOT TO LTR-LOT-NUMBER.
           MOVE WS-NEXT-STAGE TO LTR-STAGE.
           MOVE WS-LETTER-SEQ TO LTR-LETTER-SEQ.
           MOVE WS-OLDEST-YEAR TO LTR-OLDEST-YEAR.
           MOVE WS-GROUP-YEARS TO LTR-YEARS.
           MOVE WS-GROUP-BALANCE TO LTR-TAX-DUE.
           MOVE WS-GROUP-PENALTY TO LTR-PENALTY-DUE.
           MOVE WS-WAIT-DAYS TO LTR-WAIT-DAYS.
           WRITE LTR-REC.
           PERFORM CHECK-LTRW-STATUS.

      ******************************************************************
      * 2600-PRINT-LETTERS - output procedure: one letter page per
      * staged letter, in route order, laid out to fold into a window
      * envelope, with the acknowledgement block the server returns.
      ******************************************************************
       2600-PRINT-LETTERS.
           MOVE "N" TO WS-SORT-EOF.
           PERFORM 2610-RETURN-LETTER THRU 2610-RETURN-LETTER-EXIT
               UNTIL WS-SORT-EOF = "Y".
       2600-PRINT-LETTERS-EXIT.
           EXIT.

       2610-RETURN-LETTER.
           RETURN LETTER-SORT-FILE
               AT END
                   MOVE "Y" TO WS-SORT-EOF
               NOT AT END
                   PERFORM 2620-PRINT-ONE-LETTER
           END-RETURN.
       2610-RETURN-LETTER-EXIT.
           EXIT.

       2620-PRINT-ONE-LETTER.
           MOVE LETTER-DASH TO LETTER-REC.
           WRITE LETTER-REC.
           PERFORM CHECK-LETTER-STATUS.
           IF SRT-LTR-STAGE = 1
               MOVE "FIRST REMINDER - REAL PROPERTY TAX DELINQUENCY"
                   TO LETTER-REC
           ELSE IF SRT-LTR-STAGE = 2
               MOVE "SECOND NOTICE - REAL PROPERTY TAX DELINQUENCY"
                   TO LETTER-REC
           ELSE
               MOVE "FINAL DEMAND FOR PAYMENT OF REAL PROPERTY TAX"
                   TO LETTER-REC
           END-IF.
           WRITE LETTER-REC.
           PERFORM CHECK-LETTER-STATUS.
           MOVE SPACES TO LETTER-REC.
           STRING "LETTER NO. " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               SRT-LTR-SEQ DELIMITED BY SIZE
               "   DATE " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO LETTER-REC.
           WRITE LETTER-REC.
           PERFORM CHECK-LETTER-STATUS.
           MOVE SPACES TO LETTER-REC.
           WRITE LETTER-REC.
           PERFORM CHECK-LETTER-STATUS.
           MOVE SPACES TO LETTER-REC.
           STRING "TO : " DELIMITED BY SIZE
               SRT-LTR-OWNER DELIMITED BY SIZE
               INTO LETTER-REC.
           WRITE LETTER-REC.
           PERFORM CHECK-LETTER-STATUS.
           IF SRT-LTR-ADDR-SWITCH = "Y"
               MOVE SPACES TO LETTER-REC
               STRING "     " DELIMITED BY SIZE
                   SRT-LTR-ADDR-1 DELIMITED BY SIZE
                   INTO LETTER-REC
               WRITE LETTER-REC
               PERFORM CHECK-LETTER-STATUS
               MOVE SPACES TO LETTER-REC
               STRING "     " DELIMITED BY SIZE
                   SRT-LTR-ADDR-2 DELIMITED BY SIZE
                   "  ROUTE " DELIMITED BY SIZE
                   SRT-LTR-ROUTE DELIMITED BY SIZE
                   INTO LETTER-REC
               WRITE LETTER-REC
               PERFORM CHECK-LETTER-STATUS
           ELSE
               MOVE SPACES TO LETTER-REC
               STRING "     NO ADDRESS ON FILE - HOLD FOR SERVICE "
                   DELIMITED BY SIZE
                   "AT THE COUNTER" DELIMITED BY SIZE
                   INTO LETTER-REC
               WRITE LETTER-REC
               PERFORM CHECK-LETTER-STATUS
           END-IF.
           MOVE SPACES TO LETTER-REC.
           WRITE LETTER-REC.
           PERFORM CHECK-LETTER-STATUS.
           MOVE SPACES TO LETTER-REC.
           STRING "LOT NUMBER        : " DELIMITED BY SIZE
               SRT-LTR-LOT DELIMITED BY SIZE
               INTO LETTER-REC.
           WRITE LETTER-REC.
           PERFORM CHECK-LETTER-STATUS.
           MOVE SRT-LTR-YEARS TO WS-YEARS-ED.
           MOVE SPACES TO LETTER-REC.
           STRING "UNPAID SINCE      : " DELIMITED BY SIZE
               SRT-LTR-OLDEST-YEAR DELIMITED BY SIZE
               "  (" DELIMITED BY SIZE
               WS-YEARS-ED DELIMITED BY SIZE
               " BILLING YEAR(S))" DELIMITED BY SIZE
               INTO LETTER-REC.
           WRITE LETTER-REC.
           PERFORM CHECK-LETTER-STATUS.
           MOVE SRT-LTR-TAX-DUE TO WS-MONEY-ED.
           MOVE SPACES TO LETTER-REC.
           STRING "TAX OUTSTANDING   : " WS-MONEY-ED
               DELIMITED BY SIZE INTO LETTER-REC.
           WRITE LETTER-REC.
           PERFORM CHECK-LETTER-STATUS.
           MOVE SRT-LTR-PENALTY-DUE TO WS-MONEY-ED.
           MOVE SPACES TO LETTER-REC.
           STRING "PENALTY ACCRUED   : " WS-MONEY-ED
               DELIMITED BY SIZE INTO LETTER-REC.
           WRITE LETTER-REC.
           PERFORM CHECK-LETTER-STATUS.
           COMPUTE WS-MONEY-ED =
               SRT-LTR-TAX-DUE + SRT-LTR-PENALTY-DUE.
           MOVE SPACES TO LETTER-REC.
           STRING "TOTAL DUE         : " WS-MONEY-ED
               DELIMITED BY SIZE INTO LETTER-REC.
           WRITE LETTER-REC.
           PERFORM CHECK-LETTER-STATUS.
           MOVE SPACES TO LETTER-REC.
           WRITE LETTER-REC.
           PERFORM CHECK-LETTER-STATUS.
           PERFORM 2630-PRINT-LETTER-BODY.
           MOVE SPACES TO LETTER-REC.
           WRITE LETTER-REC.
           PERFORM CHECK-LETTER-STATUS.
           MOVE SPACES TO LETTER-REC.
           STRING "ACKNOWLEDGEMENT OF SERVICE - RECEIVED BY: "
               DELIMITED BY SIZE
               "__________________" DELIMITED BY SIZE
               INTO LETTER-REC.
           WRITE LETTER-REC.
           PERFORM CHECK-LETTER-STATUS.
           MOVE SPACES TO LETTER-REC.
           STRING "                              DATE RECEIVED: "
               DELIMITED BY SIZE
               "__________________" DELIMITED BY SIZE
               INTO LETTER-REC.
           WRITE LETTER-REC.
           PERFORM CHECK-LETTER-STATUS.

       2630-PRINT-LETTER-BODY.
           MOVE SRT-LTR-WAIT-DAYS TO WS-WAIT-ED.
           IF SRT-LTR-STAGE = 1
               MOVE "OUR RECORDS SHOW THE REAL PROPERTY TAX ABOVE IS "
                   TO LETTER-REC
               WRITE LETTER-REC
               PERFORM CHECK-LETTER-STATUS
               MOVE "PAST DUE. PLEASE SETTLE IT AT THE TREASURER'S "
                   TO LETTER-REC
               WRITE LETTER-REC
               PERFORM CHECK-LETTER-STATUS
               MOVE SPACES TO LETTER-REC
               STRING "OFFICE WITHIN " DELIMITED BY SIZE
                   WS-WAIT-ED DELIMITED BY SIZE
                   " DAYS OF RECEIPT OF THIS REMINDER."
                   DELIMITED BY SIZE
                   INTO LETTER-REC
           ELSE IF SRT-LTR-STAGE = 2
               MOVE "A REMINDER WAS SENT AND THE TAX ABOVE REMAINS "
                   TO LETTER-REC
               WRITE LETTER-REC
               PERFORM CHECK-LETTER-STATUS
               MOVE "UNPAID. PENALTY CONTINUES TO ACCRUE. SETTLE IT "
                   TO LETTER-REC
               WRITE LETTER-REC
               PERFORM CHECK-LETTER-STATUS
               MOVE SPACES TO LETTER-REC
               STRING "WITHIN " DELIMITED BY SIZE
                   WS-WAIT-ED DELIMITED BY SIZE
                   " DAYS OF RECEIPT OF THIS NOTICE." DELIMITED BY SIZE
                   INTO LETTER-REC
           ELSE
               MOVE "DEMAND IS HEREBY MADE FOR PAYMENT IN FULL OF THE "
                   TO LETTER-REC
               WRITE LETTER-REC
               PERFORM CHECK-LETTER-STATUS
               MOVE SPACES TO LETTER-REC
               STRING "TOTAL DUE WITHIN " DELIMITED BY SIZE
                   WS-WAIT-ED DELIMITED BY SIZE
                   " DAYS OF RECEIPT OF THIS DEMAND." DELIMITED BY SIZE
                   INTO LETTER-REC
               WRITE LETTER-REC
               PERFORM CHECK-LETTER-STATUS
               MOVE "FAILING WHICH THE LOT WILL BE LEVIED UPON AND SOLD"
                   TO LETTER-REC
               WRITE LETTER-REC
               PERFORM CHECK-LETTER-STATUS
               MOVE "AT PUBLIC AUCTION WITHOUT FURTHER NOTICE."
                   TO LETTER-REC
           END-IF.
           WRITE LETTER-REC.
           PERFORM CHECK-LETTER-STATUS.

      ******************************************************************
      * 5000-RECORD-SERVICE - stamps the lot's latest letter with the
      * date service was acknowledged and who signed for it.  The
      * waiting period before levy runs from this date.
      ******************************************************************
       5000-RECORD-SERVICE.
           DISPLAY "LOT NUMBER : ".
           ACCEPT WS-SRV-LOT.
           OPEN I-O DUNNING-FILE.
           IF WS-DUN-STATUS = "35"
               DISPLAY "NO DEMAND LETTERS ON FILE."
               GO TO 5000-RECORD-SERVICE-EXIT
           END-IF.
           PERFORM CHECK-DUN-STATUS.
           MOVE WS-SRV-LOT TO WS-FIND-LOT.
           PERFORM 2420-FIND-LAST-LETTER.
           IF NO-LAST-LETTER OR WS-LAST-STATUS = "X"
               DISPLAY "NO OPEN DEMAND LETTER FOR THAT LOT."
               CLOSE DUNNING-FILE
               GO TO 5000-RECORD-SERVICE-EXIT
           END-IF.
           MOVE WS-LAST-KEY TO DUN-KEY.
           READ DUNNING-FILE KEY IS DUN-KEY.
           PERFORM CHECK-DUN-STATUS.
           PERFORM SET-STAGE-NAME.
           DISPLAY WS-STAGE-NAME " DATED " DUN-LETTER-DATE
               "  LETTER " DUN-LETTER-SEQ "  TO " DUN-OWNER-NAME.
           IF DUN-SERVED-DATE NOT = ZERO
               DISPLAY "ALREADY SERVED ON " DUN-SERVED-DATE
                   " - RECEIVED BY " DUN-RECEIVED-BY
               CLOSE DUNNING-FILE
               GO TO 5000-RECORD-SERVICE-EXIT
           END-IF.
           DISPLAY "DATE SERVICE ACKNOWLEDGED (YYYYMMDD, 0 = TODAY) : ".
           ACCEPT WS-SRV-DATE.
           IF WS-SRV-DATE = ZERO
               MOVE WS-TODAY TO WS-SRV-DATE
           END-IF.
           IF WS-SRV-DATE < DUN-LETTER-DATE OR WS-SRV-DATE > WS-TODAY
               DISPLAY "SERVICE DATE MUST FALL BETWEEN THE LETTER DATE "
                   "AND TODAY - NOTHING RECORDED."
               CLOSE DUNNING-FILE
               GO TO 5000-RECORD-SERVICE-EXIT
           END-IF.
           DISPLAY "RECEIVED BY : ".
           ACCEPT WS-SRV-RECEIVED-BY.
           IF WS-SRV-RECEIVED-BY = SPACES
               DISPLAY "THE PERSON WHO SIGNED FOR THE LETTER IS "
                   "REQUIRED - NOTHING RECORDED."
               CLOSE DUNNING-FILE
               GO TO 5000-RECORD-SERVICE-EXIT
           END-IF.
           MOVE WS-SRV-DATE TO DUN-SERVED-DATE.
           MOVE WS-SRV-RECEIVED-BY TO DUN-RECEIVED-BY.
           REWRITE DUN-REC.
           PERFORM CHECK-DUN-STATUS.
           CLOSE DUNNING-FILE.
           DISPLAY "SERVICE RECORDED.".
       5000-RECORD-SERVICE-EXIT.
           EXIT.

      ******************************************************************
      * 6000-DUNNING-REGISTER - every letter on DUNFILE in lot order
      * with its service, and the final demands that were served and
      * whose waiting period has run - the lots the levy run may
      * take.
      ******************************************************************
       6000-DUNNING-REGISTER.
           MOVE ZERO TO WS-REG-LETTERS WS-REG-SERVED WS-REG-UNSERVED
               WS-REG-CLOSED WS-REG-LAPSED.
           OPEN OUTPUT PRINT-FILE.
           PERFORM CHECK-PRINT-STATUS.
           MOVE SPACES TO PRINT-REC.
           STRING "DUNNING REGISTER - DEMAND LETTERS AND SERVICE AS OF "
               DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE SPACES TO PRINT-REC.
           STRING "LOT NUMBER STAGE            LETTER   NO.   SERVED   "
               DELIMITED BY SIZE
               "RECEIVED BY                TOTAL DUE  REMARK"
               DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE DASH-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE "N" TO WS-DUN-EOF.
           OPEN INPUT DUNNING-FILE.
           IF WS-DUN-STATUS = "35"
               MOVE "Y" TO WS-DUN-EOF
           ELSE
               PERFORM CHECK-DUN-STATUS
               PERFORM 6100-REGISTER-ONE THRU 6100-REGISTER-ONE-EXIT
                   UNTIL WS-DUN-EOF = "Y"
               CLOSE DUNNING-FILE
           END-IF.
           MOVE DASH-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE WS-REG-LETTERS TO WS-COUNT-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "LETTERS ON FILE            : " WS-COUNT-ED
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE WS-REG-SERVED TO WS-COUNT-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "  SERVED                   : " WS-COUNT-ED
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE WS-REG-UNSERVED TO WS-COUNT-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "  AWAITING SERVICE         : " WS-COUNT-ED
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE WS-REG-CLOSED TO WS-COUNT-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "  CLOSED, LOT SETTLED      : " WS-COUNT-ED
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE WS-REG-LAPSED TO WS-COUNT-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "FINAL DEMANDS LAPSED       : " WS-COUNT-ED
               "  (MAY GO TO LEVY)" DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           CLOSE PRINT-FILE.
           DISPLAY "DUNNING REGISTER WRITTEN TO DUNRPT.".

       6100-REGISTER-ONE.
           READ DUNNING-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-DUN-EOF
               NOT AT END
                   PERFORM 6200-WRITE-REGISTER-LINE
           END-READ.
           IF WS-DUN-STATUS NOT = "00" AND WS-DUN-STATUS NOT = "10"
               MOVE "DUNNING-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-DUN-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.
       6100-REGISTER-ONE-EXIT.
           EXIT.

       6200-WRITE-REGISTER-LINE.
           ADD 1 TO WS-REG-LETTERS.
           MOVE SPACES TO WS-REG-REMARK.
           IF DUN-CLOSED
               ADD 1 TO WS-REG-CLOSED
               MOVE "CLOSED - SETTLED" TO WS-REG-REMARK
           ELSE IF DUN-SERVED-DATE = ZERO
               ADD 1 TO WS-REG-UNSERVED
               MOVE "AWAITING SERVICE" TO WS-REG-REMARK
           ELSE
               ADD 1 TO WS-REG-SERVED
               IF DUN-FINAL-DEMAND
                   MOVE DUN-SERVED-DATE TO WS-FROM-DATE
                   PERFORM COMPUTE-DAYS-SINCE
                   IF WS-DAYS-SINCE >= DUN-WAIT-DAYS
                       ADD 1 TO WS-REG-LAPSED
                       MOVE "LAPSED - LEVY" TO WS-REG-REMARK
                   ELSE
                       MOVE "RUNNING" TO WS-REG-REMARK
                   END-IF
               END-IF
           END-IF.
           IF DUN-CLOSED AND DUN-SERVED-DATE NOT = ZERO
               ADD 1 TO WS-REG-SERVED
           END-IF.
           PERFORM SET-STAGE-NAME.
           COMPUTE WS-MONEY-ED = DUN-TAX-DUE + DUN-PENALTY-DUE.
           MOVE SPACES TO PRINT-REC.
           STRING DUN-LOT-NUMBER DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-STAGE-NAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DUN-LETTER-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DUN-LETTER-SEQ DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DUN-SERVED-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DUN-RECEIVED-BY DELIMITED BY SIZE
               WS-MONEY-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-REG-REMARK DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.

       SET-STAGE-NAME.
           IF DUN-FIRST-REMINDER
               MOVE "FIRST REMINDER" TO WS-STAGE-NAME
           ELSE IF DUN-SECOND-NOTICE
               MOVE "SECOND NOTICE" TO WS-STAGE-NAME
           ELSE
               MOVE "FINAL DEMAND" TO WS-STAGE-NAME
           END-IF.

      ******************************************************************
      * COMPUTE-DAYS-SINCE - days from WS-FROM-DATE to today on the
      * 30-day-month convention the delinquency run uses.
      ******************************************************************
       COMPUTE-DAYS-SINCE.
           COMPUTE WS-DAYS-SINCE =
               ((WS-TODAY-YEAR - WS-FROM-YEAR) * 360) +
               ((WS-TODAY-MONTH - WS-FROM-MONTH) * 30) +
               (WS-TODAY-DAY - WS-FROM-DAY).

      ******************************************************************
      * OPEN-DUNNING-FILE - I-O for the letter run, creating the log
      * the first time the office duns.
      ******************************************************************
       OPEN-DUNNING-FILE.
           OPEN I-O DUNNING-FILE.
           IF WS-DUN-STATUS = "35"
               OPEN OUTPUT DUNNING-FILE
               CLOSE DUNNING-FILE
               OPEN I-O DUNNING-FILE
           END-IF.
           PERFORM CHECK-DUN-STATUS.

      ******************************************************************
      * ABEND-FILE-ERROR - common stop point for any file operation
      * that comes back with a status this program was not already
      * expecting to handle.
      ******************************************************************
       ABEND-FILE-ERROR.
           DISPLAY "*** FILE ERROR ON " WS-ERR-FILE-NAME.
           DISPLAY "*** FILE STATUS = " WS-ERR-STATUS.
           DISPLAY "DUNNING RUN TERMINATED - SEE FILE STATUS ABOVE.".
           STOP RUN.

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

       CHECK-MASTER-STATUS.
           IF WS-MASTER-STATUS NOT = "00"
               MOVE "MASTER-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-MASTER-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-ADDR-STATUS.
           IF WS-ADDR-STATUS NOT = "00"
               MOVE "ADDRESS-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-ADDR-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-DUN-STATUS.
           IF WS-DUN-STATUS NOT = "00"
               MOVE "DUNNING-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-DUN-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-LTRW-STATUS.
           IF WS-LTRW-STATUS NOT = "00"
               MOVE "LTR-WORK-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-LTRW-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-LETTER-STATUS.
           IF WS-LETTER-STATUS NOT = "00"
               MOVE "LETTER-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-LETTER-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-PRINT-STATUS.
           IF WS-PRINT-STATUS NOT = "00"
               MOVE "PRINT-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-PRINT-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       END PROGRAM DUNNING.
