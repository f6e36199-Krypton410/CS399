      ******************************************************************
      * Author:
      * Date:
      * Purpose: Twelve-month interest expense and funding projection
      *          for the deposit book.  Every active account on
      *          ESCABARTE2.DAT is carried forward month by month
      *          from the RUNCTL business date: the month's interest
      *          expense on its balance and rate, the withholding
      *          that interest bears, and in its maturity month the
      *          principal that runs off (disposition P) or rolls
      *          over (R and I) - a rolled term going on at the rate
      *          the current RATETAB band and product grant it, the
      *          same pricing a rollover gets.  The manager may key a
      *          what-if change to the board rate; it reprices the
      *          rolled terms and the what-if interest and withholding
      *          print alongside the base projection.  Figures are
      *          broken out by branch and term and in total on
      *          PROJRPT, captured to the spool.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPPROJ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT EMP-FILE
           ASSIGN TO 'D:\Files\Cobol\CS399\ESCABARTE2.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACCOUNT_NUMBER_OUT
           FILE STATUS IS WS-EMP-STATUS.

       SELECT RATE-FILE
           ASSIGN TO "RATETAB"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RATE-STATUS.

       SELECT RUN-CONTROL-FILE
           ASSIGN TO "RUNCTL"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RCTL-STATUS.

       SELECT PRINT-FILE
           ASSIGN TO "PROJRPT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD EMP-FILE
           DATA RECORD IS NEW-FILE.

       COPY "DEPREC.cpy".

      ******************************************************************
      * RATE-REC - same promotional-rate band layout the deposit
      * entry program and the rollover run read, matched top-down
      * the same way, so a projected rollover prices as a real one.
      ******************************************************************
       FD RATE-FILE
           DATA RECORD IS RATE-REC.

       01 RATE-REC.
           05 RT-MIN-PRINCIPAL PIC 9(7)V99.
           05 RT-MIN-YEARS PIC 99.
           05 RT-RATE PIC V99.
           05 RT-PERCENT PIC X(3).

       FD RUN-CONTROL-FILE
           DATA RECORD IS RUN-CTL-REC.

       COPY "RUNCTLREC.cpy".

       FD PRINT-FILE
           DATA RECORD IS PRINT-REC.

       01 PRINT-REC PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-EMP-STATUS PIC X(2).
       01 WS-RATE-STATUS PIC X(2).
       01 WS-RCTL-STATUS PIC X(2).
       01 WS-PRINT-STATUS PIC X(2).
       01 WS-EOF PIC X(1) VALUE "N".
       01 WS-RATE-EOF PIC X VALUE "N".
       01 DASH-LINE PIC X(97) VALUE ALL "-".

       01 WS-BUSINESS-DATE PIC 9(8) VALUE ZERO.

      ******************************************************************
      * THE TWELVE PROJECTION MONTHS, STARTING WITH THE MONTH AFTER
      * THE BUSINESS DATE'S.
      ******************************************************************
       01 WS-MONTH-NO PIC 99 VALUE ZERO.
       01 WS-WORK-YYYYMM.
           05 WS-WORK-YYYY PIC 9(4).
           05 WS-WORK-MM PIC 99.
       01 WS-MONTH-TABLE.
           05 WS-PROJ-YYYYMM PIC 9(6) OCCURS 12 TIMES.
       01 WS-MONTH-ED.
           05 WS-MONTH-ED-YYYY PIC 9(4).
           05 FILLER PIC X VALUE "/".
           05 WS-MONTH-ED-MM PIC 99.

      * RATETAB IN MEMORY, LOADED ONCE.
       01 WS-RATE-COUNT PIC 99 VALUE ZERO.
       01 WS-RATE-FOUND-SWITCH PIC X VALUE "N".
           88 RATE-FOUND VALUE "Y".
           88 RATE-NOT-FOUND VALUE "N".
       01 WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 20 TIMES INDEXED BY RT-IDX.
               10 WS-RT-MIN-PRINCIPAL PIC 9(7)V99.
               10 WS-RT-MIN-YEARS PIC 99.
               10 WS-RT-RATE PIC V99.
               10 WS-RT-PERCENT PIC X(3).
       01 WS-RATE PIC V99 VALUE ZERO.

      ******************************************************************
      * THE WHAT-IF: A CUT OR RAISE TO THE BOARD RATE, IN PERCENTAGE
      * POINTS.  IT PRICES ONLY THE TERMS THAT ROLL DURING THE YEAR -
      * A RUNNING TERM KEEPS THE RATE IT WAS CONTRACTED AT.
      ******************************************************************
       01 WS-WHATIF-DIRECTION PIC X VALUE SPACE.
           88 WHATIF-CUT VALUE "C".
           88 WHATIF-RAISE VALUE "R".
       01 WS-WHATIF-POINTS PIC 9V99 VALUE ZERO.
       01 WS-WHATIF-CHANGE PIC V9(4) VALUE ZERO.
       01 WS-POINTS-ED PIC 9.99.

      * ONE ACCOUNT CARRIED FORWARD.
       01 WS-RATE-IN-HAND PIC V99 VALUE ZERO.
       01 WS-PCT-DIGITS-X PIC X(2) VALUE "00".
       01 WS-PCT-DIGITS REDEFINES WS-PCT-DIGITS-X PIC 99.
       01 WS-BASE-RATE PIC V9(4) VALUE ZERO.
       01 WS-WHATIF-RATE PIC V9(4) VALUE ZERO.
       01 WS-ROLL-RATE PIC V9(4) VALUE ZERO.
       01 WS-ROLL-WHATIF-RATE PIC V9(4) VALUE ZERO.
       01 WS-WTAX-RATE PIC V99 VALUE ZERO.
       01 WS-MATURE-MONTH PIC 99 VALUE ZERO.
       01 WS-BALANCE PIC 9(9)V99 VALUE ZERO.
       01 WS-INTEREST-WORK PIC 9(7)V99 VALUE ZERO.
       01 WS-MONTH-INTEREST PIC 9(7)V99 VALUE ZERO.
       01 WS-MONTH-WTAX PIC 9(7)V99 VALUE ZERO.
       01 WS-MONTH-WI-INTEREST PIC 9(7)V99 VALUE ZERO.
       01 WS-MONTH-WI-WTAX PIC 9(7)V99 VALUE ZERO.
       01 WS-MONTH-RUNOFF PIC 9(9)V99 VALUE ZERO.
       01 WS-MONTH-ROLLOVER PIC 9(9)V99 VALUE ZERO.

      ******************************************************************
      * PROJECTION TOTALS PER BRANCH AND TERM, AND FOR THE BOOK.  PER
      * MONTH: INTEREST, WITHHOLDING, RUNOFF, ROLLOVER, AND THE
      * WHAT-IF INTEREST AND WITHHOLDING.  SLOT 13 IS THE YEAR.
      ******************************************************************
       01 WS-GROUP-COUNT PIC 99 VALUE ZERO.
       01 WS-GROUP-FOUND-SWITCH PIC X VALUE "N".
           88 GROUP-FOUND VALUE "Y".
           88 GROUP-NOT-FOUND VALUE "N".
       01 WS-GROUP-TABLE.
           05 WS-GROUP-ENTRY OCCURS 40 TIMES INDEXED BY GR-IDX.
               10 WS-GR-BRANCH PIC X(4).
               10 WS-GR-YEARS PIC 99.
               10 WS-GR-MONTH OCCURS 13 TIMES.
                   15 WS-GR-INTEREST PIC 9(9)V99.
                   15 WS-GR-WTAX PIC 9(9)V99.
                   15 WS-GR-RUNOFF PIC 9(9)V99.
                   15 WS-GR-ROLLOVER PIC 9(9)V99.
                   15 WS-GR-WI-INTEREST PIC 9(9)V99.
                   15 WS-GR-WI-WTAX PIC 9(9)V99.
       01 WS-GRAND-TABLE.
           05 WS-GT-MONTH OCCURS 13 TIMES.
               10 WS-GT-INTEREST PIC 9(9)V99.
               10 WS-GT-WTAX PIC 9(9)V99.
               10 WS-GT-RUNOFF PIC 9(9)V99.
               10 WS-GT-ROLLOVER PIC 9(9)V99.
               10 WS-GT-WI-INTEREST PIC 9(9)V99.
               10 WS-GT-WI-WTAX PIC 9(9)V99.
       01 WS-ACCOUNTS-PROJECTED PIC 9(5) VALUE ZERO.
       01 WS-ACCOUNTS-UNSLOTTED PIC 9(5) VALUE ZERO.

       01 WS-SLOT-NO PIC 99 VALUE ZERO.
       01 WS-COST-CHANGE PIC S9(9)V99 VALUE ZERO.
       01 WS-INT-ED PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-WTAX-ED PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-RUNOFF-ED PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-ROLL-ED PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-WI-INT-ED PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-WI-WTAX-ED PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-CHANGE-ED PIC ----,---,--9.99.
       01 WS-COUNT-ED PIC ZZ,ZZ9.
       01 WS-LINE-LABEL PIC X(7) VALUE SPACES.

      * PARAMETER AREA FOR THE SHARED PRODLKUP PRODUCT ROUTINE.
       COPY "PRDLREC.cpy".

      * PARAMETER AREA FOR THE SHARED SPOOLCAP SPOOL CAPTURE ROUTINE.
       COPY "SPOOLREC.cpy".

      * WS-ERR-FILE-NAME/WS-ERR-STATUS ARE SET BY THE CHECK-xxx-STATUS
      * PARAGRAPHS BELOW BEFORE PERFORMING ABEND-FILE-ERROR.
       01 WS-ERR-FILE-NAME PIC X(20).
       01 WS-ERR-STATUS PIC X(2).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-SCAN-DEPOSITS THRU 2000-SCAN-DEPOSITS-EXIT
               UNTIL WS-EOF = "Y".
           PERFORM 3000-PRINT-PROJECTION.
           PERFORM 4000-FINISH.
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - the business date comes off RUNCTL; a shop
      * not yet under run control projects from today's date.  The
      * what-if is keyed before the book is read.
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RCTL-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM CHECK-RCTL-STATUS
               READ RUN-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RC-BUSINESS-DATE TO WS-BUSINESS-DATE
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.
           MOVE WS-BUSINESS-DATE(1:6) TO WS-WORK-YYYYMM.
           PERFORM 1100-SET-ONE-MONTH
               VARYING WS-MONTH-NO FROM 1 BY 1
               UNTIL WS-MONTH-NO > 12.
           PERFORM 1200-TAKE-WHATIF.
           PERFORM LOAD-RATE-TABLE.
           MOVE ZERO TO WS-GROUP-TABLE WS-GRAND-TABLE.
           OPEN INPUT EMP-FILE.
           IF WS-EMP-STATUS = "35"
               DISPLAY "NO DEPOSIT FILE ON HAND - NOTHING TO PROJECT."
               STOP RUN
           END-IF.
           PERFORM CHECK-EMP-STATUS.
           OPEN OUTPUT PRINT-FILE.
           PERFORM CHECK-PRINT-STATUS.
           MOVE SPACES TO PRINT-REC.
           STRING "TWELVE-MONTH INTEREST AND FUNDING PROJECTION "
               DELIMITED BY SIZE
               "FROM BUSINESS DATE " DELIMITED BY SIZE
               WS-BUSINESS-DATE DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE WS-WHATIF-POINTS TO WS-POINTS-ED.
           MOVE SPACES TO PRINT-REC.
           IF WHATIF-CUT
               STRING "WHAT-IF: BOARD RATE CUT " DELIMITED BY SIZE
                   WS-POINTS-ED DELIMITED BY SIZE
                   " POINTS ON TERMS ROLLING IN THE YEAR"
                   DELIMITED BY SIZE
                   INTO PRINT-REC
           ELSE IF WHATIF-RAISE
               STRING "WHAT-IF: BOARD RATE RAISED " DELIMITED BY SIZE
                   WS-POINTS-ED DELIMITED BY SIZE
                   " POINTS ON TERMS ROLLING IN THE YEAR"
                   DELIMITED BY SIZE
                   INTO PRINT-REC
           ELSE
               MOVE "WHAT-IF: NO RATE CHANGE KEYED" TO PRINT-REC
           END-IF.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.

       1100-SET-ONE-MONTH.
           ADD 1 TO WS-WORK-MM.
           IF WS-WORK-MM > 12
               MOVE 1 TO WS-WORK-MM
               ADD 1 TO WS-WORK-YYYY
           END-IF.
           MOVE WS-WORK-YYYYMM TO WS-PROJ-YYYYMM(WS-MONTH-NO).

       1200-TAKE-WHATIF.
           DISPLAY "WHAT-IF BOARD RATE CHANGE - C = CUT, R = RAISE, "
               "N = NONE : ".
           ACCEPT WS-WHATIF-DIRECTION.
           IF WHATIF-CUT OR WHATIF-RAISE
               DISPLAY "CHANGE IN PERCENTAGE POINTS (E.G. 0.50) : "
               ACCEPT WS-WHATIF-POINTS
               COMPUTE WS-WHATIF-CHANGE = WS-WHATIF-POINTS / 100
           ELSE
               MOVE "N" TO WS-WHATIF-DIRECTION
               MOVE ZERO TO WS-WHATIF-POINTS
               MOVE ZERO TO WS-WHATIF-CHANGE
           END-IF.

       2000-SCAN-DEPOSITS.
           READ EMP-FILE NEXT RECORD
           AT END
               MOVE "Y" TO WS-EOF
           NOT AT END
               IF DEPOSIT-ACTIVE-OUT
                   PERFORM 2100-PROJECT-ONE THRU 2100-PROJECT-ONE-EXIT
               END-IF
           END-READ.
           IF WS-EMP-STATUS NOT = "00" AND WS-EMP-STATUS NOT = "10"
               MOVE "EMP-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-EMP-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.
       2000-SCAN-DEPOSITS-EXIT.
           EXIT.

      ******************************************************************
      * 2100-PROJECT-ONE - carries one account through the twelve
      * months.  An account already past maturity that the rollover
      * run has not yet reached is treated as maturing in the first
      * month.  A term maturing inside the year goes on at the
      * rollover rate; a second maturity cannot fall inside the year
      * since no term is shorter than a year.
      ******************************************************************
       2100-PROJECT-ONE.
           PERFORM 2200-FIND-GROUP-SLOT.
           IF GROUP-NOT-FOUND
               ADD 1 TO WS-ACCOUNTS-UNSLOTTED
               GO TO 2100-PROJECT-ONE-EXIT
           END-IF.
           PERFORM 2300-RATE-IN-HAND.
           MOVE WS-RATE-IN-HAND TO WS-BASE-RATE.
           MOVE WS-RATE-IN-HAND TO WS-WHATIF-RATE.
           PERFORM 2400-ROLLOVER-PRICING.
           MOVE ZERO TO WS-MATURE-MONTH.
           IF MATURITY-DATE-OUT(1:6) NOT > WS-PROJ-YYYYMM(1)
               MOVE 1 TO WS-MATURE-MONTH
           ELSE
               PERFORM 2150-MATCH-MATURE-MONTH
                   VARYING WS-MONTH-NO FROM 2 BY 1
                   UNTIL WS-MONTH-NO > 12
           END-IF.
           MOVE DEP-BALANCE-OUT TO WS-BALANCE.
           PERFORM 2500-PROJECT-MONTH
               VARYING WS-MONTH-NO FROM 1 BY 1
               UNTIL WS-MONTH-NO > 12.
           ADD 1 TO WS-ACCOUNTS-PROJECTED.
       2100-PROJECT-ONE-EXIT.
           EXIT.

       2150-MATCH-MATURE-MONTH.
           IF MATURITY-DATE-OUT(1:6) = WS-PROJ-YYYYMM(WS-MONTH-NO)
               MOVE WS-MONTH-NO TO WS-MATURE-MONTH
           END-IF.

       2200-FIND-GROUP-SLOT.
           SET GR-IDX TO 1.
           SET GROUP-NOT-FOUND TO TRUE.
           PERFORM 2210-SCAN-GROUP THRU 2210-SCAN-GROUP-EXIT
               UNTIL GR-IDX > WS-GROUP-COUNT OR GROUP-FOUND.
           IF GROUP-NOT-FOUND AND WS-GROUP-COUNT < 40
               ADD 1 TO WS-GROUP-COUNT
               SET GR-IDX TO WS-GROUP-COUNT
               MOVE BRANCH-CODE-OUT TO WS-GR-BRANCH(GR-IDX)
               MOVE YEARS_OF_DEPOSIT_OUT TO WS-GR-YEARS(GR-IDX)
               SET GROUP-FOUND TO TRUE
           END-IF.

       2210-SCAN-GROUP.
           IF BRANCH-CODE-OUT = WS-GR-BRANCH(GR-IDX) AND
               YEARS_OF_DEPOSIT_OUT = WS-GR-YEARS(GR-IDX)
               SET GROUP-FOUND TO TRUE
           ELSE
               SET GR-IDX UP BY 1
           END-IF.
       2210-SCAN-GROUP-EXIT.
           EXIT.

      ******************************************************************
      * 2300-RATE-IN-HAND - the record's numeric rate, or the PERCENT
      * text read back for an account keyed before the rate field
      * existed, the same as the accrual run.
      ******************************************************************
       2300-RATE-IN-HAND.
           MOVE DEPOSIT-RATE-OUT TO WS-RATE-IN-HAND.
           IF WS-RATE-IN-HAND = ZERO
               MOVE "00" TO WS-PCT-DIGITS-X
               IF PERCENT-OUT(2:1) = "%"
                   MOVE PERCENT-OUT(1:1) TO WS-PCT-DIGITS-X(2:1)
               ELSE IF PERCENT-OUT(3:1) = "%"
                   MOVE PERCENT-OUT(1:2) TO WS-PCT-DIGITS-X
               END-IF
               END-IF
               COMPUTE WS-RATE-IN-HAND = WS-PCT-DIGITS / 100
           END-IF.

      ******************************************************************
      * 2400-ROLLOVER-PRICING - the rate a rolled term would get
      * today, band off RATETAB and premium off the product, exactly
      * as the rollover run prices it; no band keeps the rate the
      * account carries.  The product's withholding rate applies to
      * the projected interest, none where the product is exempt
      * when held to term.  The what-if moves the rolled rate by the
      * keyed points, never below zero.
      ******************************************************************
       2400-ROLLOVER-PRICING.
           PERFORM LOOKUP-RATE.
           MOVE "R" TO PRL-FUNCTION.
           MOVE DEP-PRODUCT-CODE-OUT TO PRL-PRODUCT-CODE.
           MOVE PRINCIPAL_AMOUNT_OUT TO PRL-PRINCIPAL.
           MOVE YEARS_OF_DEPOSIT_OUT TO PRL-YEARS.
           MOVE WS-RATE TO PRL-BASE-RATE.
           CALL "PRODLKUP" USING PRODUCT-LOOKUP-AREA.
           IF RATE-NOT-FOUND
               MOVE WS-RATE-IN-HAND TO WS-ROLL-RATE
           ELSE
               MOVE PRL-RATE TO WS-ROLL-RATE
           END-IF.
           IF PRL-WTAX-EXEMPT-AT-TERM
               MOVE ZERO TO WS-WTAX-RATE
           ELSE
               MOVE PRL-WTAX-RATE TO WS-WTAX-RATE
           END-IF.
           IF WHATIF-RAISE
               COMPUTE WS-ROLL-WHATIF-RATE =
                   WS-ROLL-RATE + WS-WHATIF-CHANGE
           ELSE IF WHATIF-CUT AND WS-WHATIF-CHANGE < WS-ROLL-RATE
               COMPUTE WS-ROLL-WHATIF-RATE =
                   WS-ROLL-RATE - WS-WHATIF-CHANGE
           ELSE IF WHATIF-CUT
               MOVE ZERO TO WS-ROLL-WHATIF-RATE
           ELSE
               MOVE WS-ROLL-RATE TO WS-ROLL-WHATIF-RATE
           END-IF.

      ******************************************************************
      * 2500-PROJECT-MONTH - the month's interest on the balance
      * carried into it, a twelfth of a year as the accrual run books
      * it.  In the maturity month the principal goes out (P) or
      * rolls (R and I, an R rolling the term's net interest in with
      * it; a blank disposition rolls as R) and the balance carries
      * on at the rolled rate.
      ******************************************************************
       2500-PROJECT-MONTH.
           COMPUTE WS-MONTH-INTEREST ROUNDED =
               WS-BALANCE * WS-BASE-RATE / 12.
           COMPUTE WS-MONTH-WTAX ROUNDED =
               WS-MONTH-INTEREST * WS-WTAX-RATE.
           COMPUTE WS-MONTH-WI-INTEREST ROUNDED =
               WS-BALANCE * WS-WHATIF-RATE / 12.
           COMPUTE WS-MONTH-WI-WTAX ROUNDED =
               WS-MONTH-WI-INTEREST * WS-WTAX-RATE.
           MOVE ZERO TO WS-MONTH-RUNOFF.
           MOVE ZERO TO WS-MONTH-ROLLOVER.
           IF WS-MONTH-NO = WS-MATURE-MONTH
               IF DEP-DISP-PAY-OUT
                   MOVE WS-BALANCE TO WS-MONTH-RUNOFF
                   MOVE ZERO TO WS-BALANCE
               ELSE IF DEP-DISP-PAY-INTEREST
                   MOVE WS-BALANCE TO WS-MONTH-ROLLOVER
               ELSE
                   MOVE INTEREST-OUT TO WS-INTEREST-WORK
                   COMPUTE WS-BALANCE = WS-BALANCE +
                       WS-INTEREST-WORK - DEP-TAX-WITHHELD-OUT
                   MOVE WS-BALANCE TO WS-MONTH-ROLLOVER
               END-IF
               END-IF
               MOVE WS-ROLL-RATE TO WS-BASE-RATE
               MOVE WS-ROLL-WHATIF-RATE TO WS-WHATIF-RATE
           END-IF.
           ADD WS-MONTH-INTEREST TO WS-GR-INTEREST(GR-IDX, WS-MONTH-NO)
               WS-GR-INTEREST(GR-IDX, 13)
               WS-GT-INTEREST(WS-MONTH-NO) WS-GT-INTEREST(13).
           ADD WS-MONTH-WTAX TO WS-GR-WTAX(GR-IDX, WS-MONTH-NO)
               WS-GR-WTAX(GR-IDX, 13)
               WS-GT-WTAX(WS-MONTH-NO) WS-GT-WTAX(13).
           ADD WS-MONTH-RUNOFF TO WS-GR-RUNOFF(GR-IDX, WS-MONTH-NO)
               WS-GR-RUNOFF(GR-IDX, 13)
               WS-GT-RUNOFF(WS-MONTH-NO) WS-GT-RUNOFF(13).
           ADD WS-MONTH-ROLLOVER
               TO WS-GR-ROLLOVER(GR-IDX, WS-MONTH-NO)
               WS-GR-ROLLOVER(GR-IDX, 13)
               WS-GT-ROLLOVER(WS-MONTH-NO) WS-GT-ROLLOVER(13).
           ADD WS-MONTH-WI-INTEREST
               TO WS-GR-WI-INTEREST(GR-IDX, WS-MONTH-NO)
               WS-GR-WI-INTEREST(GR-IDX, 13)
               WS-GT-WI-INTEREST(WS-MONTH-NO) WS-GT-WI-INTEREST(13).
           ADD WS-MONTH-WI-WTAX
               TO WS-GR-WI-WTAX(GR-IDX, WS-MONTH-NO)
               WS-GR-WI-WTAX(GR-IDX, 13)
               WS-GT-WI-WTAX(WS-MONTH-NO) WS-GT-WI-WTAX(13).

       3000-PRINT-PROJECTION.
           MOVE 1 TO WS-SLOT-NO.
           PERFORM 3100-PRINT-ONE-GROUP THRU 3100-PRINT-ONE-GROUP-EXIT
               UNTIL WS-SLOT-NO > WS-GROUP-COUNT.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE "ALL BRANCHES AND TERMS" TO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           PERFORM 3400-COLUMN-HEADINGS.
           PERFORM 3300-PRINT-GRAND-MONTH
               VARYING WS-MONTH-NO FROM 1 BY 1
               UNTIL WS-MONTH-NO > 13.
           MOVE DASH-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           COMPUTE WS-COST-CHANGE =
               WS-GT-WI-INTEREST(13) - WS-GT-INTEREST(13).
           MOVE WS-COST-CHANGE TO WS-CHANGE-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "WHAT-IF CHANGE IN THE YEAR'S INTEREST EXPENSE : "
               DELIMITED BY SIZE
               WS-CHANGE-ED DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE WS-ACCOUNTS-PROJECTED TO WS-COUNT-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "ACCOUNTS PROJECTED : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           IF WS-ACCOUNTS-UNSLOTTED > ZERO
               MOVE WS-ACCOUNTS-UNSLOTTED TO WS-COUNT-ED
               MOVE SPACES TO PRINT-REC
               STRING "*** ACCOUNTS LEFT OUT - MORE THAN 40 BRANCH/"
                   DELIMITED BY SIZE
                   "TERM GROUPS : " DELIMITED BY SIZE
                   WS-COUNT-ED DELIMITED BY SIZE
                   INTO PRINT-REC
               WRITE PRINT-REC
               PERFORM CHECK-PRINT-STATUS
           END-IF.

       3100-PRINT-ONE-GROUP.
           SET GR-IDX TO WS-SLOT-NO.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE SPACES TO PRINT-REC.
           STRING "BRANCH " DELIMITED BY SIZE
               WS-GR-BRANCH(GR-IDX) DELIMITED BY SIZE
               "   TERM " DELIMITED BY SIZE
               WS-GR-YEARS(GR-IDX) DELIMITED BY SIZE
               " YEAR(S)" DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           PERFORM 3400-COLUMN-HEADINGS.
           PERFORM 3200-PRINT-GROUP-MONTH
               VARYING WS-MONTH-NO FROM 1 BY 1
               UNTIL WS-MONTH-NO > 13.
           ADD 1 TO WS-SLOT-NO.
       3100-PRINT-ONE-GROUP-EXIT.
           EXIT.

       3200-PRINT-GROUP-MONTH.
           MOVE WS-GR-INTEREST(GR-IDX, WS-MONTH-NO) TO WS-INT-ED.
           MOVE WS-GR-WTAX(GR-IDX, WS-MONTH-NO) TO WS-WTAX-ED.
           MOVE WS-GR-RUNOFF(GR-IDX, WS-MONTH-NO) TO WS-RUNOFF-ED.
           MOVE WS-GR-ROLLOVER(GR-IDX, WS-MONTH-NO) TO WS-ROLL-ED.
           MOVE WS-GR-WI-INTEREST(GR-IDX, WS-MONTH-NO)
               TO WS-WI-INT-ED.
           MOVE WS-GR-WI-WTAX(GR-IDX, WS-MONTH-NO) TO WS-WI-WTAX-ED.
           PERFORM 3500-WRITE-MONTH-LINE.

       3300-PRINT-GRAND-MONTH.
           MOVE WS-GT-INTEREST(WS-MONTH-NO) TO WS-INT-ED.
           MOVE WS-GT-WTAX(WS-MONTH-NO) TO WS-WTAX-ED.
           MOVE WS-GT-RUNOFF(WS-MONTH-NO) TO WS-RUNOFF-ED.
           MOVE WS-GT-ROLLOVER(WS-MONTH-NO) TO WS-ROLL-ED.
           MOVE WS-GT-WI-INTEREST(WS-MONTH-NO) TO WS-WI-INT-ED.
           MOVE WS-GT-WI-WTAX(WS-MONTH-NO) TO WS-WI-WTAX-ED.
           PERFORM 3500-WRITE-MONTH-LINE.

       3400-COLUMN-HEADINGS.
           MOVE SPACES TO PRINT-REC.
           STRING "MONTH       INTEREST EXP    WITHHOLDING"
               DELIMITED BY SIZE
               "         RUNOFF       ROLLOVER    WHAT-IF INT"
               DELIMITED BY SIZE
               "   WHAT-IF WTAX" DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE DASH-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.

       3500-WRITE-MONTH-LINE.
           IF WS-MONTH-NO > 12
               MOVE "YEAR" TO WS-LINE-LABEL
           ELSE
               MOVE WS-PROJ-YYYYMM(WS-MONTH-NO)(1:4)
                   TO WS-MONTH-ED-YYYY
               MOVE WS-PROJ-YYYYMM(WS-MONTH-NO)(5:2) TO WS-MONTH-ED-MM
               MOVE WS-MONTH-ED TO WS-LINE-LABEL
           END-IF.
           MOVE SPACES TO PRINT-REC.
           STRING WS-LINE-LABEL DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-INT-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-WTAX-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RUNOFF-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ROLL-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-WI-INT-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-WI-WTAX-ED DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.

       4000-FINISH.
           CLOSE EMP-FILE.
           CLOSE PRINT-FILE.
           MOVE "PROJRPT" TO SPC-REPORT-NAME.
           MOVE "PROJRPT" TO SPC-SOURCE-PATH.
           CALL "SPOOLCAP" USING SPOOL-CAP-AREA.
           DISPLAY "INTEREST AND FUNDING PROJECTION WRITTEN TO "
               "PROJRPT.".

      ******************************************************************
      * LOAD-RATE-TABLE - reads RATETAB into memory once at startup.
      * A table never set up leaves every account at its own rate.
      ******************************************************************
       LOAD-RATE-TABLE.
           OPEN INPUT RATE-FILE.
           IF WS-RATE-STATUS = "35"
               DISPLAY "NO RATETAB ON HAND - ROLLED TERMS KEEP THEIR "
                   "OWN RATES."
           ELSE
               PERFORM LOAD-RATE-ENTRY THRU LOAD-RATE-ENTRY-EXIT
                   UNTIL WS-RATE-EOF = "Y"
               CLOSE RATE-FILE
           END-IF.

       LOAD-RATE-ENTRY.
           READ RATE-FILE
               AT END
                   MOVE "Y" TO WS-RATE-EOF
               NOT AT END
                   IF WS-RATE-COUNT < 20
                       ADD 1 TO WS-RATE-COUNT
                       SET RT-IDX TO WS-RATE-COUNT
                       MOVE RT-MIN-PRINCIPAL
                           TO WS-RT-MIN-PRINCIPAL(RT-IDX)
                       MOVE RT-MIN-YEARS TO WS-RT-MIN-YEARS(RT-IDX)
                       MOVE RT-RATE TO WS-RT-RATE(RT-IDX)
                       MOVE RT-PERCENT TO WS-RT-PERCENT(RT-IDX)
                   END-IF
           END-READ.
       LOAD-RATE-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      * LOOKUP-RATE - scans the in-memory rate table top-down and
      * stops on the first band this deposit clears, the same way
      * the rollover run rates a rolled term.
      ******************************************************************
       LOOKUP-RATE.
           SET RT-IDX TO 1.
           SET RATE-NOT-FOUND TO TRUE.
           MOVE ZERO TO WS-RATE.
           PERFORM LOOKUP-RATE-SCAN THRU LOOKUP-RATE-SCAN-EXIT
               UNTIL RT-IDX > WS-RATE-COUNT OR RATE-FOUND.

       LOOKUP-RATE-SCAN.
           IF PRINCIPAL_AMOUNT_OUT >= WS-RT-MIN-PRINCIPAL(RT-IDX) AND
               YEARS_OF_DEPOSIT_OUT >= WS-RT-MIN-YEARS(RT-IDX)
               SET RATE-FOUND TO TRUE
               MOVE WS-RT-RATE(RT-IDX) TO WS-RATE
           ELSE
               SET RT-IDX UP BY 1
           END-IF.
       LOOKUP-RATE-SCAN-EXIT.
           EXIT.

      ******************************************************************
      * ABEND-FILE-ERROR - common stop point for any file operation
      * that comes back with a status this program was not already
      * expecting to handle.
      ******************************************************************
       ABEND-FILE-ERROR.
           DISPLAY "*** FILE ERROR ON " WS-ERR-FILE-NAME.
           DISPLAY "*** FILE STATUS = " WS-ERR-STATUS.
           DISPLAY "PROJECTION RUN TERMINATED - SEE FILE STATUS ABOVE.".
           STOP RUN.

       CHECK-EMP-STATUS.
           IF WS-EMP-STATUS NOT = "00"
               MOVE "EMP-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-EMP-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-RCTL-STATUS.
           IF WS-RCTL-STATUS NOT = "00"
               MOVE "RUN-CONTROL-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-RCTL-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-PRINT-STATUS.
           IF WS-PRINT-STATUS NOT = "00"
               MOVE "PRINT-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-PRINT-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       END PROGRAM DEPPROJ.
