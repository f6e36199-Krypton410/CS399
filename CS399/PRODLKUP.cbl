      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared time-deposit product routine - one CALLable
      *          place that knows the products on PRODTAB (regular
      *          time deposit, senior-citizen deposit at a rate
      *          premium, five-year long-term deposit exempt from
      *          final withholding tax when held to term), so the
      *          entry screen, the withdrawal window, the annual
      *          capitalization, the maturity run and the tax report
      *          all rate and tax an account by the same rules.
      *          PRODTAB is loaded once per run on the first call and
      *          seeded with the three standard products if the shop
      *          has never set it up.  See PRDLREC for the calling
      *          convention.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODLKUP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT PRODUCT-FILE
           ASSIGN TO "PRODTAB"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PROD-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD PRODUCT-FILE
           DATA RECORD IS PROD-REC.

       COPY "PRODREC.cpy".

       WORKING-STORAGE SECTION.
       01 WS-PROD-STATUS PIC X(2).
       01 WS-PROD-EOF PIC X(1) VALUE "N".
       01 WS-LOADED-SWITCH PIC X(1) VALUE "N".
           88 PRODUCTS-LOADED VALUE "Y".

      ******************************************************************
      * THE PRODUCT TABLE, HELD FOR THE LIFE OF THE RUN.  EACH ENTRY
      * IS A PROD-REC IMAGE, REDEFINED FIELD BY FIELD THROUGH
      * WS-PRODUCT-IN-HAND ONCE THE CODE IS FOUND.
      ******************************************************************
       01 WS-PRODUCT-COUNT PIC 99 VALUE ZERO.
       01 WS-PRODUCT-TABLE.
           05 WS-PRODUCT-IMAGE PIC X(93) OCCURS 20 TIMES
               INDEXED BY PR-IDX.
       01 WS-PRODUCT-IN-HAND.
           05 WS-PIH-CODE PIC X(2).
           05 WS-PIH-NAME PIC X(20).
           05 WS-PIH-RATE-BASIS PIC X(1).
               88 WS-PIH-RATE-OFF-RATETAB VALUE "T".
           05 WS-PIH-RATE-PREMIUM PIC V99.
           05 WS-PIH-BAND OCCURS 3 TIMES.
               10 WS-PIH-BAND-MIN-PRINCIPAL PIC 9(7)V99.
               10 WS-PIH-BAND-RATE PIC V99.
           05 WS-PIH-MIN-PLACEMENT PIC 9(7)V99.
           05 WS-PIH-MIN-YEARS PIC 99.
           05 WS-PIH-MAX-YEARS PIC 99.
           05 WS-PIH-ELIGIBILITY PIC X(1).
           05 WS-PIH-PRETERM-ALLOWED PIC X(1).
           05 WS-PIH-PRETERM-MIN-DAYS PIC 9(3).
           05 WS-PIH-PENALTY-RATE PIC V99.
           05 WS-PIH-WTAX-RATE PIC V99.
           05 WS-PIH-WTAX-TREATMENT PIC X(1).
               88 WS-PIH-WTAX-EXEMPT-AT-TERM VALUE "T".
           05 WS-PIH-PRETERM-WTAX OCCURS 3 TIMES.
               10 WS-PIH-PTW-UNDER-YEARS PIC 99.
               10 WS-PIH-PTW-RATE PIC V99.

       01 WS-WANTED-CODE PIC X(2) VALUE SPACES.
       01 WS-FOUND-SWITCH PIC X(1) VALUE "N".
           88 WS-CODE-FOUND VALUE "Y".
       01 WS-SUB PIC 9(1) VALUE ZERO.
       01 WS-RATE-SUM PIC 9V99 VALUE ZERO.
       01 WS-YEARS-HELD PIC 9(3) VALUE ZERO.
       01 WS-PCT-DIGITS PIC 99 VALUE ZERO.
       01 WS-PCT-DIGITS-X REDEFINES WS-PCT-DIGITS PIC X(2).

       LINKAGE SECTION.

       COPY "PRDLREC.cpy".

       PROCEDURE DIVISION USING PRODUCT-LOOKUP-AREA.
       0000-DISPATCH.
           IF NOT PRODUCTS-LOADED
               PERFORM 1000-LOAD-PRODUCTS
           END-IF.
           PERFORM 2000-FIND-PRODUCT.
           IF PRL-FUNCTION = "R"
               PERFORM 3000-RATE-PLACEMENT
           END-IF.
           IF PRL-FUNCTION = "W"
               PERFORM 4000-PRETERM-WTAX
           END-IF.
           GOBACK.

      ******************************************************************
      * 1000-LOAD-PRODUCTS - reads PRODTAB into memory once per run.
      * If the shop has never set the table up, the three standard
      * products are written first so the book always has them.
      ******************************************************************
       1000-LOAD-PRODUCTS.
           OPEN INPUT PRODUCT-FILE.
           IF WS-PROD-STATUS = "35"
               PERFORM 1200-WRITE-DEFAULT-PRODUCTS
               OPEN INPUT PRODUCT-FILE
           END-IF.
           IF WS-PROD-STATUS NOT = "00"
               DISPLAY "*** FILE ERROR ON PRODUCT-FILE"
               DISPLAY "*** FILE STATUS = " WS-PROD-STATUS
               STOP RUN
           END-IF.
           PERFORM 1100-LOAD-PRODUCT-ENTRY
               THRU 1100-LOAD-PRODUCT-ENTRY-EXIT
               UNTIL WS-PROD-EOF = "Y".
           CLOSE PRODUCT-FILE.
           SET PRODUCTS-LOADED TO TRUE.

       1100-LOAD-PRODUCT-ENTRY.
           READ PRODUCT-FILE
               AT END
                   MOVE "Y" TO WS-PROD-EOF
               NOT AT END
                   IF WS-PRODUCT-COUNT < 20
                       ADD 1 TO WS-PRODUCT-COUNT
                       SET PR-IDX TO WS-PRODUCT-COUNT
                       MOVE PROD-REC TO WS-PRODUCT-IMAGE(PR-IDX)
                   END-IF
           END-READ.
       1100-LOAD-PRODUCT-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      * 1200-WRITE-DEFAULT-PRODUCTS - the standard product set:
      *   TD regular time deposit - RATETAB rate, 1 to 30 years,
      *      20% final tax withheld
      *   SC senior-citizen deposit - RATETAB rate plus one point,
      *      5,000.00 minimum, senior citizen's ID required
      *   LT long-term deposit - five years only, 50,000.00
      *      minimum, its own rate bands, exempt from final tax when
      *      held to term; pretermination is assessed the waived
      *      tax at 20% under three years held, 12% under four and
      *      5% under five
      ******************************************************************
       1200-WRITE-DEFAULT-PRODUCTS.
           OPEN OUTPUT PRODUCT-FILE.
           MOVE SPACES TO PROD-REC.
           MOVE "TD" TO PRD-CODE.
           MOVE "REGULAR TIME DEPOSIT" TO PRD-NAME.
           MOVE "T" TO PRD-RATE-BASIS.
           MOVE ZERO TO PRD-RATE-PREMIUM.
           PERFORM 1210-CLEAR-SCHEDULES VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > 3.
           MOVE ZERO TO PRD-MIN-PLACEMENT.
           MOVE 1 TO PRD-MIN-YEARS.
           MOVE 30 TO PRD-MAX-YEARS.
           MOVE SPACE TO PRD-ELIGIBILITY.
           MOVE "Y" TO PRD-PRETERM-ALLOWED.
           MOVE ZERO TO PRD-PRETERM-MIN-DAYS.
           MOVE .02 TO PRD-PENALTY-RATE.
           MOVE .20 TO PRD-WTAX-RATE.
           MOVE "S" TO PRD-WTAX-TREATMENT.
           WRITE PROD-REC.
           MOVE "SC" TO PRD-CODE.
           MOVE "SENIOR CITIZEN TD" TO PRD-NAME.
           MOVE .01 TO PRD-RATE-PREMIUM.
           MOVE 5000.00 TO PRD-MIN-PLACEMENT.
           MOVE "S" TO PRD-ELIGIBILITY.
           WRITE PROD-REC.
           MOVE "LT" TO PRD-CODE.
           MOVE "LONG-TERM DEPOSIT" TO PRD-NAME.
           MOVE "P" TO PRD-RATE-BASIS.
           MOVE ZERO TO PRD-RATE-PREMIUM.
           MOVE 500000.00 TO PRD-BAND-MIN-PRINCIPAL(1).
           MOVE .08 TO PRD-BAND-RATE(1).
           MOVE ZERO TO PRD-BAND-MIN-PRINCIPAL(2).
           MOVE .07 TO PRD-BAND-RATE(2).
           MOVE 50000.00 TO PRD-MIN-PLACEMENT.
           MOVE 5 TO PRD-MIN-YEARS.
           MOVE 5 TO PRD-MAX-YEARS.
           MOVE SPACE TO PRD-ELIGIBILITY.
           MOVE 30 TO PRD-PRETERM-MIN-DAYS.
           MOVE "T" TO PRD-WTAX-TREATMENT.
           MOVE 3 TO PRD-PTW-UNDER-YEARS(1).
           MOVE .20 TO PRD-PTW-RATE(1).
           MOVE 4 TO PRD-PTW-UNDER-YEARS(2).
           MOVE .12 TO PRD-PTW-RATE(2).
           MOVE 5 TO PRD-PTW-UNDER-YEARS(3).
           MOVE .05 TO PRD-PTW-RATE(3).
           WRITE PROD-REC.
           CLOSE PRODUCT-FILE.

       1210-CLEAR-SCHEDULES.
           MOVE ZERO TO PRD-BAND-MIN-PRINCIPAL(WS-SUB).
           MOVE ZERO TO PRD-BAND-RATE(WS-SUB).
           MOVE ZERO TO PRD-PTW-UNDER-YEARS(WS-SUB).
           MOVE ZERO TO PRD-PTW-RATE(WS-SUB).

      ******************************************************************
      * 2000-FIND-PRODUCT - the product named by PRL-PRODUCT-CODE, or
      * the regular deposit for spaces.  A code that is not on the
      * table falls back to the regular deposit's rules with
      * PRL-FOUND N, so an account never goes unrated; callers that
      * take new placements refuse the code instead.
      ******************************************************************
       2000-FIND-PRODUCT.
           IF PRL-PRODUCT-CODE = SPACES
               MOVE "TD" TO PRL-PRODUCT-CODE
           END-IF.
           MOVE PRL-PRODUCT-CODE TO WS-WANTED-CODE.
           PERFORM 2100-SCAN-PRODUCTS.
           IF WS-CODE-FOUND
               MOVE "Y" TO PRL-FOUND
           ELSE
               MOVE "N" TO PRL-FOUND
               MOVE "TD" TO WS-WANTED-CODE
               PERFORM 2100-SCAN-PRODUCTS
           END-IF.
           IF NOT WS-CODE-FOUND
               PERFORM 2200-BUILT-IN-REGULAR
           END-IF.
           MOVE WS-PIH-NAME TO PRL-PRODUCT-NAME.
           MOVE WS-PIH-MIN-PLACEMENT TO PRL-MIN-PLACEMENT.
           MOVE WS-PIH-MIN-YEARS TO PRL-MIN-YEARS.
           MOVE WS-PIH-MAX-YEARS TO PRL-MAX-YEARS.
           MOVE WS-PIH-ELIGIBILITY TO PRL-ELIGIBILITY.
           MOVE WS-PIH-PRETERM-ALLOWED TO PRL-PRETERM-ALLOWED.
           MOVE WS-PIH-PRETERM-MIN-DAYS TO PRL-PRETERM-MIN-DAYS.
           MOVE WS-PIH-PENALTY-RATE TO PRL-PENALTY-RATE.
           MOVE WS-PIH-WTAX-RATE TO PRL-WTAX-RATE.
           MOVE WS-PIH-WTAX-TREATMENT TO PRL-WTAX-TREATMENT.

       2100-SCAN-PRODUCTS.
           MOVE "N" TO WS-FOUND-SWITCH.
           SET PR-IDX TO 1.
           PERFORM 2110-SCAN-ONE THRU 2110-SCAN-ONE-EXIT
               UNTIL PR-IDX > WS-PRODUCT-COUNT OR WS-CODE-FOUND.

       2110-SCAN-ONE.
           IF WS-PRODUCT-IMAGE(PR-IDX)(1:2) = WS-WANTED-CODE
               MOVE WS-PRODUCT-IMAGE(PR-IDX) TO WS-PRODUCT-IN-HAND
               SET WS-CODE-FOUND TO TRUE
           ELSE
               SET PR-IDX UP BY 1
           END-IF.
       2110-SCAN-ONE-EXIT.
           EXIT.

      ******************************************************************
      * 2200-BUILT-IN-REGULAR - a table edited down to nothing still
      * rates an account the way the book always did: RATETAB rate,
      * the old 2% penalty and 20% final tax.
      ******************************************************************
       2200-BUILT-IN-REGULAR.
           MOVE "N" TO PRL-FOUND.
           MOVE SPACES TO WS-PRODUCT-IN-HAND.
           MOVE "TD" TO WS-PIH-CODE.
           MOVE "REGULAR TIME DEPOSIT" TO WS-PIH-NAME.
           MOVE "T" TO WS-PIH-RATE-BASIS.
           MOVE ZERO TO WS-PIH-RATE-PREMIUM.
           MOVE ZERO TO WS-PIH-MIN-PLACEMENT.
           MOVE 1 TO WS-PIH-MIN-YEARS.
           MOVE 30 TO WS-PIH-MAX-YEARS.
           MOVE "Y" TO WS-PIH-PRETERM-ALLOWED.
           MOVE ZERO TO WS-PIH-PRETERM-MIN-DAYS.
           MOVE .02 TO WS-PIH-PENALTY-RATE.
           MOVE .20 TO WS-PIH-WTAX-RATE.
           MOVE "S" TO WS-PIH-WTAX-TREATMENT.

      ******************************************************************
      * 3000-RATE-PLACEMENT - the rate for the principal and term in
      * hand.  A product priced off the shop table adds its premium
      * to the RATETAB band the caller found; a product with its own
      * bands takes the first band the principal clears.  The rate
      * is printed as whole percent text the way PERCENT-OUT has
      * always carried it ("8% ", "10%").
      ******************************************************************
       3000-RATE-PLACEMENT.
           MOVE ZERO TO PRL-RATE.
           IF WS-PIH-RATE-OFF-RATETAB
               COMPUTE WS-RATE-SUM =
                   PRL-BASE-RATE + WS-PIH-RATE-PREMIUM
               IF WS-RATE-SUM > .99
                   MOVE .99 TO PRL-RATE
               ELSE
                   MOVE WS-RATE-SUM TO PRL-RATE
               END-IF
           ELSE
               MOVE "N" TO WS-FOUND-SWITCH
               PERFORM 3100-SCAN-BAND VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > 3 OR WS-CODE-FOUND
           END-IF.
           COMPUTE WS-PCT-DIGITS = PRL-RATE * 100.
           IF WS-PCT-DIGITS < 10
               MOVE WS-PCT-DIGITS-X(2:1) TO PRL-PERCENT(1:1)
               MOVE "% " TO PRL-PERCENT(2:2)
           ELSE
               MOVE WS-PCT-DIGITS-X TO PRL-PERCENT(1:2)
               MOVE "%" TO PRL-PERCENT(3:1)
           END-IF.

       3100-SCAN-BAND.
           IF WS-PIH-BAND-RATE(WS-SUB) > ZERO AND
               PRL-PRINCIPAL >= WS-PIH-BAND-MIN-PRINCIPAL(WS-SUB)
               MOVE WS-PIH-BAND-RATE(WS-SUB) TO PRL-RATE
               SET WS-CODE-FOUND TO TRUE
           END-IF.

      ******************************************************************
      * 4000-PRETERM-WTAX - the withholding rate on interest settled
      * after PRL-DAYS-HELD days.  A standard product withholds its
      * ordinary rate.  A product exempt when held to term takes the
      * first tier of its waived-tax schedule the whole years held
      * fall under; held past every tier, nothing is assessed.
      ******************************************************************
       4000-PRETERM-WTAX.
           IF NOT WS-PIH-WTAX-EXEMPT-AT-TERM
               MOVE WS-PIH-WTAX-RATE TO PRL-PRETERM-WTAX-RATE
           ELSE
               MOVE ZERO TO PRL-PRETERM-WTAX-RATE
               DIVIDE PRL-DAYS-HELD BY 365 GIVING WS-YEARS-HELD
               MOVE "N" TO WS-FOUND-SWITCH
               PERFORM 4100-SCAN-TIER VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > 3 OR WS-CODE-FOUND
           END-IF.

       4100-SCAN-TIER.
           IF WS-PIH-PTW-UNDER-YEARS(WS-SUB) > ZERO AND
               WS-YEARS-HELD < WS-PIH-PTW-UNDER-YEARS(WS-SUB)
               MOVE WS-PIH-PTW-RATE(WS-SUB) TO PRL-PRETERM-WTAX-RATE
               SET WS-CODE-FOUND TO TRUE
           END-IF.

       END PROGRAM PRODLKUP.
