      *          across the whole book,
      *          for filing with the revenue bureau in place of the
      *          branch's hand computation off the listing totals.
      *          Each account shows its time-deposit product, and the
      *          month is broken down by product, with the waived tax
      *          assessed on preterminated long-term deposits shown
      *          apart from interest exempt because it was held to
      *          term.  The first run for a month files its account
      *          lines on WTAXHIST, the history the year-end tax
      *          certificates and alphalist are drawn from.  Each
      *          completed run is logged to MEJOBLOG for the
      *          month-end close.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PRINT-STATUS.

       SELECT HISTORY-FILE
           ASSIGN TO "WTAXHIST"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-HIST-STATUS.

       DATA DIVISION.
       FILE SECTION.


       01 PRINT-REC PIC X(80).

       FD HISTORY-FILE
           DATA RECORD IS WTH-REC.

       COPY "WTHREC.cpy".

       WORKING-STORAGE SECTION.
       01 WS-HIST-STATUS PIC X(2).
       01 WS-HIST-EOF PIC X(1) VALUE "N".
      * A MONTH ALREADY ON WTAXHIST WAS FILED BY AN EARLIER RUN; A
      * RERUN REPRINTS THE REPORT BUT NEVER FILES THE MONTH TWICE.
       01 WS-FILED-SWITCH PIC X(1) VALUE "N".
           88 MONTH-ALREADY-FILED VALUE "Y".
       01 WS-EMP-STATUS PIC X(2).
       01 WS-PRINT-STATUS PIC X(2).
       01 WS-EOF PIC X(1) VALUE "N".

       01 WS-COUNT-ED PIC ZZ,ZZ9.
       01 WS-TAX-ED PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-INT-ED PIC ZZZ,ZZZ,ZZ9.99.

      ******************************************************************
      * PRODUCT BREAKDOWN - ONE ENTRY PER PRODUCT SEEN IN THE MONTH,
      * FILLED IN THE ORDER THE PRODUCTS TURN UP.  ON A PRODUCT EXEMPT
      * WHEN HELD TO TERM, ANY TAX AT ALL IS A PRETERMINATION
      * ASSESSMENT OF THE WAIVED TAX.
      ******************************************************************
       COPY "PRDLREC.cpy".
       01 WS-INTEREST-NUM PIC 9(7)V99 VALUE ZERO.
       01 WS-PRODUCT-COUNT PIC 99 VALUE ZERO.
       01 WS-PRODUCT-TOTALS.
           05 WS-PT-ENTRY OCCURS 10 TIMES INDEXED BY PT-IDX.
               10 WS-PT-CODE PIC X(2).
               10 WS-PT-NAME PIC X(20).
               10 WS-PT-EXEMPT-AT-TERM PIC X(1).
               10 WS-PT-COUNT PIC 9(5).
               10 WS-PT-INTEREST PIC 9(9)V99.
               10 WS-PT-TAX PIC 9(9)V99.
               10 WS-PT-ASSESSED-COUNT PIC 9(5).
               10 WS-PT-EXEMPT-COUNT PIC 9(5).
               10 WS-PT-EXEMPT-INTEREST PIC 9(9)V99.
       01 WS-PT-FOUND-SWITCH PIC X VALUE "N".
           88 PT-FOUND VALUE "Y".

      * PARAMETER AREA FOR THE SHARED MEJLOG MONTH-END JOB LOG.
       COPY "MJLREC.cpy".

      * WS-ERR-FILE-NAME/WS-ERR-STATUS ARE SET BY THE CHECK-xxx-STATUS
      * PARAGRAPHS BELOW BEFORE PERFORMING ABEND-FILE-ERROR.
               STOP RUN
           END-IF.
           PERFORM CHECK-EMP-STATUS.
           PERFORM 1100-CHECK-HISTORY THRU 1100-CHECK-HISTORY-EXIT.
           OPEN OUTPUT PRINT-FILE.
           PERFORM CHECK-PRINT-STATUS.
           MOVE SPACES TO PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE SPACES TO PRINT-REC.
           STRING "ACCOUNT  WITHHELD  GROSS INTEREST  TAX WITHHELD"
               "  PRODUCT" DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE DASH-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.

      ******************************************************************
      * 1100-CHECK-HISTORY - looks for the month on WTAXHIST and,
      * when it has not been filed yet, leaves the history open for
      * the month's lines to be appended.
      ******************************************************************
       1100-CHECK-HISTORY.
           OPEN INPUT HISTORY-FILE.
           IF WS-HIST-STATUS NOT = "35"
               PERFORM CHECK-HIST-STATUS
               PERFORM 1110-SCAN-HISTORY THRU 1110-SCAN-HISTORY-EXIT
                   UNTIL WS-HIST-EOF = "Y" OR MONTH-ALREADY-FILED
               CLOSE HISTORY-FILE
           END-IF.
           IF MONTH-ALREADY-FILED
               DISPLAY "MONTH ALREADY FILED ON WTAXHIST - REPORT ONLY."
               GO TO 1100-CHECK-HISTORY-EXIT
           END-IF.
           OPEN EXTEND HISTORY-FILE.
           IF WS-HIST-STATUS = "35"
               OPEN OUTPUT HISTORY-FILE
               CLOSE HISTORY-FILE
               OPEN EXTEND HISTORY-FILE
           END-IF.
           PERFORM CHECK-HIST-STATUS.
       1100-CHECK-HISTORY-EXIT.
           EXIT.

       1110-SCAN-HISTORY.
           READ HISTORY-FILE
               AT END
                   MOVE "Y" TO WS-HIST-EOF
               NOT AT END
                   IF WTH-REMIT-MONTH = WS-REMIT-MONTH
                       SET MONTH-ALREADY-FILED TO TRUE
                   END-IF
           END-READ.
       1110-SCAN-HISTORY-EXIT.
           EXIT.

       2000-TOTAL-TAX.
           READ EMP-FILE NEXT RECORD
           AT END
               IF WS-DEP-MONTH = WS-REMIT-MONTH
                   ADD 1 TO WS-MONTH-COUNT
                   ADD DEP-TAX-WITHHELD-OUT TO WS-MONTH-TAX
                   PERFORM 2200-ADD-TO-PRODUCT
                       THRU 2200-ADD-TO-PRODUCT-EXIT
                   PERFORM 2100-WRITE-DETAIL
                   IF NOT MONTH-ALREADY-FILED
                       PERFORM 2300-FILE-HISTORY
                   END-IF
               END-IF
           END-READ.
           IF WS-EMP-STATUS NOT = "00" AND WS-EMP-STATUS NOT = "10"
               INTEREST-OUT DELIMITED BY SIZE
               "      " DELIMITED BY SIZE
               DEP-TAX-WITHHELD-OUT DELIMITED BY SIZE
               "     " DELIMITED BY SIZE
               PRL-PRODUCT-CODE DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.

      ******************************************************************
      * 2200-ADD-TO-PRODUCT - the account's product off PRODLKUP and
      * its month figures into that product's breakdown entry.
      ******************************************************************
       2200-ADD-TO-PRODUCT.
           MOVE "P" TO PRL-FUNCTION.
           MOVE DEP-PRODUCT-CODE-OUT TO PRL-PRODUCT-CODE.
           CALL "PRODLKUP" USING PRODUCT-LOOKUP-AREA.
           MOVE INTEREST-OUT TO WS-INTEREST-NUM.
           MOVE "N" TO WS-PT-FOUND-SWITCH.
           SET PT-IDX TO 1.
           PERFORM 2210-SCAN-PRODUCT THRU 2210-SCAN-PRODUCT-EXIT
               UNTIL PT-IDX > WS-PRODUCT-COUNT OR PT-FOUND.
           IF NOT PT-FOUND
               IF WS-PRODUCT-COUNT = 10
                   GO TO 2200-ADD-TO-PRODUCT-EXIT
               END-IF
               ADD 1 TO WS-PRODUCT-COUNT
               SET PT-IDX TO WS-PRODUCT-COUNT
               MOVE PRL-PRODUCT-CODE TO WS-PT-CODE(PT-IDX)
               MOVE PRL-PRODUCT-NAME TO WS-PT-NAME(PT-IDX)
               MOVE "N" TO WS-PT-EXEMPT-AT-TERM(PT-IDX)
               IF PRL-WTAX-EXEMPT-AT-TERM
                   MOVE "Y" TO WS-PT-EXEMPT-AT-TERM(PT-IDX)
               END-IF
               MOVE ZERO TO WS-PT-COUNT(PT-IDX)
               MOVE ZERO TO WS-PT-INTEREST(PT-IDX)
               MOVE ZERO TO WS-PT-TAX(PT-IDX)
               MOVE ZERO TO WS-PT-ASSESSED-COUNT(PT-IDX)
               MOVE ZERO TO WS-PT-EXEMPT-COUNT(PT-IDX)
               MOVE ZERO TO WS-PT-EXEMPT-INTEREST(PT-IDX)
           END-IF.
           ADD 1 TO WS-PT-COUNT(PT-IDX).
           ADD WS-INTEREST-NUM TO WS-PT-INTEREST(PT-IDX).
           ADD DEP-TAX-WITHHELD-OUT TO WS-PT-TAX(PT-IDX).
           IF WS-PT-EXEMPT-AT-TERM(PT-IDX) = "Y"
               IF DEP-TAX-WITHHELD-OUT > ZERO
                   ADD 1 TO WS-PT-ASSESSED-COUNT(PT-IDX)
               ELSE
                   ADD 1 TO WS-PT-EXEMPT-COUNT(PT-IDX)
                   ADD WS-INTEREST-NUM TO WS-PT-EXEMPT-INTEREST(PT-IDX)
               END-IF
           END-IF.
       2200-ADD-TO-PRODUCT-EXIT.
           EXIT.

       2210-SCAN-PRODUCT.
           IF WS-PT-CODE(PT-IDX) = PRL-PRODUCT-CODE
               SET PT-FOUND TO TRUE
           ELSE
               SET PT-IDX UP BY 1
           END-IF.
       2210-SCAN-PRODUCT-EXIT.
           EXIT.

       2300-FILE-HISTORY.
           MOVE WS-REMIT-MONTH TO WTH-REMIT-MONTH.
           MOVE ACCOUNT_NUMBER_OUT TO WTH-ACCOUNT-NUMBER.
           MOVE DEP-CIF-NUMBER-OUT TO WTH-CIF-NUMBER.
           MOVE PRL-PRODUCT-CODE TO WTH-PRODUCT-CODE.
           MOVE DEP-TAX-DATE-OUT TO WTH-TAX-DATE.
           MOVE WS-INTEREST-NUM TO WTH-GROSS-INTEREST.
           MOVE DEP-TAX-WITHHELD-OUT TO WTH-TAX-WITHHELD.
           WRITE WTH-REC.
           PERFORM CHECK-HIST-STATUS.

      ******************************************************************
      * 3100-WRITE-PRODUCT-LINES - one product's breakdown; a product
      * exempt when held to term also shows its exempt interest and
      * its pretermination assessments of the waived tax.
      ******************************************************************
       3100-WRITE-PRODUCT-LINES.
           MOVE WS-PT-COUNT(PT-IDX) TO WS-COUNT-ED.
           MOVE WS-PT-INTEREST(PT-IDX) TO WS-INT-ED.
           MOVE WS-PT-TAX(PT-IDX) TO WS-TAX-ED.
           MOVE SPACES TO PRINT-REC.
           STRING WS-PT-CODE(PT-IDX) " " WS-PT-NAME(PT-IDX)
               WS-COUNT-ED "  INT:" WS-INT-ED "  TAX:" WS-TAX-ED
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           IF WS-PT-EXEMPT-AT-TERM(PT-IDX) = "Y"
               MOVE WS-PT-EXEMPT-COUNT(PT-IDX) TO WS-COUNT-ED
               MOVE WS-PT-EXEMPT-INTEREST(PT-IDX) TO WS-INT-ED
               MOVE SPACES TO PRINT-REC
               STRING "   HELD TO TERM, EXEMPT" WS-COUNT-ED
                   "  INT:" WS-INT-ED
                   DELIMITED BY SIZE INTO PRINT-REC
               WRITE PRINT-REC
               PERFORM CHECK-PRINT-STATUS
               MOVE WS-PT-ASSESSED-COUNT(PT-IDX) TO WS-COUNT-ED
               MOVE SPACES TO PRINT-REC
               STRING "   PRETERMINATED, WAIVED TAX ASSESSED"
                   WS-COUNT-ED
                   DELIMITED BY SIZE INTO PRINT-REC
               WRITE PRINT-REC
               PERFORM CHECK-PRINT-STATUS
           END-IF.

       3000-FINISH.
           MOVE DASH-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE SPACES TO PRINT-REC.
           STRING "THIS MONTH BY PRODUCT" DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           PERFORM 3100-WRITE-PRODUCT-LINES
               VARYING PT-IDX FROM 1 BY 1
               UNTIL PT-IDX > WS-PRODUCT-COUNT.
           MOVE DASH-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE WS-MONTH-COUNT TO WS-COUNT-ED.
           MOVE WS-MONTH-TAX TO WS-TAX-ED.
           MOVE SPACES TO PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           CLOSE EMP-FILE.
           CLOSE PRINT-FILE.
           IF NOT MONTH-ALREADY-FILED
               CLOSE HISTORY-FILE
               DISPLAY "MONTH FILED ON WTAXHIST."
           END-IF.
           MOVE "WTAXRPT" TO MJL-JOB-NAME.
           MOVE WS-REMIT-MONTH TO MJL-PERIOD.
           ACCEPT MJL-AS-OF-DATE FROM DATE YYYYMMDD.
           CALL "MEJLOG" USING MONTH-END-LOG-AREA.
           DISPLAY "REMITTANCE REPORT WRITTEN TO WTAXPRINT.".

      ******************************************************************
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-HIST-STATUS.
           IF WS-HIST-STATUS NOT = "00"
               MOVE "HISTORY-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-HIST-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-PRINT-STATUS.
           IF WS-PRINT-STATUS NOT = "00"
               MOVE "PRINT-FILE" TO WS-ERR-FILE-NAME
