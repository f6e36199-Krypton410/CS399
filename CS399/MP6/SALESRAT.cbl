      ******************************************************************
      * Author:
      * Date:
      * Purpose: Sales-ratio study - compares the values on the roll
      *          with what property actually sells for, so the next
      *          general revision rests on evidence instead of a
      *          guess.  Every arm's-length conveyance on XFERREG with
      *          a declared price and a deed date inside the study
      *          period yields one ratio: the lot's market value (or
      *          assessed value, keyed at run time) as it stood on the
      *          day of the transfer, over the selling price.  Sales
      *          flagged as not at arm's length (relatives, donations,
      *          foreclosures) are excluded and counted.  For each
      *          district and class, each class across all districts,
      *          and the whole study, the report on RATIORPT gives the
      *          number of sales, the mean and median ratio, the
      *          coefficient of dispersion about the median, and -
      *          on the market basis - the revision the median
      *          indicates, the figure GENREV's class percentages
      *          should be argued from before the provincial board.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALESRAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT TRANSFER-FILE
           ASSIGN TO "XFERREG"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-XFER-STATUS.

       SELECT SORT-FILE
           ASSIGN TO "SORTWK".

       SELECT PRINT-FILE
           ASSIGN TO "RATIORPT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD TRANSFER-FILE
           DATA RECORD IS XFER-REC.

       COPY "XFERREC.cpy".

      ******************************************************************
      * SORT-REC - each qualifying sale is released three times: once
      * under its own district and class (level 1), once under its
      * class across all districts (level 2), and once for the whole
      * study (level 3), so one pass in ratio order yields every
      * group's median.
      ******************************************************************
       SD SORT-FILE
           DATA RECORD IS SORT-REC.

       01 SORT-REC.
           05 SRT-LEVEL PIC 9.
           05 SRT-DISTRICT PIC X(3).
           05 SRT-CLASS PIC X(1).
           05 SRT-RATIO PIC 9(3)V9(4).

       FD PRINT-FILE
           DATA RECORD IS PRINT-REC.

       01 PRINT-REC PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-XFER-STATUS PIC X(2).
       01 WS-PRINT-STATUS PIC X(2).
       01 WS-EOF PIC X(1) VALUE "N".
       01 WS-SORT-EOF PIC X(1) VALUE "N".
       01 DASH-LINE PIC X(90) VALUE ALL "-".

      * STUDY PARAMETERS KEYED AT RUN TIME.
       01 WS-FROM-DATE PIC 9(8) VALUE ZERO.
       01 WS-TO-DATE PIC 9(8) VALUE ZERO.
       01 WS-VALUE-BASIS PIC X(1) VALUE SPACE.
           88 BASIS-MARKET VALUE "M".
           88 BASIS-ASSESSED VALUE "A".
       01 WS-BASIS-LABEL PIC X(14) VALUE SPACES.

      * SELECTION COUNTS.
       01 WS-XFER-READ PIC 9(5) VALUE ZERO.
       01 WS-OUT-OF-PERIOD PIC 9(5) VALUE ZERO.
       01 WS-NOT-ARMS-LENGTH PIC 9(5) VALUE ZERO.
       01 WS-NO-PRICE PIC 9(5) VALUE ZERO.
       01 WS-NO-VALUE PIC 9(5) VALUE ZERO.
       01 WS-SALES-USED PIC 9(5) VALUE ZERO.

       01 WS-SALE-VALUE PIC 9(9)V99 VALUE ZERO.
       01 WS-SALE-CLASS PIC X(1) VALUE SPACE.

      ******************************************************************
      * GROUP FIELDS - THE SORTED RATIOS OF ONE GROUP ARE HELD IN
      * ASCENDING ORDER UNTIL THE GROUP CLOSES, THEN THE MEDIAN IS
      * READ OFF THE MIDDLE AND THE DISPERSION WORKED ABOUT IT.
      ******************************************************************
       01 WS-GROUP-OPEN-SWITCH PIC X VALUE "N".
           88 GROUP-OPEN VALUE "Y".
       01 WS-GROUP-LEVEL PIC 9 VALUE ZERO.
       01 WS-GROUP-DISTRICT PIC X(3) VALUE SPACES.
       01 WS-GROUP-CLASS PIC X(1) VALUE SPACE.
       01 WS-RATIO-COUNT PIC 9(5) VALUE ZERO.
       01 WS-RATIO-MAX PIC 9(5) VALUE 2000.
       01 WS-RATIO-TABLE.
           05 WS-RATIO PIC 9(3)V9(4) OCCURS 2000 TIMES
               INDEXED BY RT-IDX.
       01 WS-RATIO-SUM PIC 9(8)V9(4) VALUE ZERO.
       01 WS-MEAN-RATIO PIC 9(3)V9(4) VALUE ZERO.
       01 WS-MEDIAN-RATIO PIC 9(3)V9(4) VALUE ZERO.
       01 WS-DEVIATION PIC S9(3)V9(4) VALUE ZERO.
       01 WS-DEVIATION-SUM PIC 9(8)V9(4) VALUE ZERO.
       01 WS-COD PIC 9(5)V99 VALUE ZERO.
       01 WS-REVISION-PCT PIC S9(5)V99 VALUE ZERO.
       01 WS-MIDDLE PIC 9(5) VALUE ZERO.
       01 WS-HALF-REMAINDER PIC 9 VALUE ZERO.

       01 WS-GROUP-LABEL PIC X(24) VALUE SPACES.
       01 WS-CLASS-NAME PIC X(12) VALUE SPACES.
       01 WS-COUNT-ED PIC ZZ,ZZ9.
       01 WS-RATIO-ED PIC ZZ9.9999.
       01 WS-MEDIAN-ED PIC ZZ9.9999.
       01 WS-COD-ED PIC ZZ,ZZ9.99.
       01 WS-REVISION-ED PIC ZZ,ZZ9.99-.

      * WS-ERR-FILE-NAME/WS-ERR-STATUS ARE SET BY THE CHECK-xxx-STATUS
      * PARAGRAPHS BELOW BEFORE PERFORMING ABEND-FILE-ERROR.
       01 WS-ERR-FILE-NAME PIC X(20).
       01 WS-ERR-STATUS PIC X(2).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-LEVEL SRT-DISTRICT SRT-CLASS
                   SRT-RATIO
               INPUT PROCEDURE IS 2000-RELEASE-SALES
                   THRU 2000-RELEASE-SALES-EXIT
               OUTPUT PROCEDURE IS 3000-REPORT-GROUPS
                   THRU 3000-REPORT-GROUPS-EXIT.
           PERFORM 4000-FINISH.
           STOP RUN.

       1000-INITIALIZE.
           DISPLAY "SALES-RATIO STUDY".
           DISPLAY "DEED DATES FROM (YYYYMMDD) : ".
           ACCEPT WS-FROM-DATE.
           DISPLAY "DEED DATES TO   (YYYYMMDD, 0 = NO LIMIT) : ".
           ACCEPT WS-TO-DATE.
           IF WS-TO-DATE = ZERO
               MOVE 99999999 TO WS-TO-DATE
           END-IF.
           DISPLAY "RATIO OF M=MARKET OR A=ASSESSED VALUE TO PRICE : ".
           ACCEPT WS-VALUE-BASIS.
           IF NOT BASIS-ASSESSED
               MOVE "M" TO WS-VALUE-BASIS
           END-IF.
           IF BASIS-MARKET
               MOVE "MARKET VALUE" TO WS-BASIS-LABEL
           ELSE
               MOVE "ASSESSED VALUE" TO WS-BASIS-LABEL
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           PERFORM CHECK-PRINT-STATUS.
           MOVE SPACES TO PRINT-REC.
           STRING "SALES-RATIO STUDY - " DELIMITED BY SIZE
               WS-BASIS-LABEL DELIMITED BY SIZE
               " TO SELLING PRICE, DEEDS DATED " DELIMITED BY SIZE
               WS-FROM-DATE DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               WS-TO-DATE DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE SPACES TO PRINT-REC.
           STRING "GROUP                     SALES   MEAN RATIO  "
               DELIMITED BY SIZE
               "MEDIAN RATIO        COD  INDICATED REVISION %"
               DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE DASH-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.

      ******************************************************************
      * 2000-RELEASE-SALES - input procedure: one ratio per arm's-
      * length sale in the period with a price and a value on the
      * chosen basis, released at all three group levels.
      ******************************************************************
       2000-RELEASE-SALES.
           MOVE "N" TO WS-EOF.
           OPEN INPUT TRANSFER-FILE.
           IF WS-XFER-STATUS = "35"
               DISPLAY "NO TRANSFER REGISTER ON HAND - NO SALES TO "
                   "STUDY."
               MOVE "Y" TO WS-EOF
           ELSE
               PERFORM CHECK-XFER-STATUS
           END-IF.
           PERFORM 2100-READ-ONE-SALE THRU 2100-READ-ONE-SALE-EXIT
               UNTIL WS-EOF = "Y".
           IF WS-XFER-STATUS = "00" OR WS-XFER-STATUS = "10"
               CLOSE TRANSFER-FILE
           END-IF.
       2000-RELEASE-SALES-EXIT.
           EXIT.

       2100-READ-ONE-SALE.
           READ TRANSFER-FILE
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-XFER-READ
                   PERFORM 2200-SCREEN-SALE
           END-READ.
           IF WS-XFER-STATUS NOT = "00" AND WS-XFER-STATUS NOT = "10"
               MOVE "TRANSFER-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-XFER-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.
       2100-READ-ONE-SALE-EXIT.
           EXIT.

       2200-SCREEN-SALE.
           IF BASIS-MARKET
               MOVE XFER-MARKET-VAL TO WS-SALE-VALUE
           ELSE
               MOVE XFER-ASSESSED-VAL TO WS-SALE-VALUE
           END-IF.
           IF XFER-DEED-DATE < WS-FROM-DATE OR
               XFER-DEED-DATE > WS-TO-DATE
               ADD 1 TO WS-OUT-OF-PERIOD
           ELSE IF NOT XFER-ARMS-LENGTH-SALE
               ADD 1 TO WS-NOT-ARMS-LENGTH
           ELSE IF XFER-SELLING-PRICE = ZERO
               ADD 1 TO WS-NO-PRICE
           ELSE IF WS-SALE-VALUE = ZERO
               ADD 1 TO WS-NO-VALUE
           ELSE
               ADD 1 TO WS-SALES-USED
               PERFORM 2300-RELEASE-RATIO
           END-IF.

      ******************************************************************
      * 2300-RELEASE-RATIO - a blank class is taken as residential,
      * the same default the billing runs apply; a blank district
      * reports under UNASSIGNED.
      ******************************************************************
       2300-RELEASE-RATIO.
           MOVE XFER-CLASS TO WS-SALE-CLASS.
           IF WS-SALE-CLASS = SPACE
               MOVE "R" TO WS-SALE-CLASS
           END-IF.
           COMPUTE SRT-RATIO ROUNDED =
               WS-SALE-VALUE / XFER-SELLING-PRICE
               ON SIZE ERROR
                   MOVE 999.9999 TO SRT-RATIO
           END-COMPUTE.
           MOVE 1 TO SRT-LEVEL.
           MOVE XFER-DISTRICT TO SRT-DISTRICT.
           MOVE WS-SALE-CLASS TO SRT-CLASS.
           RELEASE SORT-REC.
           MOVE 2 TO SRT-LEVEL.
           MOVE SPACES TO SRT-DISTRICT.
           MOVE WS-SALE-CLASS TO SRT-CLASS.
           RELEASE SORT-REC.
           MOVE 3 TO SRT-LEVEL.
           MOVE SPACES TO SRT-DISTRICT.
           MOVE SPACE TO SRT-CLASS.
           RELEASE SORT-REC.

      ******************************************************************
      * 3000-REPORT-GROUPS - output procedure: the ratios arrive in
      * ascending order within each group; each group is banked and
      * reported when the level, district or class changes.
      ******************************************************************
       3000-REPORT-GROUPS.
           MOVE "N" TO WS-SORT-EOF.
           MOVE "N" TO WS-GROUP-OPEN-SWITCH.
           PERFORM 3100-RETURN-ONE THRU 3100-RETURN-ONE-EXIT
               UNTIL WS-SORT-EOF = "Y".
           IF GROUP-OPEN
               PERFORM 3300-CLOSE-GROUP
           END-IF.
       3000-REPORT-GROUPS-EXIT.
           EXIT.

       3100-RETURN-ONE.
           RETURN SORT-FILE
               AT END
                   MOVE "Y" TO WS-SORT-EOF
               NOT AT END
                   PERFORM 3200-TAKE-ONE
           END-RETURN.
       3100-RETURN-ONE-EXIT.
           EXIT.

       3200-TAKE-ONE.
           IF NOT GROUP-OPEN OR SRT-LEVEL NOT = WS-GROUP-LEVEL OR
               SRT-DISTRICT NOT = WS-GROUP-DISTRICT OR
               SRT-CLASS NOT = WS-GROUP-CLASS
               IF GROUP-OPEN
                   PERFORM 3300-CLOSE-GROUP
                   IF SRT-LEVEL NOT = WS-GROUP-LEVEL
                       MOVE DASH-LINE TO PRINT-REC
                       WRITE PRINT-REC
                       PERFORM CHECK-PRINT-STATUS
                   END-IF
               END-IF
               MOVE SRT-LEVEL TO WS-GROUP-LEVEL
               MOVE SRT-DISTRICT TO WS-GROUP-DISTRICT
               MOVE SRT-CLASS TO WS-GROUP-CLASS
               MOVE "Y" TO WS-GROUP-OPEN-SWITCH
               MOVE ZERO TO WS-RATIO-COUNT WS-RATIO-SUM
           END-IF.
           IF WS-RATIO-COUNT >= WS-RATIO-MAX
               DISPLAY "*** RATIO TABLE FULL AT 2000 SALES - RAISE "
                   "THE OCCURS ***"
               STOP RUN
           END-IF.
           ADD 1 TO WS-RATIO-COUNT.
           SET RT-IDX TO WS-RATIO-COUNT.
           MOVE SRT-RATIO TO WS-RATIO(RT-IDX).
           ADD SRT-RATIO TO WS-RATIO-SUM.

      ******************************************************************
      * 3300-CLOSE-GROUP - median off the middle of the sorted table
      * (the mean of the two middle ratios for an even count), then
      * the coefficient of dispersion: the average absolute
      * deviation from the median as a percentage of the median.
      * On the market basis the indicated revision is the change
      * that would bring the median ratio to 1.
      ******************************************************************
       3300-CLOSE-GROUP.
           COMPUTE WS-MEAN-RATIO ROUNDED =
               WS-RATIO-SUM / WS-RATIO-COUNT.
           DIVIDE WS-RATIO-COUNT BY 2 GIVING WS-MIDDLE
               REMAINDER WS-HALF-REMAINDER.
           IF WS-HALF-REMAINDER = 1
               ADD 1 TO WS-MIDDLE
               SET RT-IDX TO WS-MIDDLE
               MOVE WS-RATIO(RT-IDX) TO WS-MEDIAN-RATIO
           ELSE
               SET RT-IDX TO WS-MIDDLE
               COMPUTE WS-MEDIAN-RATIO ROUNDED =
                   (WS-RATIO(RT-IDX) + WS-RATIO(RT-IDX + 1)) / 2
           END-IF.
           MOVE ZERO TO WS-DEVIATION-SUM.
           SET RT-IDX TO 1.
           PERFORM 3310-ADD-DEVIATION THRU 3310-ADD-DEVIATION-EXIT
               UNTIL RT-IDX > WS-RATIO-COUNT.
           MOVE ZERO TO WS-COD WS-REVISION-PCT.
           IF WS-MEDIAN-RATIO NOT = ZERO
               COMPUTE WS-COD ROUNDED =
                   (WS-DEVIATION-SUM / WS-RATIO-COUNT) /
                   WS-MEDIAN-RATIO * 100
               COMPUTE WS-REVISION-PCT ROUNDED =
                   ((1 / WS-MEDIAN-RATIO) - 1) * 100
           END-IF.
           PERFORM 3320-SET-GROUP-LABEL.
           PERFORM 3330-WRITE-GROUP-LINE.
           MOVE "N" TO WS-GROUP-OPEN-SWITCH.

       3310-ADD-DEVIATION.
           COMPUTE WS-DEVIATION =
               WS-RATIO(RT-IDX) - WS-MEDIAN-RATIO.
           IF WS-DEVIATION < ZERO
               COMPUTE WS-DEVIATION = ZERO - WS-DEVIATION
           END-IF.
           ADD WS-DEVIATION TO WS-DEVIATION-SUM.
           SET RT-IDX UP BY 1.
       3310-ADD-DEVIATION-EXIT.
           EXIT.

       3320-SET-GROUP-LABEL.
           IF WS-GROUP-CLASS = "R"
               MOVE "RESIDENTIAL" TO WS-CLASS-NAME
           ELSE IF WS-GROUP-CLASS = "C"
               MOVE "COMMERCIAL" TO WS-CLASS-NAME
           ELSE IF WS-GROUP-CLASS = "A"
               MOVE "AGRICULTURAL" TO WS-CLASS-NAME
           ELSE IF WS-GROUP-CLASS = "I"
               MOVE "INDUSTRIAL" TO WS-CLASS-NAME
           ELSE
               MOVE "CLASS " TO WS-CLASS-NAME
               MOVE WS-GROUP-CLASS TO WS-CLASS-NAME(7:1)
           END-IF.
           MOVE SPACES TO WS-GROUP-LABEL.
           IF WS-GROUP-LEVEL = 1
               IF WS-GROUP-DISTRICT = SPACES
                   STRING "UNASSIGNED " DELIMITED BY SIZE
                       WS-CLASS-NAME DELIMITED BY SIZE
                       INTO WS-GROUP-LABEL
               ELSE
                   STRING "DIST " DELIMITED BY SIZE
                       WS-GROUP-DISTRICT DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-CLASS-NAME DELIMITED BY SIZE
                       INTO WS-GROUP-LABEL
               END-IF
           ELSE IF WS-GROUP-LEVEL = 2
               STRING "ALL DIST " DELIMITED BY SIZE
                   WS-CLASS-NAME DELIMITED BY SIZE
                   INTO WS-GROUP-LABEL
           ELSE
               MOVE "WHOLE STUDY" TO WS-GROUP-LABEL
           END-IF.

       3330-WRITE-GROUP-LINE.
           MOVE WS-RATIO-COUNT TO WS-COUNT-ED.
           MOVE WS-MEAN-RATIO TO WS-RATIO-ED.
           MOVE WS-MEDIAN-RATIO TO WS-MEDIAN-ED.
           MOVE WS-COD TO WS-COD-ED.
           MOVE WS-REVISION-PCT TO WS-REVISION-ED.
           MOVE SPACES TO PRINT-REC.
           IF BASIS-MARKET
               STRING WS-GROUP-LABEL DELIMITED BY SIZE
                   WS-COUNT-ED DELIMITED BY SIZE
                   "     " DELIMITED BY SIZE
                   WS-RATIO-ED DELIMITED BY SIZE
                   "      " DELIMITED BY SIZE
                   WS-MEDIAN-ED DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-COD-ED DELIMITED BY SIZE
                   "            " DELIMITED BY SIZE
                   WS-REVISION-ED DELIMITED BY SIZE
                   INTO PRINT-REC
           ELSE
               STRING WS-GROUP-LABEL DELIMITED BY SIZE
                   WS-COUNT-ED DELIMITED BY SIZE
                   "     " DELIMITED BY SIZE
                   WS-RATIO-ED DELIMITED BY SIZE
                   "      " DELIMITED BY SIZE
                   WS-MEDIAN-ED DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-COD-ED DELIMITED BY SIZE
                   INTO PRINT-REC
           END-IF.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.

       4000-FINISH.
           MOVE DASH-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE WS-XFER-READ TO WS-COUNT-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "CONVEYANCES ON REGISTER         : " WS-COUNT-ED
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE WS-OUT-OF-PERIOD TO WS-COUNT-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "  DEED DATED OUTSIDE THE PERIOD : " WS-COUNT-ED
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE WS-NOT-ARMS-LENGTH TO WS-COUNT-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "  EXCLUDED, NOT ARM'S LENGTH    : " WS-COUNT-ED
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE WS-NO-PRICE TO WS-COUNT-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "  EXCLUDED, NO PRICE DECLARED   : " WS-COUNT-ED
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE WS-NO-VALUE TO WS-COUNT-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "  EXCLUDED, NO VALUE ON BASIS   : " WS-COUNT-ED
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE WS-SALES-USED TO WS-COUNT-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "SALES IN THE STUDY              : " WS-COUNT-ED
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           CLOSE PRINT-FILE.
           DISPLAY "SALES-RATIO STUDY COMPLETE - " WS-SALES-USED
               " SALE(S) STUDIED, REPORT ON RATIORPT.".

      ******************************************************************
      * ABEND-FILE-ERROR - common stop point for any file operation
      * that comes back with a status this program was not already
      * expecting to handle.
      ******************************************************************
       ABEND-FILE-ERROR.
           DISPLAY "*** FILE ERROR ON " WS-ERR-FILE-NAME.
           DISPLAY "*** FILE STATUS = " WS-ERR-STATUS.
           DISPLAY "SALES-RATIO STUDY TERMINATED - SEE FILE STATUS "
               "ABOVE.".
           STOP RUN.

       CHECK-XFER-STATUS.
           IF WS-XFER-STATUS NOT = "00"
               MOVE "TRANSFER-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-XFER-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-PRINT-STATUS.
           IF WS-PRINT-STATUS NOT = "00"
               MOVE "PRINT-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-PRINT-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       END PROGRAM SALESRAT.
