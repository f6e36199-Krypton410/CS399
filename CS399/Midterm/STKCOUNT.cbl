      ******************************************************************
      * Author:
      * Date:
      * Purpose: Frame-shop stock count cycle - brings STKFILE back to
      *          what is really on the shelves.  Prints blind count
      *          sheets, either the full annual count of every item or
      *          a cycle count of the few items longest uncounted;
      *          takes the counted quantities and reasons for any
      *          difference; shows the variance per item at
      *          STK-UNIT-COST; and, once a supervisor other than the
      *          counter approves, posts the variances to STKFILE and
      *          writes the STKADJ adjustment register.  Prints the
      *          register and the shrinkage value by month.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STKCOUNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STOCK-FILE ASSIGN TO "STKFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STK-ITEM-CODE
           FILE STATUS IS WS-STOCK-STATUS.

           SELECT COUNT-FILE ASSIGN TO "STKCNT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CNT-ITEM-CODE
           FILE STATUS IS WS-CNT-STATUS.

           SELECT ADJUST-FILE ASSIGN TO "STKADJ"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ADJ-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO "OPERTAB"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-OPER-STATUS.

           SELECT SORT-FILE ASSIGN TO "SORTWK".

           SELECT SHEET-FILE ASSIGN TO "CNTSHEET"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PRINT-STATUS.

           SELECT VARIANCE-FILE ASSIGN TO "CNTVAR"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PRINT-STATUS.

           SELECT REGISTER-FILE ASSIGN TO "STKADJRPT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PRINT-STATUS.

           SELECT SHRINK-FILE ASSIGN TO "SHRKRPT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD STOCK-FILE
           DATA RECORD IS STK-REC.

       COPY "STKREC.cpy".

       FD COUNT-FILE
           DATA RECORD IS CNT-REC.

       COPY "CNTREC.cpy".

       FD ADJUST-FILE
           DATA RECORD IS SAJ-REC.

       COPY "SADJREC.cpy".

       FD OPERATOR-FILE
           DATA RECORD IS OPER-REC.

       COPY "OPERREC.cpy".

      * THE CYCLE COUNT TAKES THE ITEMS LONGEST UNCOUNTED FIRST.
       SD SORT-FILE
           DATA RECORD IS SORT-REC.

       01 SORT-REC.
           05 SRT-LAST-COUNT-DATE PIC 9(8).
           05 SRT-ITEM-CODE PIC X(6).
           05 SRT-DESC PIC X(20).

       FD SHEET-FILE
           DATA RECORD IS SHEET-REC.

       01 SHEET-REC PIC X(80).

       FD VARIANCE-FILE
           DATA RECORD IS VARIANCE-REC.

       01 VARIANCE-REC PIC X(100).

       FD REGISTER-FILE
           DATA RECORD IS REGISTER-REC.

       01 REGISTER-REC PIC X(100).

       FD SHRINK-FILE
           DATA RECORD IS SHRINK-REC.

       01 SHRINK-REC PIC X(104).

       WORKING-STORAGE SECTION.
       01 WS-STOCK-STATUS PIC X(2).
       01 WS-CNT-STATUS PIC X(2).
       01 WS-ADJ-STATUS PIC X(2).
       01 WS-OPER-STATUS PIC X(2).
       01 WS-PRINT-STATUS PIC X(2).
       01 WS-EOF PIC X(1) VALUE "N".
       01 WS-SORT-EOF PIC X(1) VALUE "N".
       01 DASH-LINE PIC X(90) VALUE ALL "-".

       01 OPTION PIC 9.
       01 WS-QUIT-SWITCH PIC X VALUE "N".
           88 QUIT-REQUESTED VALUE "Y".

       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       01 WS-TODAY PIC 9(8) VALUE ZERO.
       01 WS-NOW PIC 9(8) VALUE ZERO.
       01 WS-CONFIRM PIC X VALUE "N".

      * COUNT SHEET FIELDS.
       01 WS-COUNT-TYPE PIC X(1) VALUE "C".
       01 WS-CYCLE-ITEMS PIC 9(3) VALUE ZERO.
       01 WS-SHEET-COUNT PIC 9(3) VALUE ZERO.
       01 WS-OPEN-SWITCH PIC X VALUE "N".
           88 ALREADY-ON-SHEET VALUE "Y".

      * COUNT ENTRY FIELDS.
       01 WS-ITEM-IN PIC X(6) VALUE SPACES.
       01 WS-COUNTED-IN PIC 9(7) VALUE ZERO.
       01 WS-REASON-IN PIC X(1) VALUE SPACE.
       01 WS-VARIANCE-VALUE PIC S9(9)V99 VALUE ZERO.

      * VARIANCE AND POSTING TOTALS.
       01 WS-COUNTED-ITEMS PIC 9(5) VALUE ZERO.
       01 WS-UNCOUNTED-ITEMS PIC 9(5) VALUE ZERO.
       01 WS-POSTED-ITEMS PIC 9(5) VALUE ZERO.
       01 WS-SKIPPED-ITEMS PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-VARIANCE PIC S9(10)V99 VALUE ZERO.
       01 WS-QTY-ED PIC ---,---,--9.
       01 WS-BOOK-ED PIC ---,---,--9.
       01 WS-COUNT-ED PIC ZZZ,ZZ9.
       01 WS-COST-ED PIC ZZ,ZZ9.99.
       01 WS-VALUE-ED PIC ---,---,--9.99.
       01 WS-TOTAL-ED PIC -,---,---,--9.99.

      * REGISTER AND SHRINKAGE FIELDS - THE REGISTER IS IN POSTING
      * ORDER, SO THE MONTHS BREAK IN TURN.  SHORTAGES (NEGATIVE
      * VARIANCES) ARE THE SHRINKAGE; OVERAGES ARE SHOWN BESIDE THEM
      * AND THE NET IS WHAT THE MONTH COST THE SHOP.
       01 WS-MONTH-IN PIC 9(6) VALUE ZERO.
       01 WS-MONTH PIC 9(6) VALUE ZERO.
       01 WS-REG-COUNT PIC 9(5) VALUE ZERO.
       01 WS-MONTH-TOTALS.
           05 WS-MON-SHORT PIC S9(10)V99 VALUE ZERO.
           05 WS-MON-OVER PIC S9(10)V99 VALUE ZERO.
           05 WS-MON-REASON PIC S9(10)V99 OCCURS 4 TIMES.
       01 WS-REASON-NO PIC 9 VALUE ZERO.
       01 WS-NET-SHRINK PIC S9(10)V99 VALUE ZERO.
       01 WS-MONEY-ED PIC --,---,--9.99.

      * APPROVING SUPERVISOR - PROVED AGAINST THE SHARED OPERTAB SIGN-ON
      * TABLE: AN ACTIVE, AUTHORIZED OPERATOR OTHER THAN THE COUNTER.
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
           OPEN I-O STOCK-FILE.
           IF WS-STOCK-STATUS = "35"
               DISPLAY "NO STOCK FILE ON HAND - RUN AN ORDER SESSION "
                   "FIRST SO IT SEEDS."
               STOP RUN
           END-IF.
           PERFORM CHECK-STOCK-STATUS.
           OPEN I-O COUNT-FILE.
           IF WS-CNT-STATUS = "35"
               OPEN OUTPUT COUNT-FILE
               CLOSE COUNT-FILE
               OPEN I-O COUNT-FILE
           END-IF.
           PERFORM CHECK-CNT-STATUS.
           PERFORM 1000-MENU UNTIL QUIT-REQUESTED.
           CLOSE COUNT-FILE.
           CLOSE STOCK-FILE.
           STOP RUN.

       1000-MENU.
           DISPLAY " ".
           DISPLAY "STOCK COUNT".
           DISPLAY "[1] PRINT COUNT SHEETS".
           DISPLAY "[2] ENTER COUNTS".
           DISPLAY "[3] VARIANCE REPORT".
           DISPLAY "[4] APPROVE AND POST COUNTS".
           DISPLAY "[5] ADJUSTMENT REGISTER".
           DISPLAY "[6] SHRINKAGE BY MONTH".
           DISPLAY "[7] QUIT".
           DISPLAY "ENTER OPTION : ".
           ACCEPT OPTION.
           IF OPTION = 1 THEN
               PERFORM 2000-COUNT-SHEETS THRU 2000-COUNT-SHEETS-EXIT
           ELSE IF OPTION = 2 THEN
               PERFORM 3000-ENTER-COUNT THRU 3000-ENTER-COUNT-EXIT
           ELSE IF OPTION = 3 THEN
               PERFORM 4000-VARIANCE-REPORT
           ELSE IF OPTION = 4 THEN
               PERFORM 5000-APPROVE-AND-POST
                   THRU 5000-APPROVE-AND-POST-EXIT
           ELSE IF OPTION = 5 THEN
               PERFORM 6000-ADJUSTMENT-REGISTER
           ELSE IF OPTION = 6 THEN
               PERFORM 7000-SHRINKAGE-BY-MONTH
           ELSE IF OPTION = 7 THEN
               SET QUIT-REQUESTED TO TRUE
           ELSE
               DISPLAY "INVALID OPTION, TRY AGAIN"
           END-IF.

      ******************************************************************
      * 2000-COUNT-SHEETS - a full count puts every item on a sheet; a
      * cycle count the number of items asked for, longest uncounted
      * first.  Items already out on an open sheet are not put out
      * again.  The sheet is blind - the counter is not shown the
      * book quantity.
      ******************************************************************
       2000-COUNT-SHEETS.
           DISPLAY "F = FULL COUNT, C = CYCLE COUNT : ".
           ACCEPT WS-COUNT-TYPE.
           IF WS-COUNT-TYPE NOT = "F" AND WS-COUNT-TYPE NOT = "C"
               DISPLAY "COUNT TYPE MUST BE F OR C."
               GO TO 2000-COUNT-SHEETS-EXIT
           END-IF.
           IF WS-COUNT-TYPE = "C"
               DISPLAY "ITEMS TO COUNT THIS CYCLE : "
               ACCEPT WS-CYCLE-ITEMS
               IF WS-CYCLE-ITEMS = ZERO
                   DISPLAY "NO ITEMS ASKED FOR."
                   GO TO 2000-COUNT-SHEETS-EXIT
               END-IF
           ELSE
               MOVE 999 TO WS-CYCLE-ITEMS
           END-IF.
           MOVE ZERO TO WS-SHEET-COUNT.
           OPEN OUTPUT SHEET-FILE.
           PERFORM CHECK-PRINT-STATUS.
           MOVE SPACES TO SHEET-REC.
           IF WS-COUNT-TYPE = "F"
               STRING "FULL STOCK COUNT SHEET  " DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
                   INTO SHEET-REC
           ELSE
               STRING "CYCLE COUNT SHEET  " DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
                   INTO SHEET-REC
           END-IF.
           WRITE SHEET-REC.
           MOVE SPACES TO SHEET-REC.
           STRING "ITEM    DESCRIPTION           COUNTED QTY     "
               DELIMITED BY SIZE
               "COUNTED BY" DELIMITED BY SIZE
               INTO SHEET-REC.
           WRITE SHEET-REC.
           MOVE DASH-LINE TO SHEET-REC.
           WRITE SHEET-REC.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-LAST-COUNT-DATE SRT-ITEM-CODE
               INPUT PROCEDURE IS 2100-RELEASE-ITEMS
                   THRU 2100-RELEASE-ITEMS-EXIT
               OUTPUT PROCEDURE IS 2200-SHEET-ITEMS
                   THRU 2200-SHEET-ITEMS-EXIT.
           MOVE DASH-LINE TO SHEET-REC.
           WRITE SHEET-REC.
           MOVE SPACES TO SHEET-REC.
           STRING "ITEMS ON THIS SHEET : " WS-SHEET-COUNT
               DELIMITED BY SIZE INTO SHEET-REC.
           WRITE SHEET-REC.
           CLOSE SHEET-FILE.
           MOVE "CNTSHEET" TO SPC-REPORT-NAME.
           MOVE "CNTSHEET" TO SPC-SOURCE-PATH.
           CALL "SPOOLCAP" USING SPOOL-CAP-AREA.
           DISPLAY "COUNT SHEET WRITTEN TO CNTSHEET - " WS-SHEET-COUNT
               " ITEM(S).".
       2000-COUNT-SHEETS-EXIT.
           EXIT.

       2100-RELEASE-ITEMS.
           MOVE "N" TO WS-EOF.
           MOVE SPACES TO STK-ITEM-CODE.
           START STOCK-FILE KEY IS NOT LESS THAN STK-ITEM-CODE
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START.
           PERFORM 2110-RELEASE-ONE-ITEM THRU 2110-RELEASE-ONE-ITEM-EXIT
               UNTIL WS-EOF = "Y".
       2100-RELEASE-ITEMS-EXIT.
           EXIT.

       2110-RELEASE-ONE-ITEM.
           READ STOCK-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
                   GO TO 2110-RELEASE-ONE-ITEM-EXIT
           END-READ.
           MOVE STK-LAST-COUNT-DATE TO SRT-LAST-COUNT-DATE.
           MOVE STK-ITEM-CODE TO SRT-ITEM-CODE.
           MOVE STK-DESC TO SRT-DESC.
           RELEASE SORT-REC.
       2110-RELEASE-ONE-ITEM-EXIT.
           EXIT.

       2200-SHEET-ITEMS.
           MOVE "N" TO WS-SORT-EOF.
           PERFORM 2210-SHEET-ONE-ITEM THRU 2210-SHEET-ONE-ITEM-EXIT
               UNTIL WS-SORT-EOF = "Y".
       2200-SHEET-ITEMS-EXIT.
           EXIT.

       2210-SHEET-ONE-ITEM.
           RETURN SORT-FILE
               AT END
                   MOVE "Y" TO WS-SORT-EOF
                   GO TO 2210-SHEET-ONE-ITEM-EXIT
           END-RETURN.
           IF WS-SHEET-COUNT NOT < WS-CYCLE-ITEMS
               GO TO 2210-SHEET-ONE-ITEM-EXIT
           END-IF.
           MOVE SRT-ITEM-CODE TO CNT-ITEM-CODE.
           MOVE "N" TO WS-OPEN-SWITCH.
           READ COUNT-FILE KEY IS CNT-ITEM-CODE
               NOT INVALID KEY
                   SET ALREADY-ON-SHEET TO TRUE
           END-READ.
           IF ALREADY-ON-SHEET
               GO TO 2210-SHEET-ONE-ITEM-EXIT
           END-IF.
           MOVE SRT-ITEM-CODE TO CNT-ITEM-CODE.
           MOVE WS-COUNT-TYPE TO CNT-COUNT-TYPE.
           MOVE WS-TODAY TO CNT-SHEET-DATE.
           MOVE "S" TO CNT-STATUS.
           MOVE ZERO TO CNT-BOOK-QTY.
           MOVE ZERO TO CNT-COUNTED-QTY.
           MOVE ZERO TO CNT-VARIANCE-QTY.
           MOVE ZERO TO CNT-UNIT-COST.
           MOVE SPACE TO CNT-REASON.
           MOVE SPACES TO CNT-COUNTED-BY.
           MOVE ZERO TO CNT-COUNTED-DATE.
           WRITE CNT-REC
               INVALID KEY
                   DISPLAY "COUNT ROW FOR " SRT-ITEM-CODE " NOT SAVED"
                   GO TO 2210-SHEET-ONE-ITEM-EXIT
           END-WRITE.
           ADD 1 TO WS-SHEET-COUNT.
           MOVE SPACES TO SHEET-REC.
           STRING SRT-ITEM-CODE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               SRT-DESC DELIMITED BY SIZE
               "  ____________    ________" DELIMITED BY SIZE
               INTO SHEET-REC.
           WRITE SHEET-REC.
       2210-SHEET-ONE-ITEM-EXIT.
           EXIT.

      ******************************************************************
      * 3000-ENTER-COUNT - the counted quantity for an item out on a
      * sheet.  The book quantity on hand right now is taken beside
      * it; any difference needs a reason.  An item may be recounted
      * and rekeyed until it is posted.
      ******************************************************************
       3000-ENTER-COUNT.
           DISPLAY "ITEM CODE : ".
           ACCEPT WS-ITEM-IN.
           MOVE WS-ITEM-IN TO CNT-ITEM-CODE.
           READ COUNT-FILE KEY IS CNT-ITEM-CODE
               INVALID KEY
                   DISPLAY "ITEM " WS-ITEM-IN " IS NOT ON AN OPEN "
                       "COUNT SHEET."
                   GO TO 3000-ENTER-COUNT-EXIT
           END-READ.
           MOVE WS-ITEM-IN TO STK-ITEM-CODE.
           READ STOCK-FILE KEY IS STK-ITEM-CODE
               INVALID KEY
                   DISPLAY "ITEM " WS-ITEM-IN " NOT ON THE STOCK FILE."
                   GO TO 3000-ENTER-COUNT-EXIT
           END-READ.
           DISPLAY STK-DESC.
           DISPLAY "COUNTED QUANTITY : ".
           ACCEPT WS-COUNTED-IN.
           MOVE SPACE TO WS-REASON-IN.
           IF WS-COUNTED-IN NOT = STK-QTY-ON-HAND
               DISPLAY "COUNT DIFFERS FROM THE BOOK - REASON "
                   "(B=BREAKAGE T=THEFT M=MISCOUNT O=OTHER) : "
               ACCEPT WS-REASON-IN
               MOVE WS-REASON-IN TO CNT-REASON
               IF NOT CNT-REASON-VALID
                   DISPLAY "REASON MUST BE B, T, M OR O - COUNT NOT "
                       "TAKEN."
                   GO TO 3000-ENTER-COUNT-EXIT
               END-IF
           END-IF.
           MOVE STK-QTY-ON-HAND TO CNT-BOOK-QTY.
           MOVE WS-COUNTED-IN TO CNT-COUNTED-QTY.
           COMPUTE CNT-VARIANCE-QTY = WS-COUNTED-IN - STK-QTY-ON-HAND.
           MOVE STK-UNIT-COST TO CNT-UNIT-COST.
           MOVE WS-REASON-IN TO CNT-REASON.
           MOVE WS-OPERATOR-ID TO CNT-COUNTED-BY.
           MOVE WS-TODAY TO CNT-COUNTED-DATE.
           MOVE "C" TO CNT-STATUS.
           REWRITE CNT-REC.
           PERFORM CHECK-CNT-STATUS.
           COMPUTE WS-VARIANCE-VALUE =
               CNT-VARIANCE-QTY * CNT-UNIT-COST.
           MOVE CNT-VARIANCE-QTY TO WS-QTY-ED.
           MOVE WS-VARIANCE-VALUE TO WS-VALUE-ED.
           DISPLAY "VARIANCE " WS-QTY-ED " UNIT(S)  P" WS-VALUE-ED.
       3000-ENTER-COUNT-EXIT.
           EXIT.

      ******************************************************************
      * 4000-VARIANCE-REPORT - every open count row: counted items
      * with book, count and variance in units and pesos; items still
      * out on a sheet are listed as not yet counted.
      ******************************************************************
       4000-VARIANCE-REPORT.
           MOVE ZERO TO WS-COUNTED-ITEMS.
           MOVE ZERO TO WS-UNCOUNTED-ITEMS.
           MOVE ZERO TO WS-TOTAL-VARIANCE.
           OPEN OUTPUT VARIANCE-FILE.
           PERFORM CHECK-PRINT-STATUS.
           MOVE SPACES TO VARIANCE-REC.
           STRING "STOCK COUNT VARIANCE REPORT  " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO VARIANCE-REC.
           WRITE VARIANCE-REC.
           MOVE SPACES TO VARIANCE-REC.
           STRING "ITEM   T        BOOK     COUNTED    VARIANCE"
               DELIMITED BY SIZE
               "  UNIT COST  VARIANCE VALUE  R COUNTED BY"
               DELIMITED BY SIZE
               INTO VARIANCE-REC.
           WRITE VARIANCE-REC.
           MOVE DASH-LINE TO VARIANCE-REC.
           WRITE VARIANCE-REC.
           MOVE "N" TO WS-EOF.
           MOVE SPACES TO CNT-ITEM-CODE.
           START COUNT-FILE KEY IS NOT LESS THAN CNT-ITEM-CODE
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START.
           PERFORM 4100-REPORT-ONE-ROW THRU 4100-REPORT-ONE-ROW-EXIT
               UNTIL WS-EOF = "Y".
           MOVE DASH-LINE TO VARIANCE-REC.
           WRITE VARIANCE-REC.
           MOVE WS-TOTAL-VARIANCE TO WS-TOTAL-ED.
           MOVE SPACES TO VARIANCE-REC.
           STRING "ITEMS COUNTED " WS-COUNTED-ITEMS
               DELIMITED BY SIZE
               "   NOT YET COUNTED " WS-UNCOUNTED-ITEMS
               DELIMITED BY SIZE
               "   NET VARIANCE P" WS-TOTAL-ED DELIMITED BY SIZE
               INTO VARIANCE-REC.
           WRITE VARIANCE-REC.
           CLOSE VARIANCE-FILE.
           MOVE "CNTVAR" TO SPC-REPORT-NAME.
           MOVE "CNTVAR" TO SPC-SOURCE-PATH.
           CALL "SPOOLCAP" USING SPOOL-CAP-AREA.
           DISPLAY "VARIANCE REPORT WRITTEN TO CNTVAR - NET P"
               WS-TOTAL-ED.

       4100-REPORT-ONE-ROW.
           READ COUNT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
                   GO TO 4100-REPORT-ONE-ROW-EXIT
           END-READ.
           MOVE SPACES TO VARIANCE-REC.
           IF CNT-SHEET-OUT
               ADD 1 TO WS-UNCOUNTED-ITEMS
               STRING CNT-ITEM-CODE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CNT-COUNT-TYPE DELIMITED BY SIZE
                   "  NOT YET COUNTED - SHEET OF " DELIMITED BY SIZE
                   CNT-SHEET-DATE DELIMITED BY SIZE
                   INTO VARIANCE-REC
               WRITE VARIANCE-REC
               GO TO 4100-REPORT-ONE-ROW-EXIT
           END-IF.
           ADD 1 TO WS-COUNTED-ITEMS.
           COMPUTE WS-VARIANCE-VALUE =
               CNT-VARIANCE-QTY * CNT-UNIT-COST.
           ADD WS-VARIANCE-VALUE TO WS-TOTAL-VARIANCE.
           MOVE CNT-BOOK-QTY TO WS-BOOK-ED.
           MOVE CNT-COUNTED-QTY TO WS-COUNT-ED.
           MOVE CNT-VARIANCE-QTY TO WS-QTY-ED.
           MOVE CNT-UNIT-COST TO WS-COST-ED.
           MOVE WS-VARIANCE-VALUE TO WS-VALUE-ED.
           STRING CNT-ITEM-CODE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CNT-COUNT-TYPE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-BOOK-ED DELIMITED BY SIZE
               "     " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-QTY-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-COST-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-VALUE-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               CNT-REASON DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CNT-COUNTED-BY DELIMITED BY SIZE
               INTO VARIANCE-REC.
           WRITE VARIANCE-REC.
       4100-REPORT-ONE-ROW-EXIT.
           EXIT.

      ******************************************************************
      * 5000-APPROVE-AND-POST - a supervisor proves ID and password
      * and posts every counted row: the variance is added to the
      * item's on-hand (so movement since the count is kept), the
      * item is stamped counted today, the variance goes to the
      * STKADJ register and the count row is dropped.  A row the
      * supervisor counted personally is left for another approver.
      ******************************************************************
       5000-APPROVE-AND-POST.
           PERFORM 5100-TAKE-APPROVER THRU 5100-TAKE-APPROVER-EXIT.
           IF APPROVER-NOT-PROVED
               GO TO 5000-APPROVE-AND-POST-EXIT
           END-IF.
           DISPLAY "POST EVERY COUNTED ITEM TO STOCK (Y/N) : ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "NOTHING POSTED."
               GO TO 5000-APPROVE-AND-POST-EXIT
           END-IF.
           MOVE ZERO TO WS-POSTED-ITEMS.
           MOVE ZERO TO WS-SKIPPED-ITEMS.
           MOVE ZERO TO WS-TOTAL-VARIANCE.
           OPEN EXTEND ADJUST-FILE.
           IF WS-ADJ-STATUS = "35"
               OPEN OUTPUT ADJUST-FILE
               CLOSE ADJUST-FILE
               OPEN EXTEND ADJUST-FILE
           END-IF.
           PERFORM CHECK-ADJ-STATUS.
           ACCEPT WS-NOW FROM TIME.
           MOVE "N" TO WS-EOF.
           MOVE SPACES TO CNT-ITEM-CODE.
           START COUNT-FILE KEY IS NOT LESS THAN CNT-ITEM-CODE
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START.
           PERFORM 5200-POST-ONE-ROW THRU 5200-POST-ONE-ROW-EXIT
               UNTIL WS-EOF = "Y".
           CLOSE ADJUST-FILE.
           MOVE WS-TOTAL-VARIANCE TO WS-TOTAL-ED.
           DISPLAY WS-POSTED-ITEMS " ITEM(S) POSTED, NET P"
               WS-TOTAL-ED ".".
           IF WS-SKIPPED-ITEMS > ZERO
               DISPLAY WS-SKIPPED-ITEMS " ITEM(S) COUNTED BY "
                   WS-APPROVER-ID " LEFT FOR ANOTHER APPROVER."
           END-IF.
       5000-APPROVE-AND-POST-EXIT.
           EXIT.

      ******************************************************************
      * 5100-TAKE-APPROVER - the supervisor keys ID and password.  The
      * ID must be an active, authorized operator on OPERTAB and may
      * not be the operator running the count.
      ******************************************************************
       5100-TAKE-APPROVER.
           SET APPROVER-NOT-PROVED TO TRUE.
           PERFORM LOAD-OPERATOR-TABLE.
           IF WS-OPER-COUNT = ZERO
               DISPLAY "NO OPERATOR TABLE ON HAND - NOTHING POSTED."
               GO TO 5100-TAKE-APPROVER-EXIT
           END-IF.
           DISPLAY "APPROVING SUPERVISOR ID       : ".
           ACCEPT WS-APPROVER-ID.
           DISPLAY "APPROVING SUPERVISOR PASSWORD : ".
           ACCEPT WS-APPROVER-PASSWORD.
           CALL "PWCODE" USING WS-APPROVER-PASSWORD
               WS-APPROVER-ENCODED.
           IF WS-APPROVER-ID = WS-OPERATOR-ID
               DISPLAY "THE APPROVING SUPERVISOR CANNOT BE THE "
                   "OPERATOR RUNNING THE COUNT - NOTHING POSTED."
               GO TO 5100-TAKE-APPROVER-EXIT
           END-IF.
           SET OP-IDX TO 1.
           PERFORM 5110-APPROVER-SCAN THRU 5110-APPROVER-SCAN-EXIT
               UNTIL OP-IDX > WS-OPER-COUNT OR APPROVER-PROVED.
           IF APPROVER-NOT-PROVED
               DISPLAY "APPROVING SUPERVISOR NOT RECOGNIZED OR NOT "
                   "AUTHORIZED - NOTHING POSTED."
           END-IF.
       5100-TAKE-APPROVER-EXIT.
           EXIT.

       5110-APPROVER-SCAN.
           IF WS-APPROVER-ID = WS-OP-ID(OP-IDX) AND
               WS-APPROVER-ENCODED = WS-OP-PASSWORD(OP-IDX) AND
               WS-OP-ROLE(OP-IDX) = "A"
               SET APPROVER-PROVED TO TRUE
           ELSE
               SET OP-IDX UP BY 1
           END-IF.
       5110-APPROVER-SCAN-EXIT.
           EXIT.

       5200-POST-ONE-ROW.
           READ COUNT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
                   GO TO 5200-POST-ONE-ROW-EXIT
           END-READ.
           IF NOT CNT-COUNTED
               GO TO 5200-POST-ONE-ROW-EXIT
           END-IF.
           IF CNT-COUNTED-BY = WS-APPROVER-ID
               ADD 1 TO WS-SKIPPED-ITEMS
               GO TO 5200-POST-ONE-ROW-EXIT
           END-IF.
           MOVE CNT-ITEM-CODE TO STK-ITEM-CODE.
           READ STOCK-FILE KEY IS STK-ITEM-CODE
               INVALID KEY
                   DISPLAY "ITEM " CNT-ITEM-CODE " NOT ON THE STOCK "
                       "FILE - NOT POSTED."
                   GO TO 5200-POST-ONE-ROW-EXIT
           END-READ.
           ADD CNT-VARIANCE-QTY TO STK-QTY-ON-HAND.
           MOVE WS-TODAY TO STK-LAST-COUNT-DATE.
           REWRITE STK-REC.
           PERFORM CHECK-STOCK-STATUS.
           IF CNT-VARIANCE-QTY NOT = ZERO
               PERFORM 5300-WRITE-ADJUSTMENT
           END-IF.
           DELETE COUNT-FILE RECORD.
           PERFORM CHECK-CNT-STATUS.
           ADD 1 TO WS-POSTED-ITEMS.
       5200-POST-ONE-ROW-EXIT.
           EXIT.

       5300-WRITE-ADJUSTMENT.
           MOVE WS-TODAY TO SAJ-POST-DATE.
           MOVE WS-NOW TO SAJ-POST-TIME.
           MOVE CNT-ITEM-CODE TO SAJ-ITEM-CODE.
           MOVE CNT-COUNT-TYPE TO SAJ-COUNT-TYPE.
           MOVE CNT-SHEET-DATE TO SAJ-SHEET-DATE.
           MOVE CNT-BOOK-QTY TO SAJ-BOOK-QTY.
           MOVE CNT-COUNTED-QTY TO SAJ-COUNTED-QTY.
           MOVE CNT-VARIANCE-QTY TO SAJ-VARIANCE-QTY.
           MOVE CNT-UNIT-COST TO SAJ-UNIT-COST.
           COMPUTE SAJ-VARIANCE-VALUE =
               CNT-VARIANCE-QTY * CNT-UNIT-COST.
           MOVE CNT-REASON TO SAJ-REASON.
           MOVE CNT-COUNTED-BY TO SAJ-COUNTED-BY.
           MOVE WS-APPROVER-ID TO SAJ-APPROVED-BY.
           WRITE SAJ-REC.
           PERFORM CHECK-ADJ-STATUS.
           ADD SAJ-VARIANCE-VALUE TO WS-TOTAL-VARIANCE.

      ******************************************************************
      * 6000-ADJUSTMENT-REGISTER - every posted adjustment, or one
      * month's (YYYYMM, zero for all), to STKADJRPT.
      ******************************************************************
       6000-ADJUSTMENT-REGISTER.
           DISPLAY "MONTH (YYYYMM, 0 = ALL) : ".
           ACCEPT WS-MONTH-IN.
           MOVE ZERO TO WS-REG-COUNT.
           MOVE ZERO TO WS-TOTAL-VARIANCE.
           OPEN OUTPUT REGISTER-FILE.
           PERFORM CHECK-PRINT-STATUS.
           MOVE SPACES TO REGISTER-REC.
           STRING "STOCK ADJUSTMENT REGISTER  " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO REGISTER-REC.
           WRITE REGISTER-REC.
           MOVE SPACES TO REGISTER-REC.
           STRING "POSTED    ITEM   T        BOOK     COUNTED"
               DELIMITED BY SIZE
               "    VARIANCE  VARIANCE VALUE R COUNTED  APPROVED"
               DELIMITED BY SIZE
               INTO REGISTER-REC.
           WRITE REGISTER-REC.
           MOVE DASH-LINE TO REGISTER-REC.
           WRITE REGISTER-REC.
           MOVE "N" TO WS-EOF.
           OPEN INPUT ADJUST-FILE.
           IF WS-ADJ-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF
           END-IF.
           PERFORM 6100-LIST-ONE-ADJUSTMENT
               THRU 6100-LIST-ONE-ADJUSTMENT-EXIT
               UNTIL WS-EOF = "Y".
           IF WS-ADJ-STATUS = "00" OR WS-ADJ-STATUS = "10"
               CLOSE ADJUST-FILE
           END-IF.
           MOVE DASH-LINE TO REGISTER-REC.
           WRITE REGISTER-REC.
           MOVE WS-TOTAL-VARIANCE TO WS-TOTAL-ED.
           MOVE SPACES TO REGISTER-REC.
           STRING "ADJUSTMENTS " WS-REG-COUNT DELIMITED BY SIZE
               "   NET P" WS-TOTAL-ED DELIMITED BY SIZE
               INTO REGISTER-REC.
           WRITE REGISTER-REC.
           MOVE SPACES TO REGISTER-REC.
           STRING "R: B = BREAKAGE, T = THEFT, M = MISCOUNT, "
               DELIMITED BY SIZE
               "O = OTHER" DELIMITED BY SIZE
               INTO REGISTER-REC.
           WRITE REGISTER-REC.
           CLOSE REGISTER-FILE.
           MOVE "STKADJRPT" TO SPC-REPORT-NAME.
           MOVE "STKADJRPT" TO SPC-SOURCE-PATH.
           CALL "SPOOLCAP" USING SPOOL-CAP-AREA.
           DISPLAY "ADJUSTMENT REGISTER WRITTEN TO STKADJRPT - "
               WS-REG-COUNT " ROW(S).".

       6100-LIST-ONE-ADJUSTMENT.
           READ ADJUST-FILE
               AT END
                   MOVE "Y" TO WS-EOF
                   GO TO 6100-LIST-ONE-ADJUSTMENT-EXIT
           END-READ.
           IF WS-MONTH-IN NOT = ZERO AND
               SAJ-POST-DATE(1:6) NOT = WS-MONTH-IN
               GO TO 6100-LIST-ONE-ADJUSTMENT-EXIT
           END-IF.
           ADD 1 TO WS-REG-COUNT.
           ADD SAJ-VARIANCE-VALUE TO WS-TOTAL-VARIANCE.
           MOVE SAJ-BOOK-QTY TO WS-BOOK-ED.
           MOVE SAJ-COUNTED-QTY TO WS-COUNT-ED.
           MOVE SAJ-VARIANCE-QTY TO WS-QTY-ED.
           MOVE SAJ-VARIANCE-VALUE TO WS-VALUE-ED.
           MOVE SPACES TO REGISTER-REC.
           STRING SAJ-POST-DATE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               SAJ-ITEM-CODE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SAJ-COUNT-TYPE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-BOOK-ED DELIMITED BY SIZE
               "     " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-QTY-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-VALUE-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SAJ-REASON DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SAJ-COUNTED-BY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SAJ-APPROVED-BY DELIMITED BY SIZE
               INTO REGISTER-REC.
           WRITE REGISTER-REC.
       6100-LIST-ONE-ADJUSTMENT-EXIT.
           EXIT.

      ******************************************************************
      * 7000-SHRINKAGE-BY-MONTH - one line a month off the register:
      * the shortages (the shrinkage), the overages, the net the
      * month cost the shop, and the net by reason.
      ******************************************************************
       7000-SHRINKAGE-BY-MONTH.
           OPEN OUTPUT SHRINK-FILE.
           PERFORM CHECK-PRINT-STATUS.
           MOVE SPACES TO SHRINK-REC.
           STRING "STOCK SHRINKAGE BY MONTH  " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO SHRINK-REC.
           WRITE SHRINK-REC.
           MOVE SPACES TO SHRINK-REC.
           STRING "MONTH      SHORTAGES      OVERAGES  NET SHRINKAGE"
               DELIMITED BY SIZE
               "      BREAKAGE        THEFT     MISCOUNT        OTHER"
               DELIMITED BY SIZE
               INTO SHRINK-REC.
           WRITE SHRINK-REC.
           MOVE DASH-LINE TO SHRINK-REC.
           WRITE SHRINK-REC.
           MOVE ZERO TO WS-MONTH.
           MOVE "N" TO WS-EOF.
           OPEN INPUT ADJUST-FILE.
           IF WS-ADJ-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF
           END-IF.
           PERFORM 7100-TAKE-ONE-ADJUSTMENT
               THRU 7100-TAKE-ONE-ADJUSTMENT-EXIT
               UNTIL WS-EOF = "Y".
           IF WS-MONTH NOT = ZERO
               PERFORM 7200-PRINT-ONE-MONTH
           END-IF.
           IF WS-ADJ-STATUS = "00" OR WS-ADJ-STATUS = "10"
               CLOSE ADJUST-FILE
           END-IF.
           MOVE DASH-LINE TO SHRINK-REC.
           WRITE SHRINK-REC.
           MOVE "SHORTAGES AND NET SHRINKAGE ARE SHOWN AS A LOSS (+)."
               TO SHRINK-REC.
           WRITE SHRINK-REC.
           CLOSE SHRINK-FILE.
           MOVE "SHRKRPT" TO SPC-REPORT-NAME.
           MOVE "SHRKRPT" TO SPC-SOURCE-PATH.
           CALL "SPOOLCAP" USING SPOOL-CAP-AREA.
           DISPLAY "SHRINKAGE REPORT WRITTEN TO SHRKRPT.".

       7100-TAKE-ONE-ADJUSTMENT.
           READ ADJUST-FILE
               AT END
                   MOVE "Y" TO WS-EOF
                   GO TO 7100-TAKE-ONE-ADJUSTMENT-EXIT
           END-READ.
           IF SAJ-POST-DATE(1:6) NOT = WS-MONTH
               IF WS-MONTH NOT = ZERO
                   PERFORM 7200-PRINT-ONE-MONTH
               END-IF
               MOVE SAJ-POST-DATE(1:6) TO WS-MONTH
               INITIALIZE WS-MONTH-TOTALS
           END-IF.
           IF SAJ-VARIANCE-VALUE < ZERO
               SUBTRACT SAJ-VARIANCE-VALUE FROM WS-MON-SHORT
           ELSE
               ADD SAJ-VARIANCE-VALUE TO WS-MON-OVER
           END-IF.
           EVALUATE TRUE
               WHEN SAJ-BREAKAGE
                   MOVE 1 TO WS-REASON-NO
               WHEN SAJ-THEFT
                   MOVE 2 TO WS-REASON-NO
               WHEN SAJ-MISCOUNT
                   MOVE 3 TO WS-REASON-NO
               WHEN OTHER
                   MOVE 4 TO WS-REASON-NO
           END-EVALUATE.
      * BY REASON THE LOSS SHOWS POSITIVE, AS IN THE SHRINKAGE COLUMN.
           SUBTRACT SAJ-VARIANCE-VALUE
               FROM WS-MON-REASON(WS-REASON-NO).
       7100-TAKE-ONE-ADJUSTMENT-EXIT.
           EXIT.

       7200-PRINT-ONE-MONTH.
           COMPUTE WS-NET-SHRINK = WS-MON-SHORT - WS-MON-OVER.
           MOVE SPACES TO SHRINK-REC.
           MOVE WS-MONTH TO SHRINK-REC(1:6).
           MOVE WS-MON-SHORT TO WS-MONEY-ED.
           MOVE WS-MONEY-ED TO SHRINK-REC(8:13).
           MOVE WS-MON-OVER TO WS-MONEY-ED.
           MOVE WS-MONEY-ED TO SHRINK-REC(22:13).
           MOVE WS-NET-SHRINK TO WS-MONEY-ED.
           MOVE WS-MONEY-ED TO SHRINK-REC(37:13).
           MOVE WS-MON-REASON(1) TO WS-MONEY-ED.
           MOVE WS-MONEY-ED TO SHRINK-REC(51:13).
           MOVE WS-MON-REASON(2) TO WS-MONEY-ED.
           MOVE WS-MONEY-ED TO SHRINK-REC(64:13).
           MOVE WS-MON-REASON(3) TO WS-MONEY-ED.
           MOVE WS-MONEY-ED TO SHRINK-REC(77:13).
           MOVE WS-MON-REASON(4) TO WS-MONEY-ED.
           MOVE WS-MONEY-ED TO SHRINK-REC(90:13).
           WRITE SHRINK-REC.

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
           DISPLAY "STOCK COUNT RUN TERMINATED - SEE FILE STATUS "
               "ABOVE.".
           STOP RUN.

       CHECK-STOCK-STATUS.
           IF WS-STOCK-STATUS NOT = "00"
               MOVE "STOCK-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-STOCK-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-CNT-STATUS.
           IF WS-CNT-STATUS NOT = "00"
               MOVE "COUNT-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-CNT-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-ADJ-STATUS.
           IF WS-ADJ-STATUS NOT = "00"
               MOVE "ADJUST-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-ADJ-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-PRINT-STATUS.
           IF WS-PRINT-STATUS NOT = "00"
               MOVE "PRINT-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-PRINT-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       END PROGRAM STKCOUNT.
