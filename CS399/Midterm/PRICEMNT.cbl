      ******************************************************************
      * Author:
      * Date:
      * Purpose: Frame-shop price maintenance - the counter price list
      *          kept on PRICETAB with an effective date on every
      *          price.  Shows the list in force on any date, sets a
      *          new price from a future (or today's) date, lists a
      *          code's price schedule, and prints the price-change
      *          history report off PRICEHIS: who changed which price,
      *          when, from what to what.  A price already in force
      *          is never changed or backdated - a new price is set
      *          from a later date instead - so every past order and
      *          quote still prices the way it did.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRICEMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRICE-FILE ASSIGN TO "PRICETAB"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRC-KEY
           FILE STATUS IS WS-PRICE-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "PRICEHIS"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-HISTORY-STATUS.

           SELECT PRINT-FILE ASSIGN TO "PRICERPT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PRICE-FILE
           DATA RECORD IS PRC-REC.

       COPY "PRICEREC.cpy".

       FD HISTORY-FILE
           DATA RECORD IS PRH-REC.

       COPY "PRCHREC.cpy".

       FD PRINT-FILE
           DATA RECORD IS PRINT-REC.

       01 PRINT-REC PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-PRICE-STATUS PIC X(2).
       01 WS-HISTORY-STATUS PIC X(2).
       01 WS-PRINT-STATUS PIC X(2).
       01 WS-EOF PIC X(1) VALUE "N".
       01 DASH-LINE PIC X(70) VALUE ALL "-".

       01 OPTION PIC 9.
       01 WS-QUIT-SWITCH PIC X VALUE "N".
           88 QUIT-REQUESTED VALUE "Y".

       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       01 WS-TODAY PIC 9(8) VALUE ZERO.
       01 WS-NOW PIC 9(8) VALUE ZERO.
       01 WS-CODE-NO PIC 99 VALUE ZERO.
       01 WS-CODE-HIT PIC 99 VALUE ZERO.
       01 WS-CODE-IN PIC X(6) VALUE SPACES.
       01 WS-DATE-IN PIC 9(8) VALUE ZERO.
       01 WS-DATE-PARTS REDEFINES WS-DATE-IN.
           05 WS-DATE-YYYY PIC 9(4).
           05 WS-DATE-MM PIC 99.
           05 WS-DATE-DD PIC 99.
       01 WS-PRICE-IN PIC 9(5)V99 VALUE ZERO.
       01 WS-OLD-PRICE PIC 9(5)V99 VALUE ZERO.
       01 WS-CONFIRM PIC X VALUE "N".
       01 WS-ROW-FOUND-SWITCH PIC X VALUE "N".
           88 ROW-FOUND VALUE "Y".
           88 ROW-NOT-FOUND VALUE "N".
       01 WS-FROM-DATE PIC 9(8) VALUE ZERO.
       01 WS-THRU-DATE PIC 9(8) VALUE ZERO.
       01 WS-CHANGE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-PRICE-ED PIC ZZ,ZZ9.99.
       01 WS-OLD-ED PIC ZZ,ZZ9.99.

       COPY "PRCCODES.cpy".

      * PARAMETER AREA FOR THE SHARED PRICELKP PRICE ROUTINE.
       COPY "PRCLREC.cpy".

      * PARAMETER AREA FOR THE SHARED SPOOLCAP SPOOL CAPTURE ROUTINE.
       COPY "SPOOLREC.cpy".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           DISPLAY "OPERATOR ID : ".
           ACCEPT WS-OPERATOR-ID.
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "AN OPERATOR ID IS REQUIRED."
               STOP RUN
           END-IF.
      * A SHOP WITH NO PRICE TABLE YET HAS IT SEEDED BY THE PRICE
      * ROUTINE WITH THE STANDING PRICE LIST BEFORE ANYTHING ELSE.
           OPEN I-O PRICE-FILE.
           IF WS-PRICE-STATUS = "35"
               MOVE WS-TODAY TO PCL-AS-OF-DATE
               CALL "PRICELKP" USING PRICE-LOOKUP-AREA
               OPEN I-O PRICE-FILE
           END-IF.
           PERFORM 1000-MENU UNTIL QUIT-REQUESTED.
           CLOSE PRICE-FILE.
           STOP RUN.

       1000-MENU.
           DISPLAY " ".
           DISPLAY "FRAME SHOP PRICE TABLE".
           DISPLAY "[1] SHOW PRICES IN FORCE ON A DATE".
           DISPLAY "[2] SET A PRICE".
           DISPLAY "[3] PRICE SCHEDULE FOR A CODE".
           DISPLAY "[4] PRICE-CHANGE HISTORY REPORT".
           DISPLAY "[5] QUIT".
           DISPLAY "ENTER OPTION : ".
           ACCEPT OPTION.
           IF OPTION = 1 THEN
               PERFORM 2000-SHOW-PRICES
           ELSE IF OPTION = 2 THEN
               PERFORM 3000-SET-PRICE THRU 3000-SET-PRICE-EXIT
           ELSE IF OPTION = 3 THEN
               PERFORM 4000-CODE-SCHEDULE THRU 4000-CODE-SCHEDULE-EXIT
           ELSE IF OPTION = 4 THEN
               PERFORM 5000-HISTORY-REPORT
           ELSE IF OPTION = 5 THEN
               SET QUIT-REQUESTED TO TRUE
           ELSE
               DISPLAY "INVALID OPTION, TRY AGAIN"
           END-IF.

      ******************************************************************
      * 2000-SHOW-PRICES - the whole price list as in force on the
      * date keyed in (zero for today), through the same routine the
      * order program prices with.
      ******************************************************************
       2000-SHOW-PRICES.
           DISPLAY "AS OF DATE (YYYYMMDD, 0 = TODAY) : ".
           ACCEPT WS-DATE-IN.
           IF WS-DATE-IN = ZERO
               MOVE WS-TODAY TO WS-DATE-IN
           END-IF.
      * THE PRICE FILE IS CLOSED AROUND THE CALL SO THE ROUTINE CAN
      * OPEN IT ON ITS OWN.
           CLOSE PRICE-FILE.
           MOVE WS-DATE-IN TO PCL-AS-OF-DATE.
           CALL "PRICELKP" USING PRICE-LOOKUP-AREA.
           OPEN I-O PRICE-FILE.
           DISPLAY "PRICES IN FORCE ON " WS-DATE-IN.
           DISPLAY DASH-LINE.
           PERFORM 2100-SHOW-ONE-PRICE
               VARYING WS-CODE-NO FROM 1 BY 1
               UNTIL WS-CODE-NO > 9.

       2100-SHOW-ONE-PRICE.
           MOVE PCL-PRICE(WS-CODE-NO) TO WS-PRICE-ED.
           DISPLAY PCT-CODE(WS-CODE-NO) "  " PCT-DESC(WS-CODE-NO)
               "  " WS-PRICE-ED.

      ******************************************************************
      * 3000-SET-PRICE - a new price for a code from an effective date
      * no earlier than today.  A row already scheduled for that same
      * date and not yet in force is corrected in place; otherwise a
      * new row is added.  Either way the change, with the price it
      * replaces on that date, goes to PRICEHIS.
      ******************************************************************
       3000-SET-PRICE.
           DISPLAY "PRICE CODE : ".
           ACCEPT WS-CODE-IN.
           MOVE ZERO TO WS-CODE-HIT.
           PERFORM 3100-FIND-CODE
               VARYING WS-CODE-NO FROM 1 BY 1
               UNTIL WS-CODE-NO > 9.
           IF WS-CODE-HIT = ZERO
               DISPLAY "NO SUCH PRICE CODE."
               GO TO 3000-SET-PRICE-EXIT
           END-IF.
           MOVE WS-CODE-HIT TO WS-CODE-NO.
           DISPLAY "EFFECTIVE DATE (YYYYMMDD) : ".
           ACCEPT WS-DATE-IN.
           IF WS-DATE-MM < 1 OR WS-DATE-MM > 12 OR
               WS-DATE-DD < 1 OR WS-DATE-DD > 31 OR
               WS-DATE-YYYY < 1900
               DISPLAY "INVALID DATE."
               GO TO 3000-SET-PRICE-EXIT
           END-IF.
           IF WS-DATE-IN < WS-TODAY
               DISPLAY "A PRICE CANNOT BE BACKDATED - SET IT FROM "
                   "TODAY OR LATER."
               GO TO 3000-SET-PRICE-EXIT
           END-IF.
           DISPLAY "NEW PRICE : ".
           ACCEPT WS-PRICE-IN.
           IF WS-PRICE-IN = ZERO
               DISPLAY "A PRICE OF ZERO IS NOT ACCEPTED."
               GO TO 3000-SET-PRICE-EXIT
           END-IF.
           MOVE WS-CODE-IN TO PRC-CODE.
           MOVE WS-DATE-IN TO PRC-EFF-DATE.
           SET ROW-NOT-FOUND TO TRUE.
           READ PRICE-FILE KEY IS PRC-KEY
               INVALID KEY
                   SET ROW-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET ROW-FOUND TO TRUE
           END-READ.
      * A ROW EFFECTIVE TODAY IS ALREADY PRICING ORDERS.
           IF ROW-FOUND AND PRC-EFF-DATE <= WS-TODAY
               DISPLAY "THAT PRICE IS ALREADY IN FORCE - SET A NEW "
                   "ONE FROM A LATER DATE."
               GO TO 3000-SET-PRICE-EXIT
           END-IF.
      * THE PRICE BEING REPLACED IS THE ONE IN FORCE ON THE DATE.
           CLOSE PRICE-FILE.
           MOVE WS-DATE-IN TO PCL-AS-OF-DATE.
           CALL "PRICELKP" USING PRICE-LOOKUP-AREA.
           OPEN I-O PRICE-FILE.
           MOVE PCL-PRICE(WS-CODE-NO) TO WS-OLD-PRICE.
           MOVE WS-OLD-PRICE TO WS-OLD-ED.
           MOVE WS-PRICE-IN TO WS-PRICE-ED.
           DISPLAY PCT-DESC(WS-CODE-NO) " FROM " WS-DATE-IN.
           DISPLAY "  NOW " WS-OLD-ED "   NEW " WS-PRICE-ED.
           DISPLAY "CONFIRM (Y/N) : ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "PRICE NOT CHANGED."
               GO TO 3000-SET-PRICE-EXIT
           END-IF.
           MOVE WS-CODE-IN TO PRC-CODE.
           MOVE WS-DATE-IN TO PRC-EFF-DATE.
           MOVE WS-PRICE-IN TO PRC-PRICE.
           MOVE WS-OPERATOR-ID TO PRC-OPERATOR-ID.
           MOVE WS-TODAY TO PRC-ENTERED-DATE.
           IF ROW-FOUND
               REWRITE PRC-REC
                   INVALID KEY
                       DISPLAY "PRICE NOT SAVED"
                       GO TO 3000-SET-PRICE-EXIT
               END-REWRITE
               MOVE "C" TO PRH-ACTION
           ELSE
               WRITE PRC-REC
                   INVALID KEY
                       DISPLAY "PRICE NOT SAVED"
                       GO TO 3000-SET-PRICE-EXIT
               END-WRITE
               MOVE "N" TO PRH-ACTION
           END-IF.
           PERFORM 3200-WRITE-HISTORY.
           DISPLAY "PRICE SET - " WS-CODE-IN " " WS-PRICE-ED
               " FROM " WS-DATE-IN.
       3000-SET-PRICE-EXIT.
           EXIT.

       3100-FIND-CODE.
           IF PCT-CODE(WS-CODE-NO) = WS-CODE-IN
               MOVE WS-CODE-NO TO WS-CODE-HIT
           END-IF.

       3200-WRITE-HISTORY.
           ACCEPT WS-NOW FROM TIME.
           OPEN EXTEND HISTORY-FILE.
           IF WS-HISTORY-STATUS = "35"
               OPEN OUTPUT HISTORY-FILE
               CLOSE HISTORY-FILE
               OPEN EXTEND HISTORY-FILE
           END-IF.
           MOVE WS-TODAY TO PRH-CHANGE-DATE.
           MOVE WS-NOW TO PRH-CHANGE-TIME.
           MOVE WS-OPERATOR-ID TO PRH-OPERATOR-ID.
           MOVE WS-CODE-IN TO PRH-CODE.
           MOVE WS-DATE-IN TO PRH-EFF-DATE.
           MOVE WS-OLD-PRICE TO PRH-OLD-PRICE.
           MOVE WS-PRICE-IN TO PRH-NEW-PRICE.
           WRITE PRH-REC.
           CLOSE HISTORY-FILE.

      ******************************************************************
      * 4000-CODE-SCHEDULE - every row on file for one code in
      * effective-date order, past, current and scheduled.
      ******************************************************************
       4000-CODE-SCHEDULE.
           DISPLAY "PRICE CODE : ".
           ACCEPT WS-CODE-IN.
           MOVE "N" TO WS-EOF.
           MOVE WS-CODE-IN TO PRC-CODE.
           MOVE ZERO TO PRC-EFF-DATE.
           START PRICE-FILE KEY IS NOT LESS THAN PRC-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START.
           DISPLAY "EFFECTIVE   PRICE       SET BY    ON".
           DISPLAY DASH-LINE.
           PERFORM 4100-SHOW-ONE-ROW THRU 4100-SHOW-ONE-ROW-EXIT
               UNTIL WS-EOF = "Y".
       4000-CODE-SCHEDULE-EXIT.
           EXIT.

       4100-SHOW-ONE-ROW.
           READ PRICE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
                   GO TO 4100-SHOW-ONE-ROW-EXIT
           END-READ.
           IF PRC-CODE NOT = WS-CODE-IN
               MOVE "Y" TO WS-EOF
               GO TO 4100-SHOW-ONE-ROW-EXIT
           END-IF.
           MOVE PRC-PRICE TO WS-PRICE-ED.
           DISPLAY PRC-EFF-DATE "  " WS-PRICE-ED "  "
               PRC-OPERATOR-ID "  " PRC-ENTERED-DATE.
       4100-SHOW-ONE-ROW-EXIT.
           EXIT.

      ******************************************************************
      * 5000-HISTORY-REPORT - every price change on PRICEHIS made in
      * the date range keyed in (zeros for all), to PRICERPT.
      ******************************************************************
       5000-HISTORY-REPORT.
           DISPLAY "CHANGES FROM DATE (YYYYMMDD, 0 = ALL) : ".
           ACCEPT WS-FROM-DATE.
           DISPLAY "CHANGES THRU DATE (YYYYMMDD, 0 = ALL) : ".
           ACCEPT WS-THRU-DATE.
           IF WS-THRU-DATE = ZERO
               MOVE 99999999 TO WS-THRU-DATE
           END-IF.
           MOVE "N" TO WS-EOF.
           MOVE ZERO TO WS-CHANGE-COUNT.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           MOVE SPACES TO PRINT-REC.
           STRING "PRICE-CHANGE HISTORY  " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           STRING "CHANGED   TIME      BY        CODE    EFFECTIVE"
               DELIMITED BY SIZE
               "    OLD PRICE  NEW PRICE A" DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE DASH-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM 5100-LIST-ONE-CHANGE THRU 5100-LIST-ONE-CHANGE-EXIT
               UNTIL WS-EOF = "Y".
           MOVE DASH-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           STRING "PRICE CHANGES LISTED : " WS-CHANGE-COUNT
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           STRING "A: N = NEW PRICE, C = CORRECTION OF A SCHEDULED "
               DELIMITED BY SIZE
               "PRICE" DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           CLOSE PRINT-FILE.
           IF WS-HISTORY-STATUS = "00" OR WS-HISTORY-STATUS = "10"
               CLOSE HISTORY-FILE
           END-IF.
           MOVE "PRICERPT" TO SPC-REPORT-NAME.
           MOVE "PRICERPT" TO SPC-SOURCE-PATH.
           CALL "SPOOLCAP" USING SPOOL-CAP-AREA.
           DISPLAY "PRICE HISTORY WRITTEN TO PRICERPT - "
               WS-CHANGE-COUNT " CHANGES.".

       5100-LIST-ONE-CHANGE.
           READ HISTORY-FILE
               AT END
                   MOVE "Y" TO WS-EOF
                   GO TO 5100-LIST-ONE-CHANGE-EXIT
           END-READ.
           IF PRH-CHANGE-DATE < WS-FROM-DATE OR
               PRH-CHANGE-DATE > WS-THRU-DATE
               GO TO 5100-LIST-ONE-CHANGE-EXIT
           END-IF.
           ADD 1 TO WS-CHANGE-COUNT.
           MOVE PRH-OLD-PRICE TO WS-OLD-ED.
           MOVE PRH-NEW-PRICE TO WS-PRICE-ED.
           MOVE SPACES TO PRINT-REC.
           STRING PRH-CHANGE-DATE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               PRH-CHANGE-TIME DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               PRH-OPERATOR-ID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               PRH-CODE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               PRH-EFF-DATE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-OLD-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-PRICE-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PRH-ACTION DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
       5100-LIST-ONE-CHANGE-EXIT.
           EXIT.

       END PROGRAM PRICEMNT.
