      *          program draws down, and the daily reorder report of
      *          items at or below their reorder point, so the shop
      *          stops discovering mid-job that the fancy moulding
      *          ran out.  Also lists the moulding offcut rack the
      *          cut-list run keeps on OFCFILE, valued at the
      *          moulding's unit cost per inch.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           RECORD KEY IS STK-ITEM-CODE
           FILE STATUS IS WS-STOCK-STATUS.

           SELECT OFFCUT-FILE ASSIGN TO "OFCFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OFC-ID
           FILE STATUS IS WS-OFC-STATUS.

           SELECT PRINT-FILE ASSIGN TO "STOCKRPT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL

       COPY "STKREC.cpy".

       FD OFFCUT-FILE
           DATA RECORD IS OFC-REC.

       COPY "OFCREC.cpy".

       FD PRINT-FILE
           DATA RECORD IS PRINT-REC.

       01 WS-VALUE-ED PIC ----,---,--9.99.
       01 WS-TOTAL-ED PIC -,---,---,--9.99.

      * OFFCUT RACK FIELDS.
       01 WS-OFC-STATUS PIC X(2).
       01 WS-OFC-EOF PIC X(1) VALUE "N".
       01 WS-RACK-COUNT PIC 9(5) VALUE ZERO.
       01 WS-RACK-INCHES PIC 9(7)V9 VALUE ZERO.
       01 WS-RACK-VALUE PIC 9(9)V99 VALUE ZERO.
       01 WS-OFC-VALUE PIC 9(7)V99 VALUE ZERO.
       01 WS-OFC-LEN-ED PIC ZZ9.9.
       01 WS-RACK-INCH-ED PIC Z,ZZZ,ZZ9.9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           DISPLAY "[2] REORDER REPORT".
           DISPLAY "[3] INVENTORY VALUATION REPORT".
           DISPLAY "[4] QUIT".
           DISPLAY "[5] OFFCUT RACK".
           DISPLAY "ENTER OPTION : ".
           ACCEPT OPTION.
           IF OPTION = 1 THEN
               PERFORM 4000-VALUATION-REPORT
           ELSE IF OPTION = 4 THEN
               SET QUIT-REQUESTED TO TRUE
           ELSE IF OPTION = 5 THEN
               PERFORM 5000-OFFCUT-RACK THRU 5000-OFFCUT-RACK-EXIT
           ELSE
               DISPLAY "INVALID OPTION, TRY AGAIN"
           END-IF.
                   MOVE WS-RCV-QTY TO STK-QTY-ON-HAND
                   MOVE WS-RCV-REORDER TO STK-REORDER-POINT
                   MOVE WS-RCV-COST TO STK-UNIT-COST
                   MOVE ZERO TO STK-LAST-COUNT-DATE
                   WRITE STK-REC
                       INVALID KEY
                           DISPLAY "ITEM NOT SAVED"
       4100-VALUE-ONE-ITEM-EXIT.
           EXIT.

      ******************************************************************
      * 5000-OFFCUT-RACK - every moulding offcut still on the rack,
      * valued at its moulding's unit cost per inch, with the rack
      * totals.
      ******************************************************************
       5000-OFFCUT-RACK.
           MOVE ZERO TO WS-RACK-COUNT.
           MOVE ZERO TO WS-RACK-INCHES.
           MOVE ZERO TO WS-RACK-VALUE.
           MOVE "N" TO WS-OFC-EOF.
           OPEN INPUT OFFCUT-FILE.
           IF WS-OFC-STATUS = "35"
               DISPLAY "NO OFFCUTS ON THE RACK YET."
               GO TO 5000-OFFCUT-RACK-EXIT
           END-IF.
           DISPLAY "OFFCUT  MOULDING  LENGTH  CUT ON       VALUE".
           DISPLAY DASH-LINE.
           PERFORM 5100-LIST-ONE-OFFCUT THRU 5100-LIST-ONE-OFFCUT-EXIT
               UNTIL WS-OFC-EOF = "Y".
           CLOSE OFFCUT-FILE.
           DISPLAY DASH-LINE.
           MOVE WS-RACK-INCHES TO WS-RACK-INCH-ED.
           MOVE WS-RACK-VALUE TO WS-VALUE-ED.
           DISPLAY "OFFCUTS ON RACK " WS-RACK-COUNT "  INCHES "
               WS-RACK-INCH-ED "  VALUE " WS-VALUE-ED.
       5000-OFFCUT-RACK-EXIT.
           EXIT.

       5100-LIST-ONE-OFFCUT.
           READ OFFCUT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-OFC-EOF
                   GO TO 5100-LIST-ONE-OFFCUT-EXIT
           END-READ.
           IF NOT OFC-ON-RACK
               GO TO 5100-LIST-ONE-OFFCUT-EXIT
           END-IF.
           MOVE ZERO TO WS-OFC-VALUE.
           MOVE OFC-ITEM-CODE TO STK-ITEM-CODE.
           READ STOCK-FILE KEY IS STK-ITEM-CODE
               NOT INVALID KEY
                   COMPUTE WS-OFC-VALUE ROUNDED =
                       OFC-LENGTH * STK-UNIT-COST
           END-READ.
           ADD 1 TO WS-RACK-COUNT.
           ADD OFC-LENGTH TO WS-RACK-INCHES.
           ADD WS-OFC-VALUE TO WS-RACK-VALUE.
           MOVE OFC-LENGTH TO WS-OFC-LEN-ED.
           MOVE WS-OFC-VALUE TO WS-VALUE-ED.
           DISPLAY OFC-ID "  " OFC-ITEM-CODE "    " WS-OFC-LEN-ED
               "   " OFC-CUT-DATE " " WS-VALUE-ED.
       5100-LIST-ONE-OFFCUT-EXIT.
           EXIT.

       END PROGRAM STOCK.
