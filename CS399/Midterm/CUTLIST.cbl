      ******************************************************************
      * Author:
      * Date:
      * Purpose: Frame-shop moulding cut list - the morning run over
      *          the jobs waiting to be built (ordered or in
      *          production and not yet cut).  Each job's four sides,
      *          height and width plus the miter allowance, are laid
      *          out moulding by moulding (JOB-TYPE A is regular, the
      *          rest fancy) onto the fewest lengths: longest side
      *          first, into the rack offcut or already-opened stick
      *          it fits tightest, and only when nothing on hand
      *          takes it onto a new standard stick.  Prints a cut
      *          sheet per stick to CUTSHEET with the day's waste,
      *          draws the new sticks off STKFILE a whole stick at a
      *          time, puts every usable leftover on the OFCFILE
      *          offcut rack for later jobs, and logs the day's
      *          waste to CUTWLOG for the month's waste-by-day.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUTLIST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-FILE ASSIGN TO "JOBFILE"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-JOB-STATUS.

           SELECT STOCK-FILE ASSIGN TO "STKFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STK-ITEM-CODE
           FILE STATUS IS WS-STOCK-STATUS.

           SELECT OFFCUT-FILE ASSIGN TO "OFCFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OFC-ID
           FILE STATUS IS WS-OFC-STATUS.

           SELECT WASTE-LOG-FILE ASSIGN TO "CUTWLOG"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-WLOG-STATUS.

           SELECT SORT-FILE ASSIGN TO "SORTWK".

           SELECT PRINT-FILE ASSIGN TO "CUTSHEET"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD JOB-FILE
           DATA RECORD IS JOB-REC.

       COPY "JOBREC.cpy".

       FD STOCK-FILE
           DATA RECORD IS STK-REC.

       COPY "STKREC.cpy".

       FD OFFCUT-FILE
           DATA RECORD IS OFC-REC.

       COPY "OFCREC.cpy".

      * ONE ROW PER MOULDING PER CUT-LIST RUN - WHAT THE DAY CUT AND
      * WHAT IT THREW AWAY.
       FD WASTE-LOG-FILE
           DATA RECORD IS WLOG-REC.

       01 WLOG-REC.
           05 WLOG-DATE PIC 9(8).
           05 WLOG-ITEM-CODE PIC X(6).
           05 WLOG-STICKS-CUT PIC 9(4).
           05 WLOG-OFFCUTS-USED PIC 9(4).
           05 WLOG-OFFCUTS-KEPT PIC 9(4).
           05 WLOG-INCHES-CUT PIC 9(6)V9.
           05 WLOG-INCHES-WASTE PIC 9(6)V9.

      * EVERY SIDE TO CUT, MOULDING BY MOULDING, LONGEST FIRST.
       SD SORT-FILE
           DATA RECORD IS SORT-REC.

       01 SORT-REC.
           05 SRT-ITEM-CODE PIC X(6).
           05 SRT-LENGTH PIC 9(3)V9.
           05 SRT-JOB-NUMBER PIC 9(6).
           05 SRT-TYPE PIC A(2).
           05 SRT-SIDE PIC X(1).

       FD PRINT-FILE
           DATA RECORD IS PRINT-REC.

       01 PRINT-REC PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-JOB-STATUS PIC X(2).
       01 WS-STOCK-STATUS PIC X(2).
       01 WS-OFC-STATUS PIC X(2).
       01 WS-WLOG-STATUS PIC X(2).
       01 WS-PRINT-STATUS PIC X(2).
       01 WS-EOF PIC X(1) VALUE "N".
       01 WS-SORT-EOF PIC X(1) VALUE "N".
       01 DASH-LINE PIC X(70) VALUE ALL "-".
       01 WS-TODAY PIC 9(8) VALUE ZERO.

      ******************************************************************
      * SHOP CUTTING STANDARDS - THE STANDARD STICK THE MOULDING COMES
      * IN, THE LENGTH EACH SIDE NEEDS BEYOND THE FRAME DIMENSION FOR
      * ITS TWO 45-DEGREE MITERS, THE SAW BLADE'S KERF LOST AT EVERY
      * CUT, AND THE SHORTEST LEFTOVER WORTH PUTTING ON THE RACK.
      * ALL IN INCHES.
      ******************************************************************
       01 WS-STICK-LENGTH PIC 9(3)V9 VALUE 96.0.
       01 WS-MITER-ALLOWANCE PIC 9(3)V9 VALUE 2.0.
       01 WS-SAW-KERF PIC 9(3)V9 VALUE 0.1.
       01 WS-MIN-OFFCUT PIC 9(3)V9 VALUE 12.0.

       01 WS-SIDE-H PIC 9(3)V9 VALUE ZERO.
       01 WS-SIDE-W PIC 9(3)V9 VALUE ZERO.
       01 WS-NEED PIC 9(3)V9 VALUE ZERO.
       01 WS-CUT-SUM PIC 9(4)V9 VALUE ZERO.
       01 WS-BIN-WASTE PIC 9(4)V9 VALUE ZERO.
       01 WS-CURRENT-ITEM PIC X(6) VALUE SPACES.
       01 WS-NEXT-OFFCUT-ID PIC 9(6) VALUE ZERO.
       01 WS-LEN-ED PIC ZZ9.9.
       01 WS-INCH-ED PIC ZZZ,ZZ9.9.
       01 WS-WASTE-PCT PIC 9(3)V9 VALUE ZERO.
       01 WS-PCT-ED PIC ZZ9.9.
       01 WS-COUNT-ED PIC Z,ZZ9.

      * THE LENGTHS OPEN FOR THE MOULDING IN HAND: THE RACK OFFCUTS
      * LOADED AT THE START OF THE MOULDING (SOURCE O), THEN EVERY NEW
      * STICK OPENED AS THE SIDES NEED ONE (SOURCE S).
       01 WS-BIN-COUNT PIC 9(3) VALUE ZERO.
       01 WS-BIN-NO PIC 9(3) VALUE ZERO.
       01 WS-BEST-BIN PIC 9(3) VALUE ZERO.
       01 WS-CUT-NO PIC 99 VALUE ZERO.
       01 WS-STICK-NO PIC 9(3) VALUE ZERO.
       01 WS-BIN-TABLE.
           05 WS-BIN OCCURS 150 TIMES.
               10 BIN-SOURCE PIC X(1).
               10 BIN-OFFCUT-ID PIC 9(6).
               10 BIN-LENGTH PIC 9(3)V9.
               10 BIN-REMAIN PIC 9(3)V9.
               10 BIN-CUT-COUNT PIC 99.
               10 BIN-CUT OCCURS 30 TIMES.
                   15 BIN-CUT-JOB PIC 9(6).
                   15 BIN-CUT-TYPE PIC A(2).
                   15 BIN-CUT-SIDE PIC X(1).
                   15 BIN-CUT-LENGTH PIC 9(3)V9.

      * MOULDING AND RUN TOTALS.
       01 WS-GRP-STICKS PIC 9(4) VALUE ZERO.
       01 WS-GRP-OFFCUTS-USED PIC 9(4) VALUE ZERO.
       01 WS-GRP-OFFCUTS-KEPT PIC 9(4) VALUE ZERO.
       01 WS-GRP-INCHES-CUT PIC 9(6)V9 VALUE ZERO.
       01 WS-GRP-INCHES-WASTE PIC 9(6)V9 VALUE ZERO.
       01 WS-RUN-JOBS PIC 9(5) VALUE ZERO.
       01 WS-RUN-STICKS PIC 9(5) VALUE ZERO.
       01 WS-RUN-INCHES-CUT PIC 9(7)V9 VALUE ZERO.
       01 WS-RUN-INCHES-WASTE PIC 9(7)V9 VALUE ZERO.

      * JOBS LEFT OFF THE CUT LIST - A SIDE LONGER THAN A STANDARD
      * STICK, OR NO ROOM LEFT ON THE DAY'S CUT SHEET.
       01 WS-EXC-COUNT PIC 99 VALUE ZERO.
       01 WS-EXC-NO PIC 99 VALUE ZERO.
       01 WS-EXC-REASON-IN PIC X(40) VALUE SPACES.
       01 WS-EXC-TABLE.
           05 WS-EXC OCCURS 50 TIMES.
               10 EXC-JOB-NUMBER PIC 9(6).
               10 EXC-REASON PIC X(40).

      * WASTE BY DAY - CONTROL BREAK ON THE LOG DATE.
       01 WS-DAY-DATE PIC 9(8) VALUE ZERO.
       01 WS-DAY-STICKS PIC 9(5) VALUE ZERO.
       01 WS-DAY-INCHES-CUT PIC 9(7)V9 VALUE ZERO.
       01 WS-DAY-INCHES-WASTE PIC 9(7)V9 VALUE ZERO.

      * PARAMETER AREA FOR THE SHARED SPOOLCAP SPOOL CAPTURE ROUTINE.
       COPY "SPOOLREC.cpy".

       01 WS-ERR-FILE-NAME PIC X(20).
       01 WS-ERR-STATUS PIC X(2).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           OPEN I-O STOCK-FILE.
           IF WS-STOCK-STATUS = "35"
               DISPLAY "NO STOCK FILE ON HAND - RUN AN ORDER SESSION "
                   "FIRST SO IT SEEDS."
               STOP RUN
           END-IF.
           PERFORM CHECK-STOCK-STATUS.
           OPEN I-O OFFCUT-FILE.
           IF WS-OFC-STATUS = "35"
               OPEN OUTPUT OFFCUT-FILE
               CLOSE OFFCUT-FILE
               OPEN I-O OFFCUT-FILE
           END-IF.
           PERFORM CHECK-OFC-STATUS.
           PERFORM 1000-FIND-NEXT-OFFCUT-ID.
           OPEN EXTEND WASTE-LOG-FILE.
           IF WS-WLOG-STATUS = "35"
               OPEN OUTPUT WASTE-LOG-FILE
               CLOSE WASTE-LOG-FILE
               OPEN EXTEND WASTE-LOG-FILE
           END-IF.
           PERFORM CHECK-WLOG-STATUS.
           OPEN OUTPUT PRINT-FILE.
           PERFORM CHECK-PRINT-STATUS.
           MOVE SPACES TO PRINT-REC.
           STRING "MOULDING CUT LIST  " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-STICK-LENGTH TO WS-LEN-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "STANDARD STICK " DELIMITED BY SIZE
               WS-LEN-ED DELIMITED BY SIZE
               " IN" DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE DASH-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-ITEM-CODE
               ON DESCENDING KEY SRT-LENGTH
               ON ASCENDING KEY SRT-JOB-NUMBER
               INPUT PROCEDURE IS 2000-RELEASE-SIDES
                   THRU 2000-RELEASE-SIDES-EXIT
               OUTPUT PROCEDURE IS 3000-LAY-OUT-SIDES
                   THRU 3000-LAY-OUT-SIDES-EXIT.
           PERFORM 4000-RUN-TOTALS.
           CLOSE WASTE-LOG-FILE.
           PERFORM 5000-WASTE-BY-DAY.
           CLOSE PRINT-FILE.
           CLOSE OFFCUT-FILE.
           CLOSE STOCK-FILE.
           MOVE "CUTSHEET" TO SPC-REPORT-NAME.
           MOVE "CUTSHEET" TO SPC-SOURCE-PATH.
           CALL "SPOOLCAP" USING SPOOL-CAP-AREA.
           DISPLAY "CUT LIST WRITTEN TO CUTSHEET - " WS-RUN-JOBS
               " JOB(S), " WS-RUN-STICKS " NEW STICK(S).".
           STOP RUN.

      ******************************************************************
      * 1000-FIND-NEXT-OFFCUT-ID - offcuts are numbered on from the
      * highest number already on the rack file.
      ******************************************************************
       1000-FIND-NEXT-OFFCUT-ID.
           MOVE ZERO TO WS-NEXT-OFFCUT-ID.
           MOVE "N" TO WS-EOF.
           MOVE ZERO TO OFC-ID.
           START OFFCUT-FILE KEY IS NOT LESS THAN OFC-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START.
           PERFORM 1100-READ-ONE-OFFCUT THRU 1100-READ-ONE-OFFCUT-EXIT
               UNTIL WS-EOF = "Y".
           ADD 1 TO WS-NEXT-OFFCUT-ID.

       1100-READ-ONE-OFFCUT.
           READ OFFCUT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
                   GO TO 1100-READ-ONE-OFFCUT-EXIT
           END-READ.
           MOVE OFC-ID TO WS-NEXT-OFFCUT-ID.
       1100-READ-ONE-OFFCUT-EXIT.
           EXIT.

      ******************************************************************
      * 2000-RELEASE-SIDES - every job still to build and not yet cut
      * releases its two heights and two widths, each with the miter
      * allowance, and is stamped cut today.  A job with a side
      * longer than a standard stick is left uncut and listed.
      ******************************************************************
       2000-RELEASE-SIDES.
           MOVE "N" TO WS-EOF.
           OPEN I-O JOB-FILE.
           IF WS-JOB-STATUS = "35"
               DISPLAY "NO JOB FILE ON HAND YET."
               GO TO 2000-RELEASE-SIDES-EXIT
           END-IF.
           PERFORM CHECK-JOB-STATUS.
           PERFORM 2100-RELEASE-ONE-JOB THRU 2100-RELEASE-ONE-JOB-EXIT
               UNTIL WS-EOF = "Y".
           CLOSE JOB-FILE.
       2000-RELEASE-SIDES-EXIT.
           EXIT.

       2100-RELEASE-ONE-JOB.
           READ JOB-FILE
               AT END
                   MOVE "Y" TO WS-EOF
                   GO TO 2100-RELEASE-ONE-JOB-EXIT
           END-READ.
           PERFORM CHECK-JOB-STATUS.
           IF NOT JOB-ORDERED AND NOT JOB-IN-PRODUCTION
               GO TO 2100-RELEASE-ONE-JOB-EXIT
           END-IF.
           IF JOB-CUT-DATE NOT = ZERO
               GO TO 2100-RELEASE-ONE-JOB-EXIT
           END-IF.
           COMPUTE WS-SIDE-H = JOB-HEIGHT + WS-MITER-ALLOWANCE.
           COMPUTE WS-SIDE-W = JOB-WIDTH + WS-MITER-ALLOWANCE.
           IF WS-SIDE-H > WS-STICK-LENGTH OR
               WS-SIDE-W > WS-STICK-LENGTH
               MOVE "SIDE LONGER THAN A STANDARD STICK"
                   TO WS-EXC-REASON-IN
               PERFORM 2200-NOTE-EXCEPTION
               GO TO 2100-RELEASE-ONE-JOB-EXIT
           END-IF.
           IF JOB-TYPE = "A"
               MOVE "MOULDR" TO SRT-ITEM-CODE
           ELSE
               MOVE "MOULDF" TO SRT-ITEM-CODE
           END-IF.
           MOVE JOB-NUMBER TO SRT-JOB-NUMBER.
           MOVE JOB-TYPE TO SRT-TYPE.
           MOVE WS-SIDE-H TO SRT-LENGTH.
           MOVE "H" TO SRT-SIDE.
           RELEASE SORT-REC.
           RELEASE SORT-REC.
           MOVE WS-SIDE-W TO SRT-LENGTH.
           MOVE "W" TO SRT-SIDE.
           RELEASE SORT-REC.
           RELEASE SORT-REC.
           MOVE WS-TODAY TO JOB-CUT-DATE.
           REWRITE JOB-REC.
           PERFORM CHECK-JOB-STATUS.
           ADD 1 TO WS-RUN-JOBS.
       2100-RELEASE-ONE-JOB-EXIT.
           EXIT.

       2200-NOTE-EXCEPTION.
           IF WS-EXC-COUNT < 50
               ADD 1 TO WS-EXC-COUNT
               MOVE JOB-NUMBER TO EXC-JOB-NUMBER(WS-EXC-COUNT)
               MOVE WS-EXC-REASON-IN TO EXC-REASON(WS-EXC-COUNT)
           END-IF.

      ******************************************************************
      * 3000-LAY-OUT-SIDES - the sides come back moulding by moulding,
      * longest first.  Each moulding's rack offcuts are loaded as
      * the moulding starts, every side goes to the tightest length
      * that takes it, and the moulding's cut sheets print when the
      * next moulding starts.
      ******************************************************************
       3000-LAY-OUT-SIDES.
           MOVE "N" TO WS-SORT-EOF.
           MOVE SPACES TO WS-CURRENT-ITEM.
           PERFORM 3100-RETURN-ONE-SIDE THRU 3100-RETURN-ONE-SIDE-EXIT
               UNTIL WS-SORT-EOF = "Y".
           IF WS-CURRENT-ITEM NOT = SPACES
               PERFORM 3500-CLOSE-MOULDING
           END-IF.
       3000-LAY-OUT-SIDES-EXIT.
           EXIT.

       3100-RETURN-ONE-SIDE.
           RETURN SORT-FILE
               AT END
                   MOVE "Y" TO WS-SORT-EOF
                   GO TO 3100-RETURN-ONE-SIDE-EXIT
           END-RETURN.
           IF SRT-ITEM-CODE NOT = WS-CURRENT-ITEM
               IF WS-CURRENT-ITEM NOT = SPACES
                   PERFORM 3500-CLOSE-MOULDING
               END-IF
               PERFORM 3200-OPEN-MOULDING
           END-IF.
           PERFORM 3300-PLACE-SIDE THRU 3300-PLACE-SIDE-EXIT.
       3100-RETURN-ONE-SIDE-EXIT.
           EXIT.

      ******************************************************************
      * 3200-OPEN-MOULDING - clears the length table and loads every
      * offcut of the moulding still on the rack.
      ******************************************************************
       3200-OPEN-MOULDING.
           MOVE SRT-ITEM-CODE TO WS-CURRENT-ITEM.
           MOVE ZERO TO WS-BIN-COUNT.
           MOVE ZERO TO WS-GRP-STICKS.
           MOVE ZERO TO WS-GRP-OFFCUTS-USED.
           MOVE ZERO TO WS-GRP-OFFCUTS-KEPT.
           MOVE ZERO TO WS-GRP-INCHES-CUT.
           MOVE ZERO TO WS-GRP-INCHES-WASTE.
           MOVE "N" TO WS-EOF.
           MOVE ZERO TO OFC-ID.
           START OFFCUT-FILE KEY IS NOT LESS THAN OFC-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START.
           PERFORM 3210-LOAD-ONE-OFFCUT THRU 3210-LOAD-ONE-OFFCUT-EXIT
               UNTIL WS-EOF = "Y".

       3210-LOAD-ONE-OFFCUT.
           READ OFFCUT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
                   GO TO 3210-LOAD-ONE-OFFCUT-EXIT
           END-READ.
           IF OFC-ITEM-CODE NOT = WS-CURRENT-ITEM OR NOT OFC-ON-RACK
               GO TO 3210-LOAD-ONE-OFFCUT-EXIT
           END-IF.
           IF WS-BIN-COUNT NOT < 150
               MOVE "Y" TO WS-EOF
               GO TO 3210-LOAD-ONE-OFFCUT-EXIT
           END-IF.
           ADD 1 TO WS-BIN-COUNT.
           MOVE "O" TO BIN-SOURCE(WS-BIN-COUNT).
           MOVE OFC-ID TO BIN-OFFCUT-ID(WS-BIN-COUNT).
           MOVE OFC-LENGTH TO BIN-LENGTH(WS-BIN-COUNT).
           MOVE OFC-LENGTH TO BIN-REMAIN(WS-BIN-COUNT).
           MOVE ZERO TO BIN-CUT-COUNT(WS-BIN-COUNT).
       3210-LOAD-ONE-OFFCUT-EXIT.
           EXIT.

      ******************************************************************
      * 3300-PLACE-SIDE - best fit: the open length (offcut or stick
      * already started) with the least left that still takes the
      * side and its kerf.  Only when none does is a new stick cut.
      ******************************************************************
       3300-PLACE-SIDE.
           COMPUTE WS-NEED = SRT-LENGTH + WS-SAW-KERF.
           MOVE ZERO TO WS-BEST-BIN.
           PERFORM 3310-TRY-ONE-BIN
               VARYING WS-BIN-NO FROM 1 BY 1
               UNTIL WS-BIN-NO > WS-BIN-COUNT.
           IF WS-BEST-BIN = ZERO
               IF WS-BIN-COUNT NOT < 150
                   MOVE SRT-JOB-NUMBER TO JOB-NUMBER
                   MOVE "NO ROOM LEFT ON THE CUT SHEET"
                       TO WS-EXC-REASON-IN
                   PERFORM 2200-NOTE-EXCEPTION
                   GO TO 3300-PLACE-SIDE-EXIT
               END-IF
               ADD 1 TO WS-BIN-COUNT
               MOVE WS-BIN-COUNT TO WS-BEST-BIN
               MOVE "S" TO BIN-SOURCE(WS-BEST-BIN)
               MOVE ZERO TO BIN-OFFCUT-ID(WS-BEST-BIN)
               MOVE WS-STICK-LENGTH TO BIN-LENGTH(WS-BEST-BIN)
               MOVE WS-STICK-LENGTH TO BIN-REMAIN(WS-BEST-BIN)
               MOVE ZERO TO BIN-CUT-COUNT(WS-BEST-BIN)
           END-IF.
      * THE LAST SIDE OFF A LENGTH MAY TAKE IT ALL WITHOUT A KERF.
           IF BIN-REMAIN(WS-BEST-BIN) < WS-NEED
               MOVE ZERO TO BIN-REMAIN(WS-BEST-BIN)
           ELSE
               SUBTRACT WS-NEED FROM BIN-REMAIN(WS-BEST-BIN)
           END-IF.
           ADD 1 TO BIN-CUT-COUNT(WS-BEST-BIN).
           MOVE BIN-CUT-COUNT(WS-BEST-BIN) TO WS-CUT-NO.
           MOVE SRT-JOB-NUMBER TO BIN-CUT-JOB(WS-BEST-BIN, WS-CUT-NO).
           MOVE SRT-TYPE TO BIN-CUT-TYPE(WS-BEST-BIN, WS-CUT-NO).
           MOVE SRT-SIDE TO BIN-CUT-SIDE(WS-BEST-BIN, WS-CUT-NO).
           MOVE SRT-LENGTH TO BIN-CUT-LENGTH(WS-BEST-BIN, WS-CUT-NO).
       3300-PLACE-SIDE-EXIT.
           EXIT.

       3310-TRY-ONE-BIN.
           IF BIN-CUT-COUNT(WS-BIN-NO) < 30 AND
               (BIN-REMAIN(WS-BIN-NO) NOT < WS-NEED OR
                BIN-REMAIN(WS-BIN-NO) = SRT-LENGTH)
               IF WS-BEST-BIN = ZERO
                   MOVE WS-BIN-NO TO WS-BEST-BIN
               ELSE
                   IF BIN-REMAIN(WS-BIN-NO) < BIN-REMAIN(WS-BEST-BIN)
                       MOVE WS-BIN-NO TO WS-BEST-BIN
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * 3500-CLOSE-MOULDING - one cut sheet per length that took a
      * side.  A used rack offcut is marked used; a usable leftover
      * goes back on the rack as a new offcut and anything shorter is
      * waste.  The new sticks come off the moulding's stock, and the
      * moulding's day goes to the waste log.
      ******************************************************************
       3500-CLOSE-MOULDING.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           STRING "MOULDING " DELIMITED BY SIZE
               WS-CURRENT-ITEM DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE ZERO TO WS-STICK-NO.
           PERFORM 3510-SHEET-ONE-BIN THRU 3510-SHEET-ONE-BIN-EXIT
               VARYING WS-BIN-NO FROM 1 BY 1
               UNTIL WS-BIN-NO > WS-BIN-COUNT.
           PERFORM 3600-DRAW-STICKS THRU 3600-DRAW-STICKS-EXIT.
           MOVE WS-GRP-STICKS TO WS-COUNT-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "  NEW STICKS " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO PRINT-REC.
           MOVE WS-GRP-OFFCUTS-USED TO WS-COUNT-ED.
           MOVE "  OFFCUTS USED " TO PRINT-REC(20:15).
           MOVE WS-COUNT-ED TO PRINT-REC(35:5).
           MOVE WS-GRP-OFFCUTS-KEPT TO WS-COUNT-ED.
           MOVE "  OFFCUTS KEPT " TO PRINT-REC(41:15).
           MOVE WS-COUNT-ED TO PRINT-REC(56:5).
           WRITE PRINT-REC.
           MOVE WS-GRP-INCHES-CUT TO WS-INCH-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "  INCHES CUT " DELIMITED BY SIZE
               WS-INCH-ED DELIMITED BY SIZE
               INTO PRINT-REC.
           MOVE WS-GRP-INCHES-WASTE TO WS-INCH-ED.
           MOVE "  WASTE " TO PRINT-REC(24:8).
           MOVE WS-INCH-ED TO PRINT-REC(32:9).
           WRITE PRINT-REC.
           MOVE WS-TODAY TO WLOG-DATE.
           MOVE WS-CURRENT-ITEM TO WLOG-ITEM-CODE.
           MOVE WS-GRP-STICKS TO WLOG-STICKS-CUT.
           MOVE WS-GRP-OFFCUTS-USED TO WLOG-OFFCUTS-USED.
           MOVE WS-GRP-OFFCUTS-KEPT TO WLOG-OFFCUTS-KEPT.
           MOVE WS-GRP-INCHES-CUT TO WLOG-INCHES-CUT.
           MOVE WS-GRP-INCHES-WASTE TO WLOG-INCHES-WASTE.
           WRITE WLOG-REC.
           PERFORM CHECK-WLOG-STATUS.
           ADD WS-GRP-STICKS TO WS-RUN-STICKS.
           ADD WS-GRP-INCHES-CUT TO WS-RUN-INCHES-CUT.
           ADD WS-GRP-INCHES-WASTE TO WS-RUN-INCHES-WASTE.

       3510-SHEET-ONE-BIN.
           IF BIN-CUT-COUNT(WS-BIN-NO) = ZERO
               GO TO 3510-SHEET-ONE-BIN-EXIT
           END-IF.
           ADD 1 TO WS-STICK-NO.
           MOVE BIN-LENGTH(WS-BIN-NO) TO WS-LEN-ED.
           MOVE SPACES TO PRINT-REC.
           IF BIN-SOURCE(WS-BIN-NO) = "S"
               ADD 1 TO WS-GRP-STICKS
               STRING "  STICK " DELIMITED BY SIZE
                   WS-STICK-NO DELIMITED BY SIZE
                   "  NEW STICK      " DELIMITED BY SIZE
                   WS-LEN-ED DELIMITED BY SIZE
                   " IN" DELIMITED BY SIZE
                   INTO PRINT-REC
           ELSE
               ADD 1 TO WS-GRP-OFFCUTS-USED
               STRING "  STICK " DELIMITED BY SIZE
                   WS-STICK-NO DELIMITED BY SIZE
                   "  OFFCUT " DELIMITED BY SIZE
                   BIN-OFFCUT-ID(WS-BIN-NO) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-LEN-ED DELIMITED BY SIZE
                   " IN" DELIMITED BY SIZE
                   INTO PRINT-REC
               PERFORM 3530-MARK-OFFCUT-USED
           END-IF.
           WRITE PRINT-REC.
           MOVE ZERO TO WS-CUT-SUM.
           PERFORM 3520-SHEET-ONE-CUT
               VARYING WS-CUT-NO FROM 1 BY 1
               UNTIL WS-CUT-NO > BIN-CUT-COUNT(WS-BIN-NO).
           ADD WS-CUT-SUM TO WS-GRP-INCHES-CUT.
           MOVE BIN-REMAIN(WS-BIN-NO) TO WS-LEN-ED.
           MOVE SPACES TO PRINT-REC.
           IF BIN-REMAIN(WS-BIN-NO) NOT < WS-MIN-OFFCUT
               PERFORM 3540-RACK-LEFTOVER
               STRING "      LEFTOVER " DELIMITED BY SIZE
                   WS-LEN-ED DELIMITED BY SIZE
                   " IN TO RACK AS OFFCUT " DELIMITED BY SIZE
                   OFC-ID DELIMITED BY SIZE
                   INTO PRINT-REC
               COMPUTE WS-BIN-WASTE = BIN-LENGTH(WS-BIN-NO) -
                   WS-CUT-SUM - BIN-REMAIN(WS-BIN-NO)
           ELSE
               STRING "      LEFTOVER " DELIMITED BY SIZE
                   WS-LEN-ED DELIMITED BY SIZE
                   " IN - WASTE" DELIMITED BY SIZE
                   INTO PRINT-REC
               COMPUTE WS-BIN-WASTE = BIN-LENGTH(WS-BIN-NO) -
                   WS-CUT-SUM
           END-IF.
           WRITE PRINT-REC.
           ADD WS-BIN-WASTE TO WS-GRP-INCHES-WASTE.
       3510-SHEET-ONE-BIN-EXIT.
           EXIT.

       3520-SHEET-ONE-CUT.
           ADD BIN-CUT-LENGTH(WS-BIN-NO, WS-CUT-NO) TO WS-CUT-SUM.
           MOVE BIN-CUT-LENGTH(WS-BIN-NO, WS-CUT-NO) TO WS-LEN-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "      CUT " DELIMITED BY SIZE
               WS-LEN-ED DELIMITED BY SIZE
               " IN  JOB " DELIMITED BY SIZE
               BIN-CUT-JOB(WS-BIN-NO, WS-CUT-NO) DELIMITED BY SIZE
               "  TYPE " DELIMITED BY SIZE
               BIN-CUT-TYPE(WS-BIN-NO, WS-CUT-NO) DELIMITED BY SIZE
               "  SIDE " DELIMITED BY SIZE
               BIN-CUT-SIDE(WS-BIN-NO, WS-CUT-NO) DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.

       3530-MARK-OFFCUT-USED.
           MOVE BIN-OFFCUT-ID(WS-BIN-NO) TO OFC-ID.
           READ OFFCUT-FILE KEY IS OFC-ID
               INVALID KEY
                   DISPLAY "OFFCUT " BIN-OFFCUT-ID(WS-BIN-NO)
                       " NOT ON THE RACK FILE"
               NOT INVALID KEY
                   MOVE "U" TO OFC-STATUS
                   MOVE WS-TODAY TO OFC-USED-DATE
                   REWRITE OFC-REC
           END-READ.

       3540-RACK-LEFTOVER.
           ADD 1 TO WS-GRP-OFFCUTS-KEPT.
           MOVE WS-NEXT-OFFCUT-ID TO OFC-ID.
           ADD 1 TO WS-NEXT-OFFCUT-ID.
           MOVE WS-CURRENT-ITEM TO OFC-ITEM-CODE.
           MOVE BIN-REMAIN(WS-BIN-NO) TO OFC-LENGTH.
           MOVE "A" TO OFC-STATUS.
           MOVE WS-TODAY TO OFC-CUT-DATE.
           MOVE BIN-CUT-COUNT(WS-BIN-NO) TO WS-CUT-NO.
           MOVE BIN-CUT-JOB(WS-BIN-NO, WS-CUT-NO) TO OFC-FROM-JOB.
           MOVE ZERO TO OFC-USED-DATE.
           WRITE OFC-REC
               INVALID KEY
                   DISPLAY "OFFCUT " OFC-ID " NOT SAVED"
           END-WRITE.

      ******************************************************************
      * 3600-DRAW-STICKS - the moulding's stock is kept in inches; the
      * new sticks come off it whole, offcuts having come off with
      * the stick they were left of.
      ******************************************************************
       3600-DRAW-STICKS.
           IF WS-GRP-STICKS = ZERO
               GO TO 3600-DRAW-STICKS-EXIT
           END-IF.
           MOVE WS-CURRENT-ITEM TO STK-ITEM-CODE.
           READ STOCK-FILE KEY IS STK-ITEM-CODE
               INVALID KEY
                   DISPLAY "ITEM " WS-CURRENT-ITEM " NOT ON THE STOCK "
                       "FILE"
               NOT INVALID KEY
                   COMPUTE STK-QTY-ON-HAND = STK-QTY-ON-HAND -
                       (WS-GRP-STICKS * WS-STICK-LENGTH)
                   REWRITE STK-REC
                   IF STK-QTY-ON-HAND <= STK-REORDER-POINT
                       DISPLAY "REORDER " WS-CURRENT-ITEM
                           " - ON HAND " STK-QTY-ON-HAND
                   END-IF
           END-READ.
       3600-DRAW-STICKS-EXIT.
           EXIT.

      ******************************************************************
      * 4000-RUN-TOTALS - the day's waste across every moulding, and
      * the jobs left off the list.
      ******************************************************************
       4000-RUN-TOTALS.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE DASH-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-RUN-JOBS TO WS-COUNT-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "JOBS CUT " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO PRINT-REC.
           MOVE WS-RUN-STICKS TO WS-COUNT-ED.
           MOVE "   NEW STICKS " TO PRINT-REC(15:14).
           MOVE WS-COUNT-ED TO PRINT-REC(29:5).
           WRITE PRINT-REC.
           MOVE WS-RUN-INCHES-CUT TO WS-INCH-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "INCHES CUT " DELIMITED BY SIZE
               WS-INCH-ED DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE ZERO TO WS-WASTE-PCT.
           IF WS-RUN-INCHES-CUT + WS-RUN-INCHES-WASTE > ZERO
               COMPUTE WS-WASTE-PCT ROUNDED =
                   WS-RUN-INCHES-WASTE * 100 /
                   (WS-RUN-INCHES-CUT + WS-RUN-INCHES-WASTE)
           END-IF.
           MOVE WS-RUN-INCHES-WASTE TO WS-INCH-ED.
           MOVE WS-WASTE-PCT TO WS-PCT-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "TODAY'S WASTE " DELIMITED BY SIZE
               WS-INCH-ED DELIMITED BY SIZE
               " IN  (" DELIMITED BY SIZE
               WS-PCT-ED DELIMITED BY SIZE
               "% OF MOULDING USED)" DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           IF WS-EXC-COUNT > ZERO
               MOVE SPACES TO PRINT-REC
               WRITE PRINT-REC
               MOVE "JOBS LEFT OFF THE CUT LIST" TO PRINT-REC
               WRITE PRINT-REC
               PERFORM 4100-LIST-ONE-EXCEPTION
                   VARYING WS-EXC-NO FROM 1 BY 1
                   UNTIL WS-EXC-NO > WS-EXC-COUNT
           END-IF.

       4100-LIST-ONE-EXCEPTION.
           MOVE SPACES TO PRINT-REC.
           STRING "  JOB " DELIMITED BY SIZE
               EXC-JOB-NUMBER(WS-EXC-NO) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               EXC-REASON(WS-EXC-NO) DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.

      ******************************************************************
      * 5000-WASTE-BY-DAY - every cut-list day so far this month off
      * the waste log, one line a day.
      ******************************************************************
       5000-WASTE-BY-DAY.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE "WASTE BY DAY THIS MONTH" TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE "  DATE      STICKS  INCHES CUT      WASTE  WASTE %"
               TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE ZERO TO WS-DAY-DATE.
           MOVE "N" TO WS-EOF.
           OPEN INPUT WASTE-LOG-FILE.
           PERFORM CHECK-WLOG-STATUS.
           PERFORM 5100-READ-ONE-LOG THRU 5100-READ-ONE-LOG-EXIT
               UNTIL WS-EOF = "Y".
           IF WS-DAY-DATE NOT = ZERO
               PERFORM 5200-PRINT-ONE-DAY
           END-IF.
           CLOSE WASTE-LOG-FILE.

       5100-READ-ONE-LOG.
           READ WASTE-LOG-FILE
               AT END
                   MOVE "Y" TO WS-EOF
                   GO TO 5100-READ-ONE-LOG-EXIT
           END-READ.
           IF WLOG-DATE(1:6) NOT = WS-TODAY(1:6)
               GO TO 5100-READ-ONE-LOG-EXIT
           END-IF.
           IF WLOG-DATE NOT = WS-DAY-DATE
               IF WS-DAY-DATE NOT = ZERO
                   PERFORM 5200-PRINT-ONE-DAY
               END-IF
               MOVE WLOG-DATE TO WS-DAY-DATE
               MOVE ZERO TO WS-DAY-STICKS
               MOVE ZERO TO WS-DAY-INCHES-CUT
               MOVE ZERO TO WS-DAY-INCHES-WASTE
           END-IF.
           ADD WLOG-STICKS-CUT TO WS-DAY-STICKS.
           ADD WLOG-INCHES-CUT TO WS-DAY-INCHES-CUT.
           ADD WLOG-INCHES-WASTE TO WS-DAY-INCHES-WASTE.
       5100-READ-ONE-LOG-EXIT.
           EXIT.

       5200-PRINT-ONE-DAY.
           MOVE ZERO TO WS-WASTE-PCT.
           IF WS-DAY-INCHES-CUT + WS-DAY-INCHES-WASTE > ZERO
               COMPUTE WS-WASTE-PCT ROUNDED =
                   WS-DAY-INCHES-WASTE * 100 /
                   (WS-DAY-INCHES-CUT + WS-DAY-INCHES-WASTE)
           END-IF.
           MOVE SPACES TO PRINT-REC.
           MOVE WS-DAY-DATE TO PRINT-REC(3:8).
           MOVE WS-DAY-STICKS TO WS-COUNT-ED.
           MOVE WS-COUNT-ED TO PRINT-REC(14:5).
           MOVE WS-DAY-INCHES-CUT TO WS-INCH-ED.
           MOVE WS-INCH-ED TO PRINT-REC(22:9).
           MOVE WS-DAY-INCHES-WASTE TO WS-INCH-ED.
           MOVE WS-INCH-ED TO PRINT-REC(33:9).
           MOVE WS-WASTE-PCT TO WS-PCT-ED.
           MOVE WS-PCT-ED TO PRINT-REC(46:5).
           WRITE PRINT-REC.

      ******************************************************************
      * ABEND-FILE-ERROR - common stop point for any file operation
      * that comes back with a status this program was not already
      * expecting to handle.
      ******************************************************************
       ABEND-FILE-ERROR.
           DISPLAY "*** FILE ERROR ON " WS-ERR-FILE-NAME.
           DISPLAY "*** FILE STATUS = " WS-ERR-STATUS.
           DISPLAY "CUT LIST RUN TERMINATED - SEE FILE STATUS ABOVE.".
           STOP RUN.

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

       CHECK-OFC-STATUS.
           IF WS-OFC-STATUS NOT = "00"
               MOVE "OFFCUT-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-OFC-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-WLOG-STATUS.
           IF WS-WLOG-STATUS NOT = "00"
               MOVE "WASTE-LOG-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-WLOG-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-PRINT-STATUS.
           IF WS-PRINT-STATUS NOT = "00"
               MOVE "PRINT-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-PRINT-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       END PROGRAM CUTLIST.
