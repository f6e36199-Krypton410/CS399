      *          month keyed in, to MARGRPT.  Each frame's selling
      *          figure is its JOB-FRAME-TOTAL, the frame's share of
      *          the order total it rolled into.  Pricing decisions
      *          stop being pure guesswork.  A remake of a frame that
      *          came back sells for nothing, so its material cost is
      *          charged against its type's margin as remake cost,
      *          and each remake of the month is listed against the
      *          original job it replaced, showing which frame types
      *          keep coming back.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FD PRINT-FILE
           DATA RECORD IS PRINT-REC.

       01 PRINT-REC PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-JOB-STATUS PIC X(2).
       01 WS-PRINT-STATUS PIC X(2).
       01 WS-EOF PIC X(1) VALUE "N".
       01 DASH-LINE PIC X(95) VALUE ALL "-".

       01 WS-TODAY PIC 9(8) VALUE ZERO.
       01 WS-MONTH-YYYYMM PIC 9(6) VALUE ZERO.

      ******************************************************************
      * PER-TYPE ACCUMULATORS - ONE SLOT PER JOB TYPE SEEN IN THE
      * MONTH, WITH FRAMES, SELLING TOTAL, MATERIAL COST AND MARGIN,
      * AND THE REMAKES OF THE TYPE WITH WHAT THEY COST.
      ******************************************************************
       01 WS-TYPE-COUNT PIC 99 VALUE ZERO.
       01 WS-TYPE-TABLE.
               10 WS-TY-FRAMES PIC 9(5).
               10 WS-TY-SOLD PIC 9(9)V99.
               10 WS-TY-COST PIC 9(9)V99.
               10 WS-TY-REMAKES PIC 9(5).
               10 WS-TY-REMAKE-COST PIC 9(9)V99.
       01 WS-TYPE-FOUND-SWITCH PIC X VALUE "N".
           88 TYPE-SLOT-FOUND VALUE "Y".
           88 TYPE-SLOT-NOT-FOUND VALUE "N".
       01 WS-MARGIN-PCT PIC S9(3)V9 VALUE ZERO.
       01 WS-MONTH-SOLD PIC 9(9)V99 VALUE ZERO.
       01 WS-MONTH-COST PIC 9(9)V99 VALUE ZERO.
       01 WS-MONTH-REMAKE-COST PIC 9(9)V99 VALUE ZERO.

      ******************************************************************
      * REMAKES OF THE MONTH - EACH ONE WITH THE ORIGINAL JOB IT
      * REPLACED, WHOSE SELLING FIGURE AND MATERIAL COST A SECOND
      * PASS OF THE JOB FILE FILLS IN (THE ORIGINAL MAY BE FROM AN
      * EARLIER MONTH).
      ******************************************************************
       01 WS-REMAKE-COUNT PIC 99 VALUE ZERO.
       01 WS-REMAKE-TABLE.
           05 WS-REMAKE-ENTRY OCCURS 50 TIMES INDEXED BY RM-IDX.
               10 WS-RM-JOB PIC 9(6).
               10 WS-RM-ORIGINAL PIC 9(6).
               10 WS-RM-TYPE PIC A(2).
               10 WS-RM-REASON PIC X(1).
               10 WS-RM-COST PIC 9(7)V99.
               10 WS-RM-ORIG-DATE PIC 9(8).
               10 WS-RM-ORIG-SOLD PIC 9(6).
               10 WS-RM-ORIG-COST PIC 9(7)V99.
       01 WS-RM-NO PIC 99 VALUE ZERO.
       01 WS-MONEY-ED-3 PIC ZZZ,ZZZ,ZZ9.99.

       01 WS-COUNT-ED PIC ZZ,ZZ9.
       01 WS-COUNT-ED-2 PIC ZZ,ZZ9.
       01 WS-MONEY-ED PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-MONEY-ED-2 PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-MARGIN-ED PIC ---,---,--9.99.
           PERFORM 2000-TALLY-JOBS THRU 2000-TALLY-JOBS-EXIT
               UNTIL WS-EOF = "Y".
           PERFORM 3000-PRINT-MARGINS.
           PERFORM 3500-PRINT-REMAKES THRU 3500-PRINT-REMAKES-EXIT.
           PERFORM 4000-FINISH.
           STOP RUN.

           MOVE SPACES TO PRINT-REC.
           STRING "TYPE  FRAMES  SOLD FOR        MATERIAL COST   "
               DELIMITED BY SIZE
               "REMAKES REMAKE COST     MARGIN           PCT"
               DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
               NOT AT END
                   IF JOB-ORDER-DATE(1:6) = WS-MONTH-YYYYMM AND
                       NOT JOB-CANCELLED
                       IF JOB-REMAKE-OF = ZERO
                           PERFORM 2100-BANK-ONE-JOB
                       ELSE
                           PERFORM 2300-BANK-ONE-REMAKE
                       END-IF
                   END-IF
           END-READ.
           IF WS-JOB-STATUS NOT = "00" AND WS-JOB-STATUS NOT = "10"
               MOVE ZERO TO WS-TY-FRAMES(TY-IDX)
               MOVE ZERO TO WS-TY-SOLD(TY-IDX)
               MOVE ZERO TO WS-TY-COST(TY-IDX)
               MOVE ZERO TO WS-TY-REMAKES(TY-IDX)
               MOVE ZERO TO WS-TY-REMAKE-COST(TY-IDX)
           END-IF.

       2210-SCAN-TYPE.
       2210-SCAN-TYPE-EXIT.
           EXIT.

      * A REMAKE EARNS NOTHING; ITS MATERIAL IS A COST OF ITS TYPE.
      * PAST THE TABLE'S FIFTY REMAKES THE COST STILL COUNTS, THE
      * REMAKE JUST DOES NOT LIST.
       2300-BANK-ONE-REMAKE.
           PERFORM 2200-FIND-TYPE-SLOT.
           ADD 1 TO WS-TY-REMAKES(TY-IDX).
           ADD JOB-MATERIAL-COST TO WS-TY-REMAKE-COST(TY-IDX).
           ADD JOB-MATERIAL-COST TO WS-MONTH-REMAKE-COST.
           IF WS-REMAKE-COUNT < 50
               ADD 1 TO WS-REMAKE-COUNT
               SET RM-IDX TO WS-REMAKE-COUNT
               MOVE JOB-NUMBER TO WS-RM-JOB(RM-IDX)
               MOVE JOB-REMAKE-OF TO WS-RM-ORIGINAL(RM-IDX)
               MOVE JOB-TYPE TO WS-RM-TYPE(RM-IDX)
               MOVE JOB-REMAKE-REASON TO WS-RM-REASON(RM-IDX)
               MOVE JOB-MATERIAL-COST TO WS-RM-COST(RM-IDX)
               MOVE ZERO TO WS-RM-ORIG-DATE(RM-IDX)
               MOVE ZERO TO WS-RM-ORIG-SOLD(RM-IDX)
               MOVE ZERO TO WS-RM-ORIG-COST(RM-IDX)
           END-IF.

       3000-PRINT-MARGINS.
           MOVE 1 TO WS-SLOT-NO.
           PERFORM 3100-PRINT-ONE-TYPE THRU 3100-PRINT-ONE-TYPE-EXIT
           PERFORM CHECK-PRINT-STATUS.
           MOVE WS-MONTH-SOLD TO WS-MONEY-ED.
           MOVE WS-MONTH-COST TO WS-MONEY-ED-2.
           MOVE WS-MONTH-REMAKE-COST TO WS-MONEY-ED-3.
           COMPUTE WS-MARGIN = WS-MONTH-SOLD - WS-MONTH-COST
               - WS-MONTH-REMAKE-COST.
           MOVE WS-MARGIN TO WS-MARGIN-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "MONTH  SOLD " DELIMITED BY SIZE
               WS-MONEY-ED DELIMITED BY SIZE
               "  COST " DELIMITED BY SIZE
               WS-MONEY-ED-2 DELIMITED BY SIZE
               "  REMAKES " DELIMITED BY SIZE
               WS-MONEY-ED-3 DELIMITED BY SIZE
               "  MARGIN " DELIMITED BY SIZE
               WS-MARGIN-ED DELIMITED BY SIZE
               INTO PRINT-REC.

       3100-PRINT-ONE-TYPE.
           SET TY-IDX TO WS-SLOT-NO.
           COMPUTE WS-MARGIN = WS-TY-SOLD(TY-IDX)
               - WS-TY-COST(TY-IDX) - WS-TY-REMAKE-COST(TY-IDX).
           IF WS-TY-SOLD(TY-IDX) = ZERO
               MOVE ZERO TO WS-MARGIN-PCT
           ELSE
           MOVE WS-TY-FRAMES(TY-IDX) TO WS-COUNT-ED.
           MOVE WS-TY-SOLD(TY-IDX) TO WS-MONEY-ED.
           MOVE WS-TY-COST(TY-IDX) TO WS-MONEY-ED-2.
           MOVE WS-TY-REMAKES(TY-IDX) TO WS-COUNT-ED-2.
           MOVE WS-TY-REMAKE-COST(TY-IDX) TO WS-MONEY-ED-3.
           MOVE WS-MARGIN TO WS-MARGIN-ED.
           MOVE WS-MARGIN-PCT TO WS-PCT-ED.
           MOVE SPACES TO PRINT-REC.
               "  " DELIMITED BY SIZE
               WS-MONEY-ED-2 DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-COUNT-ED-2 DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-MONEY-ED-3 DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-MARGIN-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-PCT-ED DELIMITED BY SIZE
       3100-PRINT-ONE-TYPE-EXIT.
           EXIT.

      ******************************************************************
      * 3500-PRINT-REMAKES - each remake of the month against the
      * original job it replaced.  The job file is read a second time
      * to find the originals.
      ******************************************************************
       3500-PRINT-REMAKES.
           IF WS-REMAKE-COUNT = ZERO
               GO TO 3500-PRINT-REMAKES-EXIT
           END-IF.
           CLOSE JOB-FILE.
           OPEN INPUT JOB-FILE.
           PERFORM CHECK-JOB-STATUS.
           MOVE "N" TO WS-EOF.
           PERFORM 3600-FIND-ORIGINALS THRU 3600-FIND-ORIGINALS-EXIT
               UNTIL WS-EOF = "Y".
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE "REMAKES AGAINST THE ORIGINAL JOB" TO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE SPACES TO PRINT-REC.
           STRING "REMAKE  ORIGINAL  ORDERED   TYPE  WHY  "
               DELIMITED BY SIZE
               "REMAKE COST     ORIG SOLD FOR   ORIG MATERIAL"
               DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE DASH-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           PERFORM 3700-PRINT-ONE-REMAKE
               VARYING WS-RM-NO FROM 1 BY 1
               UNTIL WS-RM-NO > WS-REMAKE-COUNT.
       3500-PRINT-REMAKES-EXIT.
           EXIT.

       3600-FIND-ORIGINALS.
           READ JOB-FILE
               AT END
                   MOVE "Y" TO WS-EOF
                   GO TO 3600-FIND-ORIGINALS-EXIT
           END-READ.
           PERFORM CHECK-JOB-STATUS.
           PERFORM 3610-MATCH-ORIGINAL
               VARYING RM-IDX FROM 1 BY 1
               UNTIL RM-IDX > WS-REMAKE-COUNT.
       3600-FIND-ORIGINALS-EXIT.
           EXIT.

       3610-MATCH-ORIGINAL.
           IF JOB-NUMBER = WS-RM-ORIGINAL(RM-IDX)
               MOVE JOB-ORDER-DATE TO WS-RM-ORIG-DATE(RM-IDX)
               MOVE JOB-FRAME-TOTAL TO WS-RM-ORIG-SOLD(RM-IDX)
               MOVE JOB-MATERIAL-COST TO WS-RM-ORIG-COST(RM-IDX)
           END-IF.

       3700-PRINT-ONE-REMAKE.
           SET RM-IDX TO WS-RM-NO.
           MOVE WS-RM-COST(RM-IDX) TO WS-MONEY-ED.
           MOVE WS-RM-ORIG-SOLD(RM-IDX) TO WS-MONEY-ED-2.
           MOVE WS-RM-ORIG-COST(RM-IDX) TO WS-MONEY-ED-3.
           MOVE SPACES TO PRINT-REC.
           STRING WS-RM-JOB(RM-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-RM-ORIGINAL(RM-IDX) DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               WS-RM-ORIG-DATE(RM-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-RM-TYPE(RM-IDX) DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               WS-RM-REASON(RM-IDX) DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-MONEY-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-MONEY-ED-2 DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-MONEY-ED-3 DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.

       4000-FINISH.
           CLOSE JOB-FILE.
           CLOSE PRINT-FILE.
