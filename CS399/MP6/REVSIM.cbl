      ******************************************************************
      * Author:
      * Date:
      * Purpose: Revenue impact simulation - answers the council's
      *          "how much will this raise?" before a tax-rate
      *          ordinance is voted.  Every active lot on the
      *          assessment master is taxed twice the way the billing
      *          run taxes it (land plus active improvements, class
      *          assessment level, exemption, class rate, SEF on the
      *          same base): once on the live CLASSTAB and EXMPTAB
      *          schedules and once on the proposed figures keyed
      *          into the scratch copies CLASSPRO and EXMPPRO.  When
      *          no scratch copy is on hand yet the run seeds it from
      *          the live schedule and stops, so the proposal can be
      *          keyed over the current figures.  Nothing but the
      *          REVSIMRPT listing is written - the billing file, the
      *          ledger and the live schedules are never opened for
      *          output.  The listing shows current against proposed
      *          revenue by class and by district, the number of lots
      *          whose tax rises by more than the threshold keyed at
      *          run time, and the ten largest increases.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVSIM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT MASTER-FILE
           ASSIGN TO WS-MASTER-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS LOT_NUMBER_OUT
           ALTERNATE RECORD KEY IS OWNER_NAME_OUT WITH DUPLICATES
           FILE STATUS IS WS-MASTER-STATUS.

       SELECT CLASS-FILE
           ASSIGN TO "CLASSTAB"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CLASS-STATUS.

       SELECT EXEMPT-FILE
           ASSIGN TO "EXMPTAB"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-EXMP-STATUS.

       SELECT PRO-CLASS-FILE
           ASSIGN TO "CLASSPRO"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PCLS-STATUS.

       SELECT PRO-EXEMPT-FILE
           ASSIGN TO "EXMPPRO"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PEXM-STATUS.

       SELECT DISTRICT-FILE
           ASSIGN TO "DISTTAB"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-DIST-STATUS.

       SELECT IMPROVE-FILE
           ASSIGN TO "IMPFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IMP-KEY
           FILE STATUS IS WS-IMP-STATUS.

       SELECT PRINT-FILE
           ASSIGN TO "REVSIMRPT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD MASTER-FILE
           DATA RECORD IS OUTPUT-REC.

       COPY "PROPREC.cpy".

       FD CLASS-FILE
           DATA RECORD IS CLASS-REC.

       COPY "CLASSREC.cpy".

       FD EXEMPT-FILE
           DATA RECORD IS EXMP-REC.

       COPY "EXMPREC.cpy".

      ******************************************************************
      * PRO-CLASS-FILE / PRO-EXEMPT-FILE - the scratch copies holding
      * the proposed schedule, laid out exactly as the live tables so
      * either can be copied over the other once the ordinance passes.
      ******************************************************************
       FD PRO-CLASS-FILE
           DATA RECORD IS PRO-CLASS-REC.

       01 PRO-CLASS-REC PIC X(21).

       FD PRO-EXEMPT-FILE
           DATA RECORD IS PRO-EXMP-REC.

       01 PRO-EXMP-REC PIC X(25).

       FD DISTRICT-FILE
           DATA RECORD IS DIST-REC.

       COPY "DISTREC.cpy".

       FD IMPROVE-FILE
           DATA RECORD IS IMP-REC.

       COPY "IMPREC.cpy".

       FD PRINT-FILE
           DATA RECORD IS PRINT-REC.

       01 PRINT-REC PIC X(100).

       WORKING-STORAGE SECTION.
      * WS-MASTER-PATH DEFAULTS TO THE SHOP'S USUAL LOCATION BUT CAN BE
      * OVERRIDDEN BY SETTING THE MASTERFILE ENVIRONMENT VARIABLE, THE
      * SAME AS THE PROPERTY-MASTER MAINTENANCE PROGRAM.
       01 WS-MASTER-PATH PIC X(100)
           VALUE "C:\Users\Edison\Desktop\MP6\MASTER-FILE.DAT".
       01 WS-ENV-MASTER-PATH PIC X(100) VALUE SPACES.
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-CLASS-STATUS PIC X(2).
       01 WS-EXMP-STATUS PIC X(2).
       01 WS-PCLS-STATUS PIC X(2).
       01 WS-PEXM-STATUS PIC X(2).
       01 WS-DIST-STATUS PIC X(2).
       01 WS-IMP-STATUS PIC X(2).
       01 WS-PRINT-STATUS PIC X(2).
       01 WS-EOF PIC X(1) VALUE "N".
       01 WS-TABLE-EOF PIC X(1) VALUE "N".
       01 WS-IMP-EOF PIC X VALUE "N".
       01 WS-IMP-FILE-SWITCH PIC X VALUE "N".
           88 IMP-FILE-ON-HAND VALUE "Y".
       01 WS-SEEDED-SWITCH PIC X VALUE "N".
           88 SCRATCH-SEEDED VALUE "Y".
       01 DASH-LINE PIC X(96) VALUE ALL "-".
       01 WS-RUN-DATE PIC 9(8) VALUE ZERO.

      * THE SEF LEVY RATE, THE SAME FIXED RATE THE BILLING RUN LEVIES;
      * AN ORDINANCE MOVES THE BASIC RATES, NOT THE SCHOOL BOARD'S.
       01 WS-SEF-RATE PIC 9V999 VALUE .010.

      * THE INCREASE (BASIC PLUS SEF) A LOT MUST EXCEED TO BE COUNTED
      * AMONG THE LOTS RISING BY MORE THAN THE THRESHOLD.
       01 WS-THRESHOLD PIC 9(7)V99 VALUE ZERO.
       01 WS-OVER-THRESHOLD PIC 9(5) VALUE ZERO.

      * PER-LOT FIGURES.  THE CURRENT SCHEDULE FILLS THE CUR- FIELDS,
      * THE PROPOSED ONE THE PRO- FIELDS.
       01 WS-IMP-SUM PIC 9(7)V99 VALUE ZERO.
       01 WS-LOT-TOTAL-VAL PIC 9(7)V99 VALUE ZERO.
       01 WS-TAXABLE-VAL PIC 999999V99 VALUE ZERO.
       01 WS-LEVEL-IN-HAND PIC V99 VALUE ZERO.
       01 WS-RATE-IN-HAND PIC 9V999 VALUE ZERO.
       01 WS-EXEMPT-PCT-IN-HAND PIC 9V99 VALUE ZERO.
       01 WS-CUR-TAX PIC 999999V99 VALUE ZERO.
       01 WS-CUR-SEF PIC 999999V99 VALUE ZERO.
       01 WS-PRO-TAX PIC 999999V99 VALUE ZERO.
       01 WS-PRO-SEF PIC 999999V99 VALUE ZERO.
       01 WS-INCREASE PIC S9(7)V99 VALUE ZERO.
       01 WS-LOT-CLASS PIC X(1) VALUE SPACE.

      ******************************************************************
      * SCHEDULE TABLES - the live schedule (CL-/EX-) and the proposed
      * one (PC-/PE-), each read whole into memory at startup the same
      * way the billing run loads CLASSTAB and EXMPTAB.  A lot whose
      * class is blank or missing from a schedule is taxed as
      * residential, the billing run's own default.
      ******************************************************************
       01 WS-CLASS-COUNT PIC 99 VALUE ZERO.
       01 WS-CLASS-TABLE.
           05 WS-CLASS-ENTRY OCCURS 10 TIMES INDEXED BY CL-IDX.
               10 WS-CL-CODE PIC X(1).
               10 WS-CL-DESC PIC X(14).
               10 WS-CL-ASSESS-LEVEL PIC V99.
               10 WS-CL-TAX-RATE PIC 9V999.
       01 WS-EXMP-COUNT PIC 99 VALUE ZERO.
       01 WS-EXMP-TABLE.
           05 WS-EXMP-ENTRY OCCURS 10 TIMES INDEXED BY EX-IDX.
               10 WS-EX-CODE PIC X(2).
               10 WS-EX-DESC PIC X(20).
               10 WS-EX-PCT PIC 9V99.
       01 WS-PCLS-COUNT PIC 99 VALUE ZERO.
       01 WS-PCLS-TABLE.
           05 WS-PCLS-ENTRY OCCURS 10 TIMES INDEXED BY PC-IDX.
               10 WS-PC-CODE PIC X(1).
               10 WS-PC-DESC PIC X(14).
               10 WS-PC-ASSESS-LEVEL PIC V99.
               10 WS-PC-TAX-RATE PIC 9V999.
       01 WS-PEXM-COUNT PIC 99 VALUE ZERO.
       01 WS-PEXM-TABLE.
           05 WS-PEXM-ENTRY OCCURS 10 TIMES INDEXED BY PE-IDX.
               10 WS-PE-CODE PIC X(2).
               10 WS-PE-DESC PIC X(20).
               10 WS-PE-PCT PIC 9V99.
       01 WS-LOOKUP-CLASS-CODE PIC X(1) VALUE SPACE.
       01 WS-LOOKUP-EXEMPT-CODE PIC X(2) VALUE SPACES.
       01 WS-FOUND-SWITCH PIC X VALUE "N".
           88 ENTRY-FOUND VALUE "Y".
           88 ENTRY-NOT-FOUND VALUE "N".

      ******************************************************************
      * CLASS AND DISTRICT ACCUMULATORS - one class bucket per live
      * CLASSTAB row; one district bucket per DISTTAB row plus a last
      * bucket for lots whose district is blank or not on the table.
      ******************************************************************
       01 WS-CLASS-SUMS.
           05 WS-CLASS-SUM OCCURS 10 TIMES.
               10 WS-CS-LOTS PIC 9(5).
               10 WS-CS-CUR-TAX PIC 9(9)V99.
               10 WS-CS-CUR-SEF PIC 9(9)V99.
               10 WS-CS-PRO-TAX PIC 9(9)V99.
               10 WS-CS-PRO-SEF PIC 9(9)V99.
       01 WS-DIST-COUNT PIC 99 VALUE ZERO.
       01 WS-DIST-TABLE.
           05 WS-DIST-ENTRY OCCURS 16 TIMES INDEXED BY DI-IDX.
               10 WS-DI-CODE PIC X(3).
               10 WS-DI-NAME PIC X(20).
               10 WS-DS-LOTS PIC 9(5).
               10 WS-DS-CUR-TAX PIC 9(9)V99.
               10 WS-DS-CUR-SEF PIC 9(9)V99.
               10 WS-DS-PRO-TAX PIC 9(9)V99.
               10 WS-DS-PRO-SEF PIC 9(9)V99.
       01 WS-UNASSIGNED-SLOT PIC 99 VALUE 16.
       01 WS-SUB PIC 99 VALUE ZERO.
       01 WS-CLASS-SLOT PIC 99 VALUE ZERO.

       01 WS-GRAND-LOTS PIC 9(5) VALUE ZERO.
       01 WS-GRAND-CUR-TAX PIC 9(9)V99 VALUE ZERO.
       01 WS-GRAND-CUR-SEF PIC 9(9)V99 VALUE ZERO.
       01 WS-GRAND-PRO-TAX PIC 9(9)V99 VALUE ZERO.
       01 WS-GRAND-PRO-SEF PIC 9(9)V99 VALUE ZERO.

      * LINE WORK FIELDS, LOADED BEFORE 3900-PRINT-SUM-LINE.
       01 WS-LINE-LABEL PIC X(22) VALUE SPACES.
       01 WS-LINE-LOTS PIC 9(5) VALUE ZERO.
       01 WS-LINE-CUR-TAX PIC 9(9)V99 VALUE ZERO.
       01 WS-LINE-CUR-SEF PIC 9(9)V99 VALUE ZERO.
       01 WS-LINE-PRO-TAX PIC 9(9)V99 VALUE ZERO.
       01 WS-LINE-PRO-SEF PIC 9(9)V99 VALUE ZERO.
       01 WS-LINE-CHANGE PIC S9(9)V99 VALUE ZERO.

      ******************************************************************
      * TEN LARGEST INCREASES - kept in descending order as the lots
      * go by; a new lot bigger than the tenth pushes the tenth out.
      ******************************************************************
       01 WS-TOP-COUNT PIC 99 VALUE ZERO.
       01 WS-TOP-SUB PIC 99 VALUE ZERO.
       01 WS-TOP-TABLE.
           05 WS-TOP-ENTRY OCCURS 10 TIMES.
               10 WS-TOP-LOT PIC 9(9).
               10 WS-TOP-OWNER PIC X(26).
               10 WS-TOP-CLASS PIC X(1).
               10 WS-TOP-DISTRICT PIC X(3).
               10 WS-TOP-CUR PIC 9(7)V99.
               10 WS-TOP-PRO PIC 9(7)V99.
               10 WS-TOP-INCREASE PIC S9(7)V99.

      * PARAMETER AREA FOR THE SHARED SPOOLCAP SPOOL CAPTURE ROUTINE.
       COPY "SPOOLREC.cpy".

       01 WS-COUNT-ED PIC ZZ,ZZ9.
       01 WS-MONEY-ED PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-MONEY-ED-2 PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-MONEY-ED-3 PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-MONEY-ED-4 PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-CHANGE-ED PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-RANK-ED PIC Z9.

      * WS-ERR-FILE-NAME/WS-ERR-STATUS ARE SET BY THE CHECK-xxx-STATUS
      * PARAGRAPHS BELOW BEFORE PERFORMING ABEND-FILE-ERROR.
       01 WS-ERR-FILE-NAME PIC X(20).
       01 WS-ERR-STATUS PIC X(2).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-SIMULATE-LOTS THRU 2000-SIMULATE-LOTS-EXIT
               UNTIL WS-EOF = "Y".
           PERFORM 3000-FINISH.
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - the live schedules must already exist (the
      * billing run seeds them); a missing scratch copy is seeded from
      * the live one and the run stops so the proposal can be keyed.
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-ENV-MASTER-PATH FROM ENVIRONMENT "MASTERFILE".
           IF WS-ENV-MASTER-PATH NOT = SPACES
               MOVE WS-ENV-MASTER-PATH TO WS-MASTER-PATH
           END-IF.
           DISPLAY "REVENUE IMPACT SIMULATION - PROPOSED SCHEDULE".
           PERFORM LOAD-CLASS-TABLE.
           PERFORM LOAD-EXEMPT-TABLE THRU LOAD-EXEMPT-TABLE-EXIT.
           PERFORM LOAD-PRO-CLASS-TABLE THRU LOAD-PRO-CLASS-TABLE-EXIT.
           PERFORM LOAD-PRO-EXEMPT-TABLE
               THRU LOAD-PRO-EXEMPT-TABLE-EXIT.
           IF SCRATCH-SEEDED
               DISPLAY "KEY THE PROPOSED FIGURES INTO CLASSPRO AND "
                   "EXMPPRO, THEN RUN THE SIMULATION AGAIN."
               STOP RUN
           END-IF.
           PERFORM LOAD-DISTRICT-TABLE.
           DISPLAY "INCREASE THRESHOLD PER LOT (NNNNNNN.NN) : ".
           ACCEPT WS-THRESHOLD.
           INITIALIZE WS-CLASS-SUMS.
           OPEN INPUT IMPROVE-FILE.
           IF WS-IMP-STATUS = "35"
               MOVE "N" TO WS-IMP-FILE-SWITCH
           ELSE
               PERFORM CHECK-IMP-STATUS
               SET IMP-FILE-ON-HAND TO TRUE
           END-IF.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS = "35"
               DISPLAY "NO PROPERTY MASTER FILE ON HAND - NOTHING TO "
                   "SIMULATE."
               STOP RUN
           END-IF.
           PERFORM CHECK-MASTER-STATUS.
           OPEN OUTPUT PRINT-FILE.
           PERFORM CHECK-PRINT-STATUS.

       2000-SIMULATE-LOTS.
           READ MASTER-FILE
               AT END
                   MOVE "Y" TO WS-EOF
                   GO TO 2000-SIMULATE-LOTS-EXIT
           END-READ.
           PERFORM CHECK-MASTER-STATUS.
           IF NOT LOT-ACTIVE-OUT
               GO TO 2000-SIMULATE-LOTS-EXIT
           END-IF.
           PERFORM SUM-IMPROVEMENTS.
           PERFORM 2100-CURRENT-TAX.
           PERFORM 2200-PROPOSED-TAX.
           PERFORM 2300-ACCUMULATE.
           COMPUTE WS-INCREASE =
               (WS-PRO-TAX + WS-PRO-SEF) - (WS-CUR-TAX + WS-CUR-SEF).
           IF WS-INCREASE > WS-THRESHOLD
               ADD 1 TO WS-OVER-THRESHOLD
           END-IF.
           IF WS-INCREASE > ZERO
               PERFORM 2400-RANK-INCREASE THRU 2400-RANK-INCREASE-EXIT
           END-IF.
       2000-SIMULATE-LOTS-EXIT.
           EXIT.

      ******************************************************************
      * 2100-CURRENT-TAX / 2200-PROPOSED-TAX - the billing run's
      * computation, once per schedule: class level on the valuation
      * (SMV-valued land already sits at assessed value, so only its
      * improvements take the level), the exemption off the taxable
      * value, then the class rate and the SEF rate on what is left.
      ******************************************************************
       2100-CURRENT-TAX.
           IF PROP-CLASS-VALID-OUT
               MOVE PROP-CLASS-OUT TO WS-LOOKUP-CLASS-CODE
           ELSE
               MOVE "R" TO WS-LOOKUP-CLASS-CODE
           END-IF.
           PERFORM LOOKUP-CLASS.
           IF ENTRY-NOT-FOUND
               MOVE "R" TO WS-LOOKUP-CLASS-CODE
               PERFORM LOOKUP-CLASS
           END-IF.
           IF ENTRY-NOT-FOUND
               DISPLAY "*** CLASS SCHEDULE TABLE HAS NO RESIDENTIAL "
                   "ROW - CHECK CLASSTAB."
               MOVE "CLASS-FILE" TO WS-ERR-FILE-NAME
               MOVE "  " TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.
           MOVE WS-LOOKUP-CLASS-CODE TO WS-LOT-CLASS.
           SET WS-CLASS-SLOT TO CL-IDX.
           MOVE WS-CL-ASSESS-LEVEL(CL-IDX) TO WS-LEVEL-IN-HAND.
           MOVE WS-CL-TAX-RATE(CL-IDX) TO WS-RATE-IN-HAND.
           MOVE ZERO TO WS-EXEMPT-PCT-IN-HAND.
           IF PROP-EXEMPT-CODE-OUT NOT = SPACES
               MOVE PROP-EXEMPT-CODE-OUT TO WS-LOOKUP-EXEMPT-CODE
               PERFORM LOOKUP-EXEMPT
               IF ENTRY-FOUND
                   MOVE WS-EX-PCT(EX-IDX) TO WS-EXEMPT-PCT-IN-HAND
               END-IF
           END-IF.
           PERFORM 2500-APPLY-SCHEDULE.
           MOVE WS-PRO-TAX TO WS-CUR-TAX.
           MOVE WS-PRO-SEF TO WS-CUR-SEF.

       2200-PROPOSED-TAX.
           MOVE WS-LOT-CLASS TO WS-LOOKUP-CLASS-CODE.
           PERFORM LOOKUP-PRO-CLASS.
           IF ENTRY-NOT-FOUND
               MOVE "R" TO WS-LOOKUP-CLASS-CODE
               PERFORM LOOKUP-PRO-CLASS
           END-IF.
           IF ENTRY-NOT-FOUND
               DISPLAY "*** PROPOSED SCHEDULE HAS NO RESIDENTIAL "
                   "ROW - CHECK CLASSPRO."
               MOVE "PRO-CLASS-FILE" TO WS-ERR-FILE-NAME
               MOVE "  " TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.
           MOVE WS-PC-ASSESS-LEVEL(PC-IDX) TO WS-LEVEL-IN-HAND.
           MOVE WS-PC-TAX-RATE(PC-IDX) TO WS-RATE-IN-HAND.
           MOVE ZERO TO WS-EXEMPT-PCT-IN-HAND.
           IF PROP-EXEMPT-CODE-OUT NOT = SPACES
               MOVE PROP-EXEMPT-CODE-OUT TO WS-LOOKUP-EXEMPT-CODE
               PERFORM LOOKUP-PRO-EXEMPT
               IF ENTRY-FOUND
                   MOVE WS-PE-PCT(PE-IDX) TO WS-EXEMPT-PCT-IN-HAND
               END-IF
           END-IF.
           PERFORM 2500-APPLY-SCHEDULE.

      * LEAVES THE RESULT IN WS-PRO-TAX/WS-PRO-SEF; 2100 MOVES IT ON.
       2500-APPLY-SCHEDULE.
           IF PROP-SMV-VALUED-OUT
               COMPUTE WS-TAXABLE-VAL ROUNDED = ASSESSED_VAL_OUT +
                   (WS-IMP-SUM * WS-LEVEL-IN-HAND)
           ELSE
               COMPUTE WS-TAXABLE-VAL ROUNDED =
                   WS-LOT-TOTAL-VAL * WS-LEVEL-IN-HAND
           END-IF.
           IF WS-EXEMPT-PCT-IN-HAND > ZERO
               COMPUTE WS-TAXABLE-VAL ROUNDED =
                   WS-TAXABLE-VAL * (1 - WS-EXEMPT-PCT-IN-HAND)
           END-IF.
           COMPUTE WS-PRO-TAX ROUNDED =
               WS-TAXABLE-VAL * WS-RATE-IN-HAND.
           COMPUTE WS-PRO-SEF ROUNDED = WS-TAXABLE-VAL * WS-SEF-RATE.

       2300-ACCUMULATE.
           ADD 1 TO WS-CS-LOTS(WS-CLASS-SLOT).
           ADD WS-CUR-TAX TO WS-CS-CUR-TAX(WS-CLASS-SLOT).
           ADD WS-CUR-SEF TO WS-CS-CUR-SEF(WS-CLASS-SLOT).
           ADD WS-PRO-TAX TO WS-CS-PRO-TAX(WS-CLASS-SLOT).
           ADD WS-PRO-SEF TO WS-CS-PRO-SEF(WS-CLASS-SLOT).
           PERFORM LOOKUP-DISTRICT.
           ADD 1 TO WS-DS-LOTS(DI-IDX).
           ADD WS-CUR-TAX TO WS-DS-CUR-TAX(DI-IDX).
           ADD WS-CUR-SEF TO WS-DS-CUR-SEF(DI-IDX).
           ADD WS-PRO-TAX TO WS-DS-PRO-TAX(DI-IDX).
           ADD WS-PRO-SEF TO WS-DS-PRO-SEF(DI-IDX).
           ADD 1 TO WS-GRAND-LOTS.
           ADD WS-CUR-TAX TO WS-GRAND-CUR-TAX.
           ADD WS-CUR-SEF TO WS-GRAND-CUR-SEF.
           ADD WS-PRO-TAX TO WS-GRAND-PRO-TAX.
           ADD WS-PRO-SEF TO WS-GRAND-PRO-SEF.

      ******************************************************************
      * 2400-RANK-INCREASE - slots the lot in hand into the top-ten
      * table when it beats the smallest entry (or the table is not
      * yet full), sliding the smaller entries down one place.
      ******************************************************************
       2400-RANK-INCREASE.
           IF WS-TOP-COUNT = 10
               IF WS-INCREASE NOT > WS-TOP-INCREASE(10)
                   GO TO 2400-RANK-INCREASE-EXIT
               END-IF
           ELSE
               ADD 1 TO WS-TOP-COUNT
           END-IF.
           MOVE WS-TOP-COUNT TO WS-TOP-SUB.
           PERFORM 2410-SLIDE-DOWN
               UNTIL WS-TOP-SUB = 1
                   OR WS-TOP-INCREASE(WS-TOP-SUB - 1) >= WS-INCREASE.
           MOVE LOT_NUMBER_OUT TO WS-TOP-LOT(WS-TOP-SUB).
           MOVE OWNER_NAME_OUT TO WS-TOP-OWNER(WS-TOP-SUB).
           MOVE WS-LOT-CLASS TO WS-TOP-CLASS(WS-TOP-SUB).
           MOVE PROP-DISTRICT-OUT TO WS-TOP-DISTRICT(WS-TOP-SUB).
           COMPUTE WS-TOP-CUR(WS-TOP-SUB) = WS-CUR-TAX + WS-CUR-SEF.
           COMPUTE WS-TOP-PRO(WS-TOP-SUB) = WS-PRO-TAX + WS-PRO-SEF.
           MOVE WS-INCREASE TO WS-TOP-INCREASE(WS-TOP-SUB).
       2400-RANK-INCREASE-EXIT.
           EXIT.

       2410-SLIDE-DOWN.
           MOVE WS-TOP-ENTRY(WS-TOP-SUB - 1) TO
               WS-TOP-ENTRY(WS-TOP-SUB).
           SUBTRACT 1 FROM WS-TOP-SUB.

       3000-FINISH.
           IF IMP-FILE-ON-HAND
               CLOSE IMPROVE-FILE
           END-IF.
           CLOSE MASTER-FILE.
           MOVE SPACES TO PRINT-REC.
           STRING "COUNTY TREASURER - REVENUE IMPACT SIMULATION  "
               DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE SPACES TO PRINT-REC.
           STRING "CURRENT = CLASSTAB/EXMPTAB   PROPOSED = CLASSPRO/"
               DELIMITED BY SIZE
               "EXMPPRO   (NO BILL OR LEDGER IS CHANGED)"
               DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           PERFORM 3100-PRINT-SCHEDULES.
           MOVE "REVENUE BY CLASS" TO WS-LINE-LABEL.
           PERFORM 3800-PRINT-SUM-HEADING.
           PERFORM 3200-PRINT-ONE-CLASS
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-CLASS-COUNT.
           PERFORM 3700-PRINT-GRAND-LINE.
           MOVE "REVENUE BY DISTRICT" TO WS-LINE-LABEL.
           PERFORM 3800-PRINT-SUM-HEADING.
           PERFORM 3300-PRINT-ONE-DISTRICT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-UNASSIGNED-SLOT.
           PERFORM 3700-PRINT-GRAND-LINE.
           PERFORM 3400-PRINT-THRESHOLD.
           PERFORM 3500-PRINT-TOP-TEN.
           CLOSE PRINT-FILE.
           MOVE "REVSIMRPT" TO SPC-REPORT-NAME.
           MOVE "REVSIMRPT" TO SPC-SOURCE-PATH.
           CALL "SPOOLCAP" USING SPOOL-CAP-AREA.
           DISPLAY "SIMULATION COMPLETE - " WS-GRAND-LOTS
               " LOTS, LISTING ON REVSIMRPT.".

      ******************************************************************
      * 3100-PRINT-SCHEDULES - the two class schedules side by side so
      * the council sees exactly what figures were simulated.
      ******************************************************************
       3100-PRINT-SCHEDULES.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE SPACES TO PRINT-REC.
           STRING "CLASS  DESCRIPTION     CURRENT LEVEL/RATE  "
               DELIMITED BY SIZE
               "PROPOSED LEVEL/RATE" DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           PERFORM 3110-PRINT-ONE-SCHEDULE
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-CLASS-COUNT.

       3110-PRINT-ONE-SCHEDULE.
           MOVE WS-CL-CODE(WS-SUB) TO WS-LOOKUP-CLASS-CODE.
           PERFORM LOOKUP-PRO-CLASS.
           MOVE SPACES TO PRINT-REC.
           IF ENTRY-FOUND
               STRING "  " WS-CL-CODE(WS-SUB) "    "
                   WS-CL-DESC(WS-SUB) "  ." DELIMITED BY SIZE
                   WS-CL-ASSESS-LEVEL(WS-SUB) " / " DELIMITED BY SIZE
                   WS-CL-TAX-RATE(WS-SUB) "          ."
                   DELIMITED BY SIZE
                   WS-PC-ASSESS-LEVEL(PC-IDX) " / " DELIMITED BY SIZE
                   WS-PC-TAX-RATE(PC-IDX) DELIMITED BY SIZE
                   INTO PRINT-REC
           ELSE
               STRING "  " WS-CL-CODE(WS-SUB) "    "
                   WS-CL-DESC(WS-SUB) "  ." DELIMITED BY SIZE
                   WS-CL-ASSESS-LEVEL(WS-SUB) " / " DELIMITED BY SIZE
                   WS-CL-TAX-RATE(WS-SUB) "          (AS RESIDENTIAL)"
                   DELIMITED BY SIZE
                   INTO PRINT-REC
           END-IF.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.

       3200-PRINT-ONE-CLASS.
           IF WS-CS-LOTS(WS-SUB) > ZERO
               MOVE SPACES TO WS-LINE-LABEL
               STRING WS-CL-CODE(WS-SUB) " " WS-CL-DESC(WS-SUB)
                   DELIMITED BY SIZE INTO WS-LINE-LABEL
               MOVE WS-CS-LOTS(WS-SUB) TO WS-LINE-LOTS
               MOVE WS-CS-CUR-TAX(WS-SUB) TO WS-LINE-CUR-TAX
               MOVE WS-CS-CUR-SEF(WS-SUB) TO WS-LINE-CUR-SEF
               MOVE WS-CS-PRO-TAX(WS-SUB) TO WS-LINE-PRO-TAX
               MOVE WS-CS-PRO-SEF(WS-SUB) TO WS-LINE-PRO-SEF
               PERFORM 3900-PRINT-SUM-LINE
           END-IF.

       3300-PRINT-ONE-DISTRICT.
           IF WS-DS-LOTS(WS-SUB) > ZERO
               MOVE SPACES TO WS-LINE-LABEL
               STRING WS-DI-CODE(WS-SUB) " " WS-DI-NAME(WS-SUB)
                   DELIMITED BY SIZE INTO WS-LINE-LABEL
               MOVE WS-DS-LOTS(WS-SUB) TO WS-LINE-LOTS
               MOVE WS-DS-CUR-TAX(WS-SUB) TO WS-LINE-CUR-TAX
               MOVE WS-DS-CUR-SEF(WS-SUB) TO WS-LINE-CUR-SEF
               MOVE WS-DS-PRO-TAX(WS-SUB) TO WS-LINE-PRO-TAX
               MOVE WS-DS-PRO-SEF(WS-SUB) TO WS-LINE-PRO-SEF
               PERFORM 3900-PRINT-SUM-LINE
           END-IF.

       3400-PRINT-THRESHOLD.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE WS-OVER-THRESHOLD TO WS-COUNT-ED.
           MOVE WS-THRESHOLD TO WS-MONEY-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "LOTS WHOSE TAX (BASIC+SEF) RISES BY MORE THAN "
               DELIMITED BY SIZE
               WS-MONEY-ED DELIMITED BY SIZE
               " : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.

       3500-PRINT-TOP-TEN.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE "TEN LARGEST INCREASES (BASIC+SEF)" TO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE SPACES TO PRINT-REC.
           STRING "RK LOT NUMBER OWNER NAME                 CL DST"
               DELIMITED BY SIZE
               "        CURRENT       PROPOSED       INCREASE"
               DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE DASH-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           IF WS-TOP-COUNT = ZERO
               MOVE "NO LOT'S TAX RISES UNDER THE PROPOSED SCHEDULE."
                   TO PRINT-REC
               WRITE PRINT-REC
               PERFORM CHECK-PRINT-STATUS
           END-IF.
           PERFORM 3510-PRINT-ONE-TOP
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-TOP-COUNT.

       3510-PRINT-ONE-TOP.
           MOVE WS-SUB TO WS-RANK-ED.
           MOVE WS-TOP-CUR(WS-SUB) TO WS-MONEY-ED.
           MOVE WS-TOP-PRO(WS-SUB) TO WS-MONEY-ED-2.
           MOVE WS-TOP-INCREASE(WS-SUB) TO WS-CHANGE-ED.
           MOVE SPACES TO PRINT-REC.
           STRING WS-RANK-ED " " WS-TOP-LOT(WS-SUB) " "
               DELIMITED BY SIZE
               WS-TOP-OWNER(WS-SUB) " " WS-TOP-CLASS(WS-SUB) "  "
               DELIMITED BY SIZE
               WS-TOP-DISTRICT(WS-SUB) " " WS-MONEY-ED " "
               DELIMITED BY SIZE
               WS-MONEY-ED-2 WS-CHANGE-ED DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.

       3700-PRINT-GRAND-LINE.
           MOVE DASH-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE "ALL ACTIVE LOTS" TO WS-LINE-LABEL.
           MOVE WS-GRAND-LOTS TO WS-LINE-LOTS.
           MOVE WS-GRAND-CUR-TAX TO WS-LINE-CUR-TAX.
           MOVE WS-GRAND-CUR-SEF TO WS-LINE-CUR-SEF.
           MOVE WS-GRAND-PRO-TAX TO WS-LINE-PRO-TAX.
           MOVE WS-GRAND-PRO-SEF TO WS-LINE-PRO-SEF.
           PERFORM 3900-PRINT-SUM-LINE.

       3800-PRINT-SUM-HEADING.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE WS-LINE-LABEL TO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE SPACES TO PRINT-REC.
           STRING "                         LOTS    CURRENT BASIC"
               DELIMITED BY SIZE
               "   PROPOSED BASIC      CURRENT SEF     PROPOSED SEF"
               DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE DASH-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.

      ******************************************************************
      * 3900-PRINT-SUM-LINE - one class, district or total line, with
      * the change in the combined levy on the line beneath it.
      ******************************************************************
       3900-PRINT-SUM-LINE.
           MOVE WS-LINE-LOTS TO WS-COUNT-ED.
           MOVE WS-LINE-CUR-TAX TO WS-MONEY-ED.
           MOVE WS-LINE-PRO-TAX TO WS-MONEY-ED-2.
           MOVE WS-LINE-CUR-SEF TO WS-MONEY-ED-3.
           MOVE WS-LINE-PRO-SEF TO WS-MONEY-ED-4.
           MOVE SPACES TO PRINT-REC.
           STRING WS-LINE-LABEL " " WS-COUNT-ED "   " WS-MONEY-ED
               DELIMITED BY SIZE
               "   " WS-MONEY-ED-2 "   " WS-MONEY-ED-3
               DELIMITED BY SIZE
               "   " WS-MONEY-ED-4 DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           COMPUTE WS-LINE-CHANGE =
               (WS-LINE-PRO-TAX + WS-LINE-PRO-SEF) -
               (WS-LINE-CUR-TAX + WS-LINE-CUR-SEF).
           MOVE WS-LINE-CHANGE TO WS-CHANGE-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "      CHANGE IN BASIC+SEF : " WS-CHANGE-ED
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.

      ******************************************************************
      * ABEND-FILE-ERROR - common stop point for any file operation
      * that comes back with a status this program was not already
      * expecting to handle.
      ******************************************************************
       ABEND-FILE-ERROR.
           DISPLAY "*** FILE ERROR ON " WS-ERR-FILE-NAME.
           DISPLAY "*** FILE STATUS = " WS-ERR-STATUS.
           DISPLAY "REVENUE SIMULATION TERMINATED - SEE FILE STATUS "
               "ABOVE.".
           STOP RUN.

       CHECK-MASTER-STATUS.
           IF WS-MASTER-STATUS NOT = "00"
               MOVE "MASTER-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-MASTER-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-PRINT-STATUS.
           IF WS-PRINT-STATUS NOT = "00"
               MOVE "PRINT-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-PRINT-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-IMP-STATUS.
           IF WS-IMP-STATUS NOT = "00"
               MOVE "IMPROVE-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-IMP-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-CLASS-STATUS.
           IF WS-CLASS-STATUS NOT = "00"
               MOVE "CLASS-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-CLASS-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-EXMP-STATUS.
           IF WS-EXMP-STATUS NOT = "00"
               MOVE "EXEMPT-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-EXMP-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-PCLS-STATUS.
           IF WS-PCLS-STATUS NOT = "00"
               MOVE "PRO-CLASS-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-PCLS-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-PEXM-STATUS.
           IF WS-PEXM-STATUS NOT = "00"
               MOVE "PRO-EXEMPT-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-PEXM-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-DIST-STATUS.
           IF WS-DIST-STATUS NOT = "00"
               MOVE "DISTRICT-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-DIST-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

      ******************************************************************
      * SUM-IMPROVEMENTS - banks the active improvement value of the
      * lot in hand into WS-IMP-SUM and the land-plus-improvements
      * figure into WS-LOT-TOTAL-VAL, as the billing run does.
      ******************************************************************
       SUM-IMPROVEMENTS.
           MOVE ZERO TO WS-IMP-SUM.
           IF IMP-FILE-ON-HAND
               MOVE "N" TO WS-IMP-EOF
               MOVE LOT_NUMBER_OUT TO IMP-LOT-NUMBER
               MOVE ZERO TO IMP-SEQ
               START IMPROVE-FILE KEY IS NOT LESS THAN IMP-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-IMP-EOF
               END-START
               PERFORM SUM-ONE-IMPROVEMENT
                   THRU SUM-ONE-IMPROVEMENT-EXIT
                   UNTIL WS-IMP-EOF = "Y"
           END-IF.
           COMPUTE WS-LOT-TOTAL-VAL =
               ASSESSED_VAL_OUT + WS-IMP-SUM.

       SUM-ONE-IMPROVEMENT.
           READ IMPROVE-FILE NEXT RECORD
           AT END
               MOVE "Y" TO WS-IMP-EOF
           NOT AT END
               IF IMP-LOT-NUMBER NOT = LOT_NUMBER_OUT
                   MOVE "Y" TO WS-IMP-EOF
               ELSE
                   IF IMP-ACTIVE
                       ADD IMP-VALUE TO WS-IMP-SUM
                   END-IF
               END-IF
           END-READ.
           IF WS-IMP-STATUS NOT = "00" AND WS-IMP-STATUS NOT = "10"
               AND WS-IMP-STATUS NOT = "02"
               MOVE "IMPROVE-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-IMP-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.
       SUM-ONE-IMPROVEMENT-EXIT.
           EXIT.

      ******************************************************************
      * LOAD-CLASS-TABLE / LOAD-EXEMPT-TABLE - the live schedules,
      * read only.  A shop that has never billed has no schedule to
      * compare against, so the run stops rather than seed one.
      ******************************************************************
       LOAD-CLASS-TABLE.
           OPEN INPUT CLASS-FILE.
           IF WS-CLASS-STATUS = "35"
               DISPLAY "NO CLASSTAB SCHEDULE ON HAND - RUN THE BILLING "
                   "RUN OR SCHEDULE MAINTENANCE FIRST."
               STOP RUN
           END-IF.
           PERFORM CHECK-CLASS-STATUS.
           MOVE "N" TO WS-TABLE-EOF.
           PERFORM LOAD-CLASS-ENTRY THRU LOAD-CLASS-ENTRY-EXIT
               UNTIL WS-TABLE-EOF = "Y".
           CLOSE CLASS-FILE.

       LOAD-CLASS-ENTRY.
           READ CLASS-FILE
               AT END
                   MOVE "Y" TO WS-TABLE-EOF
               NOT AT END
                   IF WS-CLASS-COUNT < 10
                       ADD 1 TO WS-CLASS-COUNT
                       SET CL-IDX TO WS-CLASS-COUNT
                       MOVE CLASS-CODE TO WS-CL-CODE(CL-IDX)
                       MOVE CLASS-DESC TO WS-CL-DESC(CL-IDX)
                       MOVE CLASS-ASSESS-LEVEL TO
                           WS-CL-ASSESS-LEVEL(CL-IDX)
                       MOVE CLASS-TAX-RATE TO WS-CL-TAX-RATE(CL-IDX)
                   END-IF
           END-READ.
       LOAD-CLASS-ENTRY-EXIT.
           EXIT.

       LOAD-EXEMPT-TABLE.
           OPEN INPUT EXEMPT-FILE.
           IF WS-EXMP-STATUS = "35"
               GO TO LOAD-EXEMPT-TABLE-EXIT
           END-IF.
           PERFORM CHECK-EXMP-STATUS.
           MOVE "N" TO WS-TABLE-EOF.
           PERFORM LOAD-EXEMPT-ENTRY THRU LOAD-EXEMPT-ENTRY-EXIT
               UNTIL WS-TABLE-EOF = "Y".
           CLOSE EXEMPT-FILE.
       LOAD-EXEMPT-TABLE-EXIT.
           EXIT.

       LOAD-EXEMPT-ENTRY.
           READ EXEMPT-FILE
               AT END
                   MOVE "Y" TO WS-TABLE-EOF
               NOT AT END
                   IF WS-EXMP-COUNT < 10
                       ADD 1 TO WS-EXMP-COUNT
                       SET EX-IDX TO WS-EXMP-COUNT
                       MOVE EXMP-CODE TO WS-EX-CODE(EX-IDX)
                       MOVE EXMP-DESC TO WS-EX-DESC(EX-IDX)
                       MOVE EXMP-PCT TO WS-EX-PCT(EX-IDX)
                   END-IF
           END-READ.
       LOAD-EXEMPT-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      * LOAD-PRO-CLASS-TABLE / LOAD-PRO-EXEMPT-TABLE - the scratch
      * copies.  One not on hand is written out from the live table
      * just loaded, for the proposal to be keyed over.
      ******************************************************************
       LOAD-PRO-CLASS-TABLE.
           OPEN INPUT PRO-CLASS-FILE.
           IF WS-PCLS-STATUS = "35"
               OPEN OUTPUT PRO-CLASS-FILE
               PERFORM CHECK-PCLS-STATUS
               PERFORM SEED-ONE-PRO-CLASS
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CLASS-COUNT
               CLOSE PRO-CLASS-FILE
               SET SCRATCH-SEEDED TO TRUE
               DISPLAY "CLASSPRO SEEDED FROM THE CURRENT CLASSTAB."
               GO TO LOAD-PRO-CLASS-TABLE-EXIT
           END-IF.
           PERFORM CHECK-PCLS-STATUS.
           MOVE "N" TO WS-TABLE-EOF.
           PERFORM LOAD-PRO-CLASS-ENTRY THRU LOAD-PRO-CLASS-ENTRY-EXIT
               UNTIL WS-TABLE-EOF = "Y".
           CLOSE PRO-CLASS-FILE.
       LOAD-PRO-CLASS-TABLE-EXIT.
           EXIT.

       SEED-ONE-PRO-CLASS.
           MOVE WS-CL-CODE(WS-SUB) TO CLASS-CODE.
           MOVE WS-CL-DESC(WS-SUB) TO CLASS-DESC.
           MOVE WS-CL-ASSESS-LEVEL(WS-SUB) TO CLASS-ASSESS-LEVEL.
           MOVE WS-CL-TAX-RATE(WS-SUB) TO CLASS-TAX-RATE.
           MOVE CLASS-REC TO PRO-CLASS-REC.
           WRITE PRO-CLASS-REC.
           PERFORM CHECK-PCLS-STATUS.

       LOAD-PRO-CLASS-ENTRY.
           READ PRO-CLASS-FILE
               AT END
                   MOVE "Y" TO WS-TABLE-EOF
               NOT AT END
                   IF WS-PCLS-COUNT < 10
                       MOVE PRO-CLASS-REC TO CLASS-REC
                       ADD 1 TO WS-PCLS-COUNT
                       SET PC-IDX TO WS-PCLS-COUNT
                       MOVE CLASS-CODE TO WS-PC-CODE(PC-IDX)
                       MOVE CLASS-DESC TO WS-PC-DESC(PC-IDX)
                       MOVE CLASS-ASSESS-LEVEL TO
                           WS-PC-ASSESS-LEVEL(PC-IDX)
                       MOVE CLASS-TAX-RATE TO WS-PC-TAX-RATE(PC-IDX)
                   END-IF
           END-READ.
       LOAD-PRO-CLASS-ENTRY-EXIT.
           EXIT.

       LOAD-PRO-EXEMPT-TABLE.
           OPEN INPUT PRO-EXEMPT-FILE.
           IF WS-PEXM-STATUS = "35"
               OPEN OUTPUT PRO-EXEMPT-FILE
               PERFORM CHECK-PEXM-STATUS
               PERFORM SEED-ONE-PRO-EXEMPT
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-EXMP-COUNT
               CLOSE PRO-EXEMPT-FILE
               SET SCRATCH-SEEDED TO TRUE
               DISPLAY "EXMPPRO SEEDED FROM THE CURRENT EXMPTAB."
               GO TO LOAD-PRO-EXEMPT-TABLE-EXIT
           END-IF.
           PERFORM CHECK-PEXM-STATUS.
           MOVE "N" TO WS-TABLE-EOF.
           PERFORM LOAD-PRO-EXEMPT-ENTRY
               THRU LOAD-PRO-EXEMPT-ENTRY-EXIT
               UNTIL WS-TABLE-EOF = "Y".
           CLOSE PRO-EXEMPT-FILE.
       LOAD-PRO-EXEMPT-TABLE-EXIT.
           EXIT.

       SEED-ONE-PRO-EXEMPT.
           MOVE WS-EX-CODE(WS-SUB) TO EXMP-CODE.
           MOVE WS-EX-DESC(WS-SUB) TO EXMP-DESC.
           MOVE WS-EX-PCT(WS-SUB) TO EXMP-PCT.
           MOVE EXMP-REC TO PRO-EXMP-REC.
           WRITE PRO-EXMP-REC.
           PERFORM CHECK-PEXM-STATUS.

       LOAD-PRO-EXEMPT-ENTRY.
           READ PRO-EXEMPT-FILE
               AT END
                   MOVE "Y" TO WS-TABLE-EOF
               NOT AT END
                   IF WS-PEXM-COUNT < 10
                       MOVE PRO-EXMP-REC TO EXMP-REC
                       ADD 1 TO WS-PEXM-COUNT
                       SET PE-IDX TO WS-PEXM-COUNT
                       MOVE EXMP-CODE TO WS-PE-CODE(PE-IDX)
                       MOVE EXMP-DESC TO WS-PE-DESC(PE-IDX)
                       MOVE EXMP-PCT TO WS-PE-PCT(PE-IDX)
                   END-IF
           END-READ.
       LOAD-PRO-EXEMPT-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      * LOAD-DISTRICT-TABLE - DISTTAB names the district buckets; the
      * last bucket gathers blank and unknown codes.  No DISTTAB on
      * hand puts every lot in that last bucket.
      ******************************************************************
       LOAD-DISTRICT-TABLE.
           INITIALIZE WS-DIST-TABLE.
           OPEN INPUT DISTRICT-FILE.
           IF WS-DIST-STATUS NOT = "35"
               PERFORM CHECK-DIST-STATUS
               MOVE "N" TO WS-TABLE-EOF
               PERFORM LOAD-DISTRICT-ENTRY THRU LOAD-DISTRICT-ENTRY-EXIT
                   UNTIL WS-TABLE-EOF = "Y"
               CLOSE DISTRICT-FILE
           END-IF.
           MOVE "***" TO WS-DI-CODE(WS-UNASSIGNED-SLOT).
           MOVE "UNASSIGNED" TO WS-DI-NAME(WS-UNASSIGNED-SLOT).

       LOAD-DISTRICT-ENTRY.
           READ DISTRICT-FILE
               AT END
                   MOVE "Y" TO WS-TABLE-EOF
               NOT AT END
                   IF WS-DIST-COUNT < WS-UNASSIGNED-SLOT - 1
                       ADD 1 TO WS-DIST-COUNT
                       SET DI-IDX TO WS-DIST-COUNT
                       MOVE DIST-CODE TO WS-DI-CODE(DI-IDX)
                       MOVE DIST-NAME TO WS-DI-NAME(DI-IDX)
                   END-IF
           END-READ.
       LOAD-DISTRICT-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      * LOOKUP-xxx - scan an in-memory table for the code in hand,
      * leaving the index on the matching entry and ENTRY-FOUND set.
      * LOOKUP-DISTRICT always leaves DI-IDX on a bucket.
      ******************************************************************
       LOOKUP-CLASS.
           SET CL-IDX TO 1.
           SET ENTRY-NOT-FOUND TO TRUE.
           PERFORM LOOKUP-CLASS-SCAN
               UNTIL CL-IDX > WS-CLASS-COUNT OR ENTRY-FOUND.

       LOOKUP-CLASS-SCAN.
           IF WS-LOOKUP-CLASS-CODE = WS-CL-CODE(CL-IDX)
               SET ENTRY-FOUND TO TRUE
           ELSE
               SET CL-IDX UP BY 1
           END-IF.

       LOOKUP-PRO-CLASS.
           SET PC-IDX TO 1.
           SET ENTRY-NOT-FOUND TO TRUE.
           PERFORM LOOKUP-PRO-CLASS-SCAN
               UNTIL PC-IDX > WS-PCLS-COUNT OR ENTRY-FOUND.

       LOOKUP-PRO-CLASS-SCAN.
           IF WS-LOOKUP-CLASS-CODE = WS-PC-CODE(PC-IDX)
               SET ENTRY-FOUND TO TRUE
           ELSE
               SET PC-IDX UP BY 1
           END-IF.

       LOOKUP-EXEMPT.
           SET EX-IDX TO 1.
           SET ENTRY-NOT-FOUND TO TRUE.
           PERFORM LOOKUP-EXEMPT-SCAN
               UNTIL EX-IDX > WS-EXMP-COUNT OR ENTRY-FOUND.

       LOOKUP-EXEMPT-SCAN.
           IF WS-LOOKUP-EXEMPT-CODE = WS-EX-CODE(EX-IDX)
               SET ENTRY-FOUND TO TRUE
           ELSE
               SET EX-IDX UP BY 1
           END-IF.

       LOOKUP-PRO-EXEMPT.
           SET PE-IDX TO 1.
           SET ENTRY-NOT-FOUND TO TRUE.
           PERFORM LOOKUP-PRO-EXEMPT-SCAN
               UNTIL PE-IDX > WS-PEXM-COUNT OR ENTRY-FOUND.

       LOOKUP-PRO-EXEMPT-SCAN.
           IF WS-LOOKUP-EXEMPT-CODE = WS-PE-CODE(PE-IDX)
               SET ENTRY-FOUND TO TRUE
           ELSE
               SET PE-IDX UP BY 1
           END-IF.

       LOOKUP-DISTRICT.
           SET DI-IDX TO 1.
           SET ENTRY-NOT-FOUND TO TRUE.
           PERFORM LOOKUP-DISTRICT-SCAN
               UNTIL DI-IDX > WS-DIST-COUNT OR ENTRY-FOUND.
           IF ENTRY-NOT-FOUND OR PROP-DISTRICT-OUT = SPACES
               SET DI-IDX TO WS-UNASSIGNED-SLOT
           END-IF.

       LOOKUP-DISTRICT-SCAN.
           IF PROP-DISTRICT-OUT = WS-DI-CODE(DI-IDX)
               SET ENTRY-FOUND TO TRUE
           ELSE
               SET DI-IDX UP BY 1
           END-IF.

       END PROGRAM REVSIM.
