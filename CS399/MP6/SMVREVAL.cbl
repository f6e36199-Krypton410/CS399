      ******************************************************************
      * Author:
      * Date:
      * Purpose: Revaluation batch - when the council adopts a new
      *          schedule of market values, works every active lot
      *          that carries a lot area afresh off SMVTAB and
      *          CLASSTAB (market value = area * unit value for the
      *          lot's district and class; assessed value = market
      *          value * class assessment level) in one run, instead
      *          of an operator retyping values lot by lot.  Each
      *          change goes through the same MASTHIST, MASTAUD and
      *          MASTCTL conventions the maintenance program uses, and
      *          a register showing every figure the value was worked
      *          from goes to SMVRPT so the assessor can defend any
      *          value line by line.  Lots with no area on record are
      *          listed, not touched.  Each change it makes to the lot
      *          master is journalled to RCVJRNL through RJNLOG, so
      *          ROLLFWD can reapply it after a restore.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMVREVAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT MASTER-FILE
           ASSIGN TO WS-MASTER-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LOT_NUMBER_OUT
           ALTERNATE RECORD KEY IS OWNER_NAME_OUT WITH DUPLICATES
           FILE STATUS IS WS-MASTER-STATUS.

       SELECT CLASS-FILE
           ASSIGN TO "CLASSTAB"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CLASS-STATUS.

       SELECT SMV-FILE
           ASSIGN TO "SMVTAB"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-SMV-STATUS.

       SELECT HISTORY-FILE
           ASSIGN TO "MASTHIST"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-HIST-STATUS.

       SELECT AUDIT-FILE
           ASSIGN TO "MASTAUD"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-AUD-STATUS.

       SELECT PRINT-FILE
           ASSIGN TO "SMVRPT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PRINT-STATUS.

       SELECT CONTROL-FILE
           ASSIGN TO "MASTCTL"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD MASTER-FILE
           DATA RECORD IS OUTPUT-REC.

       COPY "PROPREC.cpy".

      ******************************************************************
      * CLASS-FILE / SMV-FILE - the class schedule (assessment levels)
      * and the schedule of market values (unit values per square
      * meter), both read into memory once at the start of the run.
      ******************************************************************
       FD CLASS-FILE
           DATA RECORD IS CLASS-REC.

       COPY "CLASSREC.cpy".

       FD SMV-FILE
           DATA RECORD IS SMV-REC.

       COPY "SMVREC.cpy".

       FD HISTORY-FILE
           DATA RECORD IS HISTORY-REC.

       COPY "HISTREC.cpy".

       FD AUDIT-FILE
           DATA RECORD IS AUDIT-REC.

       COPY "AUDREC.cpy".

       FD PRINT-FILE
           DATA RECORD IS PRINT-REC.

       01 PRINT-REC PIC X(132).

      ******************************************************************
      * CONTROL-FILE - running control record the verification batch
      * proves the master against; the revaluation's value movement
      * is applied in one update at the end of the run.
      ******************************************************************
       FD CONTROL-FILE
           DATA RECORD IS FCTL-REC.

       COPY "FCTLREC.cpy".

       WORKING-STORAGE SECTION.
      * WS-MASTER-PATH DEFAULTS TO THE SHOP'S USUAL LOCATION BUT CAN BE
      * OVERRIDDEN BY SETTING THE MASTERFILE ENVIRONMENT VARIABLE, THE
      * SAME AS THE PROPERTY-MASTER MAINTENANCE PROGRAM.
       01 WS-MASTER-PATH PIC X(100)
           VALUE "C:\Users\Edison\Desktop\MP6\MASTER-FILE.DAT".
       01 WS-ENV-MASTER-PATH PIC X(100) VALUE SPACES.
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-HIST-STATUS PIC X(2).
       01 WS-AUD-STATUS PIC X(2).
       01 WS-PRINT-STATUS PIC X(2).
       01 WS-EOF PIC X(1) VALUE "N".
       01 DASH-LINE PIC X(120) VALUE ALL "-".

       01 WS-CURRENT-DATE PIC 9(8) VALUE ZERO.
       01 WS-CURRENT-TIME PIC 9(8) VALUE ZERO.
       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       01 WS-HIST-ACTION PIC X.
       01 WS-AUD-ACTION PIC X(6).
       01 WS-AUD-LOT-NUMBER PIC 999999999.
       01 WS-AUD-BEFORE-VAL PIC 999999V99.
       01 WS-AUD-AFTER-VAL PIC 999999V99.

      ******************************************************************
      * CLASS SCHEDULE AND SCHEDULE OF MARKET VALUES IN MEMORY.
      ******************************************************************
       01 WS-CLASS-STATUS PIC X(2).
       01 WS-CLASS-EOF PIC X VALUE "N".
       01 WS-CLASS-COUNT PIC 99 VALUE ZERO.
       01 WS-CLASS-FOUND-SWITCH PIC X VALUE "N".
           88 CLASS-FOUND VALUE "Y".
           88 CLASS-NOT-FOUND VALUE "N".
       01 WS-CLASS-TABLE.
           05 WS-CLASS-ENTRY OCCURS 10 TIMES INDEXED BY CL-IDX.
               10 WS-CL-CODE PIC X(1).
               10 WS-CL-ASSESS-LEVEL PIC V99.
       01 WS-SMV-STATUS PIC X(2).
       01 WS-SMV-EOF PIC X VALUE "N".
       01 WS-SMV-COUNT PIC 999 VALUE ZERO.
       01 WS-SMV-FOUND-SWITCH PIC X VALUE "N".
           88 SMV-FOUND VALUE "Y".
           88 SMV-NOT-FOUND VALUE "N".
       01 WS-SMV-TABLE.
           05 WS-SMV-ENTRY OCCURS 150 TIMES INDEXED BY SV-IDX.
               10 WS-SV-DISTRICT PIC X(3).
               10 WS-SV-CLASS PIC X(1).
               10 WS-SV-UNIT-VALUE PIC 9(6)V99.
               10 WS-SV-ORD-YEAR PIC 9(4).

       01 WS-OLD-VAL PIC 999999V99 VALUE ZERO.
       01 WS-MARKET-VAL PIC 9(11)V99 VALUE ZERO.
       01 WS-NEW-VAL PIC 9(9)V99 VALUE ZERO.
       01 WS-SKIP-REASON PIC X(40) VALUE SPACES.

      * CONTROL-RECORD VALUE DELTA, ACCUMULATED ACROSS THE RUN AND
      * APPLIED ONCE BY 3100-UPDATE-CONTROL-RECORD.
       01 WS-FCTL-STATUS PIC X(2).
       01 WS-FCTL-D-VALUE PIC S9(9)V99 VALUE ZERO.

       01 WS-LOTS-SCANNED PIC 9(5) VALUE ZERO.
       01 WS-LOTS-REVALUED PIC 9(5) VALUE ZERO.
       01 WS-LOTS-UNCHANGED PIC 9(5) VALUE ZERO.
       01 WS-LOTS-UNMEASURED PIC 9(5) VALUE ZERO.
       01 WS-LOTS-SKIPPED PIC 9(5) VALUE ZERO.
       01 WS-OLD-TOTAL PIC 9(9)V99 VALUE ZERO.
       01 WS-NEW-TOTAL PIC 9(9)V99 VALUE ZERO.
       01 WS-MARKET-TOTAL PIC 9(11)V99 VALUE ZERO.

      * REGISTER LINE EDIT FIELDS.
       01 WS-AREA-ED PIC Z,ZZZ,ZZ9.99.
       01 WS-UNIT-ED PIC ZZZ,ZZ9.99.
       01 WS-MARKET-ED PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-LEVEL-ED PIC .99.
       01 WS-OLD-ED PIC ZZZ,ZZ9.99.
       01 WS-NEW-ED PIC ZZZ,ZZ9.99.
       01 WS-COUNT-ED PIC ZZ,ZZ9.
       01 WS-TOTAL-ED PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-BIG-TOTAL-ED PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

      * WS-ERR-FILE-NAME/WS-ERR-STATUS ARE SET BY THE CHECK-xxx-STATUS
      * PARAGRAPHS BELOW BEFORE PERFORMING ABEND-FILE-ERROR.
       01 WS-ERR-FILE-NAME PIC X(20).
       01 WS-ERR-STATUS PIC X(2).

      * PARAMETER AREA FOR THE SHARED RJNLOG RECOVERY JOURNAL ROUTINE.
       COPY "RJLREC.cpy".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE "SMVREVAL" TO RJL-PROGRAM.
           MOVE "L" TO RJL-MASTER.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-REVALUE-LOTS THRU 2000-REVALUE-LOTS-EXIT
               UNTIL WS-EOF = "Y".
           PERFORM 3000-FINISH.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-ENV-MASTER-PATH FROM ENVIRONMENT "MASTERFILE".
           IF WS-ENV-MASTER-PATH NOT = SPACES
               MOVE WS-ENV-MASTER-PATH TO WS-MASTER-PATH
           END-IF.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           DISPLAY "REVALUATION FROM THE SCHEDULE OF MARKET VALUES".
           DISPLAY "OPERATOR ID FOR THE AUDIT TRAIL : ".
           ACCEPT WS-OPERATOR-ID.
           PERFORM 1200-LOAD-CLASS-TABLE.
           PERFORM 1300-LOAD-SMV-TABLE.
           IF WS-SMV-COUNT = ZERO
               DISPLAY "NO SCHEDULE OF MARKET VALUES ON SMVTAB - "
                   "NOTHING TO REVALUE."
               STOP RUN
           END-IF.

           OPEN I-O MASTER-FILE.
           IF WS-MASTER-STATUS = "35"
               DISPLAY "NO PROPERTY MASTER FILE ON HAND - NOTHING TO "
                   "REVALUE."
               STOP RUN
           END-IF.
           PERFORM CHECK-MASTER-STATUS.
           OPEN OUTPUT PRINT-FILE.
           PERFORM CHECK-PRINT-STATUS.
           PERFORM 1100-WRITE-HEADER.

       1100-WRITE-HEADER.
           MOVE SPACES TO PRINT-REC.
           STRING "COUNTY ASSESSOR - REVALUATION REGISTER FROM THE "
               DELIMITED BY SIZE
               "SCHEDULE OF MARKET VALUES " DELIMITED BY SIZE
               WS-CURRENT-DATE DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE SPACES TO PRINT-REC.
           STRING "LOT NUMBER DST C    AREA SQ M  UNIT VALUE"
               DELIMITED BY SIZE
               "    MARKET VALUE LVL  BEFORE VALUE   AFTER VALUE"
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE DASH-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.

      ******************************************************************
      * 1200-LOAD-CLASS-TABLE - the billing run seeds CLASSTAB on its
      * first run; a revaluation with no class schedule on hand has
      * no levels to work from and stops.
      ******************************************************************
       1200-LOAD-CLASS-TABLE.
           OPEN INPUT CLASS-FILE.
           IF WS-CLASS-STATUS = "35"
               DISPLAY "NO CLASS SCHEDULE ON CLASSTAB - NOTHING TO "
                   "REVALUE."
               STOP RUN
           END-IF.
           PERFORM CHECK-CLASS-STATUS.
           PERFORM 1210-LOAD-CLASS-ENTRY THRU 1210-LOAD-CLASS-ENTRY-EXIT
               UNTIL WS-CLASS-EOF = "Y".
           CLOSE CLASS-FILE.

       1210-LOAD-CLASS-ENTRY.
           READ CLASS-FILE
               AT END
                   MOVE "Y" TO WS-CLASS-EOF
               NOT AT END
                   IF WS-CLASS-COUNT < 10
                       ADD 1 TO WS-CLASS-COUNT
                       SET CL-IDX TO WS-CLASS-COUNT
                       MOVE CLASS-CODE TO WS-CL-CODE(CL-IDX)
                       MOVE CLASS-ASSESS-LEVEL TO
                           WS-CL-ASSESS-LEVEL(CL-IDX)
                   END-IF
           END-READ.
       1210-LOAD-CLASS-ENTRY-EXIT.
           EXIT.

       1300-LOAD-SMV-TABLE.
           OPEN INPUT SMV-FILE.
           IF WS-SMV-STATUS = "35"
               MOVE "Y" TO WS-SMV-EOF
           ELSE
               PERFORM CHECK-SMV-STATUS
               PERFORM 1310-LOAD-SMV-ENTRY THRU 1310-LOAD-SMV-ENTRY-EXIT
                   UNTIL WS-SMV-EOF = "Y"
               CLOSE SMV-FILE
           END-IF.

       1310-LOAD-SMV-ENTRY.
           READ SMV-FILE
               AT END
                   MOVE "Y" TO WS-SMV-EOF
               NOT AT END
                   IF WS-SMV-COUNT >= 150
                       DISPLAY "*** MARKET VALUE SCHEDULE FULL AT 150 "
                           "ENTRIES - RAISE THE OCCURS ***"
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-SMV-COUNT
                   SET SV-IDX TO WS-SMV-COUNT
                   MOVE SMV-DISTRICT TO WS-SV-DISTRICT(SV-IDX)
                   MOVE SMV-CLASS TO WS-SV-CLASS(SV-IDX)
                   MOVE SMV-UNIT-VALUE TO WS-SV-UNIT-VALUE(SV-IDX)
                   MOVE SMV-ORDINANCE-YEAR TO WS-SV-ORD-YEAR(SV-IDX)
           END-READ.
       1310-LOAD-SMV-ENTRY-EXIT.
           EXIT.

       2000-REVALUE-LOTS.
           READ MASTER-FILE NEXT RECORD
           AT END
               MOVE "Y" TO WS-EOF
           NOT AT END
               IF LOT-ACTIVE-OUT
                   ADD 1 TO WS-LOTS-SCANNED
                   PERFORM 2100-REVALUE-ONE-LOT
                       THRU 2100-REVALUE-ONE-LOT-DONE
               END-IF
           END-READ.
           IF WS-MASTER-STATUS NOT = "00" AND
               WS-MASTER-STATUS NOT = "10"
               MOVE "MASTER-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-MASTER-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.
       2000-REVALUE-LOTS-EXIT.
           EXIT.

      ******************************************************************
      * 2100-REVALUE-ONE-LOT - a lot with no area on record still
      * carries a keyed valuation and is only listed; otherwise the
      * class level and the unit value for its district and class are
      * looked up and the land worked afresh.
      ******************************************************************
       2100-REVALUE-ONE-LOT.
           MOVE ASSESSED_VAL_OUT TO WS-OLD-VAL.
           IF PROP-LOT-AREA-OUT = ZERO
               ADD 1 TO WS-LOTS-UNMEASURED
               MOVE "NO LOT AREA ON RECORD - KEYED VALUE KEPT" TO
                   WS-SKIP-REASON
               PERFORM 2140-WRITE-SKIP-LINE
               GO TO 2100-REVALUE-ONE-LOT-DONE
           END-IF.
           PERFORM 2110-LOOKUP-CLASS.
           IF CLASS-NOT-FOUND
               ADD 1 TO WS-LOTS-SKIPPED
               MOVE "CLASS NOT ON CLASSTAB - LOT SKIPPED" TO
                   WS-SKIP-REASON
               PERFORM 2140-WRITE-SKIP-LINE
               GO TO 2100-REVALUE-ONE-LOT-DONE
           END-IF.
           PERFORM 2120-LOOKUP-SMV.
           IF SMV-NOT-FOUND
               ADD 1 TO WS-LOTS-SKIPPED
               MOVE "NO SMVTAB ROW FOR DISTRICT/CLASS - SKIPPED" TO
                   WS-SKIP-REASON
               PERFORM 2140-WRITE-SKIP-LINE
               GO TO 2100-REVALUE-ONE-LOT-DONE
           END-IF.
           COMPUTE WS-MARKET-VAL ROUNDED =
               PROP-LOT-AREA-OUT * WS-SV-UNIT-VALUE(SV-IDX).
           COMPUTE WS-NEW-VAL ROUNDED =
               WS-MARKET-VAL * WS-CL-ASSESS-LEVEL(CL-IDX).
           IF WS-MARKET-VAL > 999999999.99 OR WS-NEW-VAL > 999999.99
               ADD 1 TO WS-LOTS-SKIPPED
               MOVE "WORKED VALUE EXCEEDS FIELD - LOT SKIPPED" TO
                   WS-SKIP-REASON
               PERFORM 2140-WRITE-SKIP-LINE
               GO TO 2100-REVALUE-ONE-LOT-DONE
           END-IF.
           IF WS-NEW-VAL = WS-OLD-VAL AND PROP-SMV-VALUED-OUT AND
               WS-MARKET-VAL = PROP-MARKET-VAL-OUT
               ADD 1 TO WS-LOTS-UNCHANGED
               ADD WS-OLD-VAL TO WS-OLD-TOTAL
               ADD WS-NEW-VAL TO WS-NEW-TOTAL
               ADD WS-MARKET-VAL TO WS-MARKET-TOTAL
               GO TO 2100-REVALUE-ONE-LOT-DONE
           END-IF.
           ADD 1 TO WS-LOTS-REVALUED.
           ADD WS-OLD-VAL TO WS-OLD-TOTAL.
           ADD WS-NEW-VAL TO WS-NEW-TOTAL.
           ADD WS-MARKET-VAL TO WS-MARKET-TOTAL.
           MOVE WS-SV-UNIT-VALUE(SV-IDX) TO PROP-UNIT-VAL-OUT.
           MOVE WS-MARKET-VAL TO PROP-MARKET-VAL-OUT.
           MOVE WS-NEW-VAL TO ASSESSED_VAL_OUT.
           MOVE "S" TO PROP-VALUE-BASIS-OUT.
           MOVE OUTPUT-REC TO RJL-IMAGE.
           REWRITE OUTPUT-REC.
           PERFORM CHECK-MASTER-STATUS.
           MOVE "C" TO RJL-ACTION.
           CALL "RJNLOG" USING RECOVERY-JOURNAL-AREA.
           COMPUTE WS-FCTL-D-VALUE =
               WS-FCTL-D-VALUE + WS-NEW-VAL - WS-OLD-VAL.
           MOVE "U" TO WS-HIST-ACTION.
           PERFORM WRITE-HISTORY-RECORD.
           MOVE "SMVREV" TO WS-AUD-ACTION.
           MOVE LOT_NUMBER_OUT TO WS-AUD-LOT-NUMBER.
           MOVE WS-OLD-VAL TO WS-AUD-BEFORE-VAL.
           MOVE WS-NEW-VAL TO WS-AUD-AFTER-VAL.
           PERFORM WRITE-AUDIT-RECORD.
           PERFORM 2130-WRITE-REGISTER-LINE.
       2100-REVALUE-ONE-LOT-DONE.
           EXIT.

       2110-LOOKUP-CLASS.
           SET CL-IDX TO 1.
           SET CLASS-NOT-FOUND TO TRUE.
           PERFORM 2115-LOOKUP-CLASS-SCAN
               THRU 2115-LOOKUP-CLASS-SCAN-EXIT
               UNTIL CL-IDX > WS-CLASS-COUNT OR CLASS-FOUND.

       2115-LOOKUP-CLASS-SCAN.
           IF PROP-CLASS-OUT = WS-CL-CODE(CL-IDX)
               SET CLASS-FOUND TO TRUE
           ELSE
               SET CL-IDX UP BY 1
           END-IF.
       2115-LOOKUP-CLASS-SCAN-EXIT.
           EXIT.

       2120-LOOKUP-SMV.
           SET SV-IDX TO 1.
           SET SMV-NOT-FOUND TO TRUE.
           PERFORM 2125-LOOKUP-SMV-SCAN THRU 2125-LOOKUP-SMV-SCAN-EXIT
               UNTIL SV-IDX > WS-SMV-COUNT OR SMV-FOUND.

       2125-LOOKUP-SMV-SCAN.
           IF PROP-DISTRICT-OUT = WS-SV-DISTRICT(SV-IDX) AND
               PROP-CLASS-OUT = WS-SV-CLASS(SV-IDX)
               SET SMV-FOUND TO TRUE
           ELSE
               SET SV-IDX UP BY 1
           END-IF.
       2125-LOOKUP-SMV-SCAN-EXIT.
           EXIT.

       2130-WRITE-REGISTER-LINE.
           MOVE PROP-LOT-AREA-OUT TO WS-AREA-ED.
           MOVE PROP-UNIT-VAL-OUT TO WS-UNIT-ED.
           MOVE PROP-MARKET-VAL-OUT TO WS-MARKET-ED.
           MOVE WS-CL-ASSESS-LEVEL(CL-IDX) TO WS-LEVEL-ED.
           MOVE WS-OLD-VAL TO WS-OLD-ED.
           MOVE ASSESSED_VAL_OUT TO WS-NEW-ED.
           MOVE SPACES TO PRINT-REC.
           STRING LOT_NUMBER_OUT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               PROP-DISTRICT-OUT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PROP-CLASS-OUT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AREA-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-UNIT-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-MARKET-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-LEVEL-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-OLD-ED DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               WS-NEW-ED DELIMITED BY SIZE
               "  ORD " DELIMITED BY SIZE
               WS-SV-ORD-YEAR(SV-IDX) DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.

       2140-WRITE-SKIP-LINE.
           MOVE WS-OLD-VAL TO WS-OLD-ED.
           MOVE SPACES TO PRINT-REC.
           STRING LOT_NUMBER_OUT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               PROP-DISTRICT-OUT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PROP-CLASS-OUT DELIMITED BY SIZE
               "  *** " DELIMITED BY SIZE
               WS-SKIP-REASON DELIMITED BY SIZE
               "  VALUE ON RECORD " DELIMITED BY SIZE
               WS-OLD-ED DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.

       3000-FINISH.
           MOVE DASH-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE WS-LOTS-SCANNED TO WS-COUNT-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "ACTIVE LOTS SCANNED   : " WS-COUNT-ED
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE WS-LOTS-REVALUED TO WS-COUNT-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "LOTS REVALUED         : " WS-COUNT-ED
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE WS-LOTS-UNCHANGED TO WS-COUNT-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "LOTS ALREADY AT VALUE : " WS-COUNT-ED
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE WS-LOTS-UNMEASURED TO WS-COUNT-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "LOTS WITH NO AREA     : " WS-COUNT-ED
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE WS-LOTS-SKIPPED TO WS-COUNT-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "LOTS SKIPPED          : " WS-COUNT-ED
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE WS-MARKET-TOTAL TO WS-BIG-TOTAL-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "TOTAL MARKET VALUE    : " WS-BIG-TOTAL-ED
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE WS-OLD-TOTAL TO WS-TOTAL-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "TOTAL ASSESSED BEFORE : " WS-TOTAL-ED
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE WS-NEW-TOTAL TO WS-TOTAL-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "TOTAL ASSESSED AFTER  : " WS-TOTAL-ED
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           CLOSE MASTER-FILE.
           CLOSE PRINT-FILE.
           PERFORM 3100-UPDATE-CONTROL-RECORD.
           DISPLAY "REVALUATION COMPLETE.".
           DISPLAY "LOTS REVALUED : " WS-LOTS-REVALUED.
           DISPLAY "LOTS SKIPPED  : " WS-LOTS-SKIPPED.

      ******************************************************************
      * 3100-UPDATE-CONTROL-RECORD - applies the run's accumulated
      * value movement to the MASTCTL running control record.  Seeds
      * a zero record if the control has never existed; the
      * verification batch trues it up on its next pass.
      ******************************************************************
       3100-UPDATE-CONTROL-RECORD.
           OPEN I-O CONTROL-FILE.
           IF WS-FCTL-STATUS = "35"
               OPEN OUTPUT CONTROL-FILE
               MOVE ZERO TO FCTL-RECORD-COUNT
               MOVE ZERO TO FCTL-VALUE-TOTAL
               MOVE ZERO TO FCTL-KEY-TOTAL
               WRITE FCTL-REC
               CLOSE CONTROL-FILE
               OPEN I-O CONTROL-FILE
           END-IF.
           READ CONTROL-FILE
               AT END
                   MOVE ZERO TO FCTL-RECORD-COUNT
                   MOVE ZERO TO FCTL-VALUE-TOTAL
                   MOVE ZERO TO FCTL-KEY-TOTAL
           END-READ.
           ADD WS-FCTL-D-VALUE TO FCTL-VALUE-TOTAL.
           REWRITE FCTL-REC.
           CLOSE CONTROL-FILE.
           MOVE ZERO TO WS-FCTL-D-VALUE.

      ******************************************************************
      * WRITE-HISTORY-RECORD - append one valuation-history row for
      * the lot just revalued, onto MASTHIST, the same convention the
      * property master maintenance program follows.
      ******************************************************************
       WRITE-HISTORY-RECORD.
           OPEN EXTEND HISTORY-FILE.
           IF WS-HIST-STATUS = "35"
               OPEN OUTPUT HISTORY-FILE
               CLOSE HISTORY-FILE
               OPEN EXTEND HISTORY-FILE
           END-IF.
           PERFORM CHECK-HIST-STATUS.
           MOVE LOT_NUMBER_OUT TO HIST-LOT-NUMBER.
           MOVE WS-CURRENT-DATE(1:4) TO HIST-YEAR.
           MOVE ASSESSED_VAL_OUT TO HIST-ASSESSED-VAL.
           MOVE WS-HIST-ACTION TO HIST-ACTION.
           WRITE HISTORY-REC.
           PERFORM CHECK-HIST-STATUS.
           CLOSE HISTORY-FILE.

      ******************************************************************
      * WRITE-AUDIT-RECORD - append one audit row to MASTAUD, the same
      * convention the property master maintenance program follows.
      ******************************************************************
       WRITE-AUDIT-RECORD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUD-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
               CLOSE AUDIT-FILE
               OPEN EXTEND AUDIT-FILE
           END-IF.
           PERFORM CHECK-AUD-STATUS.
           MOVE SPACES TO AUD-TIMESTAMP.
           STRING WS-CURRENT-DATE DELIMITED BY SIZE
               WS-CURRENT-TIME DELIMITED BY SIZE
               INTO AUD-TIMESTAMP.
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR-ID.
           MOVE WS-AUD-LOT-NUMBER TO AUD-LOT-NUMBER.
           MOVE WS-AUD-ACTION TO AUD-ACTION.
           MOVE WS-AUD-BEFORE-VAL TO AUD-BEFORE-VAL.
           MOVE WS-AUD-AFTER-VAL TO AUD-AFTER-VAL.
           MOVE SPACES TO AUD-APPROVER-ID.
           WRITE AUDIT-REC.
           PERFORM CHECK-AUD-STATUS.
           CLOSE AUDIT-FILE.

      ******************************************************************
      * ABEND-FILE-ERROR - common stop point for any file operation
      * that comes back with a status this program was not already
      * expecting to handle.
      ******************************************************************
       ABEND-FILE-ERROR.
           DISPLAY "*** FILE ERROR ON " WS-ERR-FILE-NAME.
           DISPLAY "*** FILE STATUS = " WS-ERR-STATUS.
           DISPLAY "REVALUATION TERMINATED - SEE FILE STATUS ABOVE.".
           STOP RUN.

       CHECK-MASTER-STATUS.
           IF WS-MASTER-STATUS NOT = "00"
               MOVE "MASTER-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-MASTER-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-CLASS-STATUS.
           IF WS-CLASS-STATUS NOT = "00"
               MOVE "CLASS-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-CLASS-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-SMV-STATUS.
           IF WS-SMV-STATUS NOT = "00"
               MOVE "SMV-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-SMV-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-HIST-STATUS.
           IF WS-HIST-STATUS NOT = "00"
               MOVE "HISTORY-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-HIST-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-AUD-STATUS.
           IF WS-AUD-STATUS NOT = "00"
               MOVE "AUDIT-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-AUD-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-PRINT-STATUS.
           IF WS-PRINT-STATUS NOT = "00"
               MOVE "PRINT-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-PRINT-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       END PROGRAM SMVREVAL.
