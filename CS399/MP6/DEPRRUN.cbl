      ******************************************************************
      * Author:
      * Date:
      * Purpose: Year-end depreciation run - writes every active
      *          building and machinery row on IMPFILE down to its
      *          depreciated value under the assessor's depreciation
      *          schedule on DEPRTAB (a rate per year and a floor
      *          percentage per improvement class), aged from the year
      *          each improvement was built or installed.  A before/
      *          after register with control totals goes to DEPRRPT,
      *          and each lot whose improvements moved has its new
      *          land-plus-improvements total carried to MASTHIST and
      *          MASTAUD the same way the maintenance program records
      *          a change of value.  An improvement is written down
      *          once per depreciation year, so a rerun takes nothing
      *          twice.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPRRUN.
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

       SELECT IMPROVE-FILE
           ASSIGN TO "IMPFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IMP-KEY
           FILE STATUS IS WS-IMP-STATUS.

       SELECT DEPR-FILE
           ASSIGN TO "DEPRTAB"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-DEPR-STATUS.

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
           ASSIGN TO "DEPRRPT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD MASTER-FILE
           DATA RECORD IS OUTPUT-REC.

       COPY "PROPREC.cpy".

      ******************************************************************
      * IMPROVE-FILE - improvement components per lot, keyed by lot
      * number plus sequence, read in key order so each lot's rows
      * arrive together.
      ******************************************************************
       FD IMPROVE-FILE
           DATA RECORD IS IMP-REC.

       COPY "IMPREC.cpy".

      ******************************************************************
      * DEPR-FILE - depreciation schedule, one row per improvement
      * class, read into memory once.  Seeded with the assessor's
      * standing schedule the first time the run finds none.
      ******************************************************************
       FD DEPR-FILE
           DATA RECORD IS DEPR-REC.

       COPY "DEPRREC.cpy".

       FD HISTORY-FILE
           DATA RECORD IS HISTORY-REC.

       COPY "HISTREC.cpy".

       FD AUDIT-FILE
           DATA RECORD IS AUDIT-REC.

       COPY "AUDREC.cpy".

       FD PRINT-FILE
           DATA RECORD IS PRINT-REC.

       01 PRINT-REC PIC X(132).

       WORKING-STORAGE SECTION.
      * WS-MASTER-PATH DEFAULTS TO THE SHOP'S USUAL LOCATION BUT CAN BE
      * OVERRIDDEN BY SETTING THE MASTERFILE ENVIRONMENT VARIABLE, THE
      * SAME AS THE PROPERTY-MASTER MAINTENANCE PROGRAM.
       01 WS-MASTER-PATH PIC X(100)
           VALUE "C:\Users\Edison\Desktop\MP6\MASTER-FILE.DAT".
       01 WS-ENV-MASTER-PATH PIC X(100) VALUE SPACES.
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-IMP-STATUS PIC X(2).
       01 WS-DEPR-STATUS PIC X(2).
       01 WS-HIST-STATUS PIC X(2).
       01 WS-AUD-STATUS PIC X(2).
       01 WS-PRINT-STATUS PIC X(2).
       01 WS-EOF PIC X(1) VALUE "N".
       01 DASH-LINE PIC X(120) VALUE ALL "-".

       01 WS-CURRENT-DATE PIC 9(8) VALUE ZERO.
       01 WS-CURRENT-TIME PIC 9(8) VALUE ZERO.
       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       01 WS-DEPR-YEAR PIC 9(4) VALUE ZERO.
       01 WS-HIST-ACTION PIC X.
       01 WS-AUD-ACTION PIC X(6).
       01 WS-AUD-LOT-NUMBER PIC 999999999.
       01 WS-AUD-BEFORE-VAL PIC 999999V99.
       01 WS-AUD-AFTER-VAL PIC 999999V99.

      ******************************************************************
      * DEPRECIATION SCHEDULE IN MEMORY.
      ******************************************************************
       01 WS-DEPR-EOF PIC X VALUE "N".
       01 WS-DEPR-COUNT PIC 99 VALUE ZERO.
       01 WS-DEPR-FOUND-SWITCH PIC X VALUE "N".
           88 DEPR-FOUND VALUE "Y".
           88 DEPR-NOT-FOUND VALUE "N".
       01 WS-DEPR-TABLE.
           05 WS-DEPR-ENTRY OCCURS 10 TIMES INDEXED BY DP-IDX.
               10 WS-DP-CLASS PIC X(1).
               10 WS-DP-RATE PIC 99V99.
               10 WS-DP-FLOOR-PCT PIC 99V99.

      ******************************************************************
      * PER-IMPROVEMENT WORKING FIGURES.
      ******************************************************************
       01 WS-AGE PIC 9(4) VALUE ZERO.
       01 WS-PCT-LEFT PIC S9(5)V99 VALUE ZERO.
       01 WS-OLD-VAL PIC 999999V99 VALUE ZERO.
       01 WS-NEW-VAL PIC 9(7)V99 VALUE ZERO.
       01 WS-FLOOR-SWITCH PIC X VALUE "N".
           88 AT-FLOOR VALUE "Y".
           88 ABOVE-FLOOR VALUE "N".
       01 WS-SKIP-REASON PIC X(40) VALUE SPACES.

      ******************************************************************
      * PER-LOT ACCUMULATORS - THE LOT'S ACTIVE IMPROVEMENT VALUE
      * BEFORE AND AFTER THE RUN, CARRIED TO THE MASTER TRAIL AT EACH
      * CHANGE OF LOT NUMBER.
      ******************************************************************
       01 WS-CUR-LOT PIC 9(9) VALUE ZERO.
       01 WS-LOT-OLD-IMP PIC 9(8)V99 VALUE ZERO.
       01 WS-LOT-NEW-IMP PIC 9(8)V99 VALUE ZERO.
       01 WS-LOT-OLD-TOTAL PIC 9(8)V99 VALUE ZERO.
       01 WS-LOT-NEW-TOTAL PIC 9(8)V99 VALUE ZERO.
       01 WS-LOT-CHANGED-SWITCH PIC X VALUE "N".
           88 LOT-CHANGED VALUE "Y".
           88 LOT-UNCHANGED VALUE "N".

       01 WS-IMPS-READ PIC 9(5) VALUE ZERO.
       01 WS-IMPS-WRITTEN-DOWN PIC 9(5) VALUE ZERO.
       01 WS-IMPS-AT-FLOOR PIC 9(5) VALUE ZERO.
       01 WS-IMPS-ALREADY-TAKEN PIC 9(5) VALUE ZERO.
       01 WS-IMPS-SKIPPED PIC 9(5) VALUE ZERO.
       01 WS-LOTS-CARRIED PIC 9(5) VALUE ZERO.
       01 WS-LOTS-NOT-ON-MASTER PIC 9(5) VALUE ZERO.
       01 WS-OLD-TOTAL PIC 9(10)V99 VALUE ZERO.
       01 WS-NEW-TOTAL PIC 9(10)V99 VALUE ZERO.
       01 WS-DEPR-TOTAL PIC 9(10)V99 VALUE ZERO.

      * REGISTER LINE EDIT FIELDS.
       01 WS-AGE-ED PIC ZZZ9.
       01 WS-RATE-ED PIC Z9.99.
       01 WS-PCT-ED PIC ZZ9.99.
       01 WS-BASE-ED PIC ZZZ,ZZ9.99.
       01 WS-OLD-ED PIC ZZZ,ZZ9.99.
       01 WS-NEW-ED PIC ZZZ,ZZ9.99.
       01 WS-LOT-TOTAL-ED PIC ZZ,ZZZ,ZZ9.99.
       01 WS-LOT-TOTAL-ED2 PIC ZZ,ZZZ,ZZ9.99.
       01 WS-COUNT-ED PIC ZZ,ZZ9.
       01 WS-TOTAL-ED PIC Z,ZZZ,ZZZ,ZZ9.99.

      * WS-ERR-FILE-NAME/WS-ERR-STATUS ARE SET BY THE CHECK-xxx-STATUS
      * PARAGRAPHS BELOW BEFORE PERFORMING ABEND-FILE-ERROR.
       01 WS-ERR-FILE-NAME PIC X(20).
       01 WS-ERR-STATUS PIC X(2).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-DEPRECIATE THRU 2000-DEPRECIATE-EXIT
               UNTIL WS-EOF = "Y".
           IF WS-CUR-LOT NOT = ZERO
               PERFORM 2500-CARRY-LOT-TOTAL THRU 2500-CARRY-LOT-EXIT
           END-IF.
           PERFORM 3000-FINISH.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-ENV-MASTER-PATH FROM ENVIRONMENT "MASTERFILE".
           IF WS-ENV-MASTER-PATH NOT = SPACES
               MOVE WS-ENV-MASTER-PATH TO WS-MASTER-PATH
           END-IF.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           DISPLAY "YEAR-END DEPRECIATION OF BUILDINGS AND MACHINERY".
           DISPLAY "OPERATOR ID FOR THE AUDIT TRAIL : ".
           ACCEPT WS-OPERATOR-ID.
           DISPLAY "DEPRECIATION YEAR (YYYY, 0 = THIS YEAR) : ".
           ACCEPT WS-DEPR-YEAR.
           IF WS-DEPR-YEAR = ZERO
               MOVE WS-CURRENT-DATE(1:4) TO WS-DEPR-YEAR
           END-IF.
           PERFORM 1200-LOAD-DEPR-TABLE.

           OPEN I-O IMPROVE-FILE.
           IF WS-IMP-STATUS = "35"
               DISPLAY "NO IMPROVEMENT FILE ON HAND - NOTHING TO "
                   "DEPRECIATE."
               STOP RUN
           END-IF.
           PERFORM CHECK-IMP-STATUS.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS = "35"
               DISPLAY "NO PROPERTY MASTER FILE ON HAND - NOTHING TO "
                   "DEPRECIATE."
               STOP RUN
           END-IF.
           PERFORM CHECK-MASTER-STATUS.
           OPEN OUTPUT PRINT-FILE.
           PERFORM CHECK-PRINT-STATUS.
           PERFORM 1100-WRITE-HEADER.

       1100-WRITE-HEADER.
           MOVE SPACES TO PRINT-REC.
           STRING "COUNTY ASSESSOR - DEPRECIATION REGISTER FOR "
               DELIMITED BY SIZE
               WS-DEPR-YEAR DELIMITED BY SIZE
               "  RUN " DELIMITED BY SIZE
               WS-CURRENT-DATE DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE SPACES TO PRINT-REC.
           STRING "LOT NUMBER SQ C BUILT  AGE  RATE  PCT LEFT"
               DELIMITED BY SIZE
               "  BASE VALUE  BEFORE VALUE   AFTER VALUE"
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE DASH-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.

      ******************************************************************
      * 1200-LOAD-DEPR-TABLE - loads the depreciation schedule,
      * seeding the standing schedule the first time none is found.
      ******************************************************************
       1200-LOAD-DEPR-TABLE.
           OPEN INPUT DEPR-FILE.
           IF WS-DEPR-STATUS = "35"
               PERFORM 1220-WRITE-DEFAULT-DEPR-TABLE
               OPEN INPUT DEPR-FILE
           END-IF.
           PERFORM CHECK-DEPR-STATUS.
           PERFORM 1210-LOAD-DEPR-ENTRY THRU 1210-LOAD-DEPR-ENTRY-EXIT
               UNTIL WS-DEPR-EOF = "Y".
           CLOSE DEPR-FILE.

       1210-LOAD-DEPR-ENTRY.
           READ DEPR-FILE
               AT END
                   MOVE "Y" TO WS-DEPR-EOF
               NOT AT END
                   IF WS-DEPR-COUNT < 10
                       ADD 1 TO WS-DEPR-COUNT
                       SET DP-IDX TO WS-DEPR-COUNT
                       MOVE DEPR-CLASS TO WS-DP-CLASS(DP-IDX)
                       MOVE DEPR-RATE TO WS-DP-RATE(DP-IDX)
                       MOVE DEPR-FLOOR-PCT TO WS-DP-FLOOR-PCT(DP-IDX)
                   END-IF
           END-READ.
       1210-LOAD-DEPR-ENTRY-EXIT.
           EXIT.

       1220-WRITE-DEFAULT-DEPR-TABLE.
           OPEN OUTPUT DEPR-FILE.
           MOVE "R" TO DEPR-CLASS.
           MOVE "RESIDENTIAL" TO DEPR-DESC.
           MOVE 2.00 TO DEPR-RATE.
           MOVE 20.00 TO DEPR-FLOOR-PCT.
           WRITE DEPR-REC.
           MOVE "C" TO DEPR-CLASS.
           MOVE "COMMERCIAL" TO DEPR-DESC.
           MOVE 2.50 TO DEPR-RATE.
           MOVE 20.00 TO DEPR-FLOOR-PCT.
           WRITE DEPR-REC.
           MOVE "A" TO DEPR-CLASS.
           MOVE "AGRICULTURAL" TO DEPR-DESC.
           MOVE 3.00 TO DEPR-RATE.
           MOVE 20.00 TO DEPR-FLOOR-PCT.
           WRITE DEPR-REC.
           MOVE "I" TO DEPR-CLASS.
           MOVE "INDUSTRIAL" TO DEPR-DESC.
           MOVE 5.00 TO DEPR-RATE.
           MOVE 15.00 TO DEPR-FLOOR-PCT.
           WRITE DEPR-REC.
           CLOSE DEPR-FILE.

       2000-DEPRECIATE.
           READ IMPROVE-FILE NEXT RECORD
           AT END
               MOVE "Y" TO WS-EOF
           NOT AT END
               IF IMP-LOT-NUMBER NOT = WS-CUR-LOT
                   IF WS-CUR-LOT NOT = ZERO
                       PERFORM 2500-CARRY-LOT-TOTAL
                           THRU 2500-CARRY-LOT-EXIT
                   END-IF
                   MOVE IMP-LOT-NUMBER TO WS-CUR-LOT
                   MOVE ZERO TO WS-LOT-OLD-IMP WS-LOT-NEW-IMP
                   SET LOT-UNCHANGED TO TRUE
               END-IF
               IF IMP-ACTIVE
                   ADD 1 TO WS-IMPS-READ
                   ADD IMP-VALUE TO WS-LOT-OLD-IMP
                   PERFORM 2100-DEPRECIATE-ONE THRU 2100-DEPRECIATE-DONE
                   ADD IMP-VALUE TO WS-LOT-NEW-IMP
               END-IF
           END-READ.
           IF WS-IMP-STATUS NOT = "00" AND WS-IMP-STATUS NOT = "10"
               AND WS-IMP-STATUS NOT = "02"
               MOVE "IMPROVE-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-IMP-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.
       2000-DEPRECIATE-EXIT.
           EXIT.

      ******************************************************************
      * 2100-DEPRECIATE-ONE - ages one active improvement from its
      * year built to the depreciation year and writes it down to
      * what is left of its base value, held at the class floor.  A
      * row already taken for this year, with no year built on record,
      * or of a class the schedule does not carry is listed and left.
      ******************************************************************
       2100-DEPRECIATE-ONE.
           MOVE IMP-VALUE TO WS-OLD-VAL.
           IF IMP-DEPR-YEAR NOT < WS-DEPR-YEAR
               ADD 1 TO WS-IMPS-ALREADY-TAKEN
               GO TO 2100-DEPRECIATE-DONE
           END-IF.
           IF IMP-YEAR-BUILT = ZERO OR IMP-YEAR-BUILT > WS-DEPR-YEAR
               ADD 1 TO WS-IMPS-SKIPPED
               MOVE "NO USABLE YEAR BUILT - VALUE LEFT AS KEYED"
                   TO WS-SKIP-REASON
               PERFORM 2140-WRITE-SKIP-LINE
               GO TO 2100-DEPRECIATE-DONE
           END-IF.
           PERFORM 2110-LOOKUP-DEPR.
           IF DEPR-NOT-FOUND
               ADD 1 TO WS-IMPS-SKIPPED
               MOVE "CLASS NOT ON DEPRTAB - VALUE LEFT AS KEYED"
                   TO WS-SKIP-REASON
               PERFORM 2140-WRITE-SKIP-LINE
               GO TO 2100-DEPRECIATE-DONE
           END-IF.
      * A ROW KEYED BEFORE THE BASE VALUE WAS CARRIED TAKES ITS
      * CURRENT VALUE AS THE BASE.
           IF IMP-BASE-VALUE = ZERO
               MOVE IMP-VALUE TO IMP-BASE-VALUE
           END-IF.
           COMPUTE WS-AGE = WS-DEPR-YEAR - IMP-YEAR-BUILT.
           COMPUTE WS-PCT-LEFT = 100 - (WS-DP-RATE(DP-IDX) * WS-AGE).
           SET ABOVE-FLOOR TO TRUE.
           IF WS-PCT-LEFT < WS-DP-FLOOR-PCT(DP-IDX)
               MOVE WS-DP-FLOOR-PCT(DP-IDX) TO WS-PCT-LEFT
               SET AT-FLOOR TO TRUE
               ADD 1 TO WS-IMPS-AT-FLOOR
           END-IF.
           COMPUTE WS-NEW-VAL ROUNDED =
               IMP-BASE-VALUE * WS-PCT-LEFT / 100.
      * THE RUN ONLY EVER WRITES A VALUE DOWN; A ROW ALREADY KEYED
      * BELOW ITS SCHEDULE VALUE STAYS WHERE IT IS.
           IF WS-NEW-VAL < IMP-VALUE
               MOVE WS-NEW-VAL TO IMP-VALUE
               ADD 1 TO WS-IMPS-WRITTEN-DOWN
               SET LOT-CHANGED TO TRUE
               ADD WS-OLD-VAL TO WS-OLD-TOTAL
               ADD IMP-VALUE TO WS-NEW-TOTAL
               COMPUTE WS-DEPR-TOTAL =
                   WS-DEPR-TOTAL + WS-OLD-VAL - IMP-VALUE
           END-IF.
           MOVE WS-DEPR-YEAR TO IMP-DEPR-YEAR.
           REWRITE IMP-REC.
           PERFORM CHECK-IMP-STATUS.
           PERFORM 2130-WRITE-REGISTER-LINE.
       2100-DEPRECIATE-DONE.
           EXIT.

       2110-LOOKUP-DEPR.
           SET DP-IDX TO 1.
           SET DEPR-NOT-FOUND TO TRUE.
           PERFORM 2115-LOOKUP-DEPR-SCAN THRU 2115-LOOKUP-DEPR-SCAN-EXIT
               UNTIL DP-IDX > WS-DEPR-COUNT OR DEPR-FOUND.

       2115-LOOKUP-DEPR-SCAN.
           IF IMP-CLASS = WS-DP-CLASS(DP-IDX)
               SET DEPR-FOUND TO TRUE
           ELSE
               SET DP-IDX UP BY 1
           END-IF.
       2115-LOOKUP-DEPR-SCAN-EXIT.
           EXIT.

       2130-WRITE-REGISTER-LINE.
           MOVE WS-AGE TO WS-AGE-ED.
           MOVE WS-DP-RATE(DP-IDX) TO WS-RATE-ED.
           MOVE WS-PCT-LEFT TO WS-PCT-ED.
           MOVE IMP-BASE-VALUE TO WS-BASE-ED.
           MOVE WS-OLD-VAL TO WS-OLD-ED.
           MOVE IMP-VALUE TO WS-NEW-ED.
           MOVE SPACES TO PRINT-REC.
           STRING IMP-LOT-NUMBER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               IMP-SEQ DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               IMP-CLASS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               IMP-YEAR-BUILT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AGE-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RATE-ED DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-PCT-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-BASE-ED DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               WS-OLD-ED DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               WS-NEW-ED DELIMITED BY SIZE
               INTO PRINT-REC.
           IF AT-FLOOR
               MOVE "FLOOR" TO PRINT-REC(96:5)
           END-IF.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.

       2140-WRITE-SKIP-LINE.
           MOVE WS-OLD-VAL TO WS-OLD-ED.
           MOVE SPACES TO PRINT-REC.
           STRING IMP-LOT-NUMBER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               IMP-SEQ DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               IMP-CLASS DELIMITED BY SIZE
               "  *** " DELIMITED BY SIZE
               WS-SKIP-REASON DELIMITED BY SIZE
               "  VALUE " DELIMITED BY SIZE
               WS-OLD-ED DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.

      ******************************************************************
      * 2500-CARRY-LOT-TOTAL - at each change of lot, a lot whose
      * improvements moved has its land-plus-improvements total before
      * and after the run carried to MASTHIST and MASTAUD.  The land
      * itself stays on the master as it was.  The trail fields hold
      * up to 999,999.99, so a larger total is carried at that cap.
      ******************************************************************
       2500-CARRY-LOT-TOTAL.
           IF LOT-UNCHANGED
               GO TO 2500-CARRY-LOT-EXIT
           END-IF.
           MOVE WS-CUR-LOT TO LOT_NUMBER_OUT.
           READ MASTER-FILE KEY IS LOT_NUMBER_OUT
               INVALID KEY
                   ADD 1 TO WS-LOTS-NOT-ON-MASTER
                   MOVE SPACES TO PRINT-REC
                   STRING "          *** LOT " DELIMITED BY SIZE
                       WS-CUR-LOT DELIMITED BY SIZE
                       " NOT ON THE MASTER - NO TRAIL WRITTEN"
                       DELIMITED BY SIZE INTO PRINT-REC
                   WRITE PRINT-REC
                   PERFORM CHECK-PRINT-STATUS
                   GO TO 2500-CARRY-LOT-EXIT
           END-READ.
           PERFORM CHECK-MASTER-STATUS.
           COMPUTE WS-LOT-OLD-TOTAL = ASSESSED_VAL_OUT + WS-LOT-OLD-IMP.
           COMPUTE WS-LOT-NEW-TOTAL = ASSESSED_VAL_OUT + WS-LOT-NEW-IMP.
           ADD 1 TO WS-LOTS-CARRIED.
           MOVE WS-LOT-OLD-TOTAL TO WS-LOT-TOTAL-ED.
           MOVE WS-LOT-NEW-TOTAL TO WS-LOT-TOTAL-ED2.
           MOVE SPACES TO PRINT-REC.
           STRING "          LOT TOTAL (LAND + IMPROVEMENTS) BEFORE "
               DELIMITED BY SIZE
               WS-LOT-TOTAL-ED DELIMITED BY SIZE
               "  AFTER " DELIMITED BY SIZE
               WS-LOT-TOTAL-ED2 DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           IF WS-LOT-OLD-TOTAL > 999999.99
               MOVE 999999.99 TO WS-LOT-OLD-TOTAL
           END-IF.
           IF WS-LOT-NEW-TOTAL > 999999.99
               MOVE 999999.99 TO WS-LOT-NEW-TOTAL
           END-IF.
           MOVE "U" TO WS-HIST-ACTION.
           PERFORM WRITE-HISTORY-RECORD.
           MOVE "IMPDEP" TO WS-AUD-ACTION.
           MOVE WS-CUR-LOT TO WS-AUD-LOT-NUMBER.
           MOVE WS-LOT-OLD-TOTAL TO WS-AUD-BEFORE-VAL.
           MOVE WS-LOT-NEW-TOTAL TO WS-AUD-AFTER-VAL.
           PERFORM WRITE-AUDIT-RECORD.
       2500-CARRY-LOT-EXIT.
           EXIT.

       3000-FINISH.
           MOVE DASH-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE WS-IMPS-READ TO WS-COUNT-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "ACTIVE IMPROVEMENTS READ   : " WS-COUNT-ED
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE WS-IMPS-WRITTEN-DOWN TO WS-COUNT-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "IMPROVEMENTS WRITTEN DOWN  : " WS-COUNT-ED
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE WS-IMPS-AT-FLOOR TO WS-COUNT-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "HELD AT THE CLASS FLOOR    : " WS-COUNT-ED
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE WS-IMPS-ALREADY-TAKEN TO WS-COUNT-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "ALREADY TAKEN FOR THE YEAR : " WS-COUNT-ED
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE WS-IMPS-SKIPPED TO WS-COUNT-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "IMPROVEMENTS SKIPPED       : " WS-COUNT-ED
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE WS-LOTS-CARRIED TO WS-COUNT-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "LOTS CARRIED TO THE MASTER : " WS-COUNT-ED
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE WS-LOTS-NOT-ON-MASTER TO WS-COUNT-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "LOTS NOT ON THE MASTER     : " WS-COUNT-ED
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE WS-OLD-TOTAL TO WS-TOTAL-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "VALUE BEFORE WRITE-DOWN    : " WS-TOTAL-ED
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE WS-NEW-TOTAL TO WS-TOTAL-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "VALUE AFTER WRITE-DOWN     : " WS-TOTAL-ED
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE WS-DEPR-TOTAL TO WS-TOTAL-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "DEPRECIATION FOR THE YEAR  : " WS-TOTAL-ED
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           CLOSE IMPROVE-FILE.
           CLOSE MASTER-FILE.
           CLOSE PRINT-FILE.
           DISPLAY "DEPRECIATION RUN COMPLETE.".
           DISPLAY "IMPROVEMENTS WRITTEN DOWN : " WS-IMPS-WRITTEN-DOWN.
           DISPLAY "LOTS CARRIED TO MASTER    : " WS-LOTS-CARRIED.

      ******************************************************************
      * WRITE-HISTORY-RECORD - append one valuation-history row for
      * the lot just carried, onto MASTHIST, the same convention the
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
           MOVE WS-CUR-LOT TO HIST-LOT-NUMBER.
           MOVE WS-DEPR-YEAR TO HIST-YEAR.
           MOVE WS-LOT-NEW-TOTAL TO HIST-ASSESSED-VAL.
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
           DISPLAY "DEPRECIATION TERMINATED - SEE FILE STATUS ABOVE.".
           STOP RUN.

       CHECK-MASTER-STATUS.
           IF WS-MASTER-STATUS NOT = "00"
               MOVE "MASTER-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-MASTER-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-IMP-STATUS.
           IF WS-IMP-STATUS NOT = "00"
               MOVE "IMPROVE-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-IMP-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-DEPR-STATUS.
           IF WS-DEPR-STATUS NOT = "00"
               MOVE "DEPR-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-DEPR-STATUS TO WS-ERR-STATUS
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

       END PROGRAM DEPRRUN.
