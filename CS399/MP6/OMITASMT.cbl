      ******************************************************************
      * Author:
      * Date:
      * Purpose: Omitted property back-tax - when field inspection
      *          turns up a lot or a building that was never declared,
      *          assesses and bills it for the prior years it escaped,
      *          back to the year it came into existence but no more
      *          than ten years.  Each escaped year is taxed at the
      *          class level and rates in force that year (CLASSHIS,
      *          falling back on the current CLASSTAB where no history
      *          is on file) and lands on TAXLEDG as that year's row,
      *          basic and SEF lines apart, so collections, the
      *          delinquency run and the ledger card take it up like
      *          any other bill.  An omitted-property notice with the
      *          year-by-year computation goes to OMITNOT for the
      *          owner, and the assessment is signed on MASTAUD.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OMITASMT.
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

       SELECT LEDGER-FILE
           ASSIGN TO "TAXLEDG"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LEDG-KEY
           FILE STATUS IS WS-LEDG-STATUS.

       SELECT CLASS-FILE
           ASSIGN TO "CLASSTAB"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CLASS-STATUS.

       SELECT CLASS-HIST-FILE
           ASSIGN TO "CLASSHIS"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CLSH-STATUS.

       SELECT EXEMPT-FILE
           ASSIGN TO "EXMPTAB"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-EXMP-STATUS.

       SELECT ADDRESS-FILE
           ASSIGN TO "ADDRFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ADDR-OWNER-NAME
           FILE STATUS IS WS-ADDR-STATUS.

       SELECT AUDIT-FILE
           ASSIGN TO "MASTAUD"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-AUD-STATUS.

       SELECT PRINT-FILE
           ASSIGN TO "OMITNOT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD MASTER-FILE
           DATA RECORD IS OUTPUT-REC.

       COPY "PROPREC.cpy".

       FD IMPROVE-FILE
           DATA RECORD IS IMP-REC.

       COPY "IMPREC.cpy".

      ******************************************************************
      * LEDGER-FILE - tax receivables ledger keyed by billing year
      * plus lot; each escaped year lands as that year's row.
      ******************************************************************
       FD LEDGER-FILE
           DATA RECORD IS LEDGER-REC.

       COPY "LEDGREC.cpy".

       FD CLASS-FILE
           DATA RECORD IS CLASS-REC.

       COPY "CLASSREC.cpy".

       FD CLASS-HIST-FILE
           DATA RECORD IS CLSH-REC.

       COPY "CLSHREC.cpy".

       FD EXEMPT-FILE
           DATA RECORD IS EXMP-REC.

       COPY "EXMPREC.cpy".

       FD ADDRESS-FILE
           DATA RECORD IS ADDR-REC.

       COPY "ADDRREC.cpy".

       FD AUDIT-FILE
           DATA RECORD IS AUDIT-REC.

       COPY "AUDREC.cpy".

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
       01 WS-IMP-STATUS PIC X(2).
       01 WS-LEDG-STATUS PIC X(2).
       01 WS-CLASS-STATUS PIC X(2).
       01 WS-CLSH-STATUS PIC X(2).
       01 WS-EXMP-STATUS PIC X(2).
       01 WS-ADDR-STATUS PIC X(2).
       01 WS-AUD-STATUS PIC X(2).
       01 WS-PRINT-STATUS PIC X(2).
       01 DASH-LINE PIC X(90) VALUE ALL "-".

       01 OPTION PIC 9.
       01 WS-QUIT-SWITCH PIC X VALUE "N".
           88 QUIT-REQUESTED VALUE "Y".
       01 WS-TODAY PIC 9(8) VALUE ZERO.
       01 WS-THIS-YEAR PIC 9(4) VALUE ZERO.
       01 WS-CURRENT-TIME PIC 9(8) VALUE ZERO.
       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       01 WS-CONFIRM PIC X(1) VALUE SPACE.

       01 WS-LOOKUP-LOT PIC 999999999 VALUE ZERO.
       01 WS-FOUND-SWITCH PIC X VALUE "N".
           88 LOT-FOUND VALUE "Y".
           88 LOT-NOT-FOUND VALUE "N".

      ******************************************************************
      * WHAT ESCAPED - THE WHOLE LOT (LAND AND EVERY ACTIVE
      * IMPROVEMENT) OR ONE BUILDING ON A LOT THAT WAS OTHERWISE
      * BILLED.  A WHOLE LOT SKIPS ANY YEAR ALREADY ON THE LEDGER; A
      * BUILDING'S BACK-TAX IS ADDED TO THAT YEAR'S ROW.
      ******************************************************************
       01 WS-SCOPE PIC X(1) VALUE SPACE.
           88 SCOPE-WHOLE-LOT VALUE "W".
           88 SCOPE-BUILDING VALUE "B".
       01 WS-IMP-SEQ-IN PIC 99 VALUE ZERO.
       01 WS-IMP-DESC PIC X(20) VALUE SPACES.
       01 WS-IMP-EOF PIC X VALUE "N".
       01 WS-IMP-SUM PIC 9(7)V99 VALUE ZERO.
       01 WS-VALUE-BASE PIC 9(9)V99 VALUE ZERO.
       01 WS-EXIST-YEAR PIC 9(4) VALUE ZERO.
       01 WS-FIRST-YEAR PIC 9(4) VALUE ZERO.
       01 WS-LAST-YEAR PIC 9(4) VALUE ZERO.
       01 WS-BACK-LIMIT PIC 99 VALUE 10.
       01 WS-CLASS-CODE PIC X(1) VALUE SPACE.

      ******************************************************************
      * CURRENT CLASS SCHEDULE, SCHEDULE HISTORY AND EXEMPTIONS IN
      * MEMORY.  THE SEF RATE STANDS IN FOR ANY YEAR WORKED OFF THE
      * CURRENT SCHEDULE, THE SAME RATE THE BILLING RUN LEVIES.
      ******************************************************************
       01 WS-CLASS-EOF PIC X VALUE "N".
       01 WS-CLASS-COUNT PIC 99 VALUE ZERO.
       01 WS-CLASS-FOUND-SWITCH PIC X VALUE "N".
           88 CLASS-FOUND VALUE "Y".
           88 CLASS-NOT-FOUND VALUE "N".
       01 WS-CLASS-TABLE.
           05 WS-CLASS-ENTRY OCCURS 10 TIMES INDEXED BY CL-IDX.
               10 WS-CL-CODE PIC X(1).
               10 WS-CL-ASSESS-LEVEL PIC V99.
               10 WS-CL-TAX-RATE PIC 9V999.
       01 WS-STANDING-SEF-RATE PIC 9V999 VALUE .010.
       01 WS-CLSH-EOF PIC X VALUE "N".
       01 WS-CLSH-COUNT PIC 999 VALUE ZERO.
       01 WS-CLSH-TABLE.
           05 WS-CLSH-ENTRY OCCURS 300 TIMES INDEXED BY CH-IDX.
               10 WS-CH-YEAR PIC 9(4).
               10 WS-CH-CLASS PIC X(1).
               10 WS-CH-ASSESS-LEVEL PIC V99.
               10 WS-CH-TAX-RATE PIC 9V999.
               10 WS-CH-SEF-RATE PIC 9V999.
       01 WS-BEST-YEAR PIC 9(4) VALUE ZERO.
       01 WS-EXMP-EOF PIC X VALUE "N".
       01 WS-EXMP-COUNT PIC 99 VALUE ZERO.
       01 WS-EXEMPT-FOUND-SWITCH PIC X VALUE "N".
           88 EXEMPT-FOUND VALUE "Y".
           88 EXEMPT-NOT-FOUND VALUE "N".
       01 WS-EXEMPT-TABLE.
           05 WS-EXEMPT-ENTRY OCCURS 20 TIMES INDEXED BY EX-IDX.
               10 WS-EX-CODE PIC X(2).
               10 WS-EX-PCT PIC 9V99.
       01 WS-EXEMPT-PCT-IN-HAND PIC 9V99 VALUE ZERO.

      ******************************************************************
      * THE YEAR-BY-YEAR COMPUTATION, WORKED IN FULL BEFORE ANYTHING IS
      * POSTED SO THE CLERK SEES IT AND CONFIRMS.  WS-BY-NOTE IS "H"
      * FOR A YEAR WORKED OFF THE SCHEDULE HISTORY, "C" FOR ONE WORKED
      * OFF THE CURRENT SCHEDULE, "B" FOR A YEAR THE WHOLE LOT WAS
      * ALREADY BILLED, "O" FOR A YEAR TOO LARGE FOR THE LEDGER.
      ******************************************************************
       01 WS-BY-COUNT PIC 99 VALUE ZERO.
       01 WS-BACK-TABLE.
           05 WS-BACK-YEAR-ENTRY OCCURS 10 TIMES INDEXED BY BY-IDX.
               10 WS-BY-YEAR PIC 9(4).
               10 WS-BY-LEVEL PIC V99.
               10 WS-BY-TAX-RATE PIC 9V999.
               10 WS-BY-SEF-RATE PIC 9V999.
               10 WS-BY-TAXABLE PIC 9(9)V99.
               10 WS-BY-BASIC PIC 9(7)V99.
               10 WS-BY-SEF PIC 9(7)V99.
               10 WS-BY-NOTE PIC X(1).
                   88 BY-FROM-HISTORY VALUE "H".
                   88 BY-FROM-CURRENT VALUE "C".
                   88 BY-ALREADY-BILLED VALUE "B".
                   88 BY-OVER-LEDGER VALUE "O".
       01 WS-WORK-YEAR PIC 9(4) VALUE ZERO.
       01 WS-LEDG-FILE-SWITCH PIC X VALUE "N".
           88 LEDG-FILE-ON-HAND VALUE "Y".
       01 WS-LEDG-FOUND-SWITCH PIC X VALUE "N".
           88 LEDGER-FOUND VALUE "Y".
           88 LEDGER-NOT-FOUND VALUE "N".

       01 WS-YEARS-BILLED PIC 99 VALUE ZERO.
       01 WS-BASIC-TOTAL PIC 9(8)V99 VALUE ZERO.
       01 WS-SEF-TOTAL PIC 9(8)V99 VALUE ZERO.
       01 WS-GRAND-TOTAL PIC 9(8)V99 VALUE ZERO.

       01 WS-LEVEL-ED PIC .99.
       01 WS-RATE-ED PIC 9.999.
       01 WS-SEF-RATE-ED PIC 9.999.
       01 WS-TAXABLE-ED PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-BASIC-ED PIC Z,ZZZ,ZZ9.99.
       01 WS-SEF-ED PIC Z,ZZZ,ZZ9.99.
       01 WS-LINE-TOTAL-ED PIC Z,ZZZ,ZZ9.99.
       01 WS-VALUE-ED PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-ED PIC ZZ,ZZZ,ZZ9.99.
       01 WS-NOTE-TEXT PIC X(22) VALUE SPACES.
       01 WS-LINE-TOTAL PIC 9(8)V99 VALUE ZERO.

      * AUDIT TRAIL FIELDS - THE MASTAUD ROW CARRIES THE VALUE BASE
      * THE BACK-TAX WAS WORKED FROM AS ITS AFTER FIGURE.
       01 WS-AUD-ACTION PIC X(6).
       01 WS-AUD-LOT-NUMBER PIC 999999999.
       01 WS-AUD-BEFORE-VAL PIC 999999V99.
       01 WS-AUD-AFTER-VAL PIC 999999V99.

      * WS-ERR-FILE-NAME/WS-ERR-STATUS ARE SET BY THE CHECK-xxx-STATUS
      * PARAGRAPHS BELOW BEFORE PERFORMING ABEND-FILE-ERROR.
       01 WS-ERR-FILE-NAME PIC X(20).
       01 WS-ERR-STATUS PIC X(2).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-TODAY(1:4) TO WS-THIS-YEAR.
           ACCEPT WS-ENV-MASTER-PATH FROM ENVIRONMENT "MASTERFILE".
           IF WS-ENV-MASTER-PATH NOT = SPACES
               MOVE WS-ENV-MASTER-PATH TO WS-MASTER-PATH
           END-IF.
           PERFORM 0100-TAKE-OPERATOR-ID
               UNTIL WS-OPERATOR-ID NOT = SPACES.
           PERFORM 0200-LOAD-CLASS-TABLE.
           PERFORM 0300-LOAD-CLASS-HISTORY.
           PERFORM 0400-LOAD-EXEMPT-TABLE.
           PERFORM 1000-MENU UNTIL QUIT-REQUESTED.
           STOP RUN.

       0100-TAKE-OPERATOR-ID.
           DISPLAY "OPERATOR/STATION ID : ".
           ACCEPT WS-OPERATOR-ID.
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "AN OPERATOR OR STATION ID IS REQUIRED."
           END-IF.

      ******************************************************************
      * 0200-LOAD-CLASS-TABLE - the current schedule, the fallback for
      * any year the history does not reach.  The billing run seeds
      * CLASSTAB; with none on hand there is nothing to tax at.
      ******************************************************************
       0200-LOAD-CLASS-TABLE.
           OPEN INPUT CLASS-FILE.
           IF WS-CLASS-STATUS = "35"
               DISPLAY "NO CLASS SCHEDULE ON CLASSTAB - RUN THE "
                   "BILLING OR SCHEDULE MAINTENANCE FIRST."
               STOP RUN
           END-IF.
           PERFORM CHECK-CLASS-STATUS.
           PERFORM 0210-LOAD-CLASS-ENTRY THRU 0210-LOAD-CLASS-ENTRY-EXIT
               UNTIL WS-CLASS-EOF = "Y".
           CLOSE CLASS-FILE.

       0210-LOAD-CLASS-ENTRY.
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
                       MOVE CLASS-TAX-RATE TO WS-CL-TAX-RATE(CL-IDX)
                   END-IF
           END-READ.
       0210-LOAD-CLASS-ENTRY-EXIT.
           EXIT.

       0300-LOAD-CLASS-HISTORY.
           OPEN INPUT CLASS-HIST-FILE.
           IF WS-CLSH-STATUS = "35"
               MOVE "Y" TO WS-CLSH-EOF
           ELSE
               PERFORM CHECK-CLSH-STATUS
               PERFORM 0310-LOAD-HISTORY-ENTRY
                   THRU 0310-LOAD-HISTORY-ENTRY-EXIT
                   UNTIL WS-CLSH-EOF = "Y"
               CLOSE CLASS-HIST-FILE
           END-IF.

       0310-LOAD-HISTORY-ENTRY.
           READ CLASS-HIST-FILE
               AT END
                   MOVE "Y" TO WS-CLSH-EOF
               NOT AT END
                   IF WS-CLSH-COUNT < 300
                       ADD 1 TO WS-CLSH-COUNT
                       SET CH-IDX TO WS-CLSH-COUNT
                       MOVE CLSH-YEAR TO WS-CH-YEAR(CH-IDX)
                       MOVE CLSH-CLASS TO WS-CH-CLASS(CH-IDX)
                       MOVE CLSH-ASSESS-LEVEL TO
                           WS-CH-ASSESS-LEVEL(CH-IDX)
                       MOVE CLSH-TAX-RATE TO WS-CH-TAX-RATE(CH-IDX)
                       MOVE CLSH-SEF-RATE TO WS-CH-SEF-RATE(CH-IDX)
                   END-IF
           END-READ.
       0310-LOAD-HISTORY-ENTRY-EXIT.
           EXIT.

       0400-LOAD-EXEMPT-TABLE.
           OPEN INPUT EXEMPT-FILE.
           IF WS-EXMP-STATUS = "35"
               MOVE "Y" TO WS-EXMP-EOF
           ELSE
               PERFORM CHECK-EXMP-STATUS
               PERFORM 0410-LOAD-EXEMPT-ENTRY
                   THRU 0410-LOAD-EXEMPT-ENTRY-EXIT
                   UNTIL WS-EXMP-EOF = "Y"
               CLOSE EXEMPT-FILE
           END-IF.

       0410-LOAD-EXEMPT-ENTRY.
           READ EXEMPT-FILE
               AT END
                   MOVE "Y" TO WS-EXMP-EOF
               NOT AT END
                   IF WS-EXMP-COUNT < 20
                       ADD 1 TO WS-EXMP-COUNT
                       SET EX-IDX TO WS-EXMP-COUNT
                       MOVE EXMP-CODE TO WS-EX-CODE(EX-IDX)
                       MOVE EXMP-PCT TO WS-EX-PCT(EX-IDX)
                   END-IF
           END-READ.
       0410-LOAD-EXEMPT-ENTRY-EXIT.
           EXIT.

       1000-MENU.
           DISPLAY " ".
           DISPLAY "OMITTED PROPERTY BACK-TAX".
           DISPLAY "[1] ASSESS AN OMITTED PROPERTY".
           DISPLAY "[2] QUIT".
           DISPLAY "ENTER OPTION : ".
           ACCEPT OPTION.
           IF OPTION = 1 THEN
               PERFORM 2000-ASSESS-OMITTED THRU 2000-ASSESS-OMITTED-EXIT
           ELSE IF OPTION = 2 THEN
               SET QUIT-REQUESTED TO TRUE
           ELSE
               DISPLAY "INVALID OPTION, TRY AGAIN"
           END-IF.

      ******************************************************************
      * 2000-ASSESS-OMITTED - takes the lot, what escaped and the year
      * it came into existence, works every escaped year out and shows
      * it, and posts only on the clerk's say-so.  The current year is
      * left to the regular billing run.
      ******************************************************************
       2000-ASSESS-OMITTED.
           DISPLAY "LOT NUMBER : ".
           ACCEPT WS-LOOKUP-LOT.
           PERFORM 8000-READ-MASTER-LOT THRU 8000-READ-MASTER-LOT-EXIT.
           IF LOT-NOT-FOUND
               DISPLAY "LOT NUMBER NOT ON FILE - ENTER THE LOT ON THE "
                   "MASTER FIRST."
               GO TO 2000-ASSESS-OMITTED-EXIT
           END-IF.
           IF LOT-CLOSED-OUT
               DISPLAY "LOT IS CLOSED OUT - NOTHING TO ASSESS."
               GO TO 2000-ASSESS-OMITTED-EXIT
           END-IF.
           DISPLAY "W = WHOLE LOT ESCAPED, B = ONE BUILDING : ".
           ACCEPT WS-SCOPE.
           IF NOT SCOPE-WHOLE-LOT AND NOT SCOPE-BUILDING
               DISPLAY "ENTER W OR B."
               GO TO 2000-ASSESS-OMITTED-EXIT
           END-IF.
           IF SCOPE-BUILDING
               DISPLAY "IMPROVEMENT SEQUENCE : "
               ACCEPT WS-IMP-SEQ-IN
               PERFORM 2100-READ-BUILDING THRU 2100-READ-BUILDING-EXIT
           ELSE
               PERFORM 2200-SUM-IMPROVEMENTS
           END-IF.
           IF WS-VALUE-BASE = ZERO
               DISPLAY "NO VALUE ON RECORD TO ASSESS - NOTHING BILLED."
               GO TO 2000-ASSESS-OMITTED-EXIT
           END-IF.
           DISPLAY "YEAR THE PROPERTY CAME INTO EXISTENCE : ".
           ACCEPT WS-EXIST-YEAR.
           COMPUTE WS-LAST-YEAR = WS-THIS-YEAR - 1.
           IF WS-EXIST-YEAR = ZERO OR WS-EXIST-YEAR > WS-LAST-YEAR
               DISPLAY "NO PRIOR YEAR ESCAPED - THE CURRENT YEAR "
                   "BILLS IN THE REGULAR RUN."
               GO TO 2000-ASSESS-OMITTED-EXIT
           END-IF.
      * THE LAW REACHES BACK NO MORE THAN TEN YEARS.
           COMPUTE WS-FIRST-YEAR = WS-THIS-YEAR - WS-BACK-LIMIT.
           IF WS-EXIST-YEAR > WS-FIRST-YEAR
               MOVE WS-EXIST-YEAR TO WS-FIRST-YEAR
           END-IF.
           IF PROP-CLASS-VALID-OUT
               MOVE PROP-CLASS-OUT TO WS-CLASS-CODE
           ELSE
               MOVE "R" TO WS-CLASS-CODE
           END-IF.
           PERFORM 3000-WORK-BACK-YEARS THRU 3000-WORK-BACK-YEARS-EXIT.
           IF WS-YEARS-BILLED = ZERO
               DISPLAY "EVERY ESCAPED YEAR IS ALREADY ON THE LEDGER - "
                   "NOTHING BILLED."
               GO TO 2000-ASSESS-OMITTED-EXIT
           END-IF.
           MOVE WS-GRAND-TOTAL TO WS-TOTAL-ED.
           DISPLAY "TOTAL BACK-TAX (BASIC + SEF) : " WS-TOTAL-ED.
           DISPLAY "POST TO THE LEDGER AND PRINT THE NOTICE (Y/N) : ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "NOTHING POSTED."
               GO TO 2000-ASSESS-OMITTED-EXIT
           END-IF.
           PERFORM 4000-POST-LEDGER.
           PERFORM 5000-PRINT-NOTICE.
           MOVE "OMITAX" TO WS-AUD-ACTION.
           MOVE LOT_NUMBER_OUT TO WS-AUD-LOT-NUMBER.
           MOVE ZERO TO WS-AUD-BEFORE-VAL.
           IF WS-VALUE-BASE > 999999.99
               MOVE 999999.99 TO WS-AUD-AFTER-VAL
           ELSE
               MOVE WS-VALUE-BASE TO WS-AUD-AFTER-VAL
           END-IF.
           PERFORM WRITE-AUDIT-RECORD.
           DISPLAY "BACK-TAX POSTED FOR " WS-YEARS-BILLED " YEAR(S); "
               "NOTICE WRITTEN TO OMITNOT.".
       2000-ASSESS-OMITTED-EXIT.
           EXIT.

       2100-READ-BUILDING.
           MOVE ZERO TO WS-VALUE-BASE.
           OPEN INPUT IMPROVE-FILE.
           IF WS-IMP-STATUS = "35"
               DISPLAY "NO IMPROVEMENT FILE ON HAND - ENTER THE "
                   "BUILDING ON THE LOT FIRST."
               GO TO 2100-READ-BUILDING-EXIT
           END-IF.
           PERFORM CHECK-IMP-STATUS.
           MOVE LOT_NUMBER_OUT TO IMP-LOT-NUMBER.
           MOVE WS-IMP-SEQ-IN TO IMP-SEQ.
           READ IMPROVE-FILE KEY IS IMP-KEY
               INVALID KEY
                   DISPLAY "NO SUCH IMPROVEMENT ON FILE FOR THE LOT."
               NOT INVALID KEY
                   IF IMP-ACTIVE
                       MOVE IMP-VALUE TO WS-VALUE-BASE
                       MOVE IMP-DESC TO WS-IMP-DESC
                   ELSE
                       DISPLAY "THAT IMPROVEMENT IS RETIRED."
                   END-IF
           END-READ.
           CLOSE IMPROVE-FILE.
       2100-READ-BUILDING-EXIT.
           EXIT.

      ******************************************************************
      * 2200-SUM-IMPROVEMENTS - a whole lot escaped: its value base is
      * the land before the class level (the market value for land
      * valued off the schedule, the keyed value otherwise) plus
      * every active improvement standing on it.
      ******************************************************************
       2200-SUM-IMPROVEMENTS.
           MOVE ZERO TO WS-IMP-SUM.
           MOVE "WHOLE LOT" TO WS-IMP-DESC.
           OPEN INPUT IMPROVE-FILE.
           IF WS-IMP-STATUS NOT = "35"
               PERFORM CHECK-IMP-STATUS
               MOVE "N" TO WS-IMP-EOF
               MOVE LOT_NUMBER_OUT TO IMP-LOT-NUMBER
               MOVE ZERO TO IMP-SEQ
               START IMPROVE-FILE KEY IS NOT LESS THAN IMP-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-IMP-EOF
               END-START
               PERFORM 2210-SUM-ONE-IMPROVEMENT
                   THRU 2210-SUM-ONE-IMPROVEMENT-EXIT
                   UNTIL WS-IMP-EOF = "Y"
               CLOSE IMPROVE-FILE
           END-IF.
           IF PROP-SMV-VALUED-OUT
               COMPUTE WS-VALUE-BASE =
                   PROP-MARKET-VAL-OUT + WS-IMP-SUM
           ELSE
               COMPUTE WS-VALUE-BASE = ASSESSED_VAL_OUT + WS-IMP-SUM
           END-IF.

       2210-SUM-ONE-IMPROVEMENT.
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
       2210-SUM-ONE-IMPROVEMENT-EXIT.
           EXIT.

      ******************************************************************
      * 3000-WORK-BACK-YEARS - one table row per escaped year, worked
      * at that year's level and rates, the exemption on the lot
      * applied the way the billing run applies it, and shown on the
      * screen as it is worked.
      ******************************************************************
       3000-WORK-BACK-YEARS.
           MOVE ZERO TO WS-BY-COUNT WS-YEARS-BILLED.
           MOVE ZERO TO WS-BASIC-TOTAL WS-SEF-TOTAL WS-GRAND-TOTAL.
           MOVE "N" TO WS-LEDG-FILE-SWITCH.
           OPEN INPUT LEDGER-FILE.
           IF WS-LEDG-STATUS NOT = "35"
               PERFORM CHECK-LEDG-STATUS
               SET LEDG-FILE-ON-HAND TO TRUE
           END-IF.
           MOVE ZERO TO WS-EXEMPT-PCT-IN-HAND.
           IF PROP-EXEMPT-CODE-OUT NOT = SPACES
               PERFORM LOOKUP-EXEMPT
               IF EXEMPT-FOUND
                   MOVE WS-EX-PCT(EX-IDX) TO WS-EXEMPT-PCT-IN-HAND
               END-IF
           END-IF.
           DISPLAY "YEAR LVL   TAXABLE VALUE  RATE   BASIC TAX  "
               "SEF RATE       SEF".
           PERFORM 3100-WORK-ONE-YEAR THRU 3100-WORK-ONE-YEAR-EXIT
               VARYING WS-WORK-YEAR FROM WS-FIRST-YEAR BY 1
               UNTIL WS-WORK-YEAR > WS-LAST-YEAR.
           IF LEDG-FILE-ON-HAND
               CLOSE LEDGER-FILE
           END-IF.
       3000-WORK-BACK-YEARS-EXIT.
           EXIT.

       3100-WORK-ONE-YEAR.
           ADD 1 TO WS-BY-COUNT.
           SET BY-IDX TO WS-BY-COUNT.
           MOVE WS-WORK-YEAR TO WS-BY-YEAR(BY-IDX).
           PERFORM 3200-RATES-FOR-YEAR.
           COMPUTE WS-BY-TAXABLE(BY-IDX) ROUNDED =
               WS-VALUE-BASE * WS-BY-LEVEL(BY-IDX)
               * (1 - WS-EXEMPT-PCT-IN-HAND).
           COMPUTE WS-BY-BASIC(BY-IDX) ROUNDED =
               WS-BY-TAXABLE(BY-IDX) * WS-BY-TAX-RATE(BY-IDX).
           COMPUTE WS-BY-SEF(BY-IDX) ROUNDED =
               WS-BY-TAXABLE(BY-IDX) * WS-BY-SEF-RATE(BY-IDX).
           PERFORM 3300-CHECK-LEDGER-YEAR.
           IF SCOPE-WHOLE-LOT AND LEDGER-FOUND
               MOVE "B" TO WS-BY-NOTE(BY-IDX)
           END-IF.
           IF WS-BY-BASIC(BY-IDX) > 999999.99 OR
               WS-BY-SEF(BY-IDX) > 999999.99
               MOVE "O" TO WS-BY-NOTE(BY-IDX)
           END-IF.
           IF NOT BY-ALREADY-BILLED(BY-IDX) AND
               NOT BY-OVER-LEDGER(BY-IDX)
               ADD 1 TO WS-YEARS-BILLED
               ADD WS-BY-BASIC(BY-IDX) TO WS-BASIC-TOTAL
               ADD WS-BY-SEF(BY-IDX) TO WS-SEF-TOTAL
               COMPUTE WS-GRAND-TOTAL = WS-GRAND-TOTAL +
                   WS-BY-BASIC(BY-IDX) + WS-BY-SEF(BY-IDX)
           END-IF.
           PERFORM 3400-EDIT-YEAR-LINE.
           DISPLAY WS-BY-YEAR(BY-IDX) " " WS-LEVEL-ED " "
               WS-TAXABLE-ED " " WS-RATE-ED " " WS-BASIC-ED " "
               WS-SEF-RATE-ED " " WS-SEF-ED " " WS-NOTE-TEXT.
       3100-WORK-ONE-YEAR-EXIT.
           EXIT.

      ******************************************************************
      * 3200-RATES-FOR-YEAR - the latest history row for the lot's
      * class dated in or before the year; with none, the current
      * schedule (a blank or unknown class taxes as residential, the
      * same default the billing run applies).
      ******************************************************************
       3200-RATES-FOR-YEAR.
           MOVE ZERO TO WS-BEST-YEAR.
           SET CH-IDX TO 1.
           PERFORM 3210-SCAN-HISTORY THRU 3210-SCAN-HISTORY-EXIT
               UNTIL CH-IDX > WS-CLSH-COUNT.
           IF WS-BEST-YEAR NOT = ZERO
               MOVE "H" TO WS-BY-NOTE(BY-IDX)
           ELSE
               PERFORM LOOKUP-CLASS
               IF CLASS-NOT-FOUND
                   MOVE "R" TO WS-CLASS-CODE
                   PERFORM LOOKUP-CLASS
               END-IF
               IF CLASS-NOT-FOUND
                   DISPLAY "*** CLASS SCHEDULE TABLE HAS NO "
                       "RESIDENTIAL ROW - CHECK CLASSTAB."
                   MOVE "CLASS-FILE" TO WS-ERR-FILE-NAME
                   MOVE "  " TO WS-ERR-STATUS
                   PERFORM ABEND-FILE-ERROR
               END-IF
               MOVE WS-CL-ASSESS-LEVEL(CL-IDX) TO WS-BY-LEVEL(BY-IDX)
               MOVE WS-CL-TAX-RATE(CL-IDX) TO WS-BY-TAX-RATE(BY-IDX)
               MOVE WS-STANDING-SEF-RATE TO WS-BY-SEF-RATE(BY-IDX)
               MOVE "C" TO WS-BY-NOTE(BY-IDX)
           END-IF.

       3210-SCAN-HISTORY.
           IF WS-CH-CLASS(CH-IDX) = WS-CLASS-CODE AND
               WS-CH-YEAR(CH-IDX) NOT > WS-WORK-YEAR AND
               WS-CH-YEAR(CH-IDX) > WS-BEST-YEAR
               MOVE WS-CH-YEAR(CH-IDX) TO WS-BEST-YEAR
               MOVE WS-CH-ASSESS-LEVEL(CH-IDX) TO WS-BY-LEVEL(BY-IDX)
               MOVE WS-CH-TAX-RATE(CH-IDX) TO WS-BY-TAX-RATE(BY-IDX)
               MOVE WS-CH-SEF-RATE(CH-IDX) TO WS-BY-SEF-RATE(BY-IDX)
           END-IF.
           SET CH-IDX UP BY 1.
       3210-SCAN-HISTORY-EXIT.
           EXIT.

       3300-CHECK-LEDGER-YEAR.
           SET LEDGER-NOT-FOUND TO TRUE.
           IF LEDG-FILE-ON-HAND
               MOVE WS-WORK-YEAR TO LEDG-BILL-YEAR
               MOVE LOT_NUMBER_OUT TO LEDG-LOT-NUMBER
               READ LEDGER-FILE KEY IS LEDG-KEY
                   INVALID KEY
                       SET LEDGER-NOT-FOUND TO TRUE
                   NOT INVALID KEY
                       SET LEDGER-FOUND TO TRUE
               END-READ
           END-IF.

       3400-EDIT-YEAR-LINE.
           MOVE WS-BY-LEVEL(BY-IDX) TO WS-LEVEL-ED.
           MOVE WS-BY-TAXABLE(BY-IDX) TO WS-TAXABLE-ED.
           MOVE WS-BY-TAX-RATE(BY-IDX) TO WS-RATE-ED.
           MOVE WS-BY-BASIC(BY-IDX) TO WS-BASIC-ED.
           MOVE WS-BY-SEF-RATE(BY-IDX) TO WS-SEF-RATE-ED.
           MOVE WS-BY-SEF(BY-IDX) TO WS-SEF-ED.
           IF BY-FROM-HISTORY(BY-IDX)
               MOVE SPACES TO WS-NOTE-TEXT
           ELSE IF BY-FROM-CURRENT(BY-IDX)
               MOVE "CURRENT SCHEDULE" TO WS-NOTE-TEXT
           ELSE IF BY-ALREADY-BILLED(BY-IDX)
               MOVE "ALREADY BILLED - SKIP" TO WS-NOTE-TEXT
           ELSE
               MOVE "TOO LARGE - NOT BILLED" TO WS-NOTE-TEXT
           END-IF.

      ******************************************************************
      * 4000-POST-LEDGER - each billable escaped year becomes that
      * year's receivable row, or, for a building on a lot billed that
      * year, is added to the row already there and reopens it.
      ******************************************************************
       4000-POST-LEDGER.
           OPEN I-O LEDGER-FILE.
           IF WS-LEDG-STATUS = "35"
               OPEN OUTPUT LEDGER-FILE
               CLOSE LEDGER-FILE
               OPEN I-O LEDGER-FILE
           END-IF.
           PERFORM CHECK-LEDG-STATUS.
           SET BY-IDX TO 1.
           PERFORM 4100-POST-ONE-YEAR THRU 4100-POST-ONE-YEAR-EXIT
               UNTIL BY-IDX > WS-BY-COUNT.
           CLOSE LEDGER-FILE.

       4100-POST-ONE-YEAR.
           IF BY-ALREADY-BILLED(BY-IDX) OR BY-OVER-LEDGER(BY-IDX)
               GO TO 4100-POST-ONE-YEAR-NEXT
           END-IF.
           MOVE WS-BY-YEAR(BY-IDX) TO LEDG-BILL-YEAR.
           MOVE LOT_NUMBER_OUT TO LEDG-LOT-NUMBER.
           READ LEDGER-FILE KEY IS LEDG-KEY
               INVALID KEY
                   MOVE WS-BY-YEAR(BY-IDX) TO LEDG-BILL-YEAR
                   MOVE LOT_NUMBER_OUT TO LEDG-LOT-NUMBER
                   MOVE OWNER_NAME_OUT TO LEDG-OWNER-NAME
                   MOVE WS-BY-BASIC(BY-IDX) TO LEDG-TAX-DUE
                   MOVE ZERO TO LEDG-AMOUNT-PAID
                   MOVE WS-BY-BASIC(BY-IDX) TO LEDG-BALANCE
                   MOVE WS-TODAY TO LEDG-BILL-DATE
                   MOVE "O" TO LEDG-STATUS
                   MOVE WS-BY-SEF(BY-IDX) TO LEDG-SEF-DUE
                   MOVE ZERO TO LEDG-SEF-PAID
                   MOVE WS-BY-SEF(BY-IDX) TO LEDG-SEF-BALANCE
                   WRITE LEDGER-REC
                   PERFORM CHECK-LEDG-STATUS
               NOT INVALID KEY
                   ADD WS-BY-BASIC(BY-IDX) TO LEDG-TAX-DUE
                   ADD WS-BY-BASIC(BY-IDX) TO LEDG-BALANCE
                   ADD WS-BY-SEF(BY-IDX) TO LEDG-SEF-DUE
                   ADD WS-BY-SEF(BY-IDX) TO LEDG-SEF-BALANCE
                   MOVE "O" TO LEDG-STATUS
                   REWRITE LEDGER-REC
                   PERFORM CHECK-LEDG-STATUS
           END-READ.
       4100-POST-ONE-YEAR-NEXT.
           SET BY-IDX UP BY 1.
       4100-POST-ONE-YEAR-EXIT.
           EXIT.

      ******************************************************************
      * 5000-PRINT-NOTICE - the omitted-property notice for the owner,
      * appended to OMITNOT: owner block, what was found and since
      * when, then the year-by-year computation and the total now due.
      ******************************************************************
       5000-PRINT-NOTICE.
           OPEN EXTEND PRINT-FILE.
           IF WS-PRINT-STATUS = "35"
               OPEN OUTPUT PRINT-FILE
               CLOSE PRINT-FILE
               OPEN EXTEND PRINT-FILE
           END-IF.
           PERFORM CHECK-PRINT-STATUS.
           MOVE SPACES TO PRINT-REC.
           STRING "NOTICE OF ASSESSMENT OF OMITTED PROPERTY   DATE "
               DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE INTO PRINT-REC.
           PERFORM 5900-PUT-LINE.
           MOVE SPACES TO PRINT-REC.
           PERFORM 5900-PUT-LINE.
           MOVE OWNER_NAME_OUT TO PRINT-REC.
           PERFORM 5900-PUT-LINE.
           PERFORM 5100-PRINT-ADDRESS.
           MOVE SPACES TO PRINT-REC.
           PERFORM 5900-PUT-LINE.
           MOVE SPACES TO PRINT-REC.
           STRING "LOT NUMBER " DELIMITED BY SIZE
               LOT_NUMBER_OUT DELIMITED BY SIZE
               "   TD NO. " DELIMITED BY SIZE
               PROP-TD-NUMBER-OUT DELIMITED BY SIZE
               "   DISTRICT " DELIMITED BY SIZE
               PROP-DISTRICT-OUT DELIMITED BY SIZE
               "   CLASS " DELIMITED BY SIZE
               WS-CLASS-CODE DELIMITED BY SIZE
               INTO PRINT-REC.
           PERFORM 5900-PUT-LINE.
           MOVE SPACES TO PRINT-REC.
           IF SCOPE-BUILDING
               STRING "PROPERTY FOUND : IMPROVEMENT " DELIMITED BY SIZE
                   WS-IMP-SEQ-IN DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-IMP-DESC DELIMITED BY SIZE
                   INTO PRINT-REC
           ELSE
               STRING "PROPERTY FOUND : THE WHOLE LOT, LAND AND "
                   DELIMITED BY SIZE
                   "IMPROVEMENTS" DELIMITED BY SIZE INTO PRINT-REC
           END-IF.
           PERFORM 5900-PUT-LINE.
           MOVE WS-VALUE-BASE TO WS-VALUE-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "IN EXISTENCE SINCE " DELIMITED BY SIZE
               WS-EXIST-YEAR DELIMITED BY SIZE
               " - ASSESSED FOR " DELIMITED BY SIZE
               WS-FIRST-YEAR DELIMITED BY SIZE
               " THROUGH " DELIMITED BY SIZE
               WS-LAST-YEAR DELIMITED BY SIZE
               " ON A VALUE OF " DELIMITED BY SIZE
               WS-VALUE-ED DELIMITED BY SIZE
               INTO PRINT-REC.
           PERFORM 5900-PUT-LINE.
           IF WS-EXEMPT-PCT-IN-HAND NOT = ZERO
               MOVE SPACES TO PRINT-REC
               STRING "EXEMPTION " DELIMITED BY SIZE
                   PROP-EXEMPT-CODE-OUT DELIMITED BY SIZE
                   " ALLOWED ON THE TAXABLE VALUE" DELIMITED BY SIZE
                   INTO PRINT-REC
               PERFORM 5900-PUT-LINE
           END-IF.
           MOVE SPACES TO PRINT-REC.
           PERFORM 5900-PUT-LINE.
           MOVE SPACES TO PRINT-REC.
           STRING "YEAR LVL   TAXABLE VALUE  RATE   BASIC TAX SEF "
               DELIMITED BY SIZE
               "RATE      SEF TAX    YEAR TOTAL" DELIMITED BY SIZE
               INTO PRINT-REC.
           PERFORM 5900-PUT-LINE.
           MOVE DASH-LINE TO PRINT-REC.
           PERFORM 5900-PUT-LINE.
           SET BY-IDX TO 1.
           PERFORM 5200-PRINT-YEAR-LINE THRU 5200-PRINT-YEAR-LINE-EXIT
               UNTIL BY-IDX > WS-BY-COUNT.
           MOVE DASH-LINE TO PRINT-REC.
           PERFORM 5900-PUT-LINE.
           MOVE WS-BASIC-TOTAL TO WS-TOTAL-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "TOTAL BASIC TAX   : " WS-TOTAL-ED
               DELIMITED BY SIZE INTO PRINT-REC.
           PERFORM 5900-PUT-LINE.
           MOVE WS-SEF-TOTAL TO WS-TOTAL-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "TOTAL SEF LEVY    : " WS-TOTAL-ED
               DELIMITED BY SIZE INTO PRINT-REC.
           PERFORM 5900-PUT-LINE.
           MOVE WS-GRAND-TOTAL TO WS-TOTAL-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "TOTAL NOW DUE     : " WS-TOTAL-ED
               DELIMITED BY SIZE INTO PRINT-REC.
           PERFORM 5900-PUT-LINE.
           MOVE SPACES TO PRINT-REC.
           PERFORM 5900-PUT-LINE.
           MOVE SPACES TO PRINT-REC.
           STRING "EACH YEAR ABOVE IS BILLED AS THAT YEAR'S TAX AND "
               DELIMITED BY SIZE
               "IS PAYABLE AT THE TREASURER'S OFFICE." DELIMITED BY SIZE
               INTO PRINT-REC.
           PERFORM 5900-PUT-LINE.
           MOVE DASH-LINE TO PRINT-REC.
           PERFORM 5900-PUT-LINE.
           CLOSE PRINT-FILE.

       5100-PRINT-ADDRESS.
           OPEN INPUT ADDRESS-FILE.
           IF WS-ADDR-STATUS NOT = "35"
               PERFORM CHECK-ADDR-STATUS
               MOVE OWNER_NAME_OUT TO ADDR-OWNER-NAME
               READ ADDRESS-FILE KEY IS ADDR-OWNER-NAME
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ADDR-LINE-1 TO PRINT-REC
                       PERFORM 5900-PUT-LINE
                       MOVE ADDR-LINE-2 TO PRINT-REC
                       PERFORM 5900-PUT-LINE
               END-READ
               CLOSE ADDRESS-FILE
           END-IF.

       5200-PRINT-YEAR-LINE.
           PERFORM 3400-EDIT-YEAR-LINE.
           COMPUTE WS-LINE-TOTAL =
               WS-BY-BASIC(BY-IDX) + WS-BY-SEF(BY-IDX).
           MOVE WS-LINE-TOTAL TO WS-LINE-TOTAL-ED.
           MOVE SPACES TO PRINT-REC.
           IF BY-ALREADY-BILLED(BY-IDX) OR BY-OVER-LEDGER(BY-IDX)
               STRING WS-BY-YEAR(BY-IDX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-NOTE-TEXT DELIMITED BY SIZE
                   INTO PRINT-REC
           ELSE
               STRING WS-BY-YEAR(BY-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-LEVEL-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-TAXABLE-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-RATE-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-BASIC-ED DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   WS-SEF-RATE-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-SEF-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-LINE-TOTAL-ED DELIMITED BY SIZE
                   INTO PRINT-REC
           END-IF.
           PERFORM 5900-PUT-LINE.
           SET BY-IDX UP BY 1.
       5200-PRINT-YEAR-LINE-EXIT.
           EXIT.

       5900-PUT-LINE.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.

       8000-READ-MASTER-LOT.
           MOVE "N" TO WS-FOUND-SWITCH.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS = "35"
               DISPLAY "NO PROPERTY MASTER FILE ON HAND."
               GO TO 8000-READ-MASTER-LOT-EXIT
           END-IF.
           PERFORM CHECK-MASTER-STATUS.
           MOVE WS-LOOKUP-LOT TO LOT_NUMBER_OUT.
           READ MASTER-FILE KEY IS LOT_NUMBER_OUT
               INVALID KEY
                   SET LOT-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET LOT-FOUND TO TRUE
           END-READ.
           CLOSE MASTER-FILE.
       8000-READ-MASTER-LOT-EXIT.
           EXIT.

      ******************************************************************
      * LOOKUP-CLASS - scans the in-memory class table and stops on
      * the entry matching WS-CLASS-CODE, leaving CL-IDX on it.
      ******************************************************************
       LOOKUP-CLASS.
           SET CL-IDX TO 1.
           SET CLASS-NOT-FOUND TO TRUE.
           PERFORM LOOKUP-CLASS-SCAN THRU LOOKUP-CLASS-SCAN-EXIT
               UNTIL CL-IDX > WS-CLASS-COUNT OR CLASS-FOUND.

       LOOKUP-CLASS-SCAN.
           IF WS-CLASS-CODE = WS-CL-CODE(CL-IDX)
               SET CLASS-FOUND TO TRUE
           ELSE
               SET CL-IDX UP BY 1
           END-IF.
       LOOKUP-CLASS-SCAN-EXIT.
           EXIT.

       LOOKUP-EXEMPT.
           SET EX-IDX TO 1.
           SET EXEMPT-NOT-FOUND TO TRUE.
           PERFORM LOOKUP-EXEMPT-SCAN THRU LOOKUP-EXEMPT-SCAN-EXIT
               UNTIL EX-IDX > WS-EXMP-COUNT OR EXEMPT-FOUND.

       LOOKUP-EXEMPT-SCAN.
           IF PROP-EXEMPT-CODE-OUT = WS-EX-CODE(EX-IDX)
               SET EXEMPT-FOUND TO TRUE
           ELSE
               SET EX-IDX UP BY 1
           END-IF.
       LOOKUP-EXEMPT-SCAN-EXIT.
           EXIT.

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
           STRING WS-TODAY DELIMITED BY SIZE
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
           DISPLAY "RUN TERMINATED - SEE FILE STATUS ABOVE.".
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

       CHECK-LEDG-STATUS.
           IF WS-LEDG-STATUS NOT = "00"
               MOVE "LEDGER-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-LEDG-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-CLASS-STATUS.
           IF WS-CLASS-STATUS NOT = "00"
               MOVE "CLASS-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-CLASS-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-CLSH-STATUS.
           IF WS-CLSH-STATUS NOT = "00"
               MOVE "CLASS-HIST-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-CLSH-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-EXMP-STATUS.
           IF WS-EXMP-STATUS NOT = "00"
               MOVE "EXEMPT-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-EXMP-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-ADDR-STATUS.
           IF WS-ADDR-STATUS NOT = "00"
               MOVE "ADDRESS-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-ADDR-STATUS TO WS-ERR-STATUS
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

       END PROGRAM OMITASMT.
