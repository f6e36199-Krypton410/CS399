      *          office screen for the CLASSTAB schedule the billing
      *          run taxes from: list the classes, change a class's
      *          assessment level or tax rate, or add a new class,
      *          instead of editing the table file by hand.  Every
      *          change or add also stamps the class's row for the
      *          year on the CLASSHIS history, and the rates of a
      *          prior year can be keyed there from the ordinance, so
      *          back-tax can be worked at each year's own schedule.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CLASS-STATUS.

       SELECT HISTORY-FILE
           ASSIGN TO "CLASSHIS"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CLSH-STATUS.

       SELECT OPERATOR-FILE
           ASSIGN TO "OPERTAB"
           ORGANIZATION IS SEQUENTIAL

       COPY "CLASSREC.cpy".

      ******************************************************************
      * HISTORY-FILE - the schedule by year, read whole into memory
      * and written back whole after each change, the same as the
      * schedule itself.
      ******************************************************************
       FD HISTORY-FILE
           DATA RECORD IS CLSH-REC.

       COPY "CLSHREC.cpy".

      ******************************************************************
      * OPERATOR-FILE - shared sign-on table; self-seeds on first run
      * the same way it does for the property master program.
               10 WS-CL-ASSESS-LEVEL PIC V99.
               10 WS-CL-TAX-RATE PIC 9V999.

      * CLASS SCHEDULE HISTORY IN MEMORY.  THE SEF RATE IS THE
      * STANDING SPECIAL EDUCATION FUND RATE THE BILLING RUN LEVIES
      * UNLESS A PRIOR YEAR'S ROW IS KEYED WITH ANOTHER.
       01 WS-CLSH-STATUS PIC X(2).
       01 WS-CLSH-EOF PIC X VALUE "N".
       01 WS-CLSH-COUNT PIC 999 VALUE ZERO.
       01 WS-CLSH-FOUND-SWITCH PIC X VALUE "N".
           88 CLSH-FOUND VALUE "Y".
           88 CLSH-NOT-FOUND VALUE "N".
       01 WS-CLSH-TABLE.
           05 WS-CLSH-ENTRY OCCURS 300 TIMES INDEXED BY CH-IDX.
               10 WS-CH-YEAR PIC 9(4).
               10 WS-CH-CLASS PIC X(1).
               10 WS-CH-ASSESS-LEVEL PIC V99.
               10 WS-CH-TAX-RATE PIC 9V999.
               10 WS-CH-SEF-RATE PIC 9V999.
       01 WS-STANDING-SEF-RATE PIC 9V999 VALUE .010.
       01 WS-EDIT-YEAR PIC 9(4) VALUE ZERO.
       01 WS-EDIT-SEF-RATE PIC 9V999 VALUE ZERO.

       01 OPTION PIC 9.
       01 OPTION_CREATE PIC A.
       01 WS-QUIT-SWITCH PIC X VALUE "N".
               10 VALUE "[2] CHANGE A CLASS" LINE 5 COL 12.
               10 VALUE "[3] ADD A CLASS" LINE 7 COL 12.
               10 VALUE "[4] QUIT" LINE 9 COL 12.
               10 VALUE "[5] KEY A YEAR'S RATES" LINE 11 COL 12.
               10 VALUE "ENTER OPTION: " LINE 13 COL 12.

           05 EDIT-SCREEN.
               10 VALUE "CLASS SCHEDULE ENTRY" BLANK SCREEN
               10 VALUE "ASSESSMENT LEVEL (.NN): " LINE 7 COL 12.
               10 VALUE "TAX RATE (N.NNN): " LINE 9 COL 12.

           05 YEAR-RATE-SCREEN.
               10 VALUE "CLASS SCHEDULE BY YEAR" BLANK SCREEN
                   LINE 1 COL 28.
               10 VALUE "YEAR TAKING EFFECT: " LINE 3 COL 12.
               10 VALUE "CLASS CODE: " LINE 5 COL 12.
               10 VALUE "ASSESSMENT LEVEL (.NN): " LINE 7 COL 12.
               10 VALUE "TAX RATE (N.NNN): " LINE 9 COL 12.
               10 VALUE "SEF RATE (N.NNN): " LINE 11 COL 12.

           05 RESPOND.
               10 VALUE "C - TO CONTINUE" LINE 16 COL 30.
               10 VALUE "B - TO BACK" LINE 18 COL 30.
           PERFORM LOAD-OPERATOR-TABLE.
           PERFORM SIGN-ON THRU SIGN-ON-EXIT UNTIL SIGNED-ON.
           PERFORM LOAD-CLASS-TABLE.
           PERFORM LOAD-CLASS-HISTORY.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM A-50-MENU UNTIL QUIT-REQUESTED.
           STOP RUN.

       A-50-MENU.
           DISPLAY SCHEDULE-MENU.
           ACCEPT OPTION LINE 13 COL 27.
           IF OPTION = 1 THEN
               PERFORM A-100-LIST-SCHEDULE
           ELSE IF OPTION = 2 THEN
                   PERFORM B-200-CHANGE-CLASS
               ELSE
                   DISPLAY "NOT AUTHORIZED FOR THIS OPTION"
                       LINE 15 COL 12
               END-IF
           ELSE IF OPTION = 3 THEN
               IF OPERATOR-AUTHORIZED
                   PERFORM C-300-ADD-CLASS
               ELSE
                   DISPLAY "NOT AUTHORIZED FOR THIS OPTION"
                       LINE 15 COL 12
               END-IF
           ELSE IF OPTION = 4 THEN
               SET QUIT-REQUESTED TO TRUE
           ELSE IF OPTION = 5 THEN
               IF OPERATOR-AUTHORIZED
                   PERFORM D-400-KEY-YEAR-RATES
               ELSE
                   DISPLAY "NOT AUTHORIZED FOR THIS OPTION"
                       LINE 15 COL 12
               END-IF
           ELSE
               DISPLAY "INVALID OPTION, TRY AGAIN" LINE 15 COL 12
           END-IF.

       A-100-LIST-SCHEDULE.
               MOVE WS-EDIT-ASSESS-LEVEL TO WS-CL-ASSESS-LEVEL(CL-IDX)
               MOVE WS-EDIT-TAX-RATE TO WS-CL-TAX-RATE(CL-IDX)
               PERFORM REWRITE-CLASS-TABLE
               PERFORM STAMP-CURRENT-YEAR
               DISPLAY "CLASS SCHEDULE UPDATED." LINE 13 COL 12
           END-IF.
           DISPLAY RESPOND.
               MOVE WS-EDIT-ASSESS-LEVEL TO WS-CL-ASSESS-LEVEL(CL-IDX)
               MOVE WS-EDIT-TAX-RATE TO WS-CL-TAX-RATE(CL-IDX)
               PERFORM REWRITE-CLASS-TABLE
               PERFORM STAMP-CURRENT-YEAR
               DISPLAY "CLASS ADDED TO SCHEDULE." LINE 13 COL 12
           END-IF.
           DISPLAY RESPOND.
           ACCEPT OPTION_CREATE LINE 20 COL 45.

      ******************************************************************
      * D-400-KEY-YEAR-RATES - records the level and rates a class
      * carried from a given year, from the ordinance of that year,
      * for the years before the history was kept on file.  A row
      * already on file for the year and class is replaced.
      ******************************************************************
       D-400-KEY-YEAR-RATES.
           DISPLAY YEAR-RATE-SCREEN.
           ACCEPT WS-EDIT-YEAR LINE 3 COL 40.
           ACCEPT WS-EDIT-CLASS-CODE LINE 5 COL 40.
           PERFORM LOOKUP-CLASS.
           IF CLASS-NOT-FOUND
               DISPLAY "NO SUCH CLASS ON THE SCHEDULE." LINE 13 COL 12
           ELSE IF WS-EDIT-YEAR < 1900 OR
               WS-EDIT-YEAR > WS-TODAY-DATE(1:4)
               DISPLAY "YEAR MUST BE 1900 THROUGH THIS YEAR."
                   LINE 13 COL 12
           ELSE
               ACCEPT WS-EDIT-ASSESS-LEVEL LINE 7 COL 40
               ACCEPT WS-EDIT-TAX-RATE LINE 9 COL 40
               ACCEPT WS-EDIT-SEF-RATE LINE 11 COL 40
               PERFORM LOOKUP-HISTORY-ROW
               IF CLSH-NOT-FOUND AND WS-CLSH-COUNT >= 300
                   DISPLAY "SCHEDULE HISTORY TABLE IS FULL."
                       LINE 13 COL 12
               ELSE
                   PERFORM POST-HISTORY-ROW
                   PERFORM REWRITE-CLASS-HISTORY
                   DISPLAY "RATES RECORDED FOR THE YEAR."
                       LINE 13 COL 12
               END-IF
           END-IF.
           DISPLAY RESPOND.
           ACCEPT OPTION_CREATE LINE 20 COL 45.

      ******************************************************************
      * STAMP-CURRENT-YEAR - after a change or add, records the class
      * at CL-IDX on the history as in force from this year, at the
      * standing SEF rate.
      ******************************************************************
       STAMP-CURRENT-YEAR.
           MOVE WS-TODAY-DATE(1:4) TO WS-EDIT-YEAR.
           MOVE WS-CL-CODE(CL-IDX) TO WS-EDIT-CLASS-CODE.
           MOVE WS-CL-ASSESS-LEVEL(CL-IDX) TO WS-EDIT-ASSESS-LEVEL.
           MOVE WS-CL-TAX-RATE(CL-IDX) TO WS-EDIT-TAX-RATE.
           MOVE WS-STANDING-SEF-RATE TO WS-EDIT-SEF-RATE.
           PERFORM LOOKUP-HISTORY-ROW.
           IF CLSH-FOUND OR WS-CLSH-COUNT < 300
               PERFORM POST-HISTORY-ROW
               PERFORM REWRITE-CLASS-HISTORY
           END-IF.

       POST-HISTORY-ROW.
           IF CLSH-NOT-FOUND
               ADD 1 TO WS-CLSH-COUNT
               SET CH-IDX TO WS-CLSH-COUNT
           END-IF.
           MOVE WS-EDIT-YEAR TO WS-CH-YEAR(CH-IDX).
           MOVE WS-EDIT-CLASS-CODE TO WS-CH-CLASS(CH-IDX).
           MOVE WS-EDIT-ASSESS-LEVEL TO WS-CH-ASSESS-LEVEL(CH-IDX).
           MOVE WS-EDIT-TAX-RATE TO WS-CH-TAX-RATE(CH-IDX).
           MOVE WS-EDIT-SEF-RATE TO WS-CH-SEF-RATE(CH-IDX).

      ******************************************************************
      * LOOKUP-HISTORY-ROW - scans the in-memory history for the row
      * matching WS-EDIT-YEAR and WS-EDIT-CLASS-CODE, leaving CH-IDX
      * on it.
      ******************************************************************
       LOOKUP-HISTORY-ROW.
           SET CH-IDX TO 1.
           SET CLSH-NOT-FOUND TO TRUE.
           PERFORM LOOKUP-HISTORY-SCAN THRU LOOKUP-HISTORY-SCAN-EXIT
               UNTIL CH-IDX > WS-CLSH-COUNT OR CLSH-FOUND.

       LOOKUP-HISTORY-SCAN.
           IF WS-EDIT-YEAR = WS-CH-YEAR(CH-IDX) AND
               WS-EDIT-CLASS-CODE = WS-CH-CLASS(CH-IDX)
               SET CLSH-FOUND TO TRUE
           ELSE
               SET CH-IDX UP BY 1
           END-IF.
       LOOKUP-HISTORY-SCAN-EXIT.
           EXIT.

      ******************************************************************
      * LOAD-CLASS-HISTORY - reads CLASSHIS into memory once at
      * startup; no history on file yet starts an empty table.
      ******************************************************************
       LOAD-CLASS-HISTORY.
           OPEN INPUT HISTORY-FILE.
           IF WS-CLSH-STATUS = "35"
               MOVE "Y" TO WS-CLSH-EOF
           ELSE
               PERFORM CHECK-CLSH-STATUS
               PERFORM LOAD-HISTORY-ENTRY THRU LOAD-HISTORY-ENTRY-EXIT
                   UNTIL WS-CLSH-EOF = "Y"
               CLOSE HISTORY-FILE
           END-IF.

       LOAD-HISTORY-ENTRY.
           READ HISTORY-FILE
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
       LOAD-HISTORY-ENTRY-EXIT.
           EXIT.

       REWRITE-CLASS-HISTORY.
           OPEN OUTPUT HISTORY-FILE.
           PERFORM CHECK-CLSH-STATUS.
           SET CH-IDX TO 1.
           PERFORM REWRITE-ONE-HISTORY THRU REWRITE-ONE-HISTORY-EXIT
               UNTIL CH-IDX > WS-CLSH-COUNT.
           CLOSE HISTORY-FILE.

       REWRITE-ONE-HISTORY.
           MOVE WS-CH-YEAR(CH-IDX) TO CLSH-YEAR.
           MOVE WS-CH-CLASS(CH-IDX) TO CLSH-CLASS.
           MOVE WS-CH-ASSESS-LEVEL(CH-IDX) TO CLSH-ASSESS-LEVEL.
           MOVE WS-CH-TAX-RATE(CH-IDX) TO CLSH-TAX-RATE.
           MOVE WS-CH-SEF-RATE(CH-IDX) TO CLSH-SEF-RATE.
           WRITE CLSH-REC.
           PERFORM CHECK-CLSH-STATUS.
           SET CH-IDX UP BY 1.
       REWRITE-ONE-HISTORY-EXIT.
           EXIT.

      ******************************************************************
      * REWRITE-CLASS-TABLE - writes the whole in-memory schedule back
      * over CLASSTAB after a change or an add, the table being small
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-CLSH-STATUS.
           IF WS-CLSH-STATUS NOT = "00"
               MOVE "HISTORY-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-CLSH-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-OPER-STATUS.
           IF WS-OPER-STATUS NOT = "00"
               MOVE "OPERATOR-FILE" TO WS-ERR-FILE-NAME
