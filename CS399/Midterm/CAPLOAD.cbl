      ******************************************************************
      * Author:
      * Date:
      * Purpose: Frame-shop capacity and load - keeps the SHOPCAP
      *          capacity table (frames a working day by job type)
      *          the order screen offers promise dates from, and
      *          prints the weekly load report to CAPLDRPT: for each
      *          day of the week, by job type, the capacity available
      *          against the open work booked (ordered or in
      *          production, promised for that day), the rush part of
      *          it, what is left and the load percent.  Weekends and
      *          HOLTAB holidays show as closed with no capacity, and
      *          open work already past its promise date is counted
      *          at the foot, since it still has to come out of the
      *          same week's benches.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPLOAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAPACITY-FILE ASSIGN TO "SHOPCAP"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAP-JOB-TYPE
           FILE STATUS IS WS-CAP-STATUS.

           SELECT JOB-FILE ASSIGN TO "JOBFILE"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-JOB-STATUS.

           SELECT PRINT-FILE ASSIGN TO "CAPLDRPT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CAPACITY-FILE
           DATA RECORD IS CAP-REC.

       COPY "CAPREC.cpy".

       FD JOB-FILE
           DATA RECORD IS JOB-REC.

       COPY "JOBREC.cpy".

       FD PRINT-FILE
           DATA RECORD IS PRINT-REC.

       01 PRINT-REC PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-CAP-STATUS PIC X(2).
       01 WS-JOB-STATUS PIC X(2).
       01 WS-PRINT-STATUS PIC X(2).
       01 WS-EOF PIC X(1) VALUE "N".
       01 DASH-LINE PIC X(70) VALUE ALL "-".

       01 OPTION PIC 9.
       01 WS-QUIT-SWITCH PIC X VALUE "N".
           88 QUIT-REQUESTED VALUE "Y".

       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       01 WS-TODAY PIC 9(8) VALUE ZERO.
       01 WS-TYPE-IN PIC A(2) VALUE SPACES.
       01 WS-FRAMES-IN PIC 9(3) VALUE ZERO.
       01 WS-CONFIRM PIC X VALUE "N".
       01 WS-ROW-FOUND-SWITCH PIC X VALUE "N".
           88 ROW-FOUND VALUE "Y".
           88 ROW-NOT-FOUND VALUE "N".
       01 WS-WEEK-START PIC 9(8) VALUE ZERO.
       01 WS-WEEK-END PIC 9(8) VALUE ZERO.

      * THE JOB TYPES ON SHOPCAP WITH THEIR DAILY CAPACITY.
       01 WS-TYPE-TABLE.
           05 WS-TYPE-COUNT PIC 99 VALUE ZERO.
           05 WS-TYPE-ENTRY OCCURS 10 TIMES.
               10 WS-TT-TYPE PIC A(2).
               10 WS-TT-FRAMES PIC 9(3).
               10 WS-TT-WEEK-AVAIL PIC 9(5).
               10 WS-TT-WEEK-BOOKED PIC 9(5).
       01 WS-TYPE-NO PIC 99 VALUE ZERO.
       01 WS-TYPE-HIT PIC 99 VALUE ZERO.

      * THE SEVEN DAYS OF THE WEEK REPORTED, EACH OPEN OR CLOSED, WITH
      * THE FRAMES BOOKED ON IT BY JOB TYPE.
       01 WS-DAY-TABLE.
           05 WS-DAY-ENTRY OCCURS 7 TIMES.
               10 WS-DT-DATE PIC 9(8).
               10 WS-DT-OPEN PIC X(1).
               10 WS-DT-NAME PIC X(3).
               10 WS-DT-TYPE OCCURS 10 TIMES.
                   15 WS-DT-BOOKED PIC 9(5).
                   15 WS-DT-RUSH PIC 9(5).
       01 WS-DAY-NO PIC 9 VALUE ZERO.
       01 WS-DAY-HIT PIC 9 VALUE ZERO.
       01 WS-PAST-DUE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-OTHER-COUNT PIC 9(5) VALUE ZERO.

      * THE DAY OF THE WEEK FALLS OUT OF THE DAYS SINCE 1 JANUARY
      * 1900, A MONDAY.
       01 WS-DAY-NAMES PIC X(21) VALUE "MONTUEWEDTHUFRISATSUN".
       01 WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAMES.
           05 WS-DAY-NAME PIC X(3) OCCURS 7 TIMES.
       01 WS-DAYS-SINCE PIC 9(7) VALUE ZERO.
       01 WS-WEEKS-SINCE PIC 9(7) VALUE ZERO.
       01 WS-DOW PIC 9 VALUE ZERO.

       01 WS-FREE PIC 9(5) VALUE ZERO.
       01 WS-LOAD-PCT PIC 9(5) VALUE ZERO.
       01 WS-OVER-FLAG PIC X(4) VALUE SPACES.
       01 WS-FRAMES-ED PIC ZZ9.
       01 WS-AVAIL-ED PIC ZZ,ZZ9.
       01 WS-BOOKED-ED PIC ZZ,ZZ9.
       01 WS-RUSH-ED PIC ZZ,ZZ9.
       01 WS-FREE-ED PIC ZZ,ZZ9.
       01 WS-PCT-ED PIC ZZ,ZZ9.
       01 WS-COUNT-ED PIC ZZ,ZZ9.

      * PARAMETER AREA FOR THE SHARED CAPCALC PROMISE-DATE ROUTINE.
       COPY "CAPCREC.cpy".

      * PARAMETER AREA FOR THE SHARED DATECALC DATE ROUTINE.
       COPY "DCALCREC.cpy".

      * PARAMETER AREA FOR THE SHARED SPOOLCAP SPOOL CAPTURE ROUTINE.
       COPY "SPOOLREC.cpy".

      * WS-ERR-FILE-NAME/WS-ERR-STATUS ARE SET BY THE CHECK-xxx-STATUS
      * PARAGRAPHS BELOW BEFORE PERFORMING ABEND-FILE-ERROR.
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
      * A SHOP WITH NO CAPACITY TABLE YET HAS IT SEEDED BY THE
      * PROMISE-DATE ROUTINE WITH THE STANDING CAPACITY.
           OPEN I-O CAPACITY-FILE.
           IF WS-CAP-STATUS = "35"
               MOVE "A" TO CPC-JOB-TYPE
               MOVE "N" TO CPC-RUSH
               MOVE WS-TODAY TO CPC-FROM-DATE
               CALL "CAPCALC" USING CAPACITY-CHECK-AREA
               OPEN I-O CAPACITY-FILE
           END-IF.
           PERFORM CHECK-CAP-STATUS.
           PERFORM 1000-MENU UNTIL QUIT-REQUESTED.
           CLOSE CAPACITY-FILE.
           STOP RUN.

       1000-MENU.
           DISPLAY " ".
           DISPLAY "FRAME SHOP CAPACITY AND LOAD".
           DISPLAY "[1] SHOW SHOP CAPACITY".
           DISPLAY "[2] SET CAPACITY FOR A JOB TYPE".
           DISPLAY "[3] WEEKLY LOAD REPORT".
           DISPLAY "[4] QUIT".
           DISPLAY "ENTER OPTION : ".
           ACCEPT OPTION.
           IF OPTION = 1 THEN
               PERFORM 2000-SHOW-CAPACITY
           ELSE IF OPTION = 2 THEN
               PERFORM 3000-SET-CAPACITY THRU 3000-SET-CAPACITY-EXIT
           ELSE IF OPTION = 3 THEN
               PERFORM 4000-WEEKLY-LOAD THRU 4000-WEEKLY-LOAD-EXIT
           ELSE IF OPTION = 4 THEN
               SET QUIT-REQUESTED TO TRUE
           ELSE
               DISPLAY "INVALID OPTION, TRY AGAIN"
           END-IF.

      ******************************************************************
      * 2000-SHOW-CAPACITY - every job type on SHOPCAP with its frames
      * a day and who set it when.
      ******************************************************************
       2000-SHOW-CAPACITY.
           PERFORM 2100-LOAD-TYPES.
           DISPLAY "TYPE  FRAMES/DAY  SET BY    ON".
           DISPLAY DASH-LINE.
           PERFORM 2200-SHOW-ONE-TYPE
               VARYING WS-TYPE-NO FROM 1 BY 1
               UNTIL WS-TYPE-NO > WS-TYPE-COUNT.

      ******************************************************************
      * 2100-LOAD-TYPES - SHOPCAP into the type table in key order.
      ******************************************************************
       2100-LOAD-TYPES.
           MOVE ZERO TO WS-TYPE-COUNT.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO CAP-JOB-TYPE.
           START CAPACITY-FILE KEY IS NOT LESS THAN CAP-JOB-TYPE
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START.
           PERFORM 2110-LOAD-ONE-TYPE THRU 2110-LOAD-ONE-TYPE-EXIT
               UNTIL WS-EOF = "Y".

       2110-LOAD-ONE-TYPE.
           READ CAPACITY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
                   GO TO 2110-LOAD-ONE-TYPE-EXIT
           END-READ.
           PERFORM CHECK-CAP-STATUS.
           IF WS-TYPE-COUNT < 10
               ADD 1 TO WS-TYPE-COUNT
               MOVE CAP-JOB-TYPE TO WS-TT-TYPE(WS-TYPE-COUNT)
               MOVE CAP-FRAMES-PER-DAY TO WS-TT-FRAMES(WS-TYPE-COUNT)
               MOVE ZERO TO WS-TT-WEEK-AVAIL(WS-TYPE-COUNT)
               MOVE ZERO TO WS-TT-WEEK-BOOKED(WS-TYPE-COUNT)
           END-IF.
       2110-LOAD-ONE-TYPE-EXIT.
           EXIT.

       2200-SHOW-ONE-TYPE.
           MOVE WS-TT-TYPE(WS-TYPE-NO) TO CAP-JOB-TYPE.
           READ CAPACITY-FILE KEY IS CAP-JOB-TYPE
               INVALID KEY
                   MOVE SPACES TO CAP-SET-BY
                   MOVE ZERO TO CAP-SET-DATE
           END-READ.
           MOVE WS-TT-FRAMES(WS-TYPE-NO) TO WS-FRAMES-ED.
           DISPLAY WS-TT-TYPE(WS-TYPE-NO) "           " WS-FRAMES-ED
               "  " CAP-SET-BY "  " CAP-SET-DATE.

      ******************************************************************
      * 3000-SET-CAPACITY - the frames a working day for a job type,
      * new or changed, stamped with who set it and when.  Zero
      * leaves the type unlimited: its orders are promised for the
      * next business day whatever is booked.
      ******************************************************************
       3000-SET-CAPACITY.
           DISPLAY "JOB TYPE (A = REGULAR, B = FANCY) : ".
           ACCEPT WS-TYPE-IN.
           IF WS-TYPE-IN = SPACES
               DISPLAY "A JOB TYPE IS REQUIRED."
               GO TO 3000-SET-CAPACITY-EXIT
           END-IF.
           MOVE WS-TYPE-IN TO CAP-JOB-TYPE.
           READ CAPACITY-FILE KEY IS CAP-JOB-TYPE
               INVALID KEY
                   SET ROW-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET ROW-FOUND TO TRUE
           END-READ.
           IF ROW-FOUND
               MOVE CAP-FRAMES-PER-DAY TO WS-FRAMES-ED
               DISPLAY "TYPE " WS-TYPE-IN " NOW " WS-FRAMES-ED
                   " FRAMES A DAY"
           ELSE
               DISPLAY "TYPE " WS-TYPE-IN " HAS NO CAPACITY SET"
           END-IF.
           DISPLAY "FRAMES A WORKING DAY (0 = UNLIMITED) : ".
           ACCEPT WS-FRAMES-IN.
           MOVE WS-FRAMES-IN TO WS-FRAMES-ED.
           DISPLAY "SET TYPE " WS-TYPE-IN " TO " WS-FRAMES-ED
               " FRAMES A DAY - CONFIRM (Y/N) : ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "CAPACITY NOT CHANGED."
               GO TO 3000-SET-CAPACITY-EXIT
           END-IF.
           MOVE WS-TYPE-IN TO CAP-JOB-TYPE.
           MOVE WS-FRAMES-IN TO CAP-FRAMES-PER-DAY.
           MOVE WS-OPERATOR-ID TO CAP-SET-BY.
           MOVE WS-TODAY TO CAP-SET-DATE.
           IF ROW-FOUND
               REWRITE CAP-REC
                   INVALID KEY
                       DISPLAY "CAPACITY NOT SAVED"
                       GO TO 3000-SET-CAPACITY-EXIT
               END-REWRITE
           ELSE
               WRITE CAP-REC
                   INVALID KEY
                       DISPLAY "CAPACITY NOT SAVED"
                       GO TO 3000-SET-CAPACITY-EXIT
               END-WRITE
           END-IF.
           DISPLAY "CAPACITY SET - TYPE " WS-TYPE-IN " "
               WS-FRAMES-ED " FRAMES A DAY.".
       3000-SET-CAPACITY-EXIT.
           EXIT.

      ******************************************************************
      * 4000-WEEKLY-LOAD - seven days from the start date keyed (zero
      * for today): the capacity of each open day by job type beside
      * the open work booked on it, to CAPLDRPT, then spooled.
      ******************************************************************
       4000-WEEKLY-LOAD.
           DISPLAY "WEEK STARTING (YYYYMMDD, 0 = TODAY) : ".
           ACCEPT WS-WEEK-START.
           IF WS-WEEK-START = ZERO
               MOVE WS-TODAY TO WS-WEEK-START
           END-IF.
           MOVE "V" TO DC-FUNCTION.
           MOVE WS-WEEK-START TO DC-DATE-1.
           CALL "DATECALC" USING DATE-CALC-AREA.
           IF DC-VALID-FLAG NOT = "Y"
               DISPLAY "INVALID DATE."
               GO TO 4000-WEEKLY-LOAD-EXIT
           END-IF.
           PERFORM 2100-LOAD-TYPES.
           IF WS-TYPE-COUNT = ZERO
               DISPLAY "NO CAPACITY SET FOR ANY JOB TYPE."
               GO TO 4000-WEEKLY-LOAD-EXIT
           END-IF.
           PERFORM 4100-BUILD-ONE-DAY
               VARYING WS-DAY-NO FROM 1 BY 1
               UNTIL WS-DAY-NO > 7.
           MOVE WS-DT-DATE(7) TO WS-WEEK-END.
           MOVE ZERO TO WS-PAST-DUE-COUNT.
           MOVE ZERO TO WS-OTHER-COUNT.
           MOVE "N" TO WS-EOF.
           OPEN INPUT JOB-FILE.
           IF WS-JOB-STATUS = "35"
               MOVE "Y" TO WS-EOF
           ELSE
               PERFORM CHECK-JOB-STATUS
           END-IF.
           PERFORM 4300-BOOK-ONE-JOB THRU 4300-BOOK-ONE-JOB-EXIT
               UNTIL WS-EOF = "Y".
           IF WS-JOB-STATUS NOT = "35"
               CLOSE JOB-FILE
           END-IF.
           PERFORM 5000-PRINT-LOAD.
           DISPLAY "WEEKLY LOAD WRITTEN TO CAPLDRPT FOR THE WEEK OF "
               WS-WEEK-START ".".
       4000-WEEKLY-LOAD-EXIT.
           EXIT.

      ******************************************************************
      * 4100-BUILD-ONE-DAY - the day's date, name and whether the shop
      * works it (the business-day roll leaves a working day alone).
      ******************************************************************
       4100-BUILD-ONE-DAY.
           IF WS-DAY-NO = 1
               MOVE WS-WEEK-START TO WS-DT-DATE(1)
           ELSE
               MOVE "A" TO DC-FUNCTION
               MOVE WS-DT-DATE(WS-DAY-NO - 1) TO DC-DATE-1
               MOVE 1 TO DC-ADD-DAYS
               CALL "DATECALC" USING DATE-CALC-AREA
               MOVE DC-RESULT-DATE TO WS-DT-DATE(WS-DAY-NO)
           END-IF.
           MOVE "B" TO DC-FUNCTION.
           MOVE WS-DT-DATE(WS-DAY-NO) TO DC-DATE-1.
           CALL "DATECALC" USING DATE-CALC-AREA.
           IF DC-RESULT-DATE = WS-DT-DATE(WS-DAY-NO)
               MOVE "Y" TO WS-DT-OPEN(WS-DAY-NO)
           ELSE
               MOVE "N" TO WS-DT-OPEN(WS-DAY-NO)
           END-IF.
           MOVE "D" TO DC-FUNCTION.
           MOVE 19000101 TO DC-DATE-1.
           MOVE WS-DT-DATE(WS-DAY-NO) TO DC-DATE-2.
           CALL "DATECALC" USING DATE-CALC-AREA.
           MOVE DC-RESULT-DAYS TO WS-DAYS-SINCE.
           DIVIDE WS-DAYS-SINCE BY 7 GIVING WS-WEEKS-SINCE
               REMAINDER WS-DOW.
           MOVE WS-DAY-NAME(WS-DOW + 1) TO WS-DT-NAME(WS-DAY-NO).
           PERFORM 4110-CLEAR-ONE-CELL
               VARYING WS-TYPE-NO FROM 1 BY 1
               UNTIL WS-TYPE-NO > 10.

       4110-CLEAR-ONE-CELL.
           MOVE ZERO TO WS-DT-BOOKED(WS-DAY-NO WS-TYPE-NO).
           MOVE ZERO TO WS-DT-RUSH(WS-DAY-NO WS-TYPE-NO).

      ******************************************************************
      * 4300-BOOK-ONE-JOB - an open job promised inside the week lands
      * in its day and type; one already past its promise date is
      * counted as past due.
      ******************************************************************
       4300-BOOK-ONE-JOB.
           READ JOB-FILE
               AT END
                   MOVE "Y" TO WS-EOF
                   GO TO 4300-BOOK-ONE-JOB-EXIT
           END-READ.
           PERFORM CHECK-JOB-STATUS.
           IF NOT JOB-ORDERED AND NOT JOB-IN-PRODUCTION
               GO TO 4300-BOOK-ONE-JOB-EXIT
           END-IF.
           IF JOB-PROMISE-DATE < WS-WEEK-START
               IF JOB-PROMISE-DATE < WS-TODAY
                   ADD 1 TO WS-PAST-DUE-COUNT
               END-IF
               GO TO 4300-BOOK-ONE-JOB-EXIT
           END-IF.
           IF JOB-PROMISE-DATE > WS-WEEK-END
               GO TO 4300-BOOK-ONE-JOB-EXIT
           END-IF.
           MOVE ZERO TO WS-TYPE-HIT.
           PERFORM 4310-MATCH-TYPE
               VARYING WS-TYPE-NO FROM 1 BY 1
               UNTIL WS-TYPE-NO > WS-TYPE-COUNT.
           IF WS-TYPE-HIT = ZERO
               ADD 1 TO WS-OTHER-COUNT
               GO TO 4300-BOOK-ONE-JOB-EXIT
           END-IF.
           MOVE ZERO TO WS-DAY-HIT.
           PERFORM 4320-MATCH-DAY
               VARYING WS-DAY-NO FROM 1 BY 1
               UNTIL WS-DAY-NO > 7.
           ADD 1 TO WS-DT-BOOKED(WS-DAY-HIT WS-TYPE-HIT).
           IF JOB-RUSH = "Y"
               ADD 1 TO WS-DT-RUSH(WS-DAY-HIT WS-TYPE-HIT)
           END-IF.
       4300-BOOK-ONE-JOB-EXIT.
           EXIT.

       4310-MATCH-TYPE.
           IF WS-TT-TYPE(WS-TYPE-NO) = JOB-TYPE
               MOVE WS-TYPE-NO TO WS-TYPE-HIT
           END-IF.

       4320-MATCH-DAY.
           IF WS-DT-DATE(WS-DAY-NO) = JOB-PROMISE-DATE
               MOVE WS-DAY-NO TO WS-DAY-HIT
           END-IF.

      ******************************************************************
      * 5000-PRINT-LOAD - one line per job type per working day, a
      * closed line for a weekend or holiday (work promised on one
      * still shows), then the week's totals by type.
      ******************************************************************
       5000-PRINT-LOAD.
           OPEN OUTPUT PRINT-FILE.
           PERFORM CHECK-PRINT-STATUS.
           MOVE SPACES TO PRINT-REC.
           STRING "SHOP LOAD FOR THE WEEK OF " DELIMITED BY SIZE
               WS-WEEK-START DELIMITED BY SIZE
               "   PRINTED " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO PRINT-REC.
           PERFORM 5900-WRITE-LINE.
           MOVE SPACES TO PRINT-REC.
           PERFORM 5900-WRITE-LINE.
           MOVE "DATE      DAY  TYPE  AVAILABLE  BOOKED    RUSH    FREE"
               TO PRINT-REC.
           MOVE "   LOAD %" TO PRINT-REC(55:9).
           PERFORM 5900-WRITE-LINE.
           MOVE DASH-LINE TO PRINT-REC.
           PERFORM 5900-WRITE-LINE.
           PERFORM 5100-PRINT-ONE-DAY
               VARYING WS-DAY-NO FROM 1 BY 1
               UNTIL WS-DAY-NO > 7.
           MOVE DASH-LINE TO PRINT-REC.
           PERFORM 5900-WRITE-LINE.
           PERFORM 5300-PRINT-WEEK-TOTAL
               VARYING WS-TYPE-NO FROM 1 BY 1
               UNTIL WS-TYPE-NO > WS-TYPE-COUNT.
           MOVE SPACES TO PRINT-REC.
           PERFORM 5900-WRITE-LINE.
           MOVE WS-PAST-DUE-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "OPEN JOBS ALREADY PAST THEIR PROMISE DATE : "
               DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO PRINT-REC.
           PERFORM 5900-WRITE-LINE.
           IF WS-OTHER-COUNT > ZERO
               MOVE WS-OTHER-COUNT TO WS-COUNT-ED
               MOVE SPACES TO PRINT-REC
               STRING "JOBS THIS WEEK OF A TYPE WITH NO CAPACITY : "
                   DELIMITED BY SIZE
                   WS-COUNT-ED DELIMITED BY SIZE
                   INTO PRINT-REC
               PERFORM 5900-WRITE-LINE
           END-IF.
           CLOSE PRINT-FILE.
           MOVE "CAPLDRPT" TO SPC-REPORT-NAME.
           MOVE "CAPLDRPT" TO SPC-SOURCE-PATH.
           CALL "SPOOLCAP" USING SPOOL-CAP-AREA.

       5100-PRINT-ONE-DAY.
           IF WS-DT-OPEN(WS-DAY-NO) NOT = "Y"
               MOVE SPACES TO PRINT-REC
               STRING WS-DT-DATE(WS-DAY-NO) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-DT-NAME(WS-DAY-NO) DELIMITED BY SIZE
                   "  CLOSED" DELIMITED BY SIZE
                   INTO PRINT-REC
               PERFORM 5900-WRITE-LINE
           END-IF.
           PERFORM 5200-PRINT-ONE-CELL THRU 5200-PRINT-ONE-CELL-EXIT
               VARYING WS-TYPE-NO FROM 1 BY 1
               UNTIL WS-TYPE-NO > WS-TYPE-COUNT.

      ******************************************************************
      * 5200-PRINT-ONE-CELL - a closed day has no capacity; its line
      * only prints when work has been promised on it anyway.
      ******************************************************************
       5200-PRINT-ONE-CELL.
           IF WS-DT-OPEN(WS-DAY-NO) = "Y"
               MOVE WS-TT-FRAMES(WS-TYPE-NO) TO WS-AVAIL-ED
               ADD WS-TT-FRAMES(WS-TYPE-NO) TO
                   WS-TT-WEEK-AVAIL(WS-TYPE-NO)
           ELSE
               IF WS-DT-BOOKED(WS-DAY-NO WS-TYPE-NO) = ZERO
                   GO TO 5200-PRINT-ONE-CELL-EXIT
               END-IF
               MOVE ZERO TO WS-AVAIL-ED
           END-IF.
           ADD WS-DT-BOOKED(WS-DAY-NO WS-TYPE-NO) TO
               WS-TT-WEEK-BOOKED(WS-TYPE-NO).
           MOVE WS-DT-BOOKED(WS-DAY-NO WS-TYPE-NO) TO WS-BOOKED-ED.
           MOVE WS-DT-RUSH(WS-DAY-NO WS-TYPE-NO) TO WS-RUSH-ED.
           MOVE SPACES TO WS-OVER-FLAG.
           MOVE ZERO TO WS-FREE.
           MOVE ZERO TO WS-LOAD-PCT.
           IF WS-DT-OPEN(WS-DAY-NO) = "Y"
               IF WS-DT-BOOKED(WS-DAY-NO WS-TYPE-NO) >
                   WS-TT-FRAMES(WS-TYPE-NO)
                   MOVE "OVER" TO WS-OVER-FLAG
               ELSE
                   COMPUTE WS-FREE = WS-TT-FRAMES(WS-TYPE-NO) -
                       WS-DT-BOOKED(WS-DAY-NO WS-TYPE-NO)
               END-IF
               IF WS-TT-FRAMES(WS-TYPE-NO) > ZERO
                   COMPUTE WS-LOAD-PCT ROUNDED =
                       WS-DT-BOOKED(WS-DAY-NO WS-TYPE-NO) * 100 /
                       WS-TT-FRAMES(WS-TYPE-NO)
               END-IF
           ELSE
               MOVE "OVER" TO WS-OVER-FLAG
           END-IF.
           MOVE WS-FREE TO WS-FREE-ED.
           MOVE WS-LOAD-PCT TO WS-PCT-ED.
           MOVE SPACES TO PRINT-REC.
           STRING WS-DT-DATE(WS-DAY-NO) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-DT-NAME(WS-DAY-NO) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-TT-TYPE(WS-TYPE-NO) DELIMITED BY SIZE
               "       " DELIMITED BY SIZE
               WS-AVAIL-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-BOOKED-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-RUSH-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-FREE-ED DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-PCT-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-OVER-FLAG DELIMITED BY SIZE
               INTO PRINT-REC.
           PERFORM 5900-WRITE-LINE.
       5200-PRINT-ONE-CELL-EXIT.
           EXIT.

       5300-PRINT-WEEK-TOTAL.
           MOVE WS-TT-WEEK-AVAIL(WS-TYPE-NO) TO WS-AVAIL-ED.
           MOVE WS-TT-WEEK-BOOKED(WS-TYPE-NO) TO WS-BOOKED-ED.
           MOVE ZERO TO WS-LOAD-PCT.
           IF WS-TT-WEEK-AVAIL(WS-TYPE-NO) > ZERO
               COMPUTE WS-LOAD-PCT ROUNDED =
                   WS-TT-WEEK-BOOKED(WS-TYPE-NO) * 100 /
                   WS-TT-WEEK-AVAIL(WS-TYPE-NO)
           END-IF.
           MOVE WS-LOAD-PCT TO WS-PCT-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "WEEK TOTAL     " DELIMITED BY SIZE
               WS-TT-TYPE(WS-TYPE-NO) DELIMITED BY SIZE
               "       " DELIMITED BY SIZE
               WS-AVAIL-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-BOOKED-ED DELIMITED BY SIZE
               "                   " DELIMITED BY SIZE
               WS-PCT-ED DELIMITED BY SIZE
               INTO PRINT-REC.
           PERFORM 5900-WRITE-LINE.

       5900-WRITE-LINE.
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
           DISPLAY "CAPACITY RUN TERMINATED - SEE FILE STATUS ABOVE.".
           STOP RUN.

       CHECK-CAP-STATUS.
           IF WS-CAP-STATUS NOT = "00"
               MOVE "CAPACITY-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-CAP-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-JOB-STATUS.
           IF WS-JOB-STATUS NOT = "00"
               MOVE "JOB-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-JOB-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-PRINT-STATUS.
           IF WS-PRINT-STATUS NOT = "00"
               MOVE "PRINT-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-PRINT-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       END PROGRAM CAPLOAD.
