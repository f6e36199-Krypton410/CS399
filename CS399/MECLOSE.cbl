      ******************************************************************
      * Author:
      * Date:
      * Purpose: Month-end close - shows, for a month, which of the
      *          month-end jobs (interest accrual, the withholding tax
      *          remittance, the VAT books, collection efficiency, the
      *          journal export and the GL posting) have logged a
      *          completed run on MEJOBLOG, and closes the month on
      *          PERIODCTL only once every one of them has.
      *          Collections, bank payment import, the teller and
      *          withdrawal programs, interest capitalization and
      *          frame-shop payment posting refuse entries dated in a
      *          closed month.  A closed month can be reopened, with a
      *          reason, by a supervisor; every close and reopening is
      *          logged to PERDAUD with the supervisor who signed on.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MECLOSE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT PERIOD-CONTROL-FILE
           ASSIGN TO "PERIODCTL"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PERD-STATUS.

       SELECT PERIOD-AUDIT-FILE
           ASSIGN TO "PERDAUD"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PAUD-STATUS.

       SELECT MONTH-END-LOG-FILE
           ASSIGN TO "MEJOBLOG"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-MEJ-STATUS.

       SELECT OPERATOR-FILE
           ASSIGN TO "OPERTAB"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-OPER-STATUS.

       SELECT SIGNON-LOG-FILE
           ASSIGN TO "SIGNLOG"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-SLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD PERIOD-CONTROL-FILE
           DATA RECORD IS PERD-REC.

       COPY "PERDREC.cpy".

       FD PERIOD-AUDIT-FILE
           DATA RECORD IS PAUD-REC.

       COPY "PAUDREC.cpy".

       FD MONTH-END-LOG-FILE
           DATA RECORD IS MEJ-REC.

       COPY "MEJREC.cpy".

       FD OPERATOR-FILE
           DATA RECORD IS OPER-REC.

       COPY "OPERREC.cpy".

      ******************************************************************
      * SIGNON-LOG-FILE - shared sign-on attempt log: every attempt,
      * good or bad, from every program that signs operators on.
      ******************************************************************
       FD SIGNON-LOG-FILE
           DATA RECORD IS SLOG-REC.

       COPY "SLOGREC.cpy".

       WORKING-STORAGE SECTION.
       01 WS-PERD-STATUS PIC X(2).
       01 WS-PAUD-STATUS PIC X(2).
       01 WS-MEJ-STATUS PIC X(2).
       01 WS-OPER-STATUS PIC X(2).
       01 WS-SLOG-STATUS PIC X(2).
       01 WS-EOF PIC X(1) VALUE "N".

       01 OPTION PIC 9.
       01 WS-QUIT-SWITCH PIC X VALUE "N".
           88 QUIT-REQUESTED VALUE "Y".
       01 WS-TODAY PIC 9(8) VALUE ZERO.
       01 WS-NOW PIC 9(8) VALUE ZERO.
       01 WS-THIS-PERIOD PIC 9(6) VALUE ZERO.

      ******************************************************************
      * SIGN-ON FIELDS - PERIODS ARE CLOSED AND REOPENED BY AN ACTIVE,
      * AUTHORIZED OPERATOR ONLY, CHECKED AGAINST OPERTAB AND LOGGED
      * TO SIGNLOG.
      ******************************************************************
       01 WS-SIGNON-ID PIC X(8) VALUE SPACES.
       01 WS-SIGNON-PASSWORD PIC X(8) VALUE SPACES.
       01 WS-SIGNON-ENCODED PIC X(8) VALUE SPACES.
       01 WS-SIGNON-SWITCH PIC X VALUE "N".
           88 SIGNED-ON VALUE "Y".
           88 NOT-SIGNED-ON VALUE "N".
       01 WS-SIGNON-RESULT PIC X(4) VALUE SPACES.
       01 WS-SIGNON-TRIES PIC 9 VALUE ZERO.
       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.

      * THE MONTH AS KEYED, AND WHAT PERIODCTL HOLDS FOR IT.
       01 WS-PERIOD-IN PIC 9(6) VALUE ZERO.
       01 WS-PERIOD-PARTS REDEFINES WS-PERIOD-IN.
           05 WS-PERIOD-YEAR PIC 9(4).
           05 WS-PERIOD-MONTH PIC 9(2).
       01 WS-REASON-IN PIC X(30) VALUE SPACES.
       01 WS-CONFIRM PIC X VALUE SPACE.
       01 WS-PERIOD-ROW-SWITCH PIC X VALUE "N".
           88 PERIOD-ROW-FOUND VALUE "Y".
           88 PERIOD-ROW-NOT-FOUND VALUE "N".
       01 WS-PERIOD-STATE PIC X(1) VALUE SPACE.
           88 PERIOD-IS-CLOSED VALUE "C".
       01 WS-PERIOD-COUNT PIC 9(5) VALUE ZERO.
       01 WS-AUD-ACTION PIC X(6) VALUE SPACES.

      ******************************************************************
      * MONTH-END JOB CHECKLIST - THE ACCRUAL, THE WITHHOLDING TAX
      * REMITTANCE AND THE VAT BOOKS ARE RUN FOR A MONTH AND MUST HAVE
      * LOGGED A RUN FOR THE MONTH ITSELF.  COLLECTION EFFICIENCY,
      * THE JOURNAL EXPORT AND THE GL POSTING RUN TO A DATE AND MUST
      * HAVE LOGGED A RUN TAKEN THROUGH A DATE PAST THE MONTH'S END.
      ******************************************************************
       01 WS-JOB-NAME-LIST.
           05 FILLER PIC X(9) VALUE "INTACCR M".
           05 FILLER PIC X(9) VALUE "WTAXRPT M".
           05 FILLER PIC X(9) VALUE "VATBOOK M".
           05 FILLER PIC X(9) VALUE "COLLEFF D".
           05 FILLER PIC X(9) VALUE "GLEXPORTD".
           05 FILLER PIC X(9) VALUE "GLPOST  D".
       01 WS-JOB-TABLE REDEFINES WS-JOB-NAME-LIST.
           05 WS-JOB-ENTRY OCCURS 6 TIMES.
               10 WS-JOB-NAME PIC X(8).
               10 WS-JOB-RULE PIC X(1).
       01 WS-JOB-RESULTS.
           05 WS-JOB-RESULT OCCURS 6 TIMES.
               10 WS-JOB-LOGGED PIC X(1).
               10 WS-JOB-LAST-RUN PIC 9(8).
       01 WS-JOB-NO PIC 9 VALUE ZERO.
       01 WS-JOBS-MISSING PIC 9 VALUE ZERO.
       01 WS-AS-OF-PERIOD PIC 9(6) VALUE ZERO.

      * WS-ERR-FILE-NAME/WS-ERR-STATUS ARE SET BY THE CHECK-xxx-STATUS
      * PARAGRAPHS BELOW BEFORE PERFORMING ABEND-FILE-ERROR.
       01 WS-ERR-FILE-NAME PIC X(20).
       01 WS-ERR-STATUS PIC X(2).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-TODAY(1:6) TO WS-THIS-PERIOD.
           PERFORM 1000-SIGN-ON THRU 1000-SIGN-ON-EXIT
               UNTIL SIGNED-ON OR WS-SIGNON-TRIES > 2.
           IF SIGNED-ON
               PERFORM 2000-MENU UNTIL QUIT-REQUESTED
           ELSE
               DISPLAY "SIGN-ON REFUSED - RUN ENDED."
           END-IF.
           STOP RUN.

      ******************************************************************
      * 1000-SIGN-ON - an active operator with the authorized role,
      * checked straight off OPERTAB.  Three misses end the run.
      ******************************************************************
       1000-SIGN-ON.
           ADD 1 TO WS-SIGNON-TRIES.
           DISPLAY "MONTH-END CLOSE SIGN-ON".
           DISPLAY "OPERATOR ID : ".
           ACCEPT WS-SIGNON-ID.
           DISPLAY "PASSWORD    : ".
           ACCEPT WS-SIGNON-PASSWORD.
           CALL "PWCODE" USING WS-SIGNON-PASSWORD WS-SIGNON-ENCODED.
           MOVE "N" TO WS-EOF.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPER-STATUS = "35"
               DISPLAY "NO OPERATOR TABLE ON HAND - SET UP OPERTAB "
                   "THROUGH SECADM FIRST."
               MOVE 9 TO WS-SIGNON-TRIES
               GO TO 1000-SIGN-ON-EXIT
           END-IF.
           PERFORM CHECK-OPER-STATUS.
           PERFORM 1100-SCAN-OPERATOR THRU 1100-SCAN-OPERATOR-EXIT
               UNTIL WS-EOF = "Y" OR SIGNED-ON.
           CLOSE OPERATOR-FILE.
           IF SIGNED-ON
               MOVE WS-SIGNON-ID TO WS-OPERATOR-ID
               MOVE "OK  " TO WS-SIGNON-RESULT
           ELSE
               MOVE "BAD " TO WS-SIGNON-RESULT
               DISPLAY "INVALID OR UNAUTHORIZED SIGN-ON, TRY AGAIN"
           END-IF.
           PERFORM 1200-WRITE-SIGNON-LOG.
       1000-SIGN-ON-EXIT.
           EXIT.

       1100-SCAN-OPERATOR.
           READ OPERATOR-FILE
               AT END
                   MOVE "Y" TO WS-EOF
                   GO TO 1100-SCAN-OPERATOR-EXIT
           END-READ.
           IF OPER-ID = WS-SIGNON-ID AND
               OPER-PASSWORD = WS-SIGNON-ENCODED AND
               OPER-ACTIVE AND OPER-ROLE-AUTHORIZED
               SET SIGNED-ON TO TRUE
           END-IF.
       1100-SCAN-OPERATOR-EXIT.
           EXIT.

       1200-WRITE-SIGNON-LOG.
           ACCEPT WS-NOW FROM TIME.
           OPEN EXTEND SIGNON-LOG-FILE.
           IF WS-SLOG-STATUS = "35"
               OPEN OUTPUT SIGNON-LOG-FILE
               CLOSE SIGNON-LOG-FILE
               OPEN EXTEND SIGNON-LOG-FILE
           END-IF.
           MOVE WS-TODAY TO SLOG-DATE.
           MOVE WS-NOW TO SLOG-TIME.
           MOVE "MECLOSE" TO SLOG-PROGRAM.
           MOVE WS-SIGNON-ID TO SLOG-OPERATOR.
           MOVE WS-SIGNON-RESULT TO SLOG-RESULT.
           WRITE SLOG-REC.
           CLOSE SIGNON-LOG-FILE.

       2000-MENU.
           DISPLAY " ".
           DISPLAY "MONTH-END CLOSE".
           DISPLAY "[1] SHOW A MONTH'S CLOSE CHECKLIST".
           DISPLAY "[2] CLOSE A MONTH".
           DISPLAY "[3] REOPEN A CLOSED MONTH".
           DISPLAY "[4] LIST CLOSED AND REOPENED MONTHS".
           DISPLAY "[5] QUIT".
           DISPLAY "ENTER OPTION : ".
           ACCEPT OPTION.
           IF OPTION = 1 THEN
               PERFORM 3000-SHOW-CHECKLIST THRU 3000-SHOW-CHECKLIST-EXIT
           ELSE IF OPTION = 2 THEN
               PERFORM 4000-CLOSE-PERIOD THRU 4000-CLOSE-PERIOD-EXIT
           ELSE IF OPTION = 3 THEN
               PERFORM 5000-REOPEN-PERIOD THRU 5000-REOPEN-PERIOD-EXIT
           ELSE IF OPTION = 4 THEN
               PERFORM 6000-LIST-PERIODS
           ELSE IF OPTION = 5 THEN
               SET QUIT-REQUESTED TO TRUE
           ELSE
               DISPLAY "INVALID OPTION, TRY AGAIN"
           END-IF.

      ******************************************************************
      * 3000-SHOW-CHECKLIST - the month's standing on PERIODCTL and,
      * job by job, whether MEJOBLOG shows the run the close needs.
      ******************************************************************
       3000-SHOW-CHECKLIST.
           PERFORM 7000-ACCEPT-PERIOD THRU 7000-ACCEPT-PERIOD-EXIT.
           IF WS-PERIOD-IN = ZERO
               GO TO 3000-SHOW-CHECKLIST-EXIT
           END-IF.
           PERFORM 7100-FIND-PERIOD.
           IF PERIOD-ROW-NOT-FOUND
               DISPLAY "MONTH " WS-PERIOD-IN " IS OPEN."
           ELSE IF PERIOD-IS-CLOSED
               DISPLAY "MONTH " WS-PERIOD-IN " IS CLOSED."
           ELSE
               DISPLAY "MONTH " WS-PERIOD-IN " WAS REOPENED."
           END-IF.
           PERFORM 7200-CHECK-JOBS THRU 7200-CHECK-JOBS-EXIT.
           PERFORM 7300-SHOW-ONE-JOB
               VARYING WS-JOB-NO FROM 1 BY 1 UNTIL WS-JOB-NO > 6.
       3000-SHOW-CHECKLIST-EXIT.
           EXIT.

      ******************************************************************
      * 4000-CLOSE-PERIOD - refused while any month-end job is still
      * missing for the month; otherwise the month goes to C on
      * PERIODCTL (a new row, or the reopened row turned back) and
      * the close is logged to PERDAUD.  The month in progress is
      * never closed.
      ******************************************************************
       4000-CLOSE-PERIOD.
           PERFORM 7000-ACCEPT-PERIOD THRU 7000-ACCEPT-PERIOD-EXIT.
           IF WS-PERIOD-IN = ZERO
               GO TO 4000-CLOSE-PERIOD-EXIT
           END-IF.
           IF WS-PERIOD-IN NOT < WS-THIS-PERIOD
               DISPLAY "ONLY A MONTH ALREADY ENDED CAN BE CLOSED."
               GO TO 4000-CLOSE-PERIOD-EXIT
           END-IF.
           PERFORM 7100-FIND-PERIOD.
           IF PERIOD-ROW-FOUND AND PERIOD-IS-CLOSED
               DISPLAY "MONTH " WS-PERIOD-IN " IS ALREADY CLOSED."
               GO TO 4000-CLOSE-PERIOD-EXIT
           END-IF.
           PERFORM 7200-CHECK-JOBS THRU 7200-CHECK-JOBS-EXIT.
           IF WS-JOBS-MISSING > ZERO
               PERFORM 7300-SHOW-ONE-JOB
                   VARYING WS-JOB-NO FROM 1 BY 1 UNTIL WS-JOB-NO > 6
               DISPLAY WS-JOBS-MISSING " MONTH-END JOB(S) STILL TO "
                   "RUN - MONTH NOT CLOSED."
               GO TO 4000-CLOSE-PERIOD-EXIT
           END-IF.
           DISPLAY "ALL MONTH-END JOBS HAVE RUN FOR " WS-PERIOD-IN.
           DISPLAY "CLOSE THE MONTH (Y/N) : ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "MONTH NOT CLOSED."
               GO TO 4000-CLOSE-PERIOD-EXIT
           END-IF.
           IF PERIOD-ROW-FOUND
               PERFORM 4100-RECLOSE-ROW
           ELSE
               PERFORM 4200-ADD-CLOSED-ROW
           END-IF.
           MOVE "CLOSE" TO WS-AUD-ACTION.
           MOVE SPACES TO WS-REASON-IN.
           PERFORM 7400-WRITE-PERIOD-AUDIT.
           DISPLAY "MONTH " WS-PERIOD-IN " CLOSED - ENTRIES DATED IN "
               "IT WILL BE REFUSED.".
       4000-CLOSE-PERIOD-EXIT.
           EXIT.

       4100-RECLOSE-ROW.
           MOVE "N" TO WS-EOF.
           OPEN I-O PERIOD-CONTROL-FILE.
           PERFORM CHECK-PERD-STATUS.
           PERFORM 4110-RECLOSE-ONE-ROW UNTIL WS-EOF = "Y".
           CLOSE PERIOD-CONTROL-FILE.

       4110-RECLOSE-ONE-ROW.
           READ PERIOD-CONTROL-FILE
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   IF PERD-PERIOD = WS-PERIOD-IN
                       SET PERD-CLOSED TO TRUE
                       MOVE WS-OPERATOR-ID TO PERD-CLOSED-BY
                       MOVE WS-TODAY TO PERD-CLOSED-DATE
                       REWRITE PERD-REC
                       PERFORM CHECK-PERD-STATUS
                       MOVE "Y" TO WS-EOF
                   END-IF
           END-READ.

       4200-ADD-CLOSED-ROW.
           OPEN EXTEND PERIOD-CONTROL-FILE.
           IF WS-PERD-STATUS = "35"
               OPEN OUTPUT PERIOD-CONTROL-FILE
               CLOSE PERIOD-CONTROL-FILE
               OPEN EXTEND PERIOD-CONTROL-FILE
           END-IF.
           PERFORM CHECK-PERD-STATUS.
           MOVE WS-PERIOD-IN TO PERD-PERIOD.
           SET PERD-CLOSED TO TRUE.
           MOVE WS-OPERATOR-ID TO PERD-CLOSED-BY.
           MOVE WS-TODAY TO PERD-CLOSED-DATE.
           MOVE SPACES TO PERD-REOPENED-BY.
           MOVE ZERO TO PERD-REOPENED-DATE.
           MOVE SPACES TO PERD-REOPEN-REASON.
           WRITE PERD-REC.
           PERFORM CHECK-PERD-STATUS.
           CLOSE PERIOD-CONTROL-FILE.

      ******************************************************************
      * 5000-REOPEN-PERIOD - a closed month goes back to O with the
      * supervisor, the date and the reason on the row, and the
      * reopening is logged to PERDAUD.  Closing it again goes back
      * through the checklist.
      ******************************************************************
       5000-REOPEN-PERIOD.
           PERFORM 7000-ACCEPT-PERIOD THRU 7000-ACCEPT-PERIOD-EXIT.
           IF WS-PERIOD-IN = ZERO
               GO TO 5000-REOPEN-PERIOD-EXIT
           END-IF.
           PERFORM 7100-FIND-PERIOD.
           IF PERIOD-ROW-NOT-FOUND OR NOT PERIOD-IS-CLOSED
               DISPLAY "MONTH " WS-PERIOD-IN " IS NOT CLOSED."
               GO TO 5000-REOPEN-PERIOD-EXIT
           END-IF.
           DISPLAY "REASON FOR REOPENING : ".
           ACCEPT WS-REASON-IN.
           IF WS-REASON-IN = SPACES
               DISPLAY "A REASON IS REQUIRED - MONTH NOT REOPENED."
               GO TO 5000-REOPEN-PERIOD-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           OPEN I-O PERIOD-CONTROL-FILE.
           PERFORM CHECK-PERD-STATUS.
           PERFORM 5100-REOPEN-ONE-ROW UNTIL WS-EOF = "Y".
           CLOSE PERIOD-CONTROL-FILE.
           MOVE "REOPEN" TO WS-AUD-ACTION.
           PERFORM 7400-WRITE-PERIOD-AUDIT.
           DISPLAY "MONTH " WS-PERIOD-IN " REOPENED FOR POSTING.".
       5000-REOPEN-PERIOD-EXIT.
           EXIT.

       5100-REOPEN-ONE-ROW.
           READ PERIOD-CONTROL-FILE
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   IF PERD-PERIOD = WS-PERIOD-IN
                       SET PERD-REOPENED TO TRUE
                       MOVE WS-OPERATOR-ID TO PERD-REOPENED-BY
                       MOVE WS-TODAY TO PERD-REOPENED-DATE
                       MOVE WS-REASON-IN TO PERD-REOPEN-REASON
                       REWRITE PERD-REC
                       PERFORM CHECK-PERD-STATUS
                       MOVE "Y" TO WS-EOF
                   END-IF
           END-READ.

       6000-LIST-PERIODS.
           MOVE ZERO TO WS-PERIOD-COUNT.
           MOVE "N" TO WS-EOF.
           OPEN INPUT PERIOD-CONTROL-FILE.
           IF WS-PERD-STATUS = "35"
               DISPLAY "NO MONTH HAS BEEN CLOSED YET."
           ELSE
               PERFORM CHECK-PERD-STATUS
               DISPLAY "MONTH  ST CLOSED BY ON        REOPENED BY ON"
                   "        REASON"
               PERFORM 6100-LIST-ONE-PERIOD UNTIL WS-EOF = "Y"
               CLOSE PERIOD-CONTROL-FILE
               DISPLAY WS-PERIOD-COUNT " MONTH(S) ON PERIODCTL."
           END-IF.

       6100-LIST-ONE-PERIOD.
           READ PERIOD-CONTROL-FILE
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-PERIOD-COUNT
                   DISPLAY PERD-PERIOD " " PERD-STATUS "  "
                       PERD-CLOSED-BY " " PERD-CLOSED-DATE "  "
                       PERD-REOPENED-BY " " PERD-REOPENED-DATE "  "
                       PERD-REOPEN-REASON
           END-READ.

       7000-ACCEPT-PERIOD.
           DISPLAY "MONTH (YYYYMM) : ".
           ACCEPT WS-PERIOD-IN.
           IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12 OR
               WS-PERIOD-YEAR < 1900
               DISPLAY "NOT A VALID MONTH."
               MOVE ZERO TO WS-PERIOD-IN
           END-IF.
       7000-ACCEPT-PERIOD-EXIT.
           EXIT.

       7100-FIND-PERIOD.
           SET PERIOD-ROW-NOT-FOUND TO TRUE.
           MOVE SPACE TO WS-PERIOD-STATE.
           MOVE "N" TO WS-EOF.
           OPEN INPUT PERIOD-CONTROL-FILE.
           IF WS-PERD-STATUS NOT = "35"
               PERFORM CHECK-PERD-STATUS
               PERFORM 7110-FIND-ONE-PERIOD UNTIL WS-EOF = "Y"
               CLOSE PERIOD-CONTROL-FILE
           END-IF.

       7110-FIND-ONE-PERIOD.
           READ PERIOD-CONTROL-FILE
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   IF PERD-PERIOD = WS-PERIOD-IN
                       SET PERIOD-ROW-FOUND TO TRUE
                       MOVE PERD-STATUS TO WS-PERIOD-STATE
                       MOVE "Y" TO WS-EOF
                   END-IF
           END-READ.

      ******************************************************************
      * 7200-CHECK-JOBS - one pass of MEJOBLOG, marking each job whose
      * logged run covers the month under the rule in the checklist
      * table, and keeping the latest run date seen for each.
      ******************************************************************
       7200-CHECK-JOBS.
           MOVE ZERO TO WS-JOBS-MISSING.
           PERFORM 7210-CLEAR-ONE-JOB
               VARYING WS-JOB-NO FROM 1 BY 1 UNTIL WS-JOB-NO > 6.
           MOVE "N" TO WS-EOF.
           OPEN INPUT MONTH-END-LOG-FILE.
           IF WS-MEJ-STATUS = "35"
               MOVE 6 TO WS-JOBS-MISSING
               GO TO 7200-CHECK-JOBS-EXIT
           END-IF.
           PERFORM CHECK-MEJ-STATUS.
           PERFORM 7220-CHECK-ONE-RUN THRU 7220-CHECK-ONE-RUN-EXIT
               UNTIL WS-EOF = "Y".
           CLOSE MONTH-END-LOG-FILE.
           PERFORM 7240-COUNT-ONE-MISSING
               VARYING WS-JOB-NO FROM 1 BY 1 UNTIL WS-JOB-NO > 6.
       7200-CHECK-JOBS-EXIT.
           EXIT.

       7210-CLEAR-ONE-JOB.
           MOVE "N" TO WS-JOB-LOGGED(WS-JOB-NO).
           MOVE ZERO TO WS-JOB-LAST-RUN(WS-JOB-NO).

       7220-CHECK-ONE-RUN.
           READ MONTH-END-LOG-FILE
               AT END
                   MOVE "Y" TO WS-EOF
                   GO TO 7220-CHECK-ONE-RUN-EXIT
           END-READ.
           MOVE MEJ-AS-OF-DATE(1:6) TO WS-AS-OF-PERIOD.
           PERFORM 7230-MATCH-ONE-JOB
               VARYING WS-JOB-NO FROM 1 BY 1 UNTIL WS-JOB-NO > 6.
       7220-CHECK-ONE-RUN-EXIT.
           EXIT.

       7230-MATCH-ONE-JOB.
           IF MEJ-JOB-NAME = WS-JOB-NAME(WS-JOB-NO)
               IF (WS-JOB-RULE(WS-JOB-NO) = "M" AND
                   MEJ-PERIOD = WS-PERIOD-IN) OR
                   (WS-JOB-RULE(WS-JOB-NO) = "D" AND
                   WS-AS-OF-PERIOD > WS-PERIOD-IN)
                   MOVE "Y" TO WS-JOB-LOGGED(WS-JOB-NO)
                   IF MEJ-RUN-DATE > WS-JOB-LAST-RUN(WS-JOB-NO)
                       MOVE MEJ-RUN-DATE TO WS-JOB-LAST-RUN(WS-JOB-NO)
                   END-IF
               END-IF
           END-IF.

       7240-COUNT-ONE-MISSING.
           IF WS-JOB-LOGGED(WS-JOB-NO) NOT = "Y"
               ADD 1 TO WS-JOBS-MISSING
           END-IF.

       7300-SHOW-ONE-JOB.
           IF WS-JOB-LOGGED(WS-JOB-NO) = "Y"
               DISPLAY "  " WS-JOB-NAME(WS-JOB-NO) "  RUN      LAST "
                   "RUN ON " WS-JOB-LAST-RUN(WS-JOB-NO)
           ELSE
               DISPLAY "  " WS-JOB-NAME(WS-JOB-NO) "  MISSING"
           END-IF.

       7400-WRITE-PERIOD-AUDIT.
           ACCEPT WS-NOW FROM TIME.
           OPEN EXTEND PERIOD-AUDIT-FILE.
           IF WS-PAUD-STATUS = "35"
               OPEN OUTPUT PERIOD-AUDIT-FILE
               CLOSE PERIOD-AUDIT-FILE
               OPEN EXTEND PERIOD-AUDIT-FILE
           END-IF.
           PERFORM CHECK-PAUD-STATUS.
           MOVE SPACES TO PAUD-TIMESTAMP.
           STRING WS-TODAY DELIMITED BY SIZE
               WS-NOW DELIMITED BY SIZE
               INTO PAUD-TIMESTAMP.
           MOVE WS-OPERATOR-ID TO PAUD-OPERATOR-ID.
           MOVE WS-PERIOD-IN TO PAUD-PERIOD.
           MOVE WS-AUD-ACTION TO PAUD-ACTION.
           MOVE WS-REASON-IN TO PAUD-REASON.
           WRITE PAUD-REC.
           PERFORM CHECK-PAUD-STATUS.
           CLOSE PERIOD-AUDIT-FILE.

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

       CHECK-PERD-STATUS.
           IF WS-PERD-STATUS NOT = "00"
               MOVE "PERIOD-CONTROL-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-PERD-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-PAUD-STATUS.
           IF WS-PAUD-STATUS NOT = "00"
               MOVE "PERIOD-AUDIT-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-PAUD-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-MEJ-STATUS.
           IF WS-MEJ-STATUS NOT = "00"
               MOVE "MONTH-END-LOG-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-MEJ-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-OPER-STATUS.
           IF WS-OPER-STATUS NOT = "00"
               MOVE "OPERATOR-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-OPER-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       END PROGRAM MECLOSE.
