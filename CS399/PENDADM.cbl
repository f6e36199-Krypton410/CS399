      ******************************************************************
      * Author:
      * Date:
      * Purpose: Supervisor approval administration - sets the APPRTHR
      *          thresholds the property master, the collections
      *          program and deposit entry hold changes against (the
      *          assessed-value percentage, the correction amount and
      *          the margin over the board rate), stamped with the
      *          supervisor who set them, and prints the PENDRPT
      *          aging of what is still waiting on PENDTXN, grouped
      *          by kind and bucketed by days since it was keyed, so
      *          nothing sits in a queue unnoticed.  Approving and
      *          rejecting are done from each program's own approval
      *          queue, which posts through that program's own code.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENDADM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT PENDING-FILE
           ASSIGN TO "PENDTXN"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PEND-STATUS.

       SELECT THRESHOLD-FILE
           ASSIGN TO "APPRTHR"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-THR-STATUS.

       SELECT PRINT-FILE
           ASSIGN TO "PENDRPT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PRINT-STATUS.

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

       FD PENDING-FILE
           DATA RECORD IS PEND-REC.

       COPY "PENDREC.cpy".

       FD THRESHOLD-FILE
           DATA RECORD IS THR-REC.

       COPY "THRREC.cpy".

       FD PRINT-FILE
           DATA RECORD IS PRINT-REC.

       01 PRINT-REC PIC X(100).

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
       01 WS-PEND-STATUS PIC X(2).
       01 WS-THR-STATUS PIC X(2).
       01 WS-PRINT-STATUS PIC X(2).
       01 WS-OPER-STATUS PIC X(2).
       01 WS-SLOG-STATUS PIC X(2).
       01 WS-EOF PIC X(1) VALUE "N".

       01 OPTION PIC 9.
       01 WS-QUIT-SWITCH PIC X VALUE "N".
           88 QUIT-REQUESTED VALUE "Y".
       01 WS-TODAY PIC 9(8) VALUE ZERO.
       01 WS-NOW PIC 9(8) VALUE ZERO.

      ******************************************************************
      * SIGN-ON FIELDS - THRESHOLDS ARE SET BY AN ACTIVE, AUTHORIZED
      * OPERATOR ONLY, CHECKED AGAINST OPERTAB AND LOGGED TO SIGNLOG.
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

      * NEW THRESHOLDS AS KEYED.
       01 WS-VALUE-PCT-IN PIC 9(3) VALUE ZERO.
       01 WS-ADJ-AMOUNT-IN PIC 9(7)V99 VALUE ZERO.
       01 WS-RATE-MARGIN-IN PIC 9V99 VALUE ZERO.

      ******************************************************************
      * AGING FIELDS - ONE PASS OF PENDTXN PER KIND, SO THE REPORT
      * GROUPS LOT UPDATES, LEDGER ADJUSTMENTS AND PLACEMENTS.  DAYS
      * WAITING ARE COUNTED FROM THE DATE KEYED TO TODAY THROUGH THE
      * SHARED DATECALC ROUTINE.
      ******************************************************************
       01 WS-KIND-NO PIC 9 VALUE ZERO.
       01 WS-KIND-CODES PIC X(3) VALUE "LTD".
       01 WS-KIND-CODE PIC X(1) VALUE SPACE.
       01 WS-KIND-TITLE PIC X(30) VALUE SPACES.
       01 WS-DAYS-WAITING PIC S9(7) VALUE ZERO.
       01 WS-BUCKET-NO PIC 9 VALUE ZERO.
       01 WS-AGING-COUNTS.
           05 WS-KIND-BUCKET PIC 9(5) OCCURS 4 TIMES.
           05 WS-ALL-BUCKET PIC 9(5) OCCURS 4 TIMES.
       01 WS-KIND-WAITING PIC 9(5) VALUE ZERO.
       01 WS-ALL-WAITING PIC 9(5) VALUE ZERO.
       01 WS-ALL-APPROVED PIC 9(5) VALUE ZERO.
       01 WS-ALL-REJECTED PIC 9(5) VALUE ZERO.
       01 WS-OLDEST-DAYS PIC 9(5) VALUE ZERO.

       01 WS-PRINT-LINE PIC X(100) VALUE SPACES.
       01 WS-MONEY-ED PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-DAYS-ED PIC ZZ,ZZ9.
       01 WS-COUNT-ED PIC ZZ,ZZ9.
       01 WS-COUNT-ED-2 PIC ZZ,ZZ9.
       01 WS-COUNT-ED-3 PIC ZZ,ZZ9.
       01 WS-COUNT-ED-4 PIC ZZ,ZZ9.
       01 WS-PCT-ED PIC ZZ9.
       01 WS-MARGIN-ED PIC .99.

      * PARAMETER AREA FOR THE SHARED THRLKUP THRESHOLD ROUTINE.
       COPY "THLREC.cpy".

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
           DISPLAY "APPROVAL ADMINISTRATION SIGN-ON".
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
           MOVE "PENDADM" TO SLOG-PROGRAM.
           MOVE WS-SIGNON-ID TO SLOG-OPERATOR.
           MOVE WS-SIGNON-RESULT TO SLOG-RESULT.
           WRITE SLOG-REC.
           CLOSE SIGNON-LOG-FILE.

       2000-MENU.
           DISPLAY " ".
           DISPLAY "SUPERVISOR APPROVAL ADMINISTRATION".
           DISPLAY "[1] SHOW THE APPROVAL THRESHOLDS".
           DISPLAY "[2] SET THE APPROVAL THRESHOLDS".
           DISPLAY "[3] PRINT THE PENDING-ITEMS AGING".
           DISPLAY "[4] QUIT".
           DISPLAY "ENTER OPTION : ".
           ACCEPT OPTION.
           IF OPTION = 1 THEN
               PERFORM 3000-SHOW-THRESHOLDS
           ELSE IF OPTION = 2 THEN
               PERFORM 4000-SET-THRESHOLDS THRU 4000-SET-THRESHOLDS-EXIT
           ELSE IF OPTION = 3 THEN
               PERFORM 5000-AGING-REPORT
           ELSE IF OPTION = 4 THEN
               SET QUIT-REQUESTED TO TRUE
           ELSE
               DISPLAY "INVALID OPTION, TRY AGAIN"
           END-IF.

       3000-SHOW-THRESHOLDS.
           CALL "THRLKUP" USING THRESHOLD-LOOKUP-AREA.
           MOVE THL-VALUE-PCT TO WS-PCT-ED.
           DISPLAY "HOLD A LOT UPDATE MOVING THE VALUE OVER  : "
               WS-PCT-ED " PERCENT".
           MOVE THL-ADJ-AMOUNT TO WS-MONEY-ED.
           DISPLAY "HOLD A LEDGER CORRECTION OVER           : "
               WS-MONEY-ED.
           MOVE THL-RATE-MARGIN TO WS-MARGIN-ED.
           DISPLAY "HOLD A PLACEMENT OVER THE BOARD RATE BY : "
               WS-MARGIN-ED.
           DISPLAY "EVERY WRITE-OFF, CONDONATION AND NEW EXEMPTION IS "
               "HELD REGARDLESS.".
           DISPLAY "LAST SET BY " THL-SET-BY " ON " THL-SET-DATE.

      ******************************************************************
      * 4000-SET-THRESHOLDS - replaces the one APPRTHR record with the
      * thresholds keyed, stamped with the supervisor and the date.
      ******************************************************************
       4000-SET-THRESHOLDS.
           PERFORM 3000-SHOW-THRESHOLDS.
           DISPLAY "NEW VALUE-CHANGE PERCENTAGE (001-999) : ".
           ACCEPT WS-VALUE-PCT-IN.
           IF WS-VALUE-PCT-IN = ZERO
               DISPLAY "A ZERO PERCENTAGE WOULD HOLD EVERY UPDATE - "
                   "NOTHING CHANGED."
               GO TO 4000-SET-THRESHOLDS-EXIT
           END-IF.
           DISPLAY "NEW CORRECTION AMOUNT : ".
           ACCEPT WS-ADJ-AMOUNT-IN.
           DISPLAY "NEW MARGIN OVER THE BOARD RATE (.00-.99) : ".
           ACCEPT WS-RATE-MARGIN-IN.
           IF WS-RATE-MARGIN-IN NOT < 1
               DISPLAY "A MARGIN OF A WHOLE POINT OR MORE IS NOT A "
                   "MARGIN - NOTHING CHANGED."
               GO TO 4000-SET-THRESHOLDS-EXIT
           END-IF.
           OPEN OUTPUT THRESHOLD-FILE.
           PERFORM CHECK-THR-STATUS.
           MOVE WS-VALUE-PCT-IN TO THR-VALUE-PCT.
           MOVE WS-ADJ-AMOUNT-IN TO THR-ADJ-AMOUNT.
           MOVE WS-RATE-MARGIN-IN TO THR-RATE-MARGIN.
           MOVE WS-OPERATOR-ID TO THR-SET-BY.
           MOVE WS-TODAY TO THR-SET-DATE.
           WRITE THR-REC.
           PERFORM CHECK-THR-STATUS.
           CLOSE THRESHOLD-FILE.
           DISPLAY "APPROVAL THRESHOLDS UPDATED.".
       4000-SET-THRESHOLDS-EXIT.
           EXIT.

      ******************************************************************
      * 5000-AGING-REPORT - every item still awaiting a decision, one
      * section per kind, bucketed 0-1, 2-3, 4-7 and over 7 days
      * since keyed; the closing totals also count what has been
      * approved and rejected.
      ******************************************************************
       5000-AGING-REPORT.
           MOVE ZERO TO WS-ALL-WAITING WS-ALL-APPROVED WS-ALL-REJECTED.
           MOVE ZERO TO WS-OLDEST-DAYS.
           MOVE ZERO TO WS-ALL-BUCKET(1) WS-ALL-BUCKET(2)
               WS-ALL-BUCKET(3) WS-ALL-BUCKET(4).
           OPEN OUTPUT PRINT-FILE.
           PERFORM CHECK-PRINT-STATUS.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "PENDING APPROVALS AGING AS OF " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           WRITE PRINT-REC FROM WS-PRINT-LINE.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM 5100-AGE-ONE-KIND
               VARYING WS-KIND-NO FROM 1 BY 1 UNTIL WS-KIND-NO > 3.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-ALL-BUCKET(1) TO WS-COUNT-ED.
           MOVE WS-ALL-BUCKET(2) TO WS-COUNT-ED-2.
           MOVE WS-ALL-BUCKET(3) TO WS-COUNT-ED-3.
           MOVE WS-ALL-BUCKET(4) TO WS-COUNT-ED-4.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "ALL KINDS   0-1 DAYS" DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               "   2-3 DAYS" DELIMITED BY SIZE
               WS-COUNT-ED-2 DELIMITED BY SIZE
               "   4-7 DAYS" DELIMITED BY SIZE
               WS-COUNT-ED-3 DELIMITED BY SIZE
               "   OVER 7" DELIMITED BY SIZE
               WS-COUNT-ED-4 DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           WRITE PRINT-REC FROM WS-PRINT-LINE.
           MOVE WS-ALL-WAITING TO WS-COUNT-ED.
           MOVE WS-ALL-APPROVED TO WS-COUNT-ED-2.
           MOVE WS-ALL-REJECTED TO WS-COUNT-ED-3.
           MOVE WS-OLDEST-DAYS TO WS-DAYS-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "WAITING" DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               "   APPROVED" DELIMITED BY SIZE
               WS-COUNT-ED-2 DELIMITED BY SIZE
               "   REJECTED" DELIMITED BY SIZE
               WS-COUNT-ED-3 DELIMITED BY SIZE
               "   OLDEST WAITING (DAYS)" DELIMITED BY SIZE
               WS-DAYS-ED DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           WRITE PRINT-REC FROM WS-PRINT-LINE.
           CLOSE PRINT-FILE.
           MOVE "PENDRPT" TO SPC-REPORT-NAME.
           MOVE "PENDRPT" TO SPC-SOURCE-PATH.
           CALL "SPOOLCAP" USING SPOOL-CAP-AREA.
           MOVE WS-ALL-WAITING TO WS-COUNT-ED.
           DISPLAY "ITEMS WAITING FOR APPROVAL : " WS-COUNT-ED.
           DISPLAY "AGING WRITTEN TO PENDRPT.".

       5100-AGE-ONE-KIND.
           MOVE WS-KIND-CODES(WS-KIND-NO:1) TO WS-KIND-CODE.
           IF WS-KIND-CODE = "L"
               MOVE "LOT UPDATES" TO WS-KIND-TITLE
           ELSE IF WS-KIND-CODE = "T"
               MOVE "LEDGER ADJUSTMENTS" TO WS-KIND-TITLE
           ELSE
               MOVE "DEPOSIT PLACEMENTS" TO WS-KIND-TITLE
           END-IF.
           MOVE ZERO TO WS-KIND-WAITING.
           MOVE ZERO TO WS-KIND-BUCKET(1) WS-KIND-BUCKET(2)
               WS-KIND-BUCKET(3) WS-KIND-BUCKET(4).
           WRITE PRINT-REC FROM WS-KIND-TITLE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  KEYED ON  KEYED BY   REFERENCE          AMOUNT"
               DELIMITED BY SIZE
               "    DAYS  HELD BECAUSE" DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           WRITE PRINT-REC FROM WS-PRINT-LINE.
           MOVE "N" TO WS-EOF.
           OPEN INPUT PENDING-FILE.
           IF WS-PEND-STATUS NOT = "35"
               PERFORM CHECK-PEND-STATUS
               PERFORM 5200-AGE-ONE-ITEM THRU 5200-AGE-ONE-ITEM-EXIT
                   UNTIL WS-EOF = "Y"
               CLOSE PENDING-FILE
           END-IF.
           MOVE WS-KIND-BUCKET(1) TO WS-COUNT-ED.
           MOVE WS-KIND-BUCKET(2) TO WS-COUNT-ED-2.
           MOVE WS-KIND-BUCKET(3) TO WS-COUNT-ED-3.
           MOVE WS-KIND-BUCKET(4) TO WS-COUNT-ED-4.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  WAITING   0-1 DAYS" DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               "   2-3 DAYS" DELIMITED BY SIZE
               WS-COUNT-ED-2 DELIMITED BY SIZE
               "   4-7 DAYS" DELIMITED BY SIZE
               WS-COUNT-ED-3 DELIMITED BY SIZE
               "   OVER 7" DELIMITED BY SIZE
               WS-COUNT-ED-4 DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           WRITE PRINT-REC FROM WS-PRINT-LINE.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.

       5200-AGE-ONE-ITEM.
           READ PENDING-FILE
               AT END
                   MOVE "Y" TO WS-EOF
                   GO TO 5200-AGE-ONE-ITEM-EXIT
           END-READ.
           IF PEND-KIND NOT = WS-KIND-CODE
               GO TO 5200-AGE-ONE-ITEM-EXIT
           END-IF.
           IF PEND-APPROVED
               ADD 1 TO WS-ALL-APPROVED
               GO TO 5200-AGE-ONE-ITEM-EXIT
           END-IF.
           IF PEND-REJECTED
               ADD 1 TO WS-ALL-REJECTED
               GO TO 5200-AGE-ONE-ITEM-EXIT
           END-IF.
           MOVE "D" TO DC-FUNCTION.
           MOVE PEND-KEYED-DATE TO DC-DATE-1.
           MOVE WS-TODAY TO DC-DATE-2.
           CALL "DATECALC" USING DATE-CALC-AREA.
           MOVE DC-RESULT-DAYS TO WS-DAYS-WAITING.
           IF WS-DAYS-WAITING < ZERO
               MOVE ZERO TO WS-DAYS-WAITING
           END-IF.
           IF WS-DAYS-WAITING < 2
               MOVE 1 TO WS-BUCKET-NO
           ELSE IF WS-DAYS-WAITING < 4
               MOVE 2 TO WS-BUCKET-NO
           ELSE IF WS-DAYS-WAITING < 8
               MOVE 3 TO WS-BUCKET-NO
           ELSE
               MOVE 4 TO WS-BUCKET-NO
           END-IF.
           ADD 1 TO WS-KIND-BUCKET(WS-BUCKET-NO).
           ADD 1 TO WS-ALL-BUCKET(WS-BUCKET-NO).
           ADD 1 TO WS-KIND-WAITING.
           ADD 1 TO WS-ALL-WAITING.
           IF WS-DAYS-WAITING > WS-OLDEST-DAYS
               MOVE WS-DAYS-WAITING TO WS-OLDEST-DAYS
           END-IF.
           MOVE PEND-AMOUNT TO WS-MONEY-ED.
           MOVE WS-DAYS-WAITING TO WS-DAYS-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  " DELIMITED BY SIZE
               PEND-KEYED-DATE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               PEND-KEYED-BY DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               PEND-REFERENCE DELIMITED BY SIZE
               WS-MONEY-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-DAYS-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               PEND-HELD-REASON DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           WRITE PRINT-REC FROM WS-PRINT-LINE.
       5200-AGE-ONE-ITEM-EXIT.
           EXIT.

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

       CHECK-PEND-STATUS.
           IF WS-PEND-STATUS NOT = "00"
               MOVE "PENDING-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-PEND-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-THR-STATUS.
           IF WS-THR-STATUS NOT = "00"
               MOVE "THRESHOLD-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-THR-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-PRINT-STATUS.
           IF WS-PRINT-STATUS NOT = "00"
               MOVE "PRINT-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-PRINT-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-OPER-STATUS.
           IF WS-OPER-STATUS NOT = "00"
               MOVE "OPERATOR-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-OPER-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       END PROGRAM PENDADM.
