      ******************************************************************
      * Author:
      * Date:
      * Purpose: Daily anti-money-laundering screening run - reads
      *          the cash movements on DEPTXN (placements, additional
      *          deposits, withdrawals and closures), puts each under
      *          its depositor's CIF across every branch, and flags
      *          two things for the financial intelligence unit: any
      *          single movement on the business date above the
      *          covered-transaction threshold, and any customer
      *          whose movements the same way inside the rolling
      *          window, each under the threshold, together pass it
      *          - deposits split to stay under the line.  Covered
      *          transactions go to the AMLCTR report file in the
      *          unit's layout; every flagged item lands on the
      *          AMLWORK compliance worklist for the officer to clear
      *          or escalate, and the items escalated since the last
      *          run go to the unit on AMLSTR.  A movement an item has
      *          already taken in is never flagged again, so cleared
      *          items do not come back.  The screening listing goes
      *          to AMLPRT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMLSCRN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT TXN-FILE
           ASSIGN TO "DEPTXN"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-TXN-STATUS.

       SELECT EMP-FILE
           ASSIGN TO 'D:\Files\Cobol\CS399\ESCABARTE2.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACCOUNT_NUMBER_OUT
           FILE STATUS IS WS-EMP-STATUS.

       SELECT CIF-FILE
           ASSIGN TO "CIFFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CIF-NUMBER
           FILE STATUS IS WS-CIF-STATUS.

       SELECT WORK-FILE
           ASSIGN TO "AMLWORK"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-WORK-STATUS.

       SELECT CTR-FILE
           ASSIGN TO "AMLCTR"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CTR-STATUS.

       SELECT STR-FILE
           ASSIGN TO "AMLSTR"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STR-STATUS.

       SELECT RUN-CONTROL-FILE
           ASSIGN TO "RUNCTL"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RCTL-STATUS.

       SELECT PRINT-FILE
           ASSIGN TO "AMLPRT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD TXN-FILE
           DATA RECORD IS DEPTXN-REC.

       COPY "DEPTXNREC.cpy".

       FD EMP-FILE
           DATA RECORD IS NEW-FILE.

       COPY "DEPREC.cpy".

       FD CIF-FILE
           DATA RECORD IS CIF-REC.

       COPY "CIFREC.cpy".

       FD WORK-FILE
           DATA RECORD IS AMLW-REC.

       COPY "AMLWREC.cpy".

      ******************************************************************
      * CTR-FILE / STR-FILE - both in the unit's layout; the rows are
      * built in AMR-REC (AMLRREC, in working storage) and written
      * from it.
      ******************************************************************
       FD CTR-FILE
           DATA RECORD IS CTR-OUT-REC.

       01 CTR-OUT-REC PIC X(160).

       FD STR-FILE
           DATA RECORD IS STR-OUT-REC.

       01 STR-OUT-REC PIC X(160).

       FD RUN-CONTROL-FILE
           DATA RECORD IS RUN-CTL-REC.

       COPY "RUNCTLREC.cpy".

       FD PRINT-FILE
           DATA RECORD IS PRINT-REC.

       01 PRINT-REC PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-TXN-STATUS PIC X(2).
       01 WS-EMP-STATUS PIC X(2).
       01 WS-CIF-STATUS PIC X(2).
       01 WS-WORK-STATUS PIC X(2).
       01 WS-CTR-STATUS PIC X(2).
       01 WS-STR-STATUS PIC X(2).
       01 WS-RCTL-STATUS PIC X(2).
       01 WS-PRINT-STATUS PIC X(2).
       01 WS-EOF PIC X(1) VALUE "N".
       01 WS-WORK-EOF PIC X(1) VALUE "N".
       01 WS-CIF-ON-HAND PIC X(1) VALUE "N".
           88 CIF-FILE-ON-HAND VALUE "Y".
       01 DASH-LINE PIC X(90) VALUE ALL "-".

       01 WS-BUSINESS-DATE PIC 9(8) VALUE ZERO.
       01 WS-THRESHOLD PIC 9(7)V99 VALUE ZERO.
       01 WS-WINDOW-DAYS PIC 99 VALUE ZERO.
       01 WS-DAYS-BACK PIC S9(7) VALUE ZERO.
       01 WS-RERUN-SWITCH PIC X VALUE "N".
           88 ALREADY-SCREENED VALUE "Y".

      * THE REPORT RECORD IN THE UNIT'S LAYOUT.
       COPY "AMLRREC.cpy".

      * PARAMETER AREA FOR THE SHARED DATECALC DATE ROUTINE.
       COPY "DCALCREC.cpy".

      * PARAMETER AREA FOR THE SHARED SPOOLCAP SPOOL CAPTURE ROUTINE.
       COPY "SPOOLREC.cpy".

      ******************************************************************
      * SUBJECT TABLE - ONE ENTRY PER CUSTOMER AND DIRECTION (A
      * CUSTOMER NOT ON A CIF SCREENS UNDER THE ACCOUNT ALONE).  THE
      * THROUGH STAMP IS THE LAST MOVEMENT A WORKLIST ITEM HAS TAKEN
      * IN; ONLY LATER MOVEMENTS COUNT TOWARD A NEW PATTERN.
      ******************************************************************
       01 WS-SUBJ-COUNT PIC 9(4) VALUE ZERO.
       01 WS-SUBJ-TABLE.
           05 WS-SUBJ-ENTRY OCCURS 1000 TIMES INDEXED BY SB-IDX.
               10 WS-SB-KEY.
                   15 WS-SB-CIF PIC 9(5).
                   15 WS-SB-ACCOUNT PIC 99999.
                   15 WS-SB-DIRECTION PIC X(1).
               10 WS-SB-THRU.
                   15 WS-SB-THRU-DATE PIC 9(8).
                   15 WS-SB-THRU-TIME PIC 9(8).
               10 WS-SB-COUNT PIC 9(3).
               10 WS-SB-TODAY PIC 9(3).
               10 WS-SB-SUM PIC 9(9)V99.
               10 WS-SB-FIRST-DATE PIC 9(8).
               10 WS-SB-LAST.
                   15 WS-SB-LAST-DATE PIC 9(8).
                   15 WS-SB-LAST-TIME PIC 9(8).
               10 WS-SB-LAST-ACCOUNT PIC 99999.
       01 WS-FIND-KEY.
           05 WS-FIND-CIF PIC 9(5).
           05 WS-FIND-ACCOUNT PIC 99999.
           05 WS-FIND-DIRECTION PIC X(1).
       01 WS-SUBJ-FOUND-SWITCH PIC X VALUE "N".
           88 SUBJ-SLOT-FOUND VALUE "Y".
           88 SUBJ-SLOT-NOT-FOUND VALUE "N".
       01 WS-TXN-STAMP.
           05 WS-TXN-STAMP-DATE PIC 9(8).
           05 WS-TXN-STAMP-TIME PIC 9(8).
       01 WS-ITEM-STAMP.
           05 WS-ITEM-STAMP-DATE PIC 9(8).
           05 WS-ITEM-STAMP-TIME PIC 9(8).

      * THE SUBJECT IN HAND - FILLED BY 7000-FILL-SUBJECT.
       01 WS-SUBJ-CIF PIC 9(5) VALUE ZERO.
       01 WS-SUBJ-ACCOUNT PIC 99999 VALUE ZERO.
       01 WS-SUBJ-BRANCH PIC X(4) VALUE SPACES.
       01 WS-SUBJ-NAME PIC X(26) VALUE SPACES.
       01 WS-SUBJ-ADDRESS PIC X(30) VALUE SPACES.
       01 WS-SUBJ-ID-TYPE PIC X(10) VALUE SPACES.
       01 WS-SUBJ-ID-NUMBER PIC X(15) VALUE SPACES.
       01 WS-TXN-CODE PIC X(2) VALUE SPACES.
       01 WS-DIRECTION PIC X(1) VALUE SPACE.

       01 WS-ITEM-SEQ PIC 9(4) VALUE ZERO.
       01 WS-MOVES-SCREENED PIC 9(7) VALUE ZERO.
       01 WS-COVERED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-PATTERN-COUNT PIC 9(5) VALUE ZERO.
       01 WS-CTR-COUNT PIC 9(7) VALUE ZERO.
       01 WS-CTR-TOTAL PIC 9(11)V99 VALUE ZERO.
       01 WS-STR-COUNT PIC 9(7) VALUE ZERO.
       01 WS-STR-TOTAL PIC 9(11)V99 VALUE ZERO.

       01 WS-COUNT-ED PIC Z,ZZZ,ZZ9.
       01 WS-MONEY-ED PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-LINE-COUNT-ED PIC ZZ9.

      * WS-ERR-FILE-NAME/WS-ERR-STATUS ARE SET BY THE CHECK-xxx-STATUS
      * PARAGRAPHS BELOW BEFORE PERFORMING ABEND-FILE-ERROR.
       01 WS-ERR-FILE-NAME PIC X(20).
       01 WS-ERR-STATUS PIC X(2).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           PERFORM 1500-FILE-ESCALATIONS.
           PERFORM 2000-SCREEN-MOVEMENTS THRU 2000-SCREEN-MOVEMENTS-EXIT
               UNTIL WS-EOF = "Y".
           PERFORM 3000-FLAG-PATTERNS
               VARYING SB-IDX FROM 1 BY 1
               UNTIL SB-IDX > WS-SUBJ-COUNT.
           PERFORM 5000-FINISH.
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - the business date comes off RUNCTL (today's
      * date for a shop not yet under run control).  The worklist is
      * read once for the point each customer was last flagged
      * through; a date already screened is refused, since its items
      * are on the worklist and would flag twice.
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RCTL-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM CHECK-RCTL-STATUS
               READ RUN-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RC-BUSINESS-DATE TO WS-BUSINESS-DATE
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.
           DISPLAY "AML SCREENING FOR BUSINESS DATE " WS-BUSINESS-DATE.
           DISPLAY "COVERED TRANSACTION THRESHOLD (0 = 500000) : ".
           ACCEPT WS-THRESHOLD.
           IF WS-THRESHOLD = ZERO
               MOVE 500000 TO WS-THRESHOLD
           END-IF.
           DISPLAY "STRUCTURING WINDOW IN DAYS (0 = 7) : ".
           ACCEPT WS-WINDOW-DAYS.
           IF WS-WINDOW-DAYS = ZERO
               MOVE 7 TO WS-WINDOW-DAYS
           END-IF.
           MOVE "N" TO WS-WORK-EOF.
           OPEN INPUT WORK-FILE.
           IF WS-WORK-STATUS = "35"
               MOVE "Y" TO WS-WORK-EOF
           ELSE
               PERFORM CHECK-WORK-STATUS
           END-IF.
           PERFORM 1100-LOAD-ONE-ITEM THRU 1100-LOAD-ONE-ITEM-EXIT
               UNTIL WS-WORK-EOF = "Y".
           IF WS-WORK-STATUS NOT = "35"
               CLOSE WORK-FILE
           END-IF.
           IF ALREADY-SCREENED
               DISPLAY "BUSINESS DATE " WS-BUSINESS-DATE
                   " IS ALREADY SCREENED - ITS ITEMS ARE ON THE "
                   "WORKLIST."
               STOP RUN
           END-IF.
           OPEN INPUT EMP-FILE.
           IF WS-EMP-STATUS = "35"
               DISPLAY "NO DEPOSIT FILE ON HAND - NOTHING TO SCREEN."
               STOP RUN
           END-IF.
           PERFORM CHECK-EMP-STATUS.
           OPEN INPUT CIF-FILE.
           IF WS-CIF-STATUS NOT = "35"
               PERFORM CHECK-CIF-STATUS
               SET CIF-FILE-ON-HAND TO TRUE
           END-IF.
           OPEN INPUT TXN-FILE.
           IF WS-TXN-STATUS = "35"
               MOVE "Y" TO WS-EOF
           ELSE
               PERFORM CHECK-TXN-STATUS
           END-IF.
           OPEN OUTPUT CTR-FILE.
           PERFORM CHECK-CTR-STATUS.
           MOVE SPACES TO AMR-REC.
           MOVE "H" TO AMR-REC-TYPE.
           MOVE "CTR" TO AMR-H-REPORT-TYPE.
           MOVE WS-BUSINESS-DATE TO AMR-H-REPORT-DATE.
           MOVE "CS399 DEPOSIT BOOK" TO AMR-H-INSTITUTION.
           WRITE CTR-OUT-REC FROM AMR-REC.
           PERFORM CHECK-CTR-STATUS.
           OPEN OUTPUT PRINT-FILE.
           PERFORM CHECK-PRINT-STATUS.
           MOVE SPACES TO PRINT-REC.
           STRING "AML SCREENING - BUSINESS DATE " DELIMITED BY SIZE
               WS-BUSINESS-DATE DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE WS-THRESHOLD TO WS-MONEY-ED.
           MOVE WS-WINDOW-DAYS TO WS-LINE-COUNT-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "THRESHOLD " DELIMITED BY SIZE
               WS-MONEY-ED DELIMITED BY SIZE
               "   STRUCTURING WINDOW " DELIMITED BY SIZE
               WS-LINE-COUNT-ED DELIMITED BY SIZE
               " DAYS" DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE SPACES TO PRINT-REC.
           STRING "ITEM          FLAG DIR CIF   ACCOUNT FIRST    "
               DELIMITED BY SIZE
               "LAST     COUNT         AMOUNT" DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE DASH-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.

       1100-LOAD-ONE-ITEM.
           READ WORK-FILE
               AT END
                   MOVE "Y" TO WS-WORK-EOF
                   GO TO 1100-LOAD-ONE-ITEM-EXIT
           END-READ.
           PERFORM CHECK-WORK-STATUS.
           IF AMLW-SCREEN-DATE = WS-BUSINESS-DATE
               SET ALREADY-SCREENED TO TRUE
           END-IF.
      * A COVERED ITEM TAKES IN A MOVEMENT NO PATTERN COUNTS ANYWAY;
      * ONLY A PATTERN MOVES ITS CUSTOMER'S THROUGH STAMP ON.
           IF NOT AMLW-STRUCTURED
               GO TO 1100-LOAD-ONE-ITEM-EXIT
           END-IF.
           MOVE AMLW-CIF-NUMBER TO WS-FIND-CIF.
           MOVE ZERO TO WS-FIND-ACCOUNT.
           IF AMLW-CIF-NUMBER = ZERO
               MOVE AMLW-ACCOUNT-NUMBER TO WS-FIND-ACCOUNT
           END-IF.
           MOVE AMLW-DIRECTION TO WS-FIND-DIRECTION.
           PERFORM 2200-FIND-SUBJECT-SLOT.
           MOVE AMLW-LAST-DATE TO WS-ITEM-STAMP-DATE.
           MOVE AMLW-LAST-TIME TO WS-ITEM-STAMP-TIME.
           IF WS-ITEM-STAMP > WS-SB-THRU(SB-IDX)
               MOVE WS-ITEM-STAMP TO WS-SB-THRU(SB-IDX)
           END-IF.
       1100-LOAD-ONE-ITEM-EXIT.
           EXIT.

      ******************************************************************
      * 1500-FILE-ESCALATIONS - every worklist item the officer has
      * escalated and not yet filed goes to the unit on AMLSTR and is
      * stamped filed today.  An item already stamped today files
      * again, so a rerun of the day rebuilds the same STR file.
      ******************************************************************
       1500-FILE-ESCALATIONS.
           OPEN OUTPUT STR-FILE.
           PERFORM CHECK-STR-STATUS.
           MOVE SPACES TO AMR-REC.
           MOVE "H" TO AMR-REC-TYPE.
           MOVE "STR" TO AMR-H-REPORT-TYPE.
           MOVE WS-BUSINESS-DATE TO AMR-H-REPORT-DATE.
           MOVE "CS399 DEPOSIT BOOK" TO AMR-H-INSTITUTION.
           WRITE STR-OUT-REC FROM AMR-REC.
           PERFORM CHECK-STR-STATUS.
           MOVE "N" TO WS-WORK-EOF.
           OPEN I-O WORK-FILE.
           IF WS-WORK-STATUS = "35"
               MOVE "Y" TO WS-WORK-EOF
           ELSE
               PERFORM CHECK-WORK-STATUS
           END-IF.
           PERFORM 1510-FILE-ONE-ITEM THRU 1510-FILE-ONE-ITEM-EXIT
               UNTIL WS-WORK-EOF = "Y".
           IF WS-WORK-STATUS NOT = "35"
               CLOSE WORK-FILE
           END-IF.
           MOVE SPACES TO AMR-REC.
           MOVE "T" TO AMR-REC-TYPE.
           MOVE "STR" TO AMR-T-REPORT-TYPE.
           MOVE WS-STR-COUNT TO AMR-T-COUNT.
           MOVE WS-STR-TOTAL TO AMR-T-AMOUNT-TOTAL.
           WRITE STR-OUT-REC FROM AMR-REC.
           PERFORM CHECK-STR-STATUS.
           CLOSE STR-FILE.

       1510-FILE-ONE-ITEM.
           READ WORK-FILE
               AT END
                   MOVE "Y" TO WS-WORK-EOF
                   GO TO 1510-FILE-ONE-ITEM-EXIT
           END-READ.
           PERFORM CHECK-WORK-STATUS.
           IF NOT AMLW-ESCALATED
               GO TO 1510-FILE-ONE-ITEM-EXIT
           END-IF.
           IF AMLW-FILED-DATE NOT = ZERO AND
               AMLW-FILED-DATE NOT = WS-BUSINESS-DATE
               GO TO 1510-FILE-ONE-ITEM-EXIT
           END-IF.
           MOVE AMLW-CIF-NUMBER TO WS-SUBJ-CIF.
           MOVE AMLW-ACCOUNT-NUMBER TO WS-SUBJ-ACCOUNT.
           PERFORM 7000-FILL-SUBJECT.
           MOVE SPACES TO AMR-REC.
           MOVE "D" TO AMR-REC-TYPE.
           MOVE "STR" TO AMR-REPORT-TYPE.
           MOVE AMLW-LAST-DATE TO AMR-TXN-DATE.
           MOVE AMLW-LAST-TIME TO AMR-TXN-TIME.
           IF AMLW-STRUCTURED
               IF AMLW-CASH-IN
                   MOVE "SI" TO AMR-TXN-CODE
               ELSE
                   MOVE "SO" TO AMR-TXN-CODE
               END-IF
           ELSE
               MOVE AMLW-TXN-TYPE TO TXN-TYPE
               PERFORM 7100-TXN-CODE
               MOVE WS-TXN-CODE TO AMR-TXN-CODE
           END-IF.
           MOVE AMLW-FIRST-DATE TO AMR-FIRST-DATE.
           MOVE AMLW-TXN-COUNT TO AMR-TXN-COUNT.
           MOVE AMLW-AMOUNT TO AMR-AMOUNT.
           MOVE AMLW-ITEM-ID TO AMR-REFERENCE.
           PERFORM 7200-SUBJECT-TO-REPORT.
           WRITE STR-OUT-REC FROM AMR-REC.
           PERFORM CHECK-STR-STATUS.
           ADD 1 TO WS-STR-COUNT.
           ADD AMLW-AMOUNT TO WS-STR-TOTAL.
           MOVE WS-BUSINESS-DATE TO AMLW-FILED-DATE.
           REWRITE AMLW-REC.
           PERFORM CHECK-WORK-STATUS.
       1510-FILE-ONE-ITEM-EXIT.
           EXIT.

      ******************************************************************
      * 2000-SCREEN-MOVEMENTS - one DEPTXN row.  Interest postings
      * are not cash and movements outside the window do not count.
      * A movement on the business date above the threshold is a
      * covered transaction; one under it counts toward its
      * customer's pattern unless an earlier item already took it in.
      ******************************************************************
       2000-SCREEN-MOVEMENTS.
           READ TXN-FILE
               AT END
                   MOVE "Y" TO WS-EOF
                   GO TO 2000-SCREEN-MOVEMENTS-EXIT
           END-READ.
           PERFORM CHECK-TXN-STATUS.
           IF TXN-INTEREST OR TXN-DATE > WS-BUSINESS-DATE
               GO TO 2000-SCREEN-MOVEMENTS-EXIT
           END-IF.
           MOVE "D" TO DC-FUNCTION.
           MOVE TXN-DATE TO DC-DATE-1.
           MOVE WS-BUSINESS-DATE TO DC-DATE-2.
           CALL "DATECALC" USING DATE-CALC-AREA.
           MOVE DC-RESULT-DAYS TO WS-DAYS-BACK.
           IF DC-VALID-FLAG NOT = "Y" OR WS-DAYS-BACK < ZERO
               OR WS-DAYS-BACK NOT < WS-WINDOW-DAYS
               GO TO 2000-SCREEN-MOVEMENTS-EXIT
           END-IF.
           ADD 1 TO WS-MOVES-SCREENED.
           IF TXN-PLACEMENT OR TXN-ADDITIONAL
               MOVE "I" TO WS-DIRECTION
           ELSE
               MOVE "O" TO WS-DIRECTION
           END-IF.
           MOVE TXN-ACCOUNT-NUMBER TO ACCOUNT_NUMBER_OUT.
           READ EMP-FILE KEY IS ACCOUNT_NUMBER_OUT
               INVALID KEY
                   MOVE ZERO TO DEP-CIF-NUMBER-OUT
           END-READ.
           MOVE DEP-CIF-NUMBER-OUT TO WS-FIND-CIF.
           MOVE ZERO TO WS-FIND-ACCOUNT.
           IF DEP-CIF-NUMBER-OUT = ZERO
               MOVE TXN-ACCOUNT-NUMBER TO WS-FIND-ACCOUNT
           END-IF.
           MOVE WS-DIRECTION TO WS-FIND-DIRECTION.
           PERFORM 2200-FIND-SUBJECT-SLOT.
           MOVE TXN-DATE TO WS-TXN-STAMP-DATE.
           MOVE TXN-TIME TO WS-TXN-STAMP-TIME.
           IF WS-TXN-STAMP NOT > WS-SB-THRU(SB-IDX)
               GO TO 2000-SCREEN-MOVEMENTS-EXIT
           END-IF.
           IF TXN-AMOUNT > WS-THRESHOLD
               IF TXN-DATE = WS-BUSINESS-DATE
                   PERFORM 2100-FLAG-COVERED
               END-IF
               GO TO 2000-SCREEN-MOVEMENTS-EXIT
           END-IF.
           ADD 1 TO WS-SB-COUNT(SB-IDX).
           ADD TXN-AMOUNT TO WS-SB-SUM(SB-IDX).
           IF TXN-DATE = WS-BUSINESS-DATE
               ADD 1 TO WS-SB-TODAY(SB-IDX)
           END-IF.
           IF WS-SB-FIRST-DATE(SB-IDX) = ZERO OR
               TXN-DATE < WS-SB-FIRST-DATE(SB-IDX)
               MOVE TXN-DATE TO WS-SB-FIRST-DATE(SB-IDX)
           END-IF.
           IF WS-TXN-STAMP > WS-SB-LAST(SB-IDX)
               MOVE WS-TXN-STAMP TO WS-SB-LAST(SB-IDX)
               MOVE TXN-ACCOUNT-NUMBER TO WS-SB-LAST-ACCOUNT(SB-IDX)
           END-IF.
       2000-SCREEN-MOVEMENTS-EXIT.
           EXIT.

      ******************************************************************
      * 2100-FLAG-COVERED - the covered transaction goes to the unit
      * on AMLCTR and onto the worklist for the officer's review.
      ******************************************************************
       2100-FLAG-COVERED.
           ADD 1 TO WS-COVERED-COUNT.
           MOVE "C" TO AMLW-FLAG-TYPE.
           MOVE WS-DIRECTION TO AMLW-DIRECTION.
           MOVE WS-FIND-CIF TO AMLW-CIF-NUMBER.
           MOVE TXN-ACCOUNT-NUMBER TO AMLW-ACCOUNT-NUMBER.
           MOVE TXN-DATE TO AMLW-FIRST-DATE AMLW-LAST-DATE.
           MOVE TXN-TIME TO AMLW-LAST-TIME.
           MOVE TXN-TYPE TO AMLW-TXN-TYPE.
           MOVE 1 TO AMLW-TXN-COUNT.
           MOVE TXN-AMOUNT TO AMLW-AMOUNT.
           PERFORM 4000-WRITE-WORK-ITEM.
           MOVE WS-FIND-CIF TO WS-SUBJ-CIF.
           MOVE TXN-ACCOUNT-NUMBER TO WS-SUBJ-ACCOUNT.
           PERFORM 7000-FILL-SUBJECT.
           MOVE SPACES TO AMR-REC.
           MOVE "D" TO AMR-REC-TYPE.
           MOVE "CTR" TO AMR-REPORT-TYPE.
           MOVE TXN-DATE TO AMR-TXN-DATE AMR-FIRST-DATE.
           MOVE TXN-TIME TO AMR-TXN-TIME.
           PERFORM 7100-TXN-CODE.
           MOVE WS-TXN-CODE TO AMR-TXN-CODE.
           MOVE TXN-AMOUNT TO AMR-AMOUNT.
           MOVE 1 TO AMR-TXN-COUNT.
           MOVE AMLW-ITEM-ID TO AMR-REFERENCE.
           PERFORM 7200-SUBJECT-TO-REPORT.
           WRITE CTR-OUT-REC FROM AMR-REC.
           PERFORM CHECK-CTR-STATUS.
           ADD 1 TO WS-CTR-COUNT.
           ADD TXN-AMOUNT TO WS-CTR-TOTAL.

      ******************************************************************
      * 2200-FIND-SUBJECT-SLOT - one slot per WS-FIND-KEY, opened
      * clear when the customer and direction are new.
      ******************************************************************
       2200-FIND-SUBJECT-SLOT.
           SET SB-IDX TO 1.
           SET SUBJ-SLOT-NOT-FOUND TO TRUE.
           PERFORM 2210-SCAN-SUBJECT THRU 2210-SCAN-SUBJECT-EXIT
               UNTIL SB-IDX > WS-SUBJ-COUNT OR SUBJ-SLOT-FOUND.
           IF SUBJ-SLOT-NOT-FOUND
               IF WS-SUBJ-COUNT >= 1000
                   DISPLAY "*** SUBJECT TABLE FULL AT 1000 "
                       "ENTRIES - RAISE THE OCCURS ***"
                   STOP RUN
               END-IF
               ADD 1 TO WS-SUBJ-COUNT
               SET SB-IDX TO WS-SUBJ-COUNT
               MOVE WS-FIND-KEY TO WS-SB-KEY(SB-IDX)
               MOVE ZERO TO WS-SB-THRU-DATE(SB-IDX)
                   WS-SB-THRU-TIME(SB-IDX) WS-SB-COUNT(SB-IDX)
                   WS-SB-TODAY(SB-IDX) WS-SB-SUM(SB-IDX)
                   WS-SB-FIRST-DATE(SB-IDX) WS-SB-LAST-DATE(SB-IDX)
                   WS-SB-LAST-TIME(SB-IDX) WS-SB-LAST-ACCOUNT(SB-IDX)
           END-IF.

       2210-SCAN-SUBJECT.
           IF WS-SB-KEY(SB-IDX) = WS-FIND-KEY
               SET SUBJ-SLOT-FOUND TO TRUE
           ELSE
               SET SB-IDX UP BY 1
           END-IF.
       2210-SCAN-SUBJECT-EXIT.
           EXIT.

      ******************************************************************
      * 3000-FLAG-PATTERNS - a customer with two or more movements
      * the same way inside the window, each under the threshold,
      * that together pass it, and at least one of them on the
      * business date, is a structured pattern for the worklist.
      ******************************************************************
       3000-FLAG-PATTERNS.
           IF WS-SB-COUNT(SB-IDX) > 1 AND
               WS-SB-SUM(SB-IDX) > WS-THRESHOLD AND
               WS-SB-TODAY(SB-IDX) > ZERO
               ADD 1 TO WS-PATTERN-COUNT
               MOVE "S" TO AMLW-FLAG-TYPE
               MOVE WS-SB-DIRECTION(SB-IDX) TO AMLW-DIRECTION
               MOVE WS-SB-CIF(SB-IDX) TO AMLW-CIF-NUMBER
               MOVE WS-SB-LAST-ACCOUNT(SB-IDX) TO AMLW-ACCOUNT-NUMBER
               MOVE WS-SB-FIRST-DATE(SB-IDX) TO AMLW-FIRST-DATE
               MOVE WS-SB-LAST-DATE(SB-IDX) TO AMLW-LAST-DATE
               MOVE WS-SB-LAST-TIME(SB-IDX) TO AMLW-LAST-TIME
               MOVE SPACE TO AMLW-TXN-TYPE
               MOVE WS-SB-COUNT(SB-IDX) TO AMLW-TXN-COUNT
               MOVE WS-SB-SUM(SB-IDX) TO AMLW-AMOUNT
               PERFORM 4000-WRITE-WORK-ITEM
           END-IF.

      ******************************************************************
      * 4000-WRITE-WORK-ITEM - caller fills the item's body; the
      * identity, status and listing line are set here.
      ******************************************************************
       4000-WRITE-WORK-ITEM.
           IF WS-ITEM-SEQ = ZERO
               OPEN EXTEND WORK-FILE
               IF WS-WORK-STATUS = "35"
                   OPEN OUTPUT WORK-FILE
                   CLOSE WORK-FILE
                   OPEN EXTEND WORK-FILE
               END-IF
               PERFORM CHECK-WORK-STATUS
           END-IF.
           ADD 1 TO WS-ITEM-SEQ.
           MOVE WS-BUSINESS-DATE TO AMLW-SCREEN-DATE.
           MOVE WS-ITEM-SEQ TO AMLW-SEQ-NO.
           MOVE "N" TO AMLW-STATUS.
           MOVE ZERO TO AMLW-ACTION-DATE AMLW-FILED-DATE.
           MOVE SPACES TO AMLW-OFFICER-ID AMLW-REMARK.
           WRITE AMLW-REC.
           PERFORM CHECK-WORK-STATUS.
           MOVE AMLW-TXN-COUNT TO WS-LINE-COUNT-ED.
           MOVE AMLW-AMOUNT TO WS-MONEY-ED.
           MOVE SPACES TO PRINT-REC.
           STRING AMLW-ITEM-ID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               AMLW-FLAG-TYPE DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               AMLW-DIRECTION DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               AMLW-CIF-NUMBER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AMLW-ACCOUNT-NUMBER DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               AMLW-FIRST-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AMLW-LAST-DATE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-LINE-COUNT-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-MONEY-ED DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.

       5000-FINISH.
           MOVE SPACES TO AMR-REC.
           MOVE "T" TO AMR-REC-TYPE.
           MOVE "CTR" TO AMR-T-REPORT-TYPE.
           MOVE WS-CTR-COUNT TO AMR-T-COUNT.
           MOVE WS-CTR-TOTAL TO AMR-T-AMOUNT-TOTAL.
           WRITE CTR-OUT-REC FROM AMR-REC.
           PERFORM CHECK-CTR-STATUS.
           CLOSE CTR-FILE.
           IF WS-ITEM-SEQ > ZERO
               CLOSE WORK-FILE
           END-IF.
           IF WS-TXN-STATUS NOT = "35"
               CLOSE TXN-FILE
           END-IF.
           CLOSE EMP-FILE.
           IF CIF-FILE-ON-HAND
               CLOSE CIF-FILE
           END-IF.
           MOVE DASH-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE WS-MOVES-SCREENED TO WS-COUNT-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "CASH MOVEMENTS IN WINDOW     : " WS-COUNT-ED
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE WS-COVERED-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "COVERED TRANSACTIONS (CTR)   : " WS-COUNT-ED
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE WS-PATTERN-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "STRUCTURED PATTERNS FLAGGED  : " WS-COUNT-ED
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE WS-STR-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "ESCALATED ITEMS FILED (STR)  : " WS-COUNT-ED
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           CLOSE PRINT-FILE.
           MOVE "AMLPRT" TO SPC-REPORT-NAME.
           MOVE "AMLPRT" TO SPC-SOURCE-PATH.
           CALL "SPOOLCAP" USING SPOOL-CAP-AREA.
           DISPLAY "AML SCREENING COMPLETE.".
           DISPLAY "COVERED TRANSACTIONS : " WS-COVERED-COUNT.
           DISPLAY "STRUCTURED PATTERNS  : " WS-PATTERN-COUNT.
           DISPLAY "STR ITEMS FILED      : " WS-STR-COUNT.

      ******************************************************************
      * 7000-FILL-SUBJECT - who the report names: the CIF customer's
      * name, address and identification, or for an account not yet
      * on a CIF the account name off the master; the branch is the
      * account's own.  Caller sets WS-SUBJ-CIF and WS-SUBJ-ACCOUNT.
      ******************************************************************
       7000-FILL-SUBJECT.
           MOVE SPACES TO WS-SUBJ-BRANCH WS-SUBJ-NAME WS-SUBJ-ADDRESS
               WS-SUBJ-ID-TYPE WS-SUBJ-ID-NUMBER.
           MOVE WS-SUBJ-ACCOUNT TO ACCOUNT_NUMBER_OUT.
           READ EMP-FILE KEY IS ACCOUNT_NUMBER_OUT
               INVALID KEY
                   MOVE "ACCOUNT NOT ON FILE" TO WS-SUBJ-NAME
               NOT INVALID KEY
                   MOVE BRANCH-CODE-OUT TO WS-SUBJ-BRANCH
                   MOVE ACCOUNT_NAME_OUT TO WS-SUBJ-NAME
           END-READ.
           IF WS-SUBJ-CIF NOT = ZERO AND CIF-FILE-ON-HAND
               MOVE WS-SUBJ-CIF TO CIF-NUMBER
               READ CIF-FILE KEY IS CIF-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CIF-NAME TO WS-SUBJ-NAME
                       MOVE CIF-ADDRESS TO WS-SUBJ-ADDRESS
                       MOVE CIF-ID-TYPE TO WS-SUBJ-ID-TYPE
                       MOVE CIF-ID-NUMBER TO WS-SUBJ-ID-NUMBER
               END-READ
           END-IF.

       7100-TXN-CODE.
           IF TXN-PLACEMENT
               MOVE "PL" TO WS-TXN-CODE
           ELSE IF TXN-ADDITIONAL
               MOVE "AD" TO WS-TXN-CODE
           ELSE IF TXN-WITHDRAWAL
               MOVE "WD" TO WS-TXN-CODE
           ELSE
               MOVE "CL" TO WS-TXN-CODE
           END-IF.

       7200-SUBJECT-TO-REPORT.
           MOVE WS-SUBJ-ACCOUNT TO AMR-ACCOUNT-NUMBER.
           MOVE WS-SUBJ-BRANCH TO AMR-BRANCH-CODE.
           MOVE WS-SUBJ-CIF TO AMR-CIF-NUMBER.
           MOVE WS-SUBJ-NAME TO AMR-SUBJECT-NAME.
           MOVE WS-SUBJ-ADDRESS TO AMR-ADDRESS.
           MOVE WS-SUBJ-ID-TYPE TO AMR-ID-TYPE.
           MOVE WS-SUBJ-ID-NUMBER TO AMR-ID-NUMBER.

      ******************************************************************
      * ABEND-FILE-ERROR - common stop point for any file operation
      * that comes back with a status this program was not already
      * expecting to handle.
      ******************************************************************
       ABEND-FILE-ERROR.
           DISPLAY "*** FILE ERROR ON " WS-ERR-FILE-NAME.
           DISPLAY "*** FILE STATUS = " WS-ERR-STATUS.
           DISPLAY "AML SCREENING TERMINATED - SEE FILE STATUS ABOVE.".
           STOP RUN.

       CHECK-TXN-STATUS.
           IF WS-TXN-STATUS NOT = "00"
               MOVE "TXN-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-TXN-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-EMP-STATUS.
           IF WS-EMP-STATUS NOT = "00"
               MOVE "EMP-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-EMP-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-CIF-STATUS.
           IF WS-CIF-STATUS NOT = "00"
               MOVE "CIF-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-CIF-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-WORK-STATUS.
           IF WS-WORK-STATUS NOT = "00"
               MOVE "WORK-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-WORK-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-CTR-STATUS.
           IF WS-CTR-STATUS NOT = "00"
               MOVE "CTR-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-CTR-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-STR-STATUS.
           IF WS-STR-STATUS NOT = "00"
               MOVE "STR-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-STR-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-RCTL-STATUS.
           IF WS-RCTL-STATUS NOT = "00"
               MOVE "RUN-CONTROL-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-RCTL-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-PRINT-STATUS.
           IF WS-PRINT-STATUS NOT = "00"
               MOVE "PRINT-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-PRINT-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       END PROGRAM AMLSCRN.
