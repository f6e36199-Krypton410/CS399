      ******************************************************************
      * Author:
      * Date:
      * Purpose: General ledger chart of accounts - keeps GLCOA, the
      *          accounts the nightly journal vouchers are posted to,
      *          each named exactly as the journal export names it,
      *          with its book (treasury or frame shop), its type
      *          (asset, liability, equity, revenue or expense), the
      *          balance brought forward when it was taken onto the
      *          ledger and whether it still takes postings.  The
      *          standard chart covering every account the journal
      *          export vouchers is seeded the first time GLCOA is
      *          found missing.  Changes need a supervisor sign-on
      *          and are stamped with who made them.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLCOA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT CHART-FILE
           ASSIGN TO "GLCOA"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-COA-STATUS.

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

       FD CHART-FILE
           DATA RECORD IS COA-REC.

       COPY "COAREC.cpy".

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
       01 WS-COA-STATUS PIC X(2).
       01 WS-OPER-STATUS PIC X(2).
       01 WS-SLOG-STATUS PIC X(2).
       01 WS-EOF PIC X(1) VALUE "N".

       01 OPTION PIC 9.
       01 WS-QUIT-SWITCH PIC X VALUE "N".
           88 QUIT-REQUESTED VALUE "Y".
       01 WS-TODAY PIC 9(8) VALUE ZERO.
       01 WS-NOW PIC 9(8) VALUE ZERO.

      ******************************************************************
      * SIGN-ON FIELDS - THE CHART IS CHANGED BY AN ACTIVE, AUTHORIZED
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

      * AN ACCOUNT AS KEYED.
       01 WS-ACCOUNT-IN PIC X(20) VALUE SPACES.
       01 WS-BOOK-IN PIC X(1) VALUE SPACE.
       01 WS-TYPE-IN PIC X(1) VALUE SPACE.
       01 WS-OPENING-IN PIC 9(11)V99 VALUE ZERO.
       01 WS-STATUS-IN PIC X(1) VALUE SPACE.
       01 WS-ACCOUNT-SWITCH PIC X VALUE "N".
           88 ACCOUNT-ON-CHART VALUE "Y".
           88 ACCOUNT-NOT-ON-CHART VALUE "N".
       01 WS-ACCOUNT-COUNT PIC 9(3) VALUE ZERO.
       01 WS-OPENING-ED PIC ---,---,---,--9.99.

      ******************************************************************
      * STANDARD CHART - EVERY ACCOUNT THE JOURNAL EXPORT VOUCHERS,
      * PLUS AN EQUITY ACCOUNT PER BOOK FOR THE BALANCE SHEET.  EACH
      * ENTRY IS THE ACCOUNT NAME, THE BOOK AND THE TYPE.
      ******************************************************************
       01 WS-SEED-LIST.
           05 FILLER PIC X(22) VALUE "CASH ON HAND        TA".
           05 FILLER PIC X(22) VALUE "RPT RECEIVABLE      TA".
           05 FILLER PIC X(22) VALUE "SEF RECEIVABLE      TA".
           05 FILLER PIC X(22) VALUE "LOANS RECEIVABLE    TA".
           05 FILLER PIC X(22) VALUE "DEPOSIT LIABILITY   TL".
           05 FILLER PIC X(22) VALUE "ACCRUED INT PAYABLE TL".
           05 FILLER PIC X(22) VALUE "MGR CHECKS PAYABLE  TL".
           05 FILLER PIC X(22) VALUE "TAX CREDITS PAYABLE TL".
           05 FILLER PIC X(22) VALUE "TREASURY EQUITY     TE".
           05 FILLER PIC X(22) VALUE "RPT REVENUE         TR".
           05 FILLER PIC X(22) VALUE "SEF REVENUE         TR".
           05 FILLER PIC X(22) VALUE "LOAN INTEREST INCOMETR".
           05 FILLER PIC X(22) VALUE "TAX ADJUSTMENTS     TX".
           05 FILLER PIC X(22) VALUE "INTEREST EXPENSE    TX".
           05 FILLER PIC X(22) VALUE "SHOP CASH ON HAND   FA".
           05 FILLER PIC X(22) VALUE "SHOP RECEIVABLES    FA".
           05 FILLER PIC X(22) VALUE "SHOP INVENTORY      FA".
           05 FILLER PIC X(22) VALUE "OUTPUT VAT PAYABLE  FL".
           05 FILLER PIC X(22) VALUE "SHOP EQUITY         FE".
           05 FILLER PIC X(22) VALUE "FRAME SALES         FR".
           05 FILLER PIC X(22) VALUE "SHOP COST OF SALES  FX".
       01 WS-SEED-TABLE REDEFINES WS-SEED-LIST.
           05 WS-SEED-ENTRY OCCURS 21 TIMES.
               10 WS-SEED-ACCOUNT PIC X(20).
               10 WS-SEED-BOOK PIC X(1).
               10 WS-SEED-TYPE PIC X(1).
       01 WS-SEED-NO PIC 99 VALUE ZERO.

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
               PERFORM 1500-SEED-CHART
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
           DISPLAY "CHART OF ACCOUNTS SIGN-ON".
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
           MOVE "GLCOA" TO SLOG-PROGRAM.
           MOVE WS-SIGNON-ID TO SLOG-OPERATOR.
           MOVE WS-SIGNON-RESULT TO SLOG-RESULT.
           WRITE SLOG-REC.
           CLOSE SIGNON-LOG-FILE.

      ******************************************************************
      * 1500-SEED-CHART - the first run finds no GLCOA and lays down
      * the standard chart, opening balances zero.
      ******************************************************************
       1500-SEED-CHART.
           OPEN INPUT CHART-FILE.
           IF WS-COA-STATUS = "35"
               OPEN OUTPUT CHART-FILE
               PERFORM CHECK-COA-STATUS
               PERFORM 1510-SEED-ONE-ACCOUNT
                   VARYING WS-SEED-NO FROM 1 BY 1 UNTIL WS-SEED-NO > 21
               CLOSE CHART-FILE
               DISPLAY "STANDARD CHART OF ACCOUNTS SET UP ON GLCOA."
           ELSE
               PERFORM CHECK-COA-STATUS
               CLOSE CHART-FILE
           END-IF.

       1510-SEED-ONE-ACCOUNT.
           MOVE WS-SEED-ACCOUNT(WS-SEED-NO) TO COA-ACCOUNT.
           MOVE WS-SEED-BOOK(WS-SEED-NO) TO COA-BOOK.
           MOVE WS-SEED-TYPE(WS-SEED-NO) TO COA-TYPE.
           MOVE ZERO TO COA-OPENING.
           SET COA-ACTIVE TO TRUE.
           MOVE "SEED" TO COA-SET-BY.
           MOVE WS-TODAY TO COA-SET-DATE.
           WRITE COA-REC.
           PERFORM CHECK-COA-STATUS.

       2000-MENU.
           DISPLAY " ".
           DISPLAY "GENERAL LEDGER CHART OF ACCOUNTS".
           DISPLAY "[1] LIST THE CHART".
           DISPLAY "[2] ADD AN ACCOUNT".
           DISPLAY "[3] CHANGE AN ACCOUNT".
           DISPLAY "[4] QUIT".
           DISPLAY "ENTER OPTION : ".
           ACCEPT OPTION.
           IF OPTION = 1 THEN
               PERFORM 3000-LIST-CHART
           ELSE IF OPTION = 2 THEN
               PERFORM 4000-ADD-ACCOUNT THRU 4000-ADD-ACCOUNT-EXIT
           ELSE IF OPTION = 3 THEN
               PERFORM 5000-CHANGE-ACCOUNT THRU 5000-CHANGE-ACCOUNT-EXIT
           ELSE IF OPTION = 4 THEN
               SET QUIT-REQUESTED TO TRUE
           ELSE
               DISPLAY "INVALID OPTION, TRY AGAIN"
           END-IF.

       3000-LIST-CHART.
           MOVE ZERO TO WS-ACCOUNT-COUNT.
           MOVE "N" TO WS-EOF.
           OPEN INPUT CHART-FILE.
           PERFORM CHECK-COA-STATUS.
           DISPLAY "ACCOUNT              BK TY       OPENING BALANCE ST"
               " SET BY   ON".
           PERFORM 3100-LIST-ONE-ACCOUNT UNTIL WS-EOF = "Y".
           CLOSE CHART-FILE.
           DISPLAY WS-ACCOUNT-COUNT " ACCOUNT(S) ON THE CHART.".

       3100-LIST-ONE-ACCOUNT.
           READ CHART-FILE
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-ACCOUNT-COUNT
                   MOVE COA-OPENING TO WS-OPENING-ED
                   DISPLAY COA-ACCOUNT " " COA-BOOK "  " COA-TYPE
                       "  " WS-OPENING-ED " " COA-STATUS "  "
                       COA-SET-BY " " COA-SET-DATE
           END-READ.

      ******************************************************************
      * 4000-ADD-ACCOUNT - a new account is appended once its name
      * is clear of the chart and its book and type are valid.
      ******************************************************************
       4000-ADD-ACCOUNT.
           DISPLAY "ACCOUNT NAME (AS THE VOUCHERS NAME IT) : ".
           ACCEPT WS-ACCOUNT-IN.
           IF WS-ACCOUNT-IN = SPACES
               DISPLAY "AN ACCOUNT NAME IS REQUIRED."
               GO TO 4000-ADD-ACCOUNT-EXIT
           END-IF.
           PERFORM 7000-FIND-ACCOUNT.
           IF ACCOUNT-ON-CHART
               DISPLAY "ACCOUNT IS ALREADY ON THE CHART."
               GO TO 4000-ADD-ACCOUNT-EXIT
           END-IF.
           DISPLAY "BOOK - T TREASURY, F FRAME SHOP : ".
           ACCEPT WS-BOOK-IN.
           IF WS-BOOK-IN NOT = "T" AND WS-BOOK-IN NOT = "F"
               DISPLAY "BOOK MUST BE T OR F - NOTHING ADDED."
               GO TO 4000-ADD-ACCOUNT-EXIT
           END-IF.
           DISPLAY "TYPE - A ASSET, L LIABILITY, E EQUITY, R REVENUE, "
               "X EXPENSE : ".
           ACCEPT WS-TYPE-IN.
           MOVE WS-TYPE-IN TO COA-TYPE.
           IF NOT COA-TYPE-VALID
               DISPLAY "TYPE MUST BE A, L, E, R OR X - NOTHING ADDED."
               GO TO 4000-ADD-ACCOUNT-EXIT
           END-IF.
           DISPLAY "OPENING BALANCE, ON THE NORMAL SIDE : ".
           ACCEPT WS-OPENING-IN.
           OPEN EXTEND CHART-FILE.
           PERFORM CHECK-COA-STATUS.
           MOVE WS-ACCOUNT-IN TO COA-ACCOUNT.
           MOVE WS-BOOK-IN TO COA-BOOK.
           MOVE WS-TYPE-IN TO COA-TYPE.
           MOVE WS-OPENING-IN TO COA-OPENING.
           SET COA-ACTIVE TO TRUE.
           MOVE WS-OPERATOR-ID TO COA-SET-BY.
           MOVE WS-TODAY TO COA-SET-DATE.
           WRITE COA-REC.
           PERFORM CHECK-COA-STATUS.
           CLOSE CHART-FILE.
           DISPLAY "ACCOUNT ADDED.".
       4000-ADD-ACCOUNT-EXIT.
           EXIT.

      ******************************************************************
      * 5000-CHANGE-ACCOUNT - the opening balance and the active flag
      * are all that change; the name, book and type stay as they
      * were posted under.
      ******************************************************************
       5000-CHANGE-ACCOUNT.
           DISPLAY "ACCOUNT NAME : ".
           ACCEPT WS-ACCOUNT-IN.
           PERFORM 7000-FIND-ACCOUNT.
           IF ACCOUNT-NOT-ON-CHART
               DISPLAY "ACCOUNT IS NOT ON THE CHART."
               GO TO 5000-CHANGE-ACCOUNT-EXIT
           END-IF.
           DISPLAY "NEW OPENING BALANCE, ON THE NORMAL SIDE : ".
           ACCEPT WS-OPENING-IN.
           DISPLAY "STATUS - A ACTIVE, I INACTIVE : ".
           ACCEPT WS-STATUS-IN.
           IF WS-STATUS-IN NOT = "A" AND WS-STATUS-IN NOT = "I"
               DISPLAY "STATUS MUST BE A OR I - NOTHING CHANGED."
               GO TO 5000-CHANGE-ACCOUNT-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           OPEN I-O CHART-FILE.
           PERFORM CHECK-COA-STATUS.
           PERFORM 5100-CHANGE-ONE-ROW UNTIL WS-EOF = "Y".
           CLOSE CHART-FILE.
           DISPLAY "ACCOUNT CHANGED.".
       5000-CHANGE-ACCOUNT-EXIT.
           EXIT.

       5100-CHANGE-ONE-ROW.
           READ CHART-FILE
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   IF COA-ACCOUNT = WS-ACCOUNT-IN
                       MOVE WS-OPENING-IN TO COA-OPENING
                       MOVE WS-STATUS-IN TO COA-STATUS
                       MOVE WS-OPERATOR-ID TO COA-SET-BY
                       MOVE WS-TODAY TO COA-SET-DATE
                       REWRITE COA-REC
                       PERFORM CHECK-COA-STATUS
                       MOVE "Y" TO WS-EOF
                   END-IF
           END-READ.

       7000-FIND-ACCOUNT.
           SET ACCOUNT-NOT-ON-CHART TO TRUE.
           MOVE "N" TO WS-EOF.
           OPEN INPUT CHART-FILE.
           PERFORM CHECK-COA-STATUS.
           PERFORM 7100-FIND-ONE-ACCOUNT UNTIL WS-EOF = "Y".
           CLOSE CHART-FILE.

       7100-FIND-ONE-ACCOUNT.
           READ CHART-FILE
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   IF COA-ACCOUNT = WS-ACCOUNT-IN
                       SET ACCOUNT-ON-CHART TO TRUE
                       MOVE "Y" TO WS-EOF
                   END-IF
           END-READ.

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

       CHECK-COA-STATUS.
           IF WS-COA-STATUS NOT = "00"
               MOVE "CHART-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-COA-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-OPER-STATUS.
           IF WS-OPER-STATUS NOT = "00"
               MOVE "OPERATOR-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-OPER-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       END PROGRAM GLCOA.
