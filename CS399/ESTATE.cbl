      ******************************************************************
      * Author:
      * Date:
      * Purpose: Deceased depositor claims and estate settlement.
      *          Recording a customer's death flags the CIF with the
      *          date of death, opens a claim on ESTCLAIM and freezes
      *          every account the customer owns - on the master or
      *          as an owner on ACCTPTY - with an estate hold on
      *          HOLDFILE (an account already under a court or loan
      *          hold has that hold raised to the whole balance, and
      *          it turns into the estate hold when lifted).  The
      *          claim tracks the documents received (death
      *          certificate, extrajudicial settlement, estate tax
      *          clearance) and the heirs with their shares.  A
      *          joint account with a surviving owner can be
      *          released to that owner.  Once the papers are
      *          complete the estate settles: each frozen account is
      *          closed on the master with its DEPTXN closure row,
      *          and its payout is split among the heirs by share, a
      *          manager's check on CHKREG per heir.  Each heir gets
      *          a settlement statement on ESTSTMT; the claims-pending
      *          report on ESTAGE ages the open cases.  Each change it
      *          makes to the deposit master is journalled to RCVJRNL
      *          through RJNLOG, so ROLLFWD can reapply it after a
      *          restore.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTATE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT CLAIM-FILE
           ASSIGN TO "ESTCLAIM"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ECL-CIF-NUMBER
           FILE STATUS IS WS-CLAIM-STATUS.

       SELECT CIF-FILE
           ASSIGN TO "CIFFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CIF-NUMBER
           FILE STATUS IS WS-CIF-STATUS.

       SELECT PARTY-FILE
           ASSIGN TO "ACCTPTY"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS APTY-KEY
           ALTERNATE RECORD KEY IS APTY-CIF-NUMBER WITH DUPLICATES
           FILE STATUS IS WS-PTY-STATUS.

       SELECT EMP-FILE
           ASSIGN TO 'D:\Files\Cobol\CS399\ESCABARTE2.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACCOUNT_NUMBER_OUT
           FILE STATUS IS WS-EMP-STATUS.

       SELECT HOLD-FILE
           ASSIGN TO "HOLDFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HOLD-ACCOUNT-NUMBER
           FILE STATUS IS WS-HOLD-STATUS.

       SELECT TXN-FILE
           ASSIGN TO "DEPTXN"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-TXN-STATUS.

       SELECT CONTROL-FILE
           ASSIGN TO "DEPCTL"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FCTL-STATUS.

       SELECT CHK-CONTROL-FILE
           ASSIGN TO "CHKCTL"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CHKCTL-STATUS.

       SELECT CHK-PRINT-FILE
           ASSIGN TO "CHKPRINT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CHKPRT-STATUS.

       SELECT CHK-REGISTER-FILE
           ASSIGN TO "CHKREG"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHK-SERIAL
           FILE STATUS IS WS-CHKREG-STATUS.

       SELECT STATEMENT-FILE
           ASSIGN TO "ESTSTMT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STMT-STATUS.

       SELECT PRINT-FILE
           ASSIGN TO "ESTAGE"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD CLAIM-FILE
           DATA RECORD IS ECL-REC.

       COPY "ESTREC.cpy".

       FD CIF-FILE
           DATA RECORD IS CIF-REC.

       COPY "CIFREC.cpy".

       FD PARTY-FILE
           DATA RECORD IS APTY-REC.

       COPY "APTYREC.cpy".

       FD EMP-FILE
           DATA RECORD IS NEW-FILE.

       COPY "DEPREC.cpy".

       FD HOLD-FILE
           DATA RECORD IS HOLD-REC.

       COPY "HOLDREC.cpy".

       FD TXN-FILE
           DATA RECORD IS DEPTXN-REC.

       COPY "DEPTXNREC.cpy".

       FD CONTROL-FILE
           DATA RECORD IS FCTL-REC.

       COPY "FCTLREC.cpy".

      ******************************************************************
      * CHK-CONTROL-REC - the next manager's check serial, shared
      * with the withdrawal and maturity programs.
      ******************************************************************
       FD CHK-CONTROL-FILE
           DATA RECORD IS CHK-CONTROL-REC.

       01 CHK-CONTROL-REC.
           05 CHK-NEXT-SERIAL PIC 9(7).

       FD CHK-PRINT-FILE
           DATA RECORD IS CHK-PRINT-REC.

       01 CHK-PRINT-REC PIC X(80).

       FD CHK-REGISTER-FILE
           DATA RECORD IS CHK-REC.

       COPY "CHKREC.cpy".

      ******************************************************************
      * STATEMENT-FILE - one settlement statement per heir, listing
      * each account settled, the heir's part of it and the check
      * that paid it.
      ******************************************************************
       FD STATEMENT-FILE
           DATA RECORD IS STMT-REC.

       01 STMT-REC PIC X(80).

       FD PRINT-FILE
           DATA RECORD IS PRINT-REC.

       01 PRINT-REC PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-CLAIM-STATUS PIC X(2).
       01 WS-CIF-STATUS PIC X(2).
       01 WS-PTY-STATUS PIC X(2).
       01 WS-EMP-STATUS PIC X(2).
       01 WS-HOLD-STATUS PIC X(2).
       01 WS-TXN-STATUS PIC X(2).
       01 WS-FCTL-STATUS PIC X(2).
       01 WS-CHKCTL-STATUS PIC X(2).
       01 WS-CHKPRT-STATUS PIC X(2).
       01 WS-CHKREG-STATUS PIC X(2).
       01 WS-STMT-STATUS PIC X(2).
       01 WS-PRINT-STATUS PIC X(2).
       01 WS-EOF PIC X(1) VALUE "N".
       01 WS-PTY-EOF PIC X(1) VALUE "N".
       01 DASH-LINE PIC X(80) VALUE ALL "-".
       01 CHK-DASH-LINE PIC X(60) VALUE ALL "=".

       01 OPTION PIC 9.
       01 WS-QUIT-SWITCH PIC X VALUE "N".
           88 QUIT-REQUESTED VALUE "Y".
       01 WS-TODAY PIC 9(8) VALUE ZERO.
       01 WS-CURRENT-TIME PIC 9(8) VALUE ZERO.
       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       01 WS-CONFIRM PIC X VALUE SPACE.

       01 WS-LOOKUP-CIF PIC 9(5) VALUE ZERO.
       01 WS-LOOKUP-ACCOUNT PIC 99999 VALUE ZERO.
       01 WS-DEATH-DATE-IN PIC 9(8) VALUE ZERO.
       01 WS-DOC-IN PIC 9 VALUE ZERO.
       01 WS-HEIRS-IN PIC 9 VALUE ZERO.
       01 WS-CIF-FOUND-SWITCH PIC X VALUE "N".
           88 CUSTOMER-FOUND VALUE "Y".
           88 CUSTOMER-NOT-FOUND VALUE "N".
       01 WS-CLAIM-FOUND-SWITCH PIC X VALUE "N".
           88 CLAIM-FOUND VALUE "Y".
           88 CLAIM-NOT-FOUND VALUE "N".
       01 WS-HOLD-FOUND-SWITCH PIC X VALUE "N".
           88 HOLD-FOUND VALUE "Y".
           88 HOLD-NOT-FOUND VALUE "N".
       01 WS-LISTED-SWITCH PIC X VALUE "N".
           88 ACCOUNT-LISTED VALUE "Y".
       01 WS-SURVIVOR-SWITCH PIC X VALUE "N".
           88 SURVIVOR-FOUND VALUE "Y".
       01 WS-READY-SWITCH PIC X VALUE "Y".
           88 ESTATE-READY VALUE "Y".

       01 WS-ACCT-SUB PIC 9(2) VALUE ZERO.
       01 WS-SCAN-SUB PIC 9(2) VALUE ZERO.
       01 WS-HEIR-SUB PIC 9 VALUE ZERO.
       01 WS-DOC-SUB PIC 9 VALUE ZERO.
       01 WS-FROZEN-COUNT PIC 9(2) VALUE ZERO.
       01 WS-OVER-COUNT PIC 9(3) VALUE ZERO.

      * THE ESTATE HOLD FREEZES THE WHOLE ACCOUNT, WHATEVER INTEREST
      * IT GOES ON EARNING UNTIL SETTLEMENT.
       01 WS-ESTATE-AUTHORITY PIC X(26)
           VALUE "ESTATE OF DECEASED".
       01 WS-FREEZE-ALL PIC 9(7)V99 VALUE 9999999.99.

       01 WS-DOC-NAME-VALUES.
           05 FILLER PIC X(24) VALUE "DEATH CERTIFICATE".
           05 FILLER PIC X(24) VALUE "EXTRAJUDICIAL SETTLEMENT".
           05 FILLER PIC X(24) VALUE "ESTATE TAX CLEARANCE".
       01 WS-DOC-NAME-TABLE REDEFINES WS-DOC-NAME-VALUES.
           05 WS-DOC-NAME PIC X(24) OCCURS 3 TIMES.

      * SETTLEMENT FIGURES FOR THE ACCOUNT IN HAND.
       01 WS-INTEREST-WORK PIC 9(7)V99 VALUE ZERO.
       01 WS-ACCRUED-INTEREST PIC 9(7)V99 VALUE ZERO.
       01 WS-TAX-WITHHELD PIC 9(7)V99 VALUE ZERO.
       01 WS-PAYOUT PIC 9(7)V99 VALUE ZERO.
       01 WS-CLOSING-BALANCE PIC 9(7)V99 VALUE ZERO.
       01 WS-DAYS-HELD PIC S9(7) VALUE ZERO.
       01 WS-RATE-IN-HAND PIC V99 VALUE ZERO.
       01 WS-SHARE-TOTAL PIC 9(4)V99 VALUE ZERO.
       01 WS-HEIR-AMOUNT PIC 9(7)V99 VALUE ZERO.
       01 WS-ALLOCATED PIC 9(7)V99 VALUE ZERO.
       01 WS-ESTATE-TOTAL PIC 9(9)V99 VALUE ZERO.
       01 WS-FCTL-D-VALUE PIC S9(9)V99 VALUE ZERO.

      * THE CHECK CUT FOR EACH HEIR ON EACH ACCOUNT, FOR THE HEIRS'
      * STATEMENTS.
       01 WS-SETTLE-TABLE.
           05 WS-SL-ACCOUNT OCCURS 50 TIMES.
               10 WS-SL-HEIR OCCURS 6 TIMES.
                   15 WS-SL-CHECK PIC 9(7).
                   15 WS-SL-AMOUNT PIC 9(7)V99.

       01 WS-CHECK-SERIAL PIC 9(7) VALUE ZERO.
       01 WS-CHECK-AMOUNT PIC 9(7)V99 VALUE ZERO.
       01 WS-CHECK-PAYEE PIC X(26) VALUE SPACES.

      * CLAIMS-PENDING AGING.
       01 WS-DAYS-OPEN PIC S9(7) VALUE ZERO.
       01 WS-DOCS-IN PIC 9 VALUE ZERO.
       01 WS-FROZEN-BALANCE PIC 9(9)V99 VALUE ZERO.
       01 WS-BUCKET-SUB PIC 9 VALUE ZERO.
       01 WS-BUCKET-NAME-VALUES.
           05 FILLER PIC X(12) VALUE "0-30 DAYS".
           05 FILLER PIC X(12) VALUE "31-90 DAYS".
           05 FILLER PIC X(12) VALUE "91-180 DAYS".
           05 FILLER PIC X(12) VALUE "OVER 180".
       01 WS-BUCKET-NAME-TABLE REDEFINES WS-BUCKET-NAME-VALUES.
           05 WS-BUCKET-NAME PIC X(12) OCCURS 4 TIMES.
       01 WS-BUCKET-TOTALS.
           05 WS-BUCKET OCCURS 4 TIMES.
               10 WS-BUCKET-COUNT PIC 9(5).
               10 WS-BUCKET-BALANCE PIC 9(9)V99.

       01 WS-MONEY-ED PIC ZZ,ZZZ,ZZ9.99.
       01 WS-MONEY-ED-2 PIC ZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-ED PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-SHARE-ED PIC ZZ9.99.
       01 WS-COUNT-ED PIC ZZ,ZZ9.
       01 WS-DAYS-ED PIC Z,ZZZ,ZZ9.

      * PARAMETER AREA FOR THE SHARED DATECALC DATE ROUTINE.
       COPY "DCALCREC.cpy".

      * PARAMETER AREA FOR THE SHARED PRODLKUP PRODUCT ROUTINE.
       COPY "PRDLREC.cpy".

      * PARAMETER AREA FOR THE SHARED SPOOLCAP SPOOL CAPTURE ROUTINE.
       COPY "SPOOLREC.cpy".

      * WS-ERR-FILE-NAME/WS-ERR-STATUS ARE SET BY THE CHECK-xxx-STATUS
      * PARAGRAPHS BELOW BEFORE PERFORMING ABEND-FILE-ERROR.
       01 WS-ERR-FILE-NAME PIC X(20).
       01 WS-ERR-STATUS PIC X(2).

      * PARAMETER AREA FOR THE SHARED RJNLOG RECOVERY JOURNAL ROUTINE.
       COPY "RJLREC.cpy".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE "ESTATE" TO RJL-PROGRAM.
           MOVE "D" TO RJL-MASTER.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
      * THE OFFICER HANDLING THE CLAIM SIGNS EVERY ACTION ON IT, AND
      * THE CLOSURES AND CHECKS THE SETTLEMENT POSTS.
           PERFORM 0100-TAKE-OPERATOR-ID
               UNTIL WS-OPERATOR-ID NOT = SPACES.
           PERFORM 1000-MENU UNTIL QUIT-REQUESTED.
           STOP RUN.

       0100-TAKE-OPERATOR-ID.
           DISPLAY "OPERATOR ID : ".
           ACCEPT WS-OPERATOR-ID.
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "AN OPERATOR ID IS REQUIRED."
           END-IF.

       1000-MENU.
           DISPLAY " ".
           DISPLAY "DECEASED DEPOSITOR CLAIMS".
           DISPLAY "[1] RECORD A DEPOSITOR'S DEATH".
           DISPLAY "[2] RECORD A CLAIM DOCUMENT RECEIVED".
           DISPLAY "[3] KEY THE HEIRS AND THEIR SHARES".
           DISPLAY "[4] RELEASE A JOINT ACCOUNT TO ITS SURVIVOR".
           DISPLAY "[5] SETTLE THE ESTATE".
           DISPLAY "[6] SHOW A CLAIM".
           DISPLAY "[7] PRINT CLAIMS PENDING".
           DISPLAY "[8] QUIT".
           DISPLAY "ENTER OPTION : ".
           ACCEPT OPTION.
           IF OPTION = 1 THEN
               PERFORM 2000-RECORD-DEATH THRU 2000-RECORD-DEATH-EXIT
           ELSE IF OPTION = 2 THEN
               PERFORM 3000-RECORD-DOCUMENT
                   THRU 3000-RECORD-DOCUMENT-EXIT
           ELSE IF OPTION = 3 THEN
               PERFORM 4000-KEY-HEIRS THRU 4000-KEY-HEIRS-EXIT
           ELSE IF OPTION = 4 THEN
               PERFORM 5000-RELEASE-TO-SURVIVOR
                   THRU 5000-RELEASE-TO-SURVIVOR-EXIT
           ELSE IF OPTION = 5 THEN
               PERFORM 6000-SETTLE-ESTATE THRU 6000-SETTLE-ESTATE-EXIT
           ELSE IF OPTION = 6 THEN
               PERFORM 7000-SHOW-CLAIM THRU 7000-SHOW-CLAIM-EXIT
           ELSE IF OPTION = 7 THEN
               PERFORM 7500-PRINT-AGING
           ELSE IF OPTION = 8 THEN
               SET QUIT-REQUESTED TO TRUE
           ELSE
               DISPLAY "INVALID OPTION, TRY AGAIN"
           END-IF.

      ******************************************************************
      * 2000-RECORD-DEATH - flags the CIF deceased with the date of
      * death, opens the claim and freezes every account the
      * customer owns.  A death is recorded once, and only when the
      * claim can carry every account.
      ******************************************************************
       2000-RECORD-DEATH.
           DISPLAY "CUSTOMER (CIF) NUMBER : ".
           ACCEPT WS-LOOKUP-CIF.
           OPEN I-O CIF-FILE.
           IF WS-CIF-STATUS = "35"
               DISPLAY "NO CUSTOMER FILE ON HAND."
               GO TO 2000-RECORD-DEATH-EXIT
           END-IF.
           PERFORM CHECK-CIF-STATUS.
           MOVE WS-LOOKUP-CIF TO CIF-NUMBER.
           READ CIF-FILE KEY IS CIF-NUMBER
               INVALID KEY
                   SET CUSTOMER-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET CUSTOMER-FOUND TO TRUE
           END-READ.
           IF CUSTOMER-NOT-FOUND
               DISPLAY "NO SUCH CUSTOMER ON FILE."
               CLOSE CIF-FILE
               GO TO 2000-RECORD-DEATH-EXIT
           END-IF.
           IF CIF-IS-DECEASED
               DISPLAY CIF-NAME " WAS RECORDED DECEASED "
                   CIF-DATE-OF-DEATH
               CLOSE CIF-FILE
               GO TO 2000-RECORD-DEATH-EXIT
           END-IF.
           DISPLAY "CUSTOMER : " CIF-NAME.
           DISPLAY "DATE OF DEATH (YYYYMMDD) : ".
           ACCEPT WS-DEATH-DATE-IN.
           MOVE "V" TO DC-FUNCTION.
           MOVE WS-DEATH-DATE-IN TO DC-DATE-1.
           CALL "DATECALC" USING DATE-CALC-AREA.
           IF DC-VALID-FLAG NOT = "Y" OR WS-DEATH-DATE-IN > WS-TODAY
               DISPLAY "THAT IS NOT A VALID DATE OF DEATH."
               CLOSE CIF-FILE
               GO TO 2000-RECORD-DEATH-EXIT
           END-IF.
      * THE ACCOUNTS ARE COUNTED BEFORE ANYTHING IS WRITTEN: A CLAIM
      * THAT CANNOT CARRY THEM ALL IS NOT OPENED AND NOTHING FREEZES.
           INITIALIZE ECL-REC.
           MOVE ZERO TO WS-OVER-COUNT.
           PERFORM 2100-COLLECT-ACCOUNTS
               THRU 2100-COLLECT-ACCOUNTS-EXIT.
           IF WS-OVER-COUNT > ZERO
               DISPLAY CIF-NAME " OWNS MORE THAN 50 OPEN ACCOUNTS - "
                   "MORE THAN A CLAIM CAN CARRY."
               DISPLAY "NOTHING RECORDED; THE CLAIM'S ACCOUNT TABLE "
                   "MUST BE ENLARGED FIRST."
               CLOSE CIF-FILE
               GO TO 2000-RECORD-DEATH-EXIT
           END-IF.
           DISPLAY "RECORD THE DEATH AND FREEZE THE ACCOUNTS (Y/N) : ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "NOTHING RECORDED."
               CLOSE CIF-FILE
               GO TO 2000-RECORD-DEATH-EXIT
           END-IF.
           MOVE "Y" TO CIF-DECEASED.
           MOVE WS-DEATH-DATE-IN TO CIF-DATE-OF-DEATH.
           REWRITE CIF-REC.
           PERFORM CHECK-CIF-STATUS.
           CLOSE CIF-FILE.
           MOVE WS-LOOKUP-CIF TO ECL-CIF-NUMBER.
           MOVE CIF-NAME TO ECL-DECEASED-NAME.
           MOVE WS-DEATH-DATE-IN TO ECL-DATE-OF-DEATH.
           MOVE WS-TODAY TO ECL-OPENED-DATE.
           MOVE "O" TO ECL-STATUS.
           MOVE "N" TO ECL-DOC-RECEIVED (1).
           MOVE "N" TO ECL-DOC-RECEIVED (2).
           MOVE "N" TO ECL-DOC-RECEIVED (3).
           MOVE WS-OPERATOR-ID TO ECL-OPERATOR-ID.
           PERFORM 2200-FREEZE-ONE-ACCOUNT
               VARYING WS-ACCT-SUB FROM 1 BY 1
               UNTIL WS-ACCT-SUB > ECL-ACCOUNT-COUNT.
           OPEN I-O CLAIM-FILE.
           IF WS-CLAIM-STATUS = "35"
               OPEN OUTPUT CLAIM-FILE
               CLOSE CLAIM-FILE
               OPEN I-O CLAIM-FILE
           END-IF.
           PERFORM CHECK-CLAIM-STATUS.
           WRITE ECL-REC.
           PERFORM CHECK-CLAIM-STATUS.
           CLOSE CLAIM-FILE.
           DISPLAY "DEATH RECORDED - " ECL-ACCOUNT-COUNT
               " ACCOUNT(S) FROZEN UNDER THE CLAIM.".
       2000-RECORD-DEATH-EXIT.
           EXIT.

      ******************************************************************
      * 2100-COLLECT-ACCOUNTS - every open account carrying the CIF
      * on the master, then every open account the CIF owns jointly
      * on ACCTPTY.  Signatory and beneficiary roles are not
      * ownership and freeze nothing.
      ******************************************************************
       2100-COLLECT-ACCOUNTS.
           OPEN INPUT EMP-FILE.
           IF WS-EMP-STATUS = "35"
               GO TO 2100-COLLECT-ACCOUNTS-EXIT
           END-IF.
           PERFORM CHECK-EMP-STATUS.
           MOVE "N" TO WS-EOF.
           PERFORM 2110-SCAN-MASTER THRU 2110-SCAN-MASTER-EXIT
               UNTIL WS-EOF = "Y".
           OPEN INPUT PARTY-FILE.
           IF WS-PTY-STATUS NOT = "35"
               PERFORM CHECK-PTY-STATUS
               MOVE "N" TO WS-PTY-EOF
               MOVE WS-LOOKUP-CIF TO APTY-CIF-NUMBER
               START PARTY-FILE KEY IS EQUAL TO APTY-CIF-NUMBER
                   INVALID KEY
                       MOVE "Y" TO WS-PTY-EOF
               END-START
               PERFORM 2120-SCAN-PARTIES THRU 2120-SCAN-PARTIES-EXIT
                   UNTIL WS-PTY-EOF = "Y"
               CLOSE PARTY-FILE
           END-IF.
           CLOSE EMP-FILE.
       2100-COLLECT-ACCOUNTS-EXIT.
           EXIT.

       2110-SCAN-MASTER.
           READ EMP-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
                   GO TO 2110-SCAN-MASTER-EXIT
           END-READ.
           IF DEP-CIF-NUMBER-OUT = WS-LOOKUP-CIF AND
               NOT DEPOSIT-CLOSED-OUT
               MOVE ACCOUNT_NUMBER_OUT TO WS-LOOKUP-ACCOUNT
               PERFORM 2130-ADD-TO-CLAIM
           END-IF.
       2110-SCAN-MASTER-EXIT.
           EXIT.

       2120-SCAN-PARTIES.
           READ PARTY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-PTY-EOF
                   GO TO 2120-SCAN-PARTIES-EXIT
           END-READ.
           IF APTY-CIF-NUMBER NOT = WS-LOOKUP-CIF
               MOVE "Y" TO WS-PTY-EOF
               GO TO 2120-SCAN-PARTIES-EXIT
           END-IF.
           IF NOT APTY-OWNER
               GO TO 2120-SCAN-PARTIES-EXIT
           END-IF.
           MOVE APTY-ACCOUNT-NUMBER TO ACCOUNT_NUMBER_OUT.
           READ EMP-FILE KEY IS ACCOUNT_NUMBER_OUT
               INVALID KEY
                   GO TO 2120-SCAN-PARTIES-EXIT
           END-READ.
           IF NOT DEPOSIT-CLOSED-OUT
               MOVE ACCOUNT_NUMBER_OUT TO WS-LOOKUP-ACCOUNT
               PERFORM 2130-ADD-TO-CLAIM
           END-IF.
       2120-SCAN-PARTIES-EXIT.
           EXIT.

       2130-ADD-TO-CLAIM.
           MOVE "N" TO WS-LISTED-SWITCH.
           PERFORM 2140-MATCH-LISTED
               VARYING WS-SCAN-SUB FROM 1 BY 1
               UNTIL WS-SCAN-SUB > ECL-ACCOUNT-COUNT.
           IF ACCOUNT-LISTED
               CONTINUE
           ELSE
               IF ECL-ACCOUNT-COUNT NOT < 50
                   ADD 1 TO WS-OVER-COUNT
               ELSE
                   ADD 1 TO ECL-ACCOUNT-COUNT
                   MOVE WS-LOOKUP-ACCOUNT
                       TO ECL-ACCT-NUMBER (ECL-ACCOUNT-COUNT)
                   MOVE "F" TO ECL-ACCT-STATE (ECL-ACCOUNT-COUNT)
                   MOVE ZERO TO ECL-ACCT-PAYOUT (ECL-ACCOUNT-COUNT)
               END-IF
           END-IF.

       2140-MATCH-LISTED.
           IF ECL-ACCT-NUMBER (WS-SCAN-SUB) = WS-LOOKUP-ACCOUNT
               SET ACCOUNT-LISTED TO TRUE
           END-IF.

      ******************************************************************
      * 2200-FREEZE-ONE-ACCOUNT - places the estate hold.  An account
      * already under a court, garnishment or loan hold keeps that
      * hold, raised to the whole balance and marked under the estate
      * claim (the order's own amount is kept on the row); when the
      * order or the loan is lifted the row turns into the estate
      * freeze.  The estate cannot settle the account until then.
      ******************************************************************
       2200-FREEZE-ONE-ACCOUNT.
           MOVE ECL-ACCT-NUMBER (WS-ACCT-SUB) TO WS-LOOKUP-ACCOUNT.
           PERFORM 8200-READ-HOLD.
           IF HOLD-FOUND AND HOLD-ACTIVE AND NOT HOLD-TYPE-ESTATE
               IF NOT HOLD-UNDER-ESTATE
                   MOVE HOLD-AMOUNT TO HOLD-ORDER-AMOUNT
                   MOVE WS-FREEZE-ALL TO HOLD-AMOUNT
                   MOVE "Y" TO HOLD-ESTATE-SWITCH
                   REWRITE HOLD-REC
                   PERFORM CHECK-HOLD-STATUS
               END-IF
               CLOSE HOLD-FILE
               DISPLAY "ACCOUNT " WS-LOOKUP-ACCOUNT
                   " ALREADY HELD BY " HOLD-AUTHORITY
               DISPLAY "  HOLD RAISED TO THE WHOLE BALANCE UNDER THE "
                   "ESTATE CLAIM; IT BECOMES THE ESTATE FREEZE WHEN "
                   "LIFTED."
           ELSE
               MOVE WS-LOOKUP-ACCOUNT TO HOLD-ACCOUNT-NUMBER
               MOVE "E" TO HOLD-TYPE
               MOVE WS-ESTATE-AUTHORITY TO HOLD-AUTHORITY
               MOVE WS-FREEZE-ALL TO HOLD-AMOUNT
               MOVE WS-TODAY TO HOLD-PLACED-DATE
               MOVE ZERO TO HOLD-RELEASE-DATE
               MOVE "A" TO HOLD-STATUS
               MOVE "N" TO HOLD-ESTATE-SWITCH
               MOVE ZERO TO HOLD-ORDER-AMOUNT
               IF HOLD-FOUND
                   REWRITE HOLD-REC
               ELSE
                   WRITE HOLD-REC
               END-IF
               PERFORM CHECK-HOLD-STATUS
               CLOSE HOLD-FILE
               DISPLAY "ACCOUNT " WS-LOOKUP-ACCOUNT " FROZEN."
           END-IF.

      ******************************************************************
      * 3000-RECORD-DOCUMENT - marks one of the three claim documents
      * received, dated today.
      ******************************************************************
       3000-RECORD-DOCUMENT.
           PERFORM 8000-OPEN-CLAIM THRU 8000-OPEN-CLAIM-EXIT.
           IF CLAIM-NOT-FOUND
               GO TO 3000-RECORD-DOCUMENT-EXIT
           END-IF.
           PERFORM 7100-SHOW-ONE-DOCUMENT
               VARYING WS-DOC-SUB FROM 1 BY 1
               UNTIL WS-DOC-SUB > 3.
           DISPLAY "DOCUMENT RECEIVED (1, 2 OR 3) : ".
           ACCEPT WS-DOC-IN.
           IF WS-DOC-IN < 1 OR WS-DOC-IN > 3
               DISPLAY "DOCUMENT MUST BE 1, 2 OR 3."
               CLOSE CLAIM-FILE
               GO TO 3000-RECORD-DOCUMENT-EXIT
           END-IF.
           MOVE "Y" TO ECL-DOC-RECEIVED (WS-DOC-IN).
           MOVE WS-TODAY TO ECL-DOC-DATE (WS-DOC-IN).
           REWRITE ECL-REC.
           PERFORM CHECK-CLAIM-STATUS.
           CLOSE CLAIM-FILE.
           DISPLAY WS-DOC-NAME (WS-DOC-IN) " RECORDED RECEIVED.".
       3000-RECORD-DOCUMENT-EXIT.
           EXIT.

      ******************************************************************
      * 4000-KEY-HEIRS - the heirs named in the extrajudicial
      * settlement and their shares, which must total 100.00 percent.
      * Keying them again replaces the list.
      ******************************************************************
       4000-KEY-HEIRS.
           PERFORM 8000-OPEN-CLAIM THRU 8000-OPEN-CLAIM-EXIT.
           IF CLAIM-NOT-FOUND
               GO TO 4000-KEY-HEIRS-EXIT
           END-IF.
           DISPLAY "NUMBER OF HEIRS (1-6) : ".
           ACCEPT WS-HEIRS-IN.
           IF WS-HEIRS-IN < 1 OR WS-HEIRS-IN > 6
               DISPLAY "BETWEEN ONE AND SIX HEIRS MAY BE KEYED."
               CLOSE CLAIM-FILE
               GO TO 4000-KEY-HEIRS-EXIT
           END-IF.
           MOVE WS-HEIRS-IN TO ECL-HEIR-COUNT.
           MOVE ZERO TO WS-SHARE-TOTAL.
           MOVE "Y" TO WS-READY-SWITCH.
           PERFORM 4100-TAKE-ONE-HEIR
               VARYING WS-HEIR-SUB FROM 1 BY 1
               UNTIL WS-HEIR-SUB > ECL-HEIR-COUNT.
           IF NOT ESTATE-READY
               DISPLAY "EVERY HEIR NEEDS A NAME - HEIRS NOT SAVED."
               CLOSE CLAIM-FILE
               GO TO 4000-KEY-HEIRS-EXIT
           END-IF.
           IF WS-SHARE-TOTAL NOT = 100
               MOVE WS-SHARE-TOTAL TO WS-SHARE-ED
               DISPLAY "SHARES TOTAL " WS-SHARE-ED
                   " PERCENT, NOT 100 - HEIRS NOT SAVED."
               CLOSE CLAIM-FILE
               GO TO 4000-KEY-HEIRS-EXIT
           END-IF.
           REWRITE ECL-REC.
           PERFORM CHECK-CLAIM-STATUS.
           CLOSE CLAIM-FILE.
           DISPLAY "HEIRS AND SHARES RECORDED.".
       4000-KEY-HEIRS-EXIT.
           EXIT.

       4100-TAKE-ONE-HEIR.
           DISPLAY "HEIR " WS-HEIR-SUB " NAME : ".
           ACCEPT ECL-HEIR-NAME (WS-HEIR-SUB).
           DISPLAY "HEIR " WS-HEIR-SUB " SHARE IN PERCENT : ".
           ACCEPT ECL-HEIR-SHARE (WS-HEIR-SUB).
           MOVE ZERO TO ECL-HEIR-PAID (WS-HEIR-SUB).
           IF ECL-HEIR-NAME (WS-HEIR-SUB) = SPACES
               MOVE "N" TO WS-READY-SWITCH
           END-IF.
           ADD ECL-HEIR-SHARE (WS-HEIR-SUB) TO WS-SHARE-TOTAL.

      ******************************************************************
      * 5000-RELEASE-TO-SURVIVOR - a joint account passes to the
      * surviving owner rather than the estate.  The account must
      * show another owner on ACCTPTY; its estate hold lifts and it
      * leaves the claim.
      ******************************************************************
       5000-RELEASE-TO-SURVIVOR.
           PERFORM 8000-OPEN-CLAIM THRU 8000-OPEN-CLAIM-EXIT.
           IF CLAIM-NOT-FOUND
               GO TO 5000-RELEASE-TO-SURVIVOR-EXIT
           END-IF.
           DISPLAY "ACCOUNT NUMBER TO RELEASE : ".
           ACCEPT WS-LOOKUP-ACCOUNT.
           MOVE ZERO TO WS-ACCT-SUB.
           PERFORM 5100-FIND-CLAIM-ACCOUNT
               VARYING WS-SCAN-SUB FROM 1 BY 1
               UNTIL WS-SCAN-SUB > ECL-ACCOUNT-COUNT.
           IF WS-ACCT-SUB = ZERO
               DISPLAY "THAT ACCOUNT IS NOT FROZEN UNDER THIS CLAIM."
               CLOSE CLAIM-FILE
               GO TO 5000-RELEASE-TO-SURVIVOR-EXIT
           END-IF.
           MOVE "N" TO WS-SURVIVOR-SWITCH.
           OPEN INPUT PARTY-FILE.
           IF WS-PTY-STATUS NOT = "35"
               PERFORM CHECK-PTY-STATUS
               MOVE "N" TO WS-PTY-EOF
               MOVE WS-LOOKUP-ACCOUNT TO APTY-ACCOUNT-NUMBER
               MOVE ZERO TO APTY-CIF-NUMBER
               START PARTY-FILE KEY IS NOT LESS THAN APTY-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-PTY-EOF
               END-START
               PERFORM 5200-SCAN-FOR-SURVIVOR
                   THRU 5200-SCAN-FOR-SURVIVOR-EXIT
                   UNTIL WS-PTY-EOF = "Y"
               CLOSE PARTY-FILE
           END-IF.
           IF NOT SURVIVOR-FOUND
               DISPLAY "NO SURVIVING OWNER ON ACCTPTY - THE ACCOUNT "
                   "SETTLES TO THE HEIRS."
               CLOSE CLAIM-FILE
               GO TO 5000-RELEASE-TO-SURVIVOR-EXIT
           END-IF.
           PERFORM 8300-LIFT-ESTATE-HOLD.
           MOVE "R" TO ECL-ACCT-STATE (WS-ACCT-SUB).
           REWRITE ECL-REC.
           PERFORM CHECK-CLAIM-STATUS.
           CLOSE CLAIM-FILE.
           DISPLAY "ACCOUNT " WS-LOOKUP-ACCOUNT
               " RELEASED TO THE SURVIVING OWNER.".
       5000-RELEASE-TO-SURVIVOR-EXIT.
           EXIT.

       5100-FIND-CLAIM-ACCOUNT.
           IF ECL-ACCT-NUMBER (WS-SCAN-SUB) = WS-LOOKUP-ACCOUNT AND
               ECL-ACCT-FROZEN (WS-SCAN-SUB)
               MOVE WS-SCAN-SUB TO WS-ACCT-SUB
           END-IF.

       5200-SCAN-FOR-SURVIVOR.
           READ PARTY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-PTY-EOF
                   GO TO 5200-SCAN-FOR-SURVIVOR-EXIT
           END-READ.
           IF APTY-ACCOUNT-NUMBER NOT = WS-LOOKUP-ACCOUNT
               MOVE "Y" TO WS-PTY-EOF
               GO TO 5200-SCAN-FOR-SURVIVOR-EXIT
           END-IF.
           IF APTY-OWNER AND APTY-CIF-NUMBER NOT = ECL-CIF-NUMBER
               SET SURVIVOR-FOUND TO TRUE
           END-IF.
       5200-SCAN-FOR-SURVIVOR-EXIT.
           EXIT.

      ******************************************************************
      * 6000-SETTLE-ESTATE - with every document in, the heirs' shares
      * complete and no other hold standing on a frozen account, each
      * frozen account closes and its payout is split among the heirs
      * by share, one manager's check per heir per account.  The last
      * heir takes the rounding so each account pays out exactly.
      ******************************************************************
       6000-SETTLE-ESTATE.
           PERFORM 8000-OPEN-CLAIM THRU 8000-OPEN-CLAIM-EXIT.
           IF CLAIM-NOT-FOUND
               GO TO 6000-SETTLE-ESTATE-EXIT
           END-IF.
           MOVE "Y" TO WS-READY-SWITCH.
           PERFORM 6010-CHECK-ONE-DOCUMENT
               VARYING WS-DOC-SUB FROM 1 BY 1
               UNTIL WS-DOC-SUB > 3.
           MOVE ZERO TO WS-SHARE-TOTAL.
           PERFORM 6020-ADD-ONE-SHARE
               VARYING WS-HEIR-SUB FROM 1 BY 1
               UNTIL WS-HEIR-SUB > ECL-HEIR-COUNT.
           IF ECL-HEIR-COUNT = ZERO OR WS-SHARE-TOTAL NOT = 100
               DISPLAY "THE HEIRS AND THEIR SHARES ARE NOT COMPLETE."
               MOVE "N" TO WS-READY-SWITCH
           END-IF.
           MOVE ZERO TO WS-FROZEN-COUNT.
           PERFORM 6030-CHECK-ONE-HOLD
               VARYING WS-ACCT-SUB FROM 1 BY 1
               UNTIL WS-ACCT-SUB > ECL-ACCOUNT-COUNT.
           IF NOT ESTATE-READY
               DISPLAY "ESTATE CANNOT SETTLE YET."
               CLOSE CLAIM-FILE
               GO TO 6000-SETTLE-ESTATE-EXIT
           END-IF.
           DISPLAY "ESTATE OF " ECL-DECEASED-NAME.
           DISPLAY WS-FROZEN-COUNT " ACCOUNT(S) TO CLOSE AMONG "
               ECL-HEIR-COUNT " HEIR(S).".
           DISPLAY "SETTLE THE ESTATE NOW (Y/N) : ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "ESTATE NOT SETTLED."
               CLOSE CLAIM-FILE
               GO TO 6000-SETTLE-ESTATE-EXIT
           END-IF.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           INITIALIZE WS-SETTLE-TABLE.
           MOVE ZERO TO WS-ESTATE-TOTAL.
           OPEN I-O EMP-FILE.
           PERFORM CHECK-EMP-STATUS.
           PERFORM 6100-SETTLE-ONE-ACCOUNT
               THRU 6100-SETTLE-ONE-ACCOUNT-EXIT
               VARYING WS-ACCT-SUB FROM 1 BY 1
               UNTIL WS-ACCT-SUB > ECL-ACCOUNT-COUNT.
           CLOSE EMP-FILE.
           MOVE "S" TO ECL-STATUS.
           MOVE WS-TODAY TO ECL-SETTLED-DATE.
           REWRITE ECL-REC.
           PERFORM CHECK-CLAIM-STATUS.
           CLOSE CLAIM-FILE.
           PERFORM 6500-PRINT-STATEMENTS.
           MOVE WS-ESTATE-TOTAL TO WS-TOTAL-ED.
           DISPLAY "ESTATE SETTLED - " WS-TOTAL-ED
               " PAID TO THE HEIRS.".
       6000-SETTLE-ESTATE-EXIT.
           EXIT.

       6010-CHECK-ONE-DOCUMENT.
           IF NOT ECL-DOC-IN (WS-DOC-SUB)
               DISPLAY WS-DOC-NAME (WS-DOC-SUB) " NOT YET RECEIVED."
               MOVE "N" TO WS-READY-SWITCH
           END-IF.

       6020-ADD-ONE-SHARE.
           ADD ECL-HEIR-SHARE (WS-HEIR-SUB) TO WS-SHARE-TOTAL.

       6030-CHECK-ONE-HOLD.
           IF ECL-ACCT-FROZEN (WS-ACCT-SUB)
               ADD 1 TO WS-FROZEN-COUNT
               MOVE ECL-ACCT-NUMBER (WS-ACCT-SUB) TO WS-LOOKUP-ACCOUNT
               PERFORM 8200-READ-HOLD
               IF HOLD-FOUND AND HOLD-ACTIVE AND NOT HOLD-TYPE-ESTATE
                   DISPLAY "ACCOUNT " WS-LOOKUP-ACCOUNT
                       " IS STILL HELD BY " HOLD-AUTHORITY
                   MOVE "N" TO WS-READY-SWITCH
               END-IF
               IF WS-HOLD-STATUS NOT = "35"
                   CLOSE HOLD-FILE
               END-IF
           END-IF.

      ******************************************************************
      * 6100-SETTLE-ONE-ACCOUNT - closes one frozen account the way a
      * withdrawal closes it: the balance comes off the master with a
      * DEPTXN closure row and the control total, the estate hold
      * lifts, and the payout is split among the heirs.
      ******************************************************************
       6100-SETTLE-ONE-ACCOUNT.
           IF NOT ECL-ACCT-FROZEN (WS-ACCT-SUB)
               GO TO 6100-SETTLE-ONE-ACCOUNT-EXIT
           END-IF.
           MOVE ECL-ACCT-NUMBER (WS-ACCT-SUB) TO WS-LOOKUP-ACCOUNT.
           MOVE WS-LOOKUP-ACCOUNT TO ACCOUNT_NUMBER_OUT.
           READ EMP-FILE KEY IS ACCOUNT_NUMBER_OUT
               INVALID KEY
                   DISPLAY "ACCOUNT " WS-LOOKUP-ACCOUNT
                       " NO LONGER ON FILE - LEFT ON THE CLAIM."
                   GO TO 6100-SETTLE-ONE-ACCOUNT-EXIT
           END-READ.
           IF DEPOSIT-CLOSED-OUT
               DISPLAY "ACCOUNT " WS-LOOKUP-ACCOUNT
                   " ALREADY CLOSED - LEFT ON THE CLAIM."
               GO TO 6100-SETTLE-ONE-ACCOUNT-EXIT
           END-IF.
           PERFORM 6200-COMPUTE-PAYOUT.
           MOVE DEP-BALANCE-OUT TO WS-CLOSING-BALANCE.
           MOVE ZERO TO DEP-BALANCE-OUT.
           MOVE "C" TO DEPOSIT-STATUS-OUT.
           MOVE NEW-FILE TO RJL-IMAGE.
           REWRITE NEW-FILE.
           PERFORM CHECK-EMP-STATUS.
           MOVE "C" TO RJL-ACTION.
           CALL "RJNLOG" USING RECOVERY-JOURNAL-AREA.
           PERFORM 8400-WRITE-CLOSURE-TXN.
           COMPUTE WS-FCTL-D-VALUE = ZERO - WS-CLOSING-BALANCE.
           PERFORM 8450-UPDATE-CONTROL-RECORD.
           PERFORM 8300-LIFT-ESTATE-HOLD.
           MOVE "S" TO ECL-ACCT-STATE (WS-ACCT-SUB).
           MOVE WS-PAYOUT TO ECL-ACCT-PAYOUT (WS-ACCT-SUB).
           ADD WS-PAYOUT TO WS-ESTATE-TOTAL.
           MOVE ZERO TO WS-ALLOCATED.
           PERFORM 6300-PAY-ONE-HEIR
               VARYING WS-HEIR-SUB FROM 1 BY 1
               UNTIL WS-HEIR-SUB > ECL-HEIR-COUNT.
           MOVE WS-PAYOUT TO WS-MONEY-ED.
           DISPLAY "ACCOUNT " WS-LOOKUP-ACCOUNT " CLOSED - "
               WS-MONEY-ED " TO THE HEIRS.".
       6100-SETTLE-ONE-ACCOUNT-EXIT.
           EXIT.

      ******************************************************************
      * 6200-COMPUTE-PAYOUT - a matured account pays its balance and
      * the term's net interest, as at the window.  One not yet
      * matured pays the interest earned on the balance to today,
      * without the early-withdrawal penalty - the estate did not
      * choose to break the term - less the withholding the
      * product takes for the days held.
      ******************************************************************
       6200-COMPUTE-PAYOUT.
           IF MATURITY-DATE-OUT NOT > WS-TODAY
               MOVE INTEREST-OUT TO WS-INTEREST-WORK
               COMPUTE WS-PAYOUT =
                   DEP-BALANCE-OUT + WS-INTEREST-WORK
                   - DEP-TAX-WITHHELD-OUT
           ELSE
               MOVE "D" TO DC-FUNCTION
               MOVE DEPOSIT-DATE-OUT TO DC-DATE-1
               MOVE WS-TODAY TO DC-DATE-2
               CALL "DATECALC" USING DATE-CALC-AREA
               MOVE DC-RESULT-DAYS TO WS-DAYS-HELD
               IF WS-DAYS-HELD < ZERO
                   MOVE ZERO TO WS-DAYS-HELD
               END-IF
               MOVE "W" TO PRL-FUNCTION
               MOVE DEP-PRODUCT-CODE-OUT TO PRL-PRODUCT-CODE
               MOVE WS-DAYS-HELD TO PRL-DAYS-HELD
               CALL "PRODLKUP" USING PRODUCT-LOOKUP-AREA
               MOVE DEPOSIT-RATE-OUT TO WS-RATE-IN-HAND
               COMPUTE WS-ACCRUED-INTEREST ROUNDED =
                   DEP-BALANCE-OUT * WS-RATE-IN-HAND *
                   WS-DAYS-HELD / 365
               COMPUTE WS-TAX-WITHHELD ROUNDED =
                   WS-ACCRUED-INTEREST * PRL-PRETERM-WTAX-RATE
               COMPUTE WS-PAYOUT = DEP-BALANCE-OUT +
                   WS-ACCRUED-INTEREST - WS-TAX-WITHHELD
               MOVE WS-ACCRUED-INTEREST TO INTEREST-OUT
               MOVE WS-TAX-WITHHELD TO DEP-TAX-WITHHELD-OUT
               MOVE WS-TODAY TO DEP-TAX-DATE-OUT
           END-IF.

       6300-PAY-ONE-HEIR.
           IF WS-HEIR-SUB = ECL-HEIR-COUNT
               COMPUTE WS-HEIR-AMOUNT = WS-PAYOUT - WS-ALLOCATED
           ELSE
               COMPUTE WS-HEIR-AMOUNT ROUNDED =
                   WS-PAYOUT * ECL-HEIR-SHARE (WS-HEIR-SUB) / 100
           END-IF.
           ADD WS-HEIR-AMOUNT TO WS-ALLOCATED.
           IF WS-HEIR-AMOUNT > ZERO
               MOVE WS-HEIR-AMOUNT TO WS-CHECK-AMOUNT
               MOVE ECL-HEIR-NAME (WS-HEIR-SUB) TO WS-CHECK-PAYEE
               PERFORM 8500-ISSUE-MANAGERS-CHECK
               MOVE WS-CHECK-SERIAL
                   TO WS-SL-CHECK (WS-ACCT-SUB, WS-HEIR-SUB)
               MOVE WS-HEIR-AMOUNT
                   TO WS-SL-AMOUNT (WS-ACCT-SUB, WS-HEIR-SUB)
               ADD WS-HEIR-AMOUNT TO ECL-HEIR-PAID (WS-HEIR-SUB)
           END-IF.

      ******************************************************************
      * 6500-PRINT-STATEMENTS - one statement per heir: the estate,
      * the heir's share, and each account settled with the heir's
      * part and the check that paid it.  Captured to the spool.
      ******************************************************************
       6500-PRINT-STATEMENTS.
           OPEN OUTPUT STATEMENT-FILE.
           PERFORM CHECK-STMT-STATUS.
           PERFORM 6510-ONE-HEIR-STATEMENT
               VARYING WS-HEIR-SUB FROM 1 BY 1
               UNTIL WS-HEIR-SUB > ECL-HEIR-COUNT.
           CLOSE STATEMENT-FILE.
           MOVE "ESTSTMT" TO SPC-REPORT-NAME.
           MOVE "ESTSTMT" TO SPC-SOURCE-PATH.
           CALL "SPOOLCAP" USING SPOOL-CAP-AREA.
           DISPLAY "HEIRS' SETTLEMENT STATEMENTS PRINTED.".

       6510-ONE-HEIR-STATEMENT.
           MOVE DASH-LINE TO STMT-REC.
           WRITE STMT-REC.
           MOVE SPACES TO STMT-REC.
           STRING "ESTATE SETTLEMENT STATEMENT  " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO STMT-REC.
           WRITE STMT-REC.
           MOVE SPACES TO STMT-REC.
           STRING "ESTATE OF     : " DELIMITED BY SIZE
               ECL-DECEASED-NAME DELIMITED BY SIZE
               "  CIF " DELIMITED BY SIZE
               ECL-CIF-NUMBER DELIMITED BY SIZE
               INTO STMT-REC.
           WRITE STMT-REC.
           MOVE SPACES TO STMT-REC.
           STRING "DATE OF DEATH : " DELIMITED BY SIZE
               ECL-DATE-OF-DEATH DELIMITED BY SIZE
               INTO STMT-REC.
           WRITE STMT-REC.
           MOVE ECL-HEIR-SHARE (WS-HEIR-SUB) TO WS-SHARE-ED.
           MOVE SPACES TO STMT-REC.
           STRING "HEIR          : " DELIMITED BY SIZE
               ECL-HEIR-NAME (WS-HEIR-SUB) DELIMITED BY SIZE
               "  SHARE " DELIMITED BY SIZE
               WS-SHARE-ED DELIMITED BY SIZE
               "%" DELIMITED BY SIZE
               INTO STMT-REC.
           WRITE STMT-REC.
           MOVE SPACES TO STMT-REC.
           WRITE STMT-REC.
           MOVE "ACCOUNT    ACCOUNT PAYOUT      YOUR SHARE   CHECK NO."
               TO STMT-REC.
           WRITE STMT-REC.
           PERFORM 6520-ONE-STATEMENT-LINE
               VARYING WS-ACCT-SUB FROM 1 BY 1
               UNTIL WS-ACCT-SUB > ECL-ACCOUNT-COUNT.
           MOVE ECL-HEIR-PAID (WS-HEIR-SUB) TO WS-TOTAL-ED.
           MOVE SPACES TO STMT-REC.
           STRING "TOTAL PAID TO THIS HEIR : " DELIMITED BY SIZE
               WS-TOTAL-ED DELIMITED BY SIZE
               INTO STMT-REC.
           WRITE STMT-REC.
           MOVE SPACES TO STMT-REC.
           WRITE STMT-REC.
           MOVE "RECEIVED BY : ______________________________"
               TO STMT-REC.
           WRITE STMT-REC.

       6520-ONE-STATEMENT-LINE.
           IF ECL-ACCT-SETTLED (WS-ACCT-SUB) AND
               WS-SL-CHECK (WS-ACCT-SUB, WS-HEIR-SUB) NOT = ZERO
               MOVE ECL-ACCT-PAYOUT (WS-ACCT-SUB) TO WS-MONEY-ED
               MOVE WS-SL-AMOUNT (WS-ACCT-SUB, WS-HEIR-SUB)
                   TO WS-MONEY-ED-2
               MOVE SPACES TO STMT-REC
               STRING ECL-ACCT-NUMBER (WS-ACCT-SUB) DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-MONEY-ED DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-MONEY-ED-2 DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-SL-CHECK (WS-ACCT-SUB, WS-HEIR-SUB)
                       DELIMITED BY SIZE
                   INTO STMT-REC
               WRITE STMT-REC
           END-IF.

      ******************************************************************
      * 7000-SHOW-CLAIM - the claim's documents, accounts and heirs.
      ******************************************************************
       7000-SHOW-CLAIM.
           DISPLAY "DECEASED CUSTOMER (CIF) NUMBER : ".
           ACCEPT WS-LOOKUP-CIF.
           OPEN INPUT CLAIM-FILE.
           IF WS-CLAIM-STATUS = "35"
               DISPLAY "NO CLAIMS ON FILE."
               GO TO 7000-SHOW-CLAIM-EXIT
           END-IF.
           PERFORM CHECK-CLAIM-STATUS.
           MOVE WS-LOOKUP-CIF TO ECL-CIF-NUMBER.
           READ CLAIM-FILE KEY IS ECL-CIF-NUMBER
               INVALID KEY
                   DISPLAY "NO CLAIM ON FILE FOR THAT CUSTOMER."
                   CLOSE CLAIM-FILE
                   GO TO 7000-SHOW-CLAIM-EXIT
           END-READ.
           CLOSE CLAIM-FILE.
           DISPLAY "ESTATE OF " ECL-DECEASED-NAME
               "  DIED " ECL-DATE-OF-DEATH
               "  CLAIM OPENED " ECL-OPENED-DATE.
           IF ECL-SETTLED
               DISPLAY "SETTLED " ECL-SETTLED-DATE
           ELSE
               DISPLAY "CLAIM OPEN"
           END-IF.
           PERFORM 7100-SHOW-ONE-DOCUMENT
               VARYING WS-DOC-SUB FROM 1 BY 1
               UNTIL WS-DOC-SUB > 3.
           PERFORM 7200-SHOW-ONE-ACCOUNT
               VARYING WS-ACCT-SUB FROM 1 BY 1
               UNTIL WS-ACCT-SUB > ECL-ACCOUNT-COUNT.
           PERFORM 7300-SHOW-ONE-HEIR
               VARYING WS-HEIR-SUB FROM 1 BY 1
               UNTIL WS-HEIR-SUB > ECL-HEIR-COUNT.
       7000-SHOW-CLAIM-EXIT.
           EXIT.

       7100-SHOW-ONE-DOCUMENT.
           IF ECL-DOC-IN (WS-DOC-SUB)
               DISPLAY "  " WS-DOC-SUB " " WS-DOC-NAME (WS-DOC-SUB)
                   "  RECEIVED " ECL-DOC-DATE (WS-DOC-SUB)
           ELSE
               DISPLAY "  " WS-DOC-SUB " " WS-DOC-NAME (WS-DOC-SUB)
                   "  OUTSTANDING"
           END-IF.

       7200-SHOW-ONE-ACCOUNT.
           IF ECL-ACCT-FROZEN (WS-ACCT-SUB)
               DISPLAY "  ACCOUNT " ECL-ACCT-NUMBER (WS-ACCT-SUB)
                   "  FROZEN"
           ELSE IF ECL-ACCT-RELEASED (WS-ACCT-SUB)
               DISPLAY "  ACCOUNT " ECL-ACCT-NUMBER (WS-ACCT-SUB)
                   "  RELEASED TO SURVIVING OWNER"
           ELSE
               MOVE ECL-ACCT-PAYOUT (WS-ACCT-SUB) TO WS-MONEY-ED
               DISPLAY "  ACCOUNT " ECL-ACCT-NUMBER (WS-ACCT-SUB)
                   "  SETTLED " WS-MONEY-ED
           END-IF.

       7300-SHOW-ONE-HEIR.
           MOVE ECL-HEIR-SHARE (WS-HEIR-SUB) TO WS-SHARE-ED.
           MOVE ECL-HEIR-PAID (WS-HEIR-SUB) TO WS-TOTAL-ED.
           DISPLAY "  HEIR " ECL-HEIR-NAME (WS-HEIR-SUB)
               WS-SHARE-ED "%  PAID " WS-TOTAL-ED.

      ******************************************************************
      * 7500-PRINT-AGING - every open claim, aged from the day it was
      * opened, with the documents still outstanding and the balance
      * still frozen, bucketed 0-30, 31-90, 91-180 and over 180 days.
      ******************************************************************
       7500-PRINT-AGING.
           INITIALIZE WS-BUCKET-TOTALS.
           OPEN OUTPUT PRINT-FILE.
           PERFORM CHECK-PRINT-STATUS.
           MOVE SPACES TO PRINT-REC.
           STRING "DECEASED DEPOSITOR CLAIMS PENDING " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE SPACES TO PRINT-REC.
           STRING "CIF    DECEASED                   DIED      OPENED"
               DELIMITED BY SIZE
               "    DAYS OPEN DOCS ACCTS  FROZEN BALANCE  AGE"
               DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE DASH-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           OPEN INPUT CLAIM-FILE.
           IF WS-CLAIM-STATUS = "35"
               MOVE "NO CLAIMS ON FILE." TO PRINT-REC
               WRITE PRINT-REC
               PERFORM CHECK-PRINT-STATUS
           ELSE
               PERFORM CHECK-CLAIM-STATUS
               OPEN INPUT EMP-FILE
               MOVE "N" TO WS-EOF
               PERFORM 7510-AGE-ONE-CLAIM THRU 7510-AGE-ONE-CLAIM-EXIT
                   UNTIL WS-EOF = "Y"
               IF WS-EMP-STATUS NOT = "35"
                   CLOSE EMP-FILE
               END-IF
               CLOSE CLAIM-FILE
           END-IF.
           MOVE DASH-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           PERFORM 7530-BUCKET-TOTAL-LINE
               VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 4.
           CLOSE PRINT-FILE.
           MOVE "ESTAGE" TO SPC-REPORT-NAME.
           MOVE "ESTAGE" TO SPC-SOURCE-PATH.
           CALL "SPOOLCAP" USING SPOOL-CAP-AREA.
           DISPLAY "CLAIMS-PENDING REPORT PRINTED.".

       7510-AGE-ONE-CLAIM.
           READ CLAIM-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
                   GO TO 7510-AGE-ONE-CLAIM-EXIT
           END-READ.
           PERFORM CHECK-CLAIM-STATUS.
           IF NOT ECL-OPEN
               GO TO 7510-AGE-ONE-CLAIM-EXIT
           END-IF.
           MOVE "D" TO DC-FUNCTION.
           MOVE ECL-OPENED-DATE TO DC-DATE-1.
           MOVE WS-TODAY TO DC-DATE-2.
           CALL "DATECALC" USING DATE-CALC-AREA.
           MOVE DC-RESULT-DAYS TO WS-DAYS-OPEN.
           IF WS-DAYS-OPEN > 180
               MOVE 4 TO WS-BUCKET-SUB
           ELSE IF WS-DAYS-OPEN > 90
               MOVE 3 TO WS-BUCKET-SUB
           ELSE IF WS-DAYS-OPEN > 30
               MOVE 2 TO WS-BUCKET-SUB
           ELSE
               MOVE 1 TO WS-BUCKET-SUB
           END-IF.
           MOVE ZERO TO WS-DOCS-IN.
           PERFORM 7515-COUNT-ONE-DOCUMENT
               VARYING WS-DOC-SUB FROM 1 BY 1
               UNTIL WS-DOC-SUB > 3.
           MOVE ZERO TO WS-FROZEN-COUNT.
           MOVE ZERO TO WS-FROZEN-BALANCE.
           PERFORM 7520-ADD-FROZEN-BALANCE
               VARYING WS-ACCT-SUB FROM 1 BY 1
               UNTIL WS-ACCT-SUB > ECL-ACCOUNT-COUNT.
           ADD 1 TO WS-BUCKET-COUNT (WS-BUCKET-SUB).
           ADD WS-FROZEN-BALANCE TO WS-BUCKET-BALANCE (WS-BUCKET-SUB).
           MOVE WS-DAYS-OPEN TO WS-DAYS-ED.
           MOVE WS-FROZEN-BALANCE TO WS-TOTAL-ED.
           MOVE SPACES TO PRINT-REC.
           STRING ECL-CIF-NUMBER DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               ECL-DECEASED-NAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ECL-DATE-OF-DEATH DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               ECL-OPENED-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DAYS-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-DOCS-IN DELIMITED BY SIZE
               "/3  " DELIMITED BY SIZE
               WS-FROZEN-COUNT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-TOTAL-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-BUCKET-NAME (WS-BUCKET-SUB) DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
       7510-AGE-ONE-CLAIM-EXIT.
           EXIT.

       7515-COUNT-ONE-DOCUMENT.
           IF ECL-DOC-IN (WS-DOC-SUB)
               ADD 1 TO WS-DOCS-IN
           END-IF.

       7520-ADD-FROZEN-BALANCE.
           IF ECL-ACCT-FROZEN (WS-ACCT-SUB)
               ADD 1 TO WS-FROZEN-COUNT
               IF WS-EMP-STATUS NOT = "35"
                   MOVE ECL-ACCT-NUMBER (WS-ACCT-SUB)
                       TO ACCOUNT_NUMBER_OUT
                   READ EMP-FILE KEY IS ACCOUNT_NUMBER_OUT
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD DEP-BALANCE-OUT TO WS-FROZEN-BALANCE
                   END-READ
               END-IF
           END-IF.

       7530-BUCKET-TOTAL-LINE.
           MOVE WS-BUCKET-COUNT (WS-BUCKET-SUB) TO WS-COUNT-ED.
           MOVE WS-BUCKET-BALANCE (WS-BUCKET-SUB) TO WS-TOTAL-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "OPEN " DELIMITED BY SIZE
               WS-BUCKET-NAME (WS-BUCKET-SUB) DELIMITED BY SIZE
               " : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               " CLAIM(S), FROZEN " DELIMITED BY SIZE
               WS-TOTAL-ED DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.

      ******************************************************************
      * 8000-OPEN-CLAIM - asks for the deceased's CIF and reads the
      * open claim, leaving CLAIM-FILE open I-O for the caller to
      * rewrite and close.  A settled claim is closed to changes.
      ******************************************************************
       8000-OPEN-CLAIM.
           SET CLAIM-NOT-FOUND TO TRUE.
           DISPLAY "DECEASED CUSTOMER (CIF) NUMBER : ".
           ACCEPT WS-LOOKUP-CIF.
           OPEN I-O CLAIM-FILE.
           IF WS-CLAIM-STATUS = "35"
               DISPLAY "NO CLAIMS ON FILE."
               GO TO 8000-OPEN-CLAIM-EXIT
           END-IF.
           PERFORM CHECK-CLAIM-STATUS.
           MOVE WS-LOOKUP-CIF TO ECL-CIF-NUMBER.
           READ CLAIM-FILE KEY IS ECL-CIF-NUMBER
               INVALID KEY
                   DISPLAY "NO CLAIM ON FILE FOR THAT CUSTOMER."
                   CLOSE CLAIM-FILE
                   GO TO 8000-OPEN-CLAIM-EXIT
           END-READ.
           IF ECL-SETTLED
               DISPLAY "THAT ESTATE WAS SETTLED " ECL-SETTLED-DATE
               CLOSE CLAIM-FILE
               GO TO 8000-OPEN-CLAIM-EXIT
           END-IF.
           SET CLAIM-FOUND TO TRUE.
           DISPLAY "ESTATE OF " ECL-DECEASED-NAME.
       8000-OPEN-CLAIM-EXIT.
           EXIT.

      ******************************************************************
      * 8200-READ-HOLD - keyed read of WS-LOOKUP-ACCOUNT's hold row,
      * leaving HOLD-FILE open I-O (seeded if it never existed).
      ******************************************************************
       8200-READ-HOLD.
           OPEN I-O HOLD-FILE.
           IF WS-HOLD-STATUS = "35"
               OPEN OUTPUT HOLD-FILE
               CLOSE HOLD-FILE
               OPEN I-O HOLD-FILE
           END-IF.
           PERFORM CHECK-HOLD-STATUS.
           MOVE WS-LOOKUP-ACCOUNT TO HOLD-ACCOUNT-NUMBER.
           READ HOLD-FILE KEY IS HOLD-ACCOUNT-NUMBER
               INVALID KEY
                   SET HOLD-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET HOLD-FOUND TO TRUE
           END-READ.

      ******************************************************************
      * 8300-LIFT-ESTATE-HOLD - releases the estate freeze.  An order
      * or loan hold raised under the claim stays in place at its own
      * amount.
      ******************************************************************
       8300-LIFT-ESTATE-HOLD.
           PERFORM 8200-READ-HOLD.
           IF HOLD-FOUND AND HOLD-ACTIVE AND HOLD-TYPE-ESTATE
               MOVE "R" TO HOLD-STATUS
               MOVE WS-TODAY TO HOLD-RELEASE-DATE
               REWRITE HOLD-REC
               PERFORM CHECK-HOLD-STATUS
           END-IF.
           IF HOLD-FOUND AND HOLD-ACTIVE AND HOLD-UNDER-ESTATE
               MOVE HOLD-ORDER-AMOUNT TO HOLD-AMOUNT
               MOVE "N" TO HOLD-ESTATE-SWITCH
               MOVE ZERO TO HOLD-ORDER-AMOUNT
               REWRITE HOLD-REC
               PERFORM CHECK-HOLD-STATUS
           END-IF.
           CLOSE HOLD-FILE.

      ******************************************************************
      * 8400-WRITE-CLOSURE-TXN - the closing movement on DEPTXN, the
      * same row a withdrawal closure writes.
      ******************************************************************
       8400-WRITE-CLOSURE-TXN.
           OPEN EXTEND TXN-FILE.
           IF WS-TXN-STATUS = "35"
               OPEN OUTPUT TXN-FILE
               CLOSE TXN-FILE
               OPEN EXTEND TXN-FILE
           END-IF.
           PERFORM CHECK-TXN-STATUS.
           MOVE WS-LOOKUP-ACCOUNT TO TXN-ACCOUNT-NUMBER.
           MOVE WS-TODAY TO TXN-DATE.
           MOVE WS-CURRENT-TIME TO TXN-TIME.
           MOVE "C" TO TXN-TYPE.
           MOVE WS-CLOSING-BALANCE TO TXN-AMOUNT.
           MOVE ZERO TO TXN-RUNNING-BALANCE.
           MOVE WS-OPERATOR-ID TO TXN-OPERATOR-ID.
           WRITE DEPTXN-REC.
           PERFORM CHECK-TXN-STATUS.
           CLOSE TXN-FILE.

      ******************************************************************
      * 8450-UPDATE-CONTROL-RECORD - takes the closed balance off the
      * DEPCTL value total.  Seeds a zero control record if the file
      * has never existed; the verification batch trues it up.
      ******************************************************************
       8450-UPDATE-CONTROL-RECORD.
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
      * 8500-ISSUE-MANAGERS-CHECK - the next serial off CHKCTL, the
      * check printed to CHKPRINT payable to the heir, and the
      * register row on CHKREG outstanding against the account.
      ******************************************************************
       8500-ISSUE-MANAGERS-CHECK.
           OPEN INPUT CHK-CONTROL-FILE.
           IF WS-CHKCTL-STATUS = "35"
               MOVE 1 TO WS-CHECK-SERIAL
           ELSE
               PERFORM CHECK-CHKCTL-STATUS
               READ CHK-CONTROL-FILE
                   AT END
                       MOVE 1 TO WS-CHECK-SERIAL
                   NOT AT END
                       MOVE CHK-NEXT-SERIAL TO WS-CHECK-SERIAL
               END-READ
               CLOSE CHK-CONTROL-FILE
           END-IF.
           OPEN OUTPUT CHK-CONTROL-FILE.
           PERFORM CHECK-CHKCTL-STATUS.
           COMPUTE CHK-NEXT-SERIAL = WS-CHECK-SERIAL + 1.
           WRITE CHK-CONTROL-REC.
           PERFORM CHECK-CHKCTL-STATUS.
           CLOSE CHK-CONTROL-FILE.
           PERFORM 8510-PRINT-MANAGERS-CHECK.
           OPEN I-O CHK-REGISTER-FILE.
           IF WS-CHKREG-STATUS = "35"
               OPEN OUTPUT CHK-REGISTER-FILE
               CLOSE CHK-REGISTER-FILE
               OPEN I-O CHK-REGISTER-FILE
           END-IF.
           PERFORM CHECK-CHKREG-STATUS.
           MOVE WS-CHECK-SERIAL TO CHK-SERIAL.
           MOVE WS-LOOKUP-ACCOUNT TO CHK-ACCOUNT-NUMBER.
           MOVE WS-CHECK-PAYEE TO CHK-PAYEE.
           MOVE WS-CHECK-AMOUNT TO CHK-AMOUNT.
           MOVE WS-TODAY TO CHK-ISSUE-DATE.
           MOVE "O" TO CHK-STATUS.
           MOVE ZERO TO CHK-NEGOTIATED-DATE.
           MOVE WS-OPERATOR-ID TO CHK-OPERATOR-ID.
           WRITE CHK-REC.
           PERFORM CHECK-CHKREG-STATUS.
           CLOSE CHK-REGISTER-FILE.

       8510-PRINT-MANAGERS-CHECK.
           OPEN EXTEND CHK-PRINT-FILE.
           IF WS-CHKPRT-STATUS = "35"
               OPEN OUTPUT CHK-PRINT-FILE
               CLOSE CHK-PRINT-FILE
               OPEN EXTEND CHK-PRINT-FILE
           END-IF.
           PERFORM CHECK-CHKPRT-STATUS.
           MOVE CHK-DASH-LINE TO CHK-PRINT-REC.
           WRITE CHK-PRINT-REC.
           MOVE SPACES TO CHK-PRINT-REC.
           STRING "MANAGER'S CHECK NO. " DELIMITED BY SIZE
               WS-CHECK-SERIAL DELIMITED BY SIZE
               "   DATE " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO CHK-PRINT-REC.
           WRITE CHK-PRINT-REC.
           MOVE SPACES TO CHK-PRINT-REC.
           STRING "PAY TO THE ORDER OF : " DELIMITED BY SIZE
               WS-CHECK-PAYEE DELIMITED BY SIZE
               INTO CHK-PRINT-REC.
           WRITE CHK-PRINT-REC.
           MOVE WS-CHECK-AMOUNT TO WS-MONEY-ED.
           MOVE SPACES TO CHK-PRINT-REC.
           STRING "THE AMOUNT OF       : " WS-MONEY-ED
               DELIMITED BY SIZE INTO CHK-PRINT-REC.
           WRITE CHK-PRINT-REC.
           MOVE SPACES TO CHK-PRINT-REC.
           STRING "ESTATE OF " DELIMITED BY SIZE
               ECL-DECEASED-NAME DELIMITED BY SIZE
               " - ACCOUNT " DELIMITED BY SIZE
               WS-LOOKUP-ACCOUNT DELIMITED BY SIZE
               INTO CHK-PRINT-REC.
           WRITE CHK-PRINT-REC.
           MOVE CHK-DASH-LINE TO CHK-PRINT-REC.
           WRITE CHK-PRINT-REC.
           CLOSE CHK-PRINT-FILE.

      ******************************************************************
      * ABEND-FILE-ERROR - common stop point for any file operation
      * that comes back with a status this program was not already
      * expecting to handle.
      ******************************************************************
       ABEND-FILE-ERROR.
           DISPLAY "*** FILE ERROR ON " WS-ERR-FILE-NAME.
           DISPLAY "*** FILE STATUS = " WS-ERR-STATUS.
           DISPLAY "ESTATE PROCESSING TERMINATED - SEE FILE STATUS "
               "ABOVE.".
           STOP RUN.

       CHECK-CLAIM-STATUS.
           IF WS-CLAIM-STATUS NOT = "00"
               MOVE "CLAIM-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-CLAIM-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-CIF-STATUS.
           IF WS-CIF-STATUS NOT = "00"
               MOVE "CIF-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-CIF-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-PTY-STATUS.
           IF WS-PTY-STATUS NOT = "00"
               MOVE "PARTY-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-PTY-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-EMP-STATUS.
           IF WS-EMP-STATUS NOT = "00"
               MOVE "EMP-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-EMP-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-HOLD-STATUS.
           IF WS-HOLD-STATUS NOT = "00"
               MOVE "HOLD-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-HOLD-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-TXN-STATUS.
           IF WS-TXN-STATUS NOT = "00"
               MOVE "TXN-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-TXN-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-CHKCTL-STATUS.
           IF WS-CHKCTL-STATUS NOT = "00"
               MOVE "CHK-CONTROL-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-CHKCTL-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-CHKPRT-STATUS.
           IF WS-CHKPRT-STATUS NOT = "00"
               MOVE "CHK-PRINT-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-CHKPRT-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-CHKREG-STATUS.
           IF WS-CHKREG-STATUS NOT = "00"
               MOVE "CHK-REGISTER-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-CHKREG-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-STMT-STATUS.
           IF WS-STMT-STATUS NOT = "00"
               MOVE "STATEMENT-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-STMT-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-PRINT-STATUS.
           IF WS-PRINT-STATUS NOT = "00"
               MOVE "PRINT-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-PRINT-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       END PROGRAM ESTATE.
