      ******************************************************************
      * Author:
      * Date:
      * Purpose: Deposit account party maintenance - links several
      *          CIF customers to one account, each in a role:
      *          primary owner, joint owner under an AND or an OR,
      *          authorized signatory, or in-trust-for beneficiary,
      *          in place of the note typed into ACCOUNT_NAME_OUT.
      *          The first party added to an account brings the
      *          master's own CIF onto ACCTPTY as primary owner; the
      *          primary carries the number of signatories a
      *          corporate account needs together.  The withdrawal,
      *          teller and maturity programs check the parties
      *          through PTYCHECK before paying.  Every addition,
      *          removal and signature change appends to the PTYREG
      *          register.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPPARTY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

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

       SELECT CIF-FILE
           ASSIGN TO "CIFFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CIF-NUMBER
           FILE STATUS IS WS-CIF-STATUS.

       SELECT REGISTER-FILE
           ASSIGN TO "PTYREG"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-REG-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD PARTY-FILE
           DATA RECORD IS APTY-REC.

       COPY "APTYREC.cpy".

       FD EMP-FILE
           DATA RECORD IS NEW-FILE.

       COPY "DEPREC.cpy".

       FD CIF-FILE
           DATA RECORD IS CIF-REC.

       COPY "CIFREC.cpy".

      ******************************************************************
      * REG-REC - one row per party added ("A") or removed ("R") and
      * per change to the signatures required ("S"), appended to
      * PTYREG as the account-opening file's trail.
      ******************************************************************
       FD REGISTER-FILE
           DATA RECORD IS REG-REC.

       01 REG-REC.
           05 REG-DATE PIC 9(8).
           05 REG-TIME PIC 9(8).
           05 REG-ACTION PIC X(1).
           05 REG-ACCOUNT-NUMBER PIC 99999.
           05 REG-CIF-NUMBER PIC 9(5).
           05 REG-ROLE PIC X(1).
           05 REG-SIGNERS-REQUIRED PIC 9(1).
           05 REG-OPERATOR-ID PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-PTY-STATUS PIC X(2).
       01 WS-EMP-STATUS PIC X(2).
       01 WS-CIF-STATUS PIC X(2).
       01 WS-REG-STATUS PIC X(2).
       01 WS-PTY-EOF PIC X(1) VALUE "N".

       01 OPTION PIC 9.
       01 WS-QUIT-SWITCH PIC X VALUE "N".
           88 QUIT-REQUESTED VALUE "Y".
       01 WS-TODAY PIC 9(8) VALUE ZERO.
       01 WS-CURRENT-TIME PIC 9(8) VALUE ZERO.
       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.

       01 WS-LOOKUP-ACCOUNT PIC 99999 VALUE ZERO.
       01 WS-CIF-IN PIC 9(5) VALUE ZERO.
       01 WS-ROLE-IN PIC X(1) VALUE SPACE.
       01 WS-SIGNERS-IN PIC 9(1) VALUE ZERO.
       01 WS-MASTER-CIF PIC 9(5) VALUE ZERO.
       01 WS-FOUND-SWITCH PIC X VALUE "N".
           88 ACCOUNT-FOUND VALUE "Y".
           88 ACCOUNT-NOT-FOUND VALUE "N".
       01 WS-CIF-FOUND-SWITCH PIC X VALUE "N".
           88 CUSTOMER-FOUND VALUE "Y".
           88 CUSTOMER-NOT-FOUND VALUE "N".
       01 WS-ACCOUNT-CLOSED-SWITCH PIC X VALUE "N".
           88 ACCOUNT-IS-CLOSED VALUE "Y".
       01 WS-CUST-NAME PIC X(26) VALUE SPACES.
       01 WS-ROLE-DESC PIC X(16) VALUE SPACES.

      * THE ACCOUNT'S PARTIES AS FOUND ON ACCTPTY.
       01 WS-PARTIES-ON-FILE PIC 9(2) VALUE ZERO.
       01 WS-PRIMARY-ON-FILE PIC X VALUE "N".
           88 PRIMARY-ON-FILE VALUE "Y".
       01 WS-PRIMARY-CIF PIC 9(5) VALUE ZERO.

      * WS-ERR-FILE-NAME/WS-ERR-STATUS ARE SET BY THE CHECK-xxx-STATUS
      * PARAGRAPHS BELOW BEFORE PERFORMING ABEND-FILE-ERROR.
       01 WS-ERR-FILE-NAME PIC X(20).
       01 WS-ERR-STATUS PIC X(2).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
      * THE STATION IDENTIFIES ITSELF THE WAY THE WITHDRAWAL PROGRAM
      * DOES; THE SAME ID SIGNS THE PARTY ROWS AND THE REGISTER.
           PERFORM 0100-TAKE-OPERATOR-ID
               UNTIL WS-OPERATOR-ID NOT = SPACES.
           PERFORM 1000-MENU UNTIL QUIT-REQUESTED.
           STOP RUN.

       0100-TAKE-OPERATOR-ID.
           DISPLAY "OPERATOR/STATION ID : ".
           ACCEPT WS-OPERATOR-ID.
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "AN OPERATOR OR STATION ID IS REQUIRED."
           END-IF.

       1000-MENU.
           DISPLAY " ".
           DISPLAY "DEPOSIT ACCOUNT PARTIES".
           DISPLAY "[1] ADD A PARTY".
           DISPLAY "[2] REMOVE A PARTY".
           DISPLAY "[3] SIGNATURES REQUIRED".
           DISPLAY "[4] LIST PARTIES".
           DISPLAY "[5] QUIT".
           DISPLAY "ENTER OPTION : ".
           ACCEPT OPTION.
           IF OPTION = 1 THEN
               PERFORM 2000-ADD-PARTY THRU 2000-ADD-PARTY-EXIT
           ELSE IF OPTION = 2 THEN
               PERFORM 3000-REMOVE-PARTY THRU 3000-REMOVE-PARTY-EXIT
           ELSE IF OPTION = 3 THEN
               PERFORM 4000-SET-SIGNERS THRU 4000-SET-SIGNERS-EXIT
           ELSE IF OPTION = 4 THEN
               PERFORM 5000-LIST-PARTIES THRU 5000-LIST-PARTIES-EXIT
           ELSE IF OPTION = 5 THEN
               SET QUIT-REQUESTED TO TRUE
           ELSE
               DISPLAY "INVALID OPTION, TRY AGAIN"
           END-IF.

      ******************************************************************
      * 2000-ADD-PARTY - the account must be open and the customer on
      * CIFFILE.  An account with no parties yet first takes its
      * master CIF as primary owner; one whose master carries no CIF
      * must be given its primary first.  A customer already on the
      * account, or a second primary, is refused.
      ******************************************************************
       2000-ADD-PARTY.
           DISPLAY "ACCOUNT NUMBER : ".
           ACCEPT WS-LOOKUP-ACCOUNT.
           PERFORM 8000-READ-ACCOUNT THRU 8000-READ-ACCOUNT-EXIT.
           IF ACCOUNT-NOT-FOUND
               DISPLAY "NO SUCH ACCOUNT ON FILE."
               GO TO 2000-ADD-PARTY-EXIT
           END-IF.
           IF ACCOUNT-IS-CLOSED
               DISPLAY "ACCOUNT IS CLOSED - PARTIES CANNOT CHANGE."
               GO TO 2000-ADD-PARTY-EXIT
           END-IF.
           DISPLAY "CUSTOMER (CIF) NUMBER : ".
           ACCEPT WS-CIF-IN.
           PERFORM 8100-READ-CUSTOMER THRU 8100-READ-CUSTOMER-EXIT.
           IF CUSTOMER-NOT-FOUND
               DISPLAY "NO SUCH CUSTOMER ON FILE."
               GO TO 2000-ADD-PARTY-EXIT
           END-IF.
           DISPLAY "ROLE (P=PRIMARY A=JOINT AND O=JOINT OR "
               "S=SIGNATORY B=BENEFICIARY) : ".
           ACCEPT WS-ROLE-IN.
           MOVE WS-ROLE-IN TO APTY-ROLE.
           IF NOT APTY-ROLE-VALID
               DISPLAY "ROLE MUST BE P, A, O, S OR B."
               GO TO 2000-ADD-PARTY-EXIT
           END-IF.
           PERFORM 8200-OPEN-PARTY-FILE.
           PERFORM 8300-SURVEY-PARTIES THRU 8300-SURVEY-PARTIES-EXIT.
           IF WS-ROLE-IN = "P" AND PRIMARY-ON-FILE
               DISPLAY "ACCOUNT ALREADY HAS PRIMARY OWNER "
                   WS-PRIMARY-CIF
               CLOSE PARTY-FILE
               GO TO 2000-ADD-PARTY-EXIT
           END-IF.
           IF WS-ROLE-IN NOT = "P" AND NOT PRIMARY-ON-FILE
               IF WS-MASTER-CIF = ZERO
                   DISPLAY "ACCOUNT CARRIES NO CIF - ADD ITS PRIMARY "
                       "OWNER FIRST."
                   CLOSE PARTY-FILE
                   GO TO 2000-ADD-PARTY-EXIT
               END-IF
               IF WS-MASTER-CIF = WS-CIF-IN
                   DISPLAY "THAT CUSTOMER OWNS THE ACCOUNT - ADD THEM "
                       "AS PRIMARY."
                   CLOSE PARTY-FILE
                   GO TO 2000-ADD-PARTY-EXIT
               END-IF
               MOVE WS-MASTER-CIF TO APTY-CIF-NUMBER
               MOVE "P" TO APTY-ROLE
               PERFORM 2100-WRITE-PARTY THRU 2100-WRITE-PARTY-EXIT
               DISPLAY "MASTER OWNER " WS-MASTER-CIF
                   " TAKEN ON AS PRIMARY."
           END-IF.
           MOVE WS-CIF-IN TO APTY-CIF-NUMBER.
           MOVE WS-ROLE-IN TO APTY-ROLE.
           PERFORM 2100-WRITE-PARTY THRU 2100-WRITE-PARTY-EXIT.
           CLOSE PARTY-FILE.
       2000-ADD-PARTY-EXIT.
           EXIT.

      ******************************************************************
      * 2100-WRITE-PARTY - caller sets APTY-CIF-NUMBER and APTY-ROLE;
      * the row is written and registered, or refused when the
      * customer already stands on the account.
      ******************************************************************
       2100-WRITE-PARTY.
           MOVE WS-LOOKUP-ACCOUNT TO APTY-ACCOUNT-NUMBER.
           MOVE ZERO TO APTY-SIGNERS-REQUIRED.
           MOVE WS-TODAY TO APTY-ADDED-DATE.
           MOVE WS-OPERATOR-ID TO APTY-OPERATOR-ID.
           WRITE APTY-REC
               INVALID KEY
                   DISPLAY "CUSTOMER " APTY-CIF-NUMBER
                       " IS ALREADY A PARTY TO THE ACCOUNT."
                   GO TO 2100-WRITE-PARTY-EXIT
           END-WRITE.
           MOVE "A" TO REG-ACTION.
           MOVE APTY-CIF-NUMBER TO REG-CIF-NUMBER.
           MOVE APTY-ROLE TO REG-ROLE.
           MOVE ZERO TO REG-SIGNERS-REQUIRED.
           PERFORM 9000-WRITE-REGISTER.
           PERFORM 8400-ROLE-DESCRIPTION.
           DISPLAY "CUSTOMER " APTY-CIF-NUMBER " ADDED AS "
               WS-ROLE-DESC.
       2100-WRITE-PARTY-EXIT.
           EXIT.

      ******************************************************************
      * 3000-REMOVE-PARTY - the primary goes only when it is the
      * account's last party; the account then reverts to its master
      * owner alone.
      ******************************************************************
       3000-REMOVE-PARTY.
           DISPLAY "ACCOUNT NUMBER : ".
           ACCEPT WS-LOOKUP-ACCOUNT.
           DISPLAY "CUSTOMER (CIF) NUMBER TO REMOVE : ".
           ACCEPT WS-CIF-IN.
           OPEN I-O PARTY-FILE.
           IF WS-PTY-STATUS = "35"
               DISPLAY "NO PARTY FILE ON HAND YET."
               GO TO 3000-REMOVE-PARTY-EXIT
           END-IF.
           PERFORM CHECK-PTY-STATUS.
           PERFORM 8300-SURVEY-PARTIES THRU 8300-SURVEY-PARTIES-EXIT.
           MOVE WS-LOOKUP-ACCOUNT TO APTY-ACCOUNT-NUMBER.
           MOVE WS-CIF-IN TO APTY-CIF-NUMBER.
           READ PARTY-FILE KEY IS APTY-KEY
               INVALID KEY
                   DISPLAY "THAT CUSTOMER IS NOT A PARTY TO THE "
                       "ACCOUNT."
                   CLOSE PARTY-FILE
                   GO TO 3000-REMOVE-PARTY-EXIT
           END-READ.
           IF APTY-PRIMARY AND WS-PARTIES-ON-FILE > 1
               DISPLAY "REMOVE THE OTHER PARTIES BEFORE THE PRIMARY "
                   "OWNER."
               CLOSE PARTY-FILE
               GO TO 3000-REMOVE-PARTY-EXIT
           END-IF.
           MOVE APTY-ROLE TO REG-ROLE.
           DELETE PARTY-FILE RECORD.
           PERFORM CHECK-PTY-STATUS.
           CLOSE PARTY-FILE.
           MOVE "R" TO REG-ACTION.
           MOVE WS-CIF-IN TO REG-CIF-NUMBER.
           MOVE ZERO TO REG-SIGNERS-REQUIRED.
           PERFORM 9000-WRITE-REGISTER.
           DISPLAY "PARTY REMOVED AND REGISTERED.".
       3000-REMOVE-PARTY-EXIT.
           EXIT.

      ******************************************************************
      * 4000-SET-SIGNERS - the number of authorized signatories who
      * must sign together, carried on the primary row.
      ******************************************************************
       4000-SET-SIGNERS.
           DISPLAY "ACCOUNT NUMBER : ".
           ACCEPT WS-LOOKUP-ACCOUNT.
           DISPLAY "SIGNATORIES REQUIRED TO SIGN TOGETHER (1-9) : ".
           ACCEPT WS-SIGNERS-IN.
           IF WS-SIGNERS-IN = ZERO
               DISPLAY "AT LEAST ONE SIGNATORY MUST SIGN."
               GO TO 4000-SET-SIGNERS-EXIT
           END-IF.
           OPEN I-O PARTY-FILE.
           IF WS-PTY-STATUS = "35"
               DISPLAY "NO PARTY FILE ON HAND YET."
               GO TO 4000-SET-SIGNERS-EXIT
           END-IF.
           PERFORM CHECK-PTY-STATUS.
           PERFORM 8300-SURVEY-PARTIES THRU 8300-SURVEY-PARTIES-EXIT.
           IF NOT PRIMARY-ON-FILE
               DISPLAY "ACCOUNT HAS NO PARTIES ON FILE - ADD ITS "
                   "SIGNATORIES FIRST."
               CLOSE PARTY-FILE
               GO TO 4000-SET-SIGNERS-EXIT
           END-IF.
           MOVE WS-LOOKUP-ACCOUNT TO APTY-ACCOUNT-NUMBER.
           MOVE WS-PRIMARY-CIF TO APTY-CIF-NUMBER.
           READ PARTY-FILE KEY IS APTY-KEY.
           PERFORM CHECK-PTY-STATUS.
           MOVE WS-SIGNERS-IN TO APTY-SIGNERS-REQUIRED.
           REWRITE APTY-REC.
           PERFORM CHECK-PTY-STATUS.
           CLOSE PARTY-FILE.
           MOVE "S" TO REG-ACTION.
           MOVE WS-PRIMARY-CIF TO REG-CIF-NUMBER.
           MOVE "P" TO REG-ROLE.
           MOVE WS-SIGNERS-IN TO REG-SIGNERS-REQUIRED.
           PERFORM 9000-WRITE-REGISTER.
           DISPLAY "SIGNATURES REQUIRED SET AND REGISTERED.".
       4000-SET-SIGNERS-EXIT.
           EXIT.

       5000-LIST-PARTIES.
           DISPLAY "ACCOUNT NUMBER : ".
           ACCEPT WS-LOOKUP-ACCOUNT.
           OPEN INPUT PARTY-FILE.
           IF WS-PTY-STATUS = "35"
               DISPLAY "NO PARTIES ON FILE - SOLE OWNER ACCOUNT."
               GO TO 5000-LIST-PARTIES-EXIT
           END-IF.
           PERFORM CHECK-PTY-STATUS.
           DISPLAY "CIF    NAME                        ROLE".
           MOVE ZERO TO WS-PARTIES-ON-FILE.
           MOVE "N" TO WS-PTY-EOF.
           MOVE WS-LOOKUP-ACCOUNT TO APTY-ACCOUNT-NUMBER.
           MOVE ZERO TO APTY-CIF-NUMBER.
           START PARTY-FILE KEY IS NOT LESS THAN APTY-KEY
               INVALID KEY
                   MOVE "Y" TO WS-PTY-EOF
           END-START.
           PERFORM 5100-LIST-ONE-PARTY THRU 5100-LIST-ONE-PARTY-EXIT
               UNTIL WS-PTY-EOF = "Y".
           CLOSE PARTY-FILE.
           IF WS-PARTIES-ON-FILE = ZERO
               DISPLAY "NO PARTIES ON FILE - SOLE OWNER ACCOUNT."
           END-IF.
       5000-LIST-PARTIES-EXIT.
           EXIT.

       5100-LIST-ONE-PARTY.
           READ PARTY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-PTY-EOF
                   GO TO 5100-LIST-ONE-PARTY-EXIT
           END-READ.
           IF APTY-ACCOUNT-NUMBER NOT = WS-LOOKUP-ACCOUNT
               MOVE "Y" TO WS-PTY-EOF
               GO TO 5100-LIST-ONE-PARTY-EXIT
           END-IF.
           ADD 1 TO WS-PARTIES-ON-FILE.
           MOVE APTY-CIF-NUMBER TO WS-CIF-IN.
           PERFORM 8100-READ-CUSTOMER THRU 8100-READ-CUSTOMER-EXIT.
           PERFORM 8400-ROLE-DESCRIPTION.
           IF APTY-PRIMARY AND APTY-SIGNERS-REQUIRED > ZERO
               DISPLAY APTY-CIF-NUMBER "  " WS-CUST-NAME "  "
                   WS-ROLE-DESC "  " APTY-SIGNERS-REQUIRED
                   " SIGNATORIES MUST SIGN"
           ELSE
               DISPLAY APTY-CIF-NUMBER "  " WS-CUST-NAME "  "
                   WS-ROLE-DESC
           END-IF.
       5100-LIST-ONE-PARTY-EXIT.
           EXIT.

       8000-READ-ACCOUNT.
           MOVE "N" TO WS-FOUND-SWITCH.
           MOVE "N" TO WS-ACCOUNT-CLOSED-SWITCH.
           MOVE ZERO TO WS-MASTER-CIF.
           OPEN INPUT EMP-FILE.
           IF WS-EMP-STATUS = "35"
               DISPLAY "NO DEPOSIT FILE ON HAND."
               GO TO 8000-READ-ACCOUNT-EXIT
           END-IF.
           PERFORM CHECK-EMP-STATUS.
           MOVE WS-LOOKUP-ACCOUNT TO ACCOUNT_NUMBER_OUT.
           READ EMP-FILE KEY IS ACCOUNT_NUMBER_OUT
               INVALID KEY
                   SET ACCOUNT-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET ACCOUNT-FOUND TO TRUE
                   MOVE DEP-CIF-NUMBER-OUT TO WS-MASTER-CIF
                   IF DEPOSIT-CLOSED-OUT
                       SET ACCOUNT-IS-CLOSED TO TRUE
                   END-IF
           END-READ.
           CLOSE EMP-FILE.
       8000-READ-ACCOUNT-EXIT.
           EXIT.

       8100-READ-CUSTOMER.
           MOVE "N" TO WS-CIF-FOUND-SWITCH.
           MOVE "NOT ON CIF FILE" TO WS-CUST-NAME.
           OPEN INPUT CIF-FILE.
           IF WS-CIF-STATUS = "35"
               GO TO 8100-READ-CUSTOMER-EXIT
           END-IF.
           PERFORM CHECK-CIF-STATUS.
           MOVE WS-CIF-IN TO CIF-NUMBER.
           READ CIF-FILE KEY IS CIF-NUMBER
               INVALID KEY
                   SET CUSTOMER-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET CUSTOMER-FOUND TO TRUE
                   MOVE CIF-NAME TO WS-CUST-NAME
           END-READ.
           CLOSE CIF-FILE.
       8100-READ-CUSTOMER-EXIT.
           EXIT.

       8200-OPEN-PARTY-FILE.
           OPEN I-O PARTY-FILE.
           IF WS-PTY-STATUS = "35"
               OPEN OUTPUT PARTY-FILE
               CLOSE PARTY-FILE
               OPEN I-O PARTY-FILE
           END-IF.
           PERFORM CHECK-PTY-STATUS.

      ******************************************************************
      * 8300-SURVEY-PARTIES - counts the account's rows on the open
      * party file and notes its primary owner.
      ******************************************************************
       8300-SURVEY-PARTIES.
           MOVE ZERO TO WS-PARTIES-ON-FILE WS-PRIMARY-CIF.
           MOVE "N" TO WS-PRIMARY-ON-FILE.
           MOVE "N" TO WS-PTY-EOF.
           MOVE WS-LOOKUP-ACCOUNT TO APTY-ACCOUNT-NUMBER.
           MOVE ZERO TO APTY-CIF-NUMBER.
           START PARTY-FILE KEY IS NOT LESS THAN APTY-KEY
               INVALID KEY
                   GO TO 8300-SURVEY-PARTIES-EXIT
           END-START.
           PERFORM 8310-SURVEY-ONE THRU 8310-SURVEY-ONE-EXIT
               UNTIL WS-PTY-EOF = "Y".
       8300-SURVEY-PARTIES-EXIT.
           EXIT.

       8310-SURVEY-ONE.
           READ PARTY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-PTY-EOF
                   GO TO 8310-SURVEY-ONE-EXIT
           END-READ.
           IF APTY-ACCOUNT-NUMBER NOT = WS-LOOKUP-ACCOUNT
               MOVE "Y" TO WS-PTY-EOF
               GO TO 8310-SURVEY-ONE-EXIT
           END-IF.
           ADD 1 TO WS-PARTIES-ON-FILE.
           IF APTY-PRIMARY
               SET PRIMARY-ON-FILE TO TRUE
               MOVE APTY-CIF-NUMBER TO WS-PRIMARY-CIF
           END-IF.
       8310-SURVEY-ONE-EXIT.
           EXIT.

       8400-ROLE-DESCRIPTION.
           IF APTY-PRIMARY
               MOVE "PRIMARY OWNER" TO WS-ROLE-DESC
           ELSE IF APTY-JOINT-AND
               MOVE "JOINT OWNER-AND" TO WS-ROLE-DESC
           ELSE IF APTY-JOINT-OR
               MOVE "JOINT OWNER-OR" TO WS-ROLE-DESC
           ELSE IF APTY-SIGNATORY
               MOVE "SIGNATORY" TO WS-ROLE-DESC
           ELSE
               MOVE "BENEFICIARY" TO WS-ROLE-DESC
           END-IF.

      ******************************************************************
      * 9000-WRITE-REGISTER - append the change to PTYREG.  Caller
      * sets REG-ACTION, REG-CIF-NUMBER, REG-ROLE and
      * REG-SIGNERS-REQUIRED first.
      ******************************************************************
       9000-WRITE-REGISTER.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           OPEN EXTEND REGISTER-FILE.
           IF WS-REG-STATUS = "35"
               OPEN OUTPUT REGISTER-FILE
               CLOSE REGISTER-FILE
               OPEN EXTEND REGISTER-FILE
           END-IF.
           PERFORM CHECK-REG-STATUS.
           MOVE WS-TODAY TO REG-DATE.
           MOVE WS-CURRENT-TIME TO REG-TIME.
           MOVE WS-LOOKUP-ACCOUNT TO REG-ACCOUNT-NUMBER.
           MOVE WS-OPERATOR-ID TO REG-OPERATOR-ID.
           WRITE REG-REC.
           PERFORM CHECK-REG-STATUS.
           CLOSE REGISTER-FILE.

      ******************************************************************
      * ABEND-FILE-ERROR - common stop point for any file operation
      * that comes back with a status this program was not already
      * expecting to handle.
      ******************************************************************
       ABEND-FILE-ERROR.
           DISPLAY "*** FILE ERROR ON " WS-ERR-FILE-NAME.
           DISPLAY "*** FILE STATUS = " WS-ERR-STATUS.
           DISPLAY "PARTY MAINTENANCE TERMINATED - SEE FILE STATUS "
               "ABOVE.".
           STOP RUN.

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

       CHECK-CIF-STATUS.
           IF WS-CIF-STATUS NOT = "00"
               MOVE "CIF-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-CIF-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-REG-STATUS.
           IF WS-REG-STATUS NOT = "00"
               MOVE "REGISTER-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-REG-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       END PROGRAM DEPPARTY.
