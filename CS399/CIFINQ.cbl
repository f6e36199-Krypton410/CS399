      *          ESCABARTE2.DAT, with the balance, maturity date and
      *          status per account and the customer's total
      *          exposure - the aggregation the bank examiners asked
      *          for and the branch could not produce.  Accounts
      *          where the customer stands on ACCTPTY as a joint
      *          owner, signatory or beneficiary list under them too,
      *          each with the role held; only owned balances count
      *          toward the exposure.  A customer recorded deceased
      *          shows the date of death and the estate freeze.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           RECORD KEY IS ACCOUNT_NUMBER_OUT
           FILE STATUS IS WS-EMP-STATUS.

       SELECT PARTY-FILE
           ASSIGN TO "ACCTPTY"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS APTY-KEY
           ALTERNATE RECORD KEY IS APTY-CIF-NUMBER WITH DUPLICATES
           FILE STATUS IS WS-PTY-STATUS.

       DATA DIVISION.
       FILE SECTION.


       COPY "DEPREC.cpy".

       FD PARTY-FILE
           DATA RECORD IS APTY-REC.

       COPY "APTYREC.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CIF-STATUS PIC X(2).
       01 WS-EMP-STATUS PIC X(2).
       01 WS-PTY-STATUS PIC X(2).
       01 WS-EOF PIC X(1) VALUE "N".
       01 WS-PTY-EOF PIC X(1) VALUE "N".

       01 CHOICE.
           05 THE_CHOICE PIC X VALUE SPACES.
       01 WS-BALANCE-TOTAL PIC 9(9)V99 VALUE ZERO.
       01 WS-BALANCE-ED PIC ZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-ED PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-ROLE-DESC PIC X(10) VALUE SPACES.
       01 WS-ROLE-OWNS PIC X VALUE "N".
           88 ROLE-OWNS-FUNDS VALUE "Y".

      * WS-ERR-FILE-NAME/WS-ERR-STATUS ARE SET BY THE CHECK-xxx-STATUS
      * PARAGRAPHS BELOW BEFORE PERFORMING ABEND-FILE-ERROR.
           DISPLAY "ADDRESS  : " CIF-ADDRESS.
           DISPLAY "ID       : " CIF-ID-TYPE " " CIF-ID-NUMBER
               "  TAX STATUS " CIF-TAX-STATUS.
           IF CIF-IS-DECEASED
               DISPLAY "*** DECEASED " CIF-DATE-OF-DEATH
                   " - ACCOUNTS FROZEN UNDER THE ESTATE CLAIM ***"
           END-IF.
           DISPLAY "ACCOUNT  BALANCE        MATURITY  ST  BRANCH  "
               "ROLE".
           PERFORM 3000-LIST-ACCOUNTS.
           PERFORM 4000-LIST-PARTY-ACCOUNTS
               THRU 4000-LIST-PARTY-ACCOUNTS-EXIT.
           IF WS-ACCOUNTS-LISTED = ZERO
               DISPLAY "NO ACCOUNTS CARRY THIS CIF NUMBER."
           ELSE
               MOVE "Y" TO WS-EOF
           NOT AT END
               IF DEP-CIF-NUMBER-OUT = WS-LOOKUP-CIF
                   MOVE "OWNER" TO WS-ROLE-DESC
                   MOVE "Y" TO WS-ROLE-OWNS
                   PERFORM 3200-SHOW-ACCOUNT
               END-IF
           END-READ.
           IF WS-EMP-STATUS NOT = "00" AND WS-EMP-STATUS NOT = "10"
       3100-LIST-ONE-EXIT.
           EXIT.

       3200-SHOW-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-LISTED.
           MOVE DEP-BALANCE-OUT TO WS-BALANCE-ED.
           DISPLAY ACCOUNT_NUMBER_OUT "    " WS-BALANCE-ED
               "  " MATURITY-DATE-OUT "  "
               DEPOSIT-STATUS-OUT "   " BRANCH-CODE-OUT "   "
               WS-ROLE-DESC.
           IF DEPOSIT-ACTIVE-OUT
               ADD 1 TO WS-ACTIVE-LISTED
               IF ROLE-OWNS-FUNDS
                   ADD DEP-BALANCE-OUT TO WS-BALANCE-TOTAL
               END-IF
           END-IF.

      ******************************************************************
      * 4000-LIST-PARTY-ACCOUNTS - the customer's rows on ACCTPTY by
      * the CIF alternate key: every account where they stand as a
      * party and are not already the master's owner lists with the
      * role held.  No party file on hand means no such accounts.
      ******************************************************************
       4000-LIST-PARTY-ACCOUNTS.
           OPEN INPUT PARTY-FILE.
           IF WS-PTY-STATUS = "35"
               GO TO 4000-LIST-PARTY-ACCOUNTS-EXIT
           END-IF.
           PERFORM CHECK-PTY-STATUS.
           OPEN INPUT EMP-FILE.
           IF WS-EMP-STATUS = "35"
               CLOSE PARTY-FILE
               GO TO 4000-LIST-PARTY-ACCOUNTS-EXIT
           END-IF.
           PERFORM CHECK-EMP-STATUS.
           MOVE "N" TO WS-PTY-EOF.
           MOVE WS-LOOKUP-CIF TO APTY-CIF-NUMBER.
           START PARTY-FILE KEY IS EQUAL TO APTY-CIF-NUMBER
               INVALID KEY
                   MOVE "Y" TO WS-PTY-EOF
           END-START.
           PERFORM 4100-LIST-ONE-PARTY THRU 4100-LIST-ONE-PARTY-EXIT
               UNTIL WS-PTY-EOF = "Y".
           CLOSE PARTY-FILE.
           CLOSE EMP-FILE.
       4000-LIST-PARTY-ACCOUNTS-EXIT.
           EXIT.

       4100-LIST-ONE-PARTY.
           READ PARTY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-PTY-EOF
                   GO TO 4100-LIST-ONE-PARTY-EXIT
           END-READ.
           IF APTY-CIF-NUMBER NOT = WS-LOOKUP-CIF
               MOVE "Y" TO WS-PTY-EOF
               GO TO 4100-LIST-ONE-PARTY-EXIT
           END-IF.
           MOVE APTY-ACCOUNT-NUMBER TO ACCOUNT_NUMBER_OUT.
           READ EMP-FILE KEY IS ACCOUNT_NUMBER_OUT
               INVALID KEY
                   GO TO 4100-LIST-ONE-PARTY-EXIT
           END-READ.
           IF DEP-CIF-NUMBER-OUT = WS-LOOKUP-CIF
               GO TO 4100-LIST-ONE-PARTY-EXIT
           END-IF.
           MOVE "N" TO WS-ROLE-OWNS.
           IF APTY-PRIMARY
               MOVE "OWNER" TO WS-ROLE-DESC
               MOVE "Y" TO WS-ROLE-OWNS
           ELSE IF APTY-JOINT-AND
               MOVE "JOINT-AND" TO WS-ROLE-DESC
               MOVE "Y" TO WS-ROLE-OWNS
           ELSE IF APTY-JOINT-OR
               MOVE "JOINT-OR" TO WS-ROLE-DESC
               MOVE "Y" TO WS-ROLE-OWNS
           ELSE IF APTY-SIGNATORY
               MOVE "SIGNATORY" TO WS-ROLE-DESC
           ELSE
               MOVE "BENEFIC." TO WS-ROLE-DESC
           END-IF.
           PERFORM 3200-SHOW-ACCOUNT.
       4100-LIST-ONE-PARTY-EXIT.
           EXIT.

      ******************************************************************
      * ABEND-FILE-ERROR - common stop point for any file operation
      * that comes back with a status this program was not already
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
