      *          schedule asks for, with a branch-level summary off
      *          BRANCH-CODE-OUT, to INSRPT.  Accounts not yet
      *          linked to a customer list separately so the call
      *          report can show what still needs conversion.  A
      *          joint account on ACCTPTY is split in equal shares
      *          among its owners (primary and joint AND/OR), each
      *          share counting toward that owner's ceiling; a
      *          signatory or in-trust-for account stays insured to
      *          its primary owner, the corporation or trustor.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           RECORD KEY IS CIF-NUMBER
           FILE STATUS IS WS-CIF-STATUS.

       SELECT PARTY-FILE
           ASSIGN TO "ACCTPTY"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS APTY-KEY
           ALTERNATE RECORD KEY IS APTY-CIF-NUMBER WITH DUPLICATES
           FILE STATUS IS WS-PTY-STATUS.

       SELECT PRINT-FILE
           ASSIGN TO "INSRPT"
           ORGANIZATION IS SEQUENTIAL

       COPY "CIFREC.cpy".

       FD PARTY-FILE
           DATA RECORD IS APTY-REC.

       COPY "APTYREC.cpy".

       FD PRINT-FILE
           DATA RECORD IS PRINT-REC.

       01 WS-EMP-STATUS PIC X(2).
       01 WS-CIF-STATUS PIC X(2).
       01 WS-PRINT-STATUS PIC X(2).
       01 WS-PTY-STATUS PIC X(2).
       01 WS-PTY-EOF PIC X(1) VALUE "N".
       01 WS-PTY-ON-HAND PIC X(1) VALUE "N".
           88 PARTY-FILE-ON-HAND VALUE "Y".
       01 WS-EOF PIC X(1) VALUE "N".
       01 DASH-LINE PIC X(90) VALUE ALL "-".

           88 BRANCH-FOUND VALUE "Y".
           88 BRANCH-NOT-FOUND VALUE "N".

      ******************************************************************
      * OWNERS OF THE ACCOUNT IN HAND OFF ACCTPTY - THE BALANCE IS
      * SHARED EQUALLY AMONG THEM, THE ODD CENTS TO THE LAST OWNER.
      * NO ROWS LEAVES THE MASTER'S OWN CIF AS SOLE OWNER.
      ******************************************************************
       01 WS-OWNER-COUNT PIC 99 VALUE ZERO.
       01 WS-OWNER-TABLE.
           05 WS-OWNER-CIF PIC 9(5) OCCURS 20 TIMES.
       01 WS-OWNER-NO PIC 99 VALUE ZERO.
       01 WS-SHARE-CIF PIC 9(5) VALUE ZERO.
       01 WS-SHARE-AMOUNT PIC 9(7)V99 VALUE ZERO.
       01 WS-LAST-SHARE PIC 9(7)V99 VALUE ZERO.
       01 WS-JOINT-SPLIT PIC 9(5) VALUE ZERO.

       01 WS-SLOT-NO PIC 9(4) VALUE ZERO.
       01 WS-INSURED PIC 9(9)V99 VALUE ZERO.
       01 WS-UNINSURED PIC 9(9)V99 VALUE ZERO.
               STOP RUN
           END-IF.
           PERFORM CHECK-EMP-STATUS.
           OPEN INPUT PARTY-FILE.
           IF WS-PTY-STATUS NOT = "35"
               PERFORM CHECK-PTY-STATUS
               SET PARTY-FILE-ON-HAND TO TRUE
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           PERFORM CHECK-PRINT-STATUS.
           MOVE SPACES TO PRINT-REC.
           EXIT.

       2100-BANK-ONE-ACCOUNT.
           PERFORM 2400-LOAD-OWNERS THRU 2400-LOAD-OWNERS-EXIT.
           IF WS-OWNER-COUNT < 2
               PERFORM 2200-FIND-CUSTOMER-SLOT
               ADD DEP-BALANCE-OUT TO WS-CU-TOTAL(CU-IDX)
           ELSE
               ADD 1 TO WS-JOINT-SPLIT
               DIVIDE DEP-BALANCE-OUT BY WS-OWNER-COUNT
                   GIVING WS-SHARE-AMOUNT
               COMPUTE WS-LAST-SHARE = DEP-BALANCE-OUT -
                   (WS-SHARE-AMOUNT * (WS-OWNER-COUNT - 1))
               PERFORM 2500-BANK-ONE-SHARE
                   VARYING WS-OWNER-NO FROM 1 BY 1
                   UNTIL WS-OWNER-NO > WS-OWNER-COUNT
           END-IF.
           PERFORM 2300-FIND-BRANCH-SLOT.
           ADD 1 TO WS-BR-ACCOUNTS(BR-IDX).
           ADD DEP-BALANCE-OUT TO WS-BR-BALANCE(BR-IDX).
               END-IF
               ADD 1 TO WS-CUST-COUNT
               SET CU-IDX TO WS-CUST-COUNT
               MOVE WS-SHARE-CIF TO WS-CU-CIF(CU-IDX)
               MOVE ACCOUNT_NUMBER_OUT TO WS-CU-ACCOUNT(CU-IDX)
               MOVE ZERO TO WS-CU-TOTAL(CU-IDX)
           END-IF.

       2210-SCAN-CUSTOMER.
           IF WS-SHARE-CIF NOT = ZERO AND
               WS-CU-CIF(CU-IDX) = WS-SHARE-CIF
               SET CUST-SLOT-FOUND TO TRUE
           ELSE
               SET CU-IDX UP BY 1
       2310-SCAN-BRANCH-EXIT.
           EXIT.

      ******************************************************************
      * 2400-LOAD-OWNERS - the account's owner rows on ACCTPTY.  The
      * primary row (or, with none on file, the master's own CIF) is
      * the customer a sole, signatory or in-trust-for account is
      * insured to.
      ******************************************************************
       2400-LOAD-OWNERS.
           MOVE ZERO TO WS-OWNER-COUNT.
           MOVE DEP-CIF-NUMBER-OUT TO WS-SHARE-CIF.
           IF NOT PARTY-FILE-ON-HAND
               GO TO 2400-LOAD-OWNERS-EXIT
           END-IF.
           MOVE "N" TO WS-PTY-EOF.
           MOVE ACCOUNT_NUMBER_OUT TO APTY-ACCOUNT-NUMBER.
           MOVE ZERO TO APTY-CIF-NUMBER.
           START PARTY-FILE KEY IS NOT LESS THAN APTY-KEY
               INVALID KEY
                   GO TO 2400-LOAD-OWNERS-EXIT
           END-START.
           PERFORM 2410-LOAD-ONE-OWNER THRU 2410-LOAD-ONE-OWNER-EXIT
               UNTIL WS-PTY-EOF = "Y".
       2400-LOAD-OWNERS-EXIT.
           EXIT.

       2410-LOAD-ONE-OWNER.
           READ PARTY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-PTY-EOF
                   GO TO 2410-LOAD-ONE-OWNER-EXIT
           END-READ.
           IF APTY-ACCOUNT-NUMBER NOT = ACCOUNT_NUMBER_OUT
               MOVE "Y" TO WS-PTY-EOF
               GO TO 2410-LOAD-ONE-OWNER-EXIT
           END-IF.
           IF APTY-PRIMARY
               MOVE APTY-CIF-NUMBER TO WS-SHARE-CIF
           END-IF.
           IF APTY-OWNER AND WS-OWNER-COUNT < 20
               ADD 1 TO WS-OWNER-COUNT
               MOVE APTY-CIF-NUMBER TO WS-OWNER-CIF(WS-OWNER-COUNT)
           END-IF.
       2410-LOAD-ONE-OWNER-EXIT.
           EXIT.

       2500-BANK-ONE-SHARE.
           MOVE WS-OWNER-CIF(WS-OWNER-NO) TO WS-SHARE-CIF.
           PERFORM 2200-FIND-CUSTOMER-SLOT.
           IF WS-OWNER-NO = WS-OWNER-COUNT
               ADD WS-LAST-SHARE TO WS-CU-TOTAL(CU-IDX)
           ELSE
               ADD WS-SHARE-AMOUNT TO WS-CU-TOTAL(CU-IDX)
           END-IF.

       3000-PRINT-COVERAGE.
           MOVE 1 TO WS-SLOT-NO.
           PERFORM 3100-PRINT-ONE-CUSTOMER
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE WS-JOINT-SPLIT TO WS-COUNT-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "JOINT ACCOUNTS SPLIT       : " WS-COUNT-ED
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE WS-INSURED-TOTAL TO WS-TOTAL-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "TOTAL INSURED              : " WS-TOTAL-ED

       5000-FINISH.
           CLOSE EMP-FILE.
           IF PARTY-FILE-ON-HAND
               CLOSE PARTY-FILE
           END-IF.
           CLOSE PRINT-FILE.
           DISPLAY "COVERAGE REPORT WRITTEN TO INSRPT.".

               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-PTY-STATUS.
           IF WS-PTY-STATUS NOT = "00"
               MOVE "PARTY-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-PTY-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-CIF-STATUS.
           IF WS-CIF-STATUS NOT = "00"
               MOVE "CIF-FILE" TO WS-ERR-FILE-NAME
