      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared teller cash position routine - one CALLable
      *          place that knows what cash each teller's drawer
      *          should hold at the end of a business date, so the
      *          teller's own count and the close of day read the
      *          same figures.  Cash in is the placements and top-ups
      *          the teller took on DEPTXN and the loan payments
      *          taken on LOANREG; cash out is the withdrawals and
      *          closures paid (a closure with the net interest paid
      *          along with it) and the loans disbursed.  Manager's
      *          checks the teller cut on CHKREG settled part of that
      *          out without cash and come back in.  The vault
      *          issues and returns keyed on TELLPOS complete the
      *          position.  Movements posted by the batch runs are
      *          nobody's drawer and are skipped.  See CPOSREC for
      *          the calling convention.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHPOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT TXN-FILE
           ASSIGN TO "DEPTXN"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-TXN-STATUS.

       SELECT LOAN-REGISTER-FILE
           ASSIGN TO "LOANREG"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LREG-STATUS.

       SELECT CHK-REGISTER-FILE
           ASSIGN TO "CHKREG"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CHK-SERIAL
           FILE STATUS IS WS-CHKREG-STATUS.

       SELECT POSITION-FILE
           ASSIGN TO "TELLPOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TP-KEY
           FILE STATUS IS WS-TPOS-STATUS.

       SELECT EMP-FILE
           ASSIGN TO 'D:\Files\Cobol\CS399\ESCABARTE2.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACCOUNT_NUMBER_OUT
           FILE STATUS IS WS-EMP-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD TXN-FILE
           DATA RECORD IS DEPTXN-REC.

       COPY "DEPTXNREC.cpy".

       FD LOAN-REGISTER-FILE
           DATA RECORD IS LRG-REC.

       COPY "LREGREC.cpy".

       FD CHK-REGISTER-FILE
           DATA RECORD IS CHK-REC.

       COPY "CHKREC.cpy".

       FD POSITION-FILE
           DATA RECORD IS TPOS-REC.

       COPY "TPOSREC.cpy".

       FD EMP-FILE
           DATA RECORD IS NEW-FILE.

       COPY "DEPREC.cpy".

       WORKING-STORAGE SECTION.
       01 WS-TXN-STATUS PIC X(2).
       01 WS-LREG-STATUS PIC X(2).
       01 WS-CHKREG-STATUS PIC X(2).
       01 WS-TPOS-STATUS PIC X(2).
       01 WS-EMP-STATUS PIC X(2).
       01 WS-EOF PIC X(1) VALUE "N".
       01 WS-EMP-ON-HAND PIC X(1) VALUE "N".
           88 MASTER-ON-HAND VALUE "Y".

      ******************************************************************
      * THE IDS THE BATCH RUNS SIGN THEIR POSTINGS WITH - NO DRAWER
      * STANDS BEHIND THEM.
      ******************************************************************
       01 WS-BATCH-ID-VALUES.
           05 FILLER PIC X(8) VALUE "ROLLOVER".
           05 FILLER PIC X(8) VALUE "ADEBIT".
           05 FILLER PIC X(8) VALUE "DORMANT".
           05 FILLER PIC X(8) VALUE SPACES.
       01 WS-BATCH-ID-TABLE REDEFINES WS-BATCH-ID-VALUES.
           05 WS-BATCH-ID PIC X(8) OCCURS 4 TIMES.
       01 WS-BATCH-SUB PIC 9(2) VALUE ZERO.
       01 WS-BATCH-SWITCH PIC X VALUE "N".
           88 BATCH-POSTING VALUE "Y".

       01 WS-FIND-ID PIC X(8) VALUE SPACES.
       01 WS-FOUND-SWITCH PIC X VALUE "N".
           88 TELLER-FOUND VALUE "Y".
           88 TELLER-NOT-FOUND VALUE "N".
       01 WS-INTEREST-WORK PIC 9(7)V99 VALUE ZERO.

       LINKAGE SECTION.
       COPY "CPOSREC.cpy".

       PROCEDURE DIVISION USING CASH-POSITION-AREA.
       0000-DISPATCH.
           MOVE "N" TO CPS-TABLE-FULL.
           MOVE ZERO TO CPS-TELLER-COUNT.
           PERFORM 1000-TOTAL-DEPOSIT-CASH.
           PERFORM 2000-TOTAL-LOAN-CASH.
           PERFORM 3000-TOTAL-CHECKS-CUT.
           PERFORM 4000-APPLY-POSITIONS THRU 4000-APPLY-POSITIONS-EXIT.
           PERFORM 5000-SET-EXPECTED
               VARYING CPS-IDX FROM 1 BY 1
               UNTIL CPS-IDX > CPS-TELLER-COUNT.
           GOBACK.

      ******************************************************************
      * 1000-TOTAL-DEPOSIT-CASH - the business date's DEPTXN rows by
      * teller.  A closure's row carries the balance closed; the
      * net interest paid with it is still on the closed master.
      ******************************************************************
       1000-TOTAL-DEPOSIT-CASH.
           MOVE "N" TO WS-EMP-ON-HAND.
           OPEN INPUT EMP-FILE.
           IF WS-EMP-STATUS = "00"
               SET MASTER-ON-HAND TO TRUE
           END-IF.
           MOVE "N" TO WS-EOF.
           OPEN INPUT TXN-FILE.
           IF WS-TXN-STATUS = "35"
               CONTINUE
           ELSE
               IF WS-TXN-STATUS NOT = "00"
                   DISPLAY "*** FILE ERROR ON TXN-FILE"
                   DISPLAY "*** FILE STATUS = " WS-TXN-STATUS
                   STOP RUN
               END-IF
               PERFORM 1100-READ-ONE-TXN THRU 1100-READ-ONE-TXN-EXIT
                   UNTIL WS-EOF = "Y"
               CLOSE TXN-FILE
           END-IF.
           IF MASTER-ON-HAND
               CLOSE EMP-FILE
           END-IF.

       1100-READ-ONE-TXN.
           READ TXN-FILE
               AT END
                   MOVE "Y" TO WS-EOF
                   GO TO 1100-READ-ONE-TXN-EXIT
           END-READ.
           IF TXN-DATE NOT = CPS-BUSINESS-DATE OR TXN-INTEREST
               GO TO 1100-READ-ONE-TXN-EXIT
           END-IF.
           MOVE TXN-OPERATOR-ID TO WS-FIND-ID.
           PERFORM 8100-CHECK-BATCH-ID.
           IF BATCH-POSTING
               GO TO 1100-READ-ONE-TXN-EXIT
           END-IF.
           PERFORM 8000-FIND-TELLER THRU 8000-FIND-TELLER-EXIT.
           IF TELLER-NOT-FOUND
               GO TO 1100-READ-ONE-TXN-EXIT
           END-IF.
           IF TXN-PLACEMENT OR TXN-ADDITIONAL
               ADD TXN-AMOUNT TO CPS-CASH-IN (CPS-IDX)
           ELSE
               ADD TXN-AMOUNT TO CPS-CASH-OUT (CPS-IDX)
               IF TXN-CLOSURE
                   PERFORM 1200-ADD-CLOSURE-INTEREST
               END-IF
           END-IF.
       1100-READ-ONE-TXN-EXIT.
           EXIT.

       1200-ADD-CLOSURE-INTEREST.
           IF MASTER-ON-HAND
               MOVE TXN-ACCOUNT-NUMBER TO ACCOUNT_NUMBER_OUT
               READ EMP-FILE KEY IS ACCOUNT_NUMBER_OUT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE INTEREST-OUT TO WS-INTEREST-WORK
                       IF WS-INTEREST-WORK > DEP-TAX-WITHHELD-OUT
                           COMPUTE CPS-CASH-OUT (CPS-IDX) =
                               CPS-CASH-OUT (CPS-IDX) +
                               WS-INTEREST-WORK - DEP-TAX-WITHHELD-OUT
                       END-IF
               END-READ
           END-IF.

      ******************************************************************
      * 2000-TOTAL-LOAN-CASH - loans disbursed go out of the drawer,
      * payments come into it.  A settlement at maturity is paid out
      * of the deposit, not over the counter.
      ******************************************************************
       2000-TOTAL-LOAN-CASH.
           MOVE "N" TO WS-EOF.
           OPEN INPUT LOAN-REGISTER-FILE.
           IF WS-LREG-STATUS = "35"
               CONTINUE
           ELSE
               IF WS-LREG-STATUS NOT = "00"
                   DISPLAY "*** FILE ERROR ON LOAN-REGISTER-FILE"
                   DISPLAY "*** FILE STATUS = " WS-LREG-STATUS
                   STOP RUN
               END-IF
               PERFORM 2100-READ-ONE-LOAN-ROW
                   THRU 2100-READ-ONE-LOAN-ROW-EXIT
                   UNTIL WS-EOF = "Y"
               CLOSE LOAN-REGISTER-FILE
           END-IF.

       2100-READ-ONE-LOAN-ROW.
           READ LOAN-REGISTER-FILE
               AT END
                   MOVE "Y" TO WS-EOF
                   GO TO 2100-READ-ONE-LOAN-ROW-EXIT
           END-READ.
           IF LRG-DATE NOT = CPS-BUSINESS-DATE OR LRG-SETTLED
               GO TO 2100-READ-ONE-LOAN-ROW-EXIT
           END-IF.
           MOVE LRG-OPERATOR-ID TO WS-FIND-ID.
           PERFORM 8100-CHECK-BATCH-ID.
           IF BATCH-POSTING
               GO TO 2100-READ-ONE-LOAN-ROW-EXIT
           END-IF.
           PERFORM 8000-FIND-TELLER THRU 8000-FIND-TELLER-EXIT.
           IF TELLER-NOT-FOUND
               GO TO 2100-READ-ONE-LOAN-ROW-EXIT
           END-IF.
           IF LRG-BOOKED
               ADD LRG-PRINCIPAL-AMOUNT TO CPS-CASH-OUT (CPS-IDX)
           ELSE
               ADD LRG-PRINCIPAL-AMOUNT TO CPS-CASH-IN (CPS-IDX)
               ADD LRG-INTEREST-AMOUNT TO CPS-CASH-IN (CPS-IDX)
           END-IF.
       2100-READ-ONE-LOAN-ROW-EXIT.
           EXIT.

      ******************************************************************
      * 3000-TOTAL-CHECKS-CUT - the manager's checks each teller cut
      * that day paid a settlement without cash leaving the drawer.
      ******************************************************************
       3000-TOTAL-CHECKS-CUT.
           MOVE "N" TO WS-EOF.
           OPEN INPUT CHK-REGISTER-FILE.
           IF WS-CHKREG-STATUS = "35"
               CONTINUE
           ELSE
               IF WS-CHKREG-STATUS NOT = "00"
                   DISPLAY "*** FILE ERROR ON CHK-REGISTER-FILE"
                   DISPLAY "*** FILE STATUS = " WS-CHKREG-STATUS
                   STOP RUN
               END-IF
               PERFORM 3100-READ-ONE-CHECK THRU 3100-READ-ONE-CHECK-EXIT
                   UNTIL WS-EOF = "Y"
               CLOSE CHK-REGISTER-FILE
           END-IF.

       3100-READ-ONE-CHECK.
           READ CHK-REGISTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
                   GO TO 3100-READ-ONE-CHECK-EXIT
           END-READ.
           IF CHK-ISSUE-DATE NOT = CPS-BUSINESS-DATE
               GO TO 3100-READ-ONE-CHECK-EXIT
           END-IF.
           MOVE CHK-OPERATOR-ID TO WS-FIND-ID.
           PERFORM 8100-CHECK-BATCH-ID.
           IF BATCH-POSTING
               GO TO 3100-READ-ONE-CHECK-EXIT
           END-IF.
           PERFORM 8000-FIND-TELLER THRU 8000-FIND-TELLER-EXIT.
           IF TELLER-FOUND
               ADD CHK-AMOUNT TO CPS-CHECKS-CUT (CPS-IDX)
           END-IF.
       3100-READ-ONE-CHECK-EXIT.
           EXIT.

      ******************************************************************
      * 4000-APPLY-POSITIONS - every TELLPOS row for the business
      * date: its vault movements, and the expected figure its last
      * count was struck against.  A teller who only drew on the
      * vault still has a drawer to prove.
      ******************************************************************
       4000-APPLY-POSITIONS.
           OPEN INPUT POSITION-FILE.
           IF WS-TPOS-STATUS = "35"
               GO TO 4000-APPLY-POSITIONS-EXIT
           END-IF.
           IF WS-TPOS-STATUS NOT = "00"
               DISPLAY "*** FILE ERROR ON POSITION-FILE"
               DISPLAY "*** FILE STATUS = " WS-TPOS-STATUS
               STOP RUN
           END-IF.
           MOVE "N" TO WS-EOF.
           MOVE CPS-BUSINESS-DATE TO TP-DATE.
           MOVE LOW-VALUES TO TP-TELLER.
           START POSITION-FILE KEY IS NOT LESS THAN TP-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START.
           PERFORM 4100-READ-ONE-POSITION
               THRU 4100-READ-ONE-POSITION-EXIT
               UNTIL WS-EOF = "Y".
           CLOSE POSITION-FILE.
       4000-APPLY-POSITIONS-EXIT.
           EXIT.

       4100-READ-ONE-POSITION.
           READ POSITION-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
                   GO TO 4100-READ-ONE-POSITION-EXIT
           END-READ.
           IF TP-DATE NOT = CPS-BUSINESS-DATE
               MOVE "Y" TO WS-EOF
               GO TO 4100-READ-ONE-POSITION-EXIT
           END-IF.
           MOVE TP-TELLER TO WS-FIND-ID.
           PERFORM 8000-FIND-TELLER THRU 8000-FIND-TELLER-EXIT.
           IF TELLER-FOUND
               MOVE TP-VAULT-ISSUED TO CPS-VAULT-ISSUED (CPS-IDX)
               MOVE TP-VAULT-RETURNED TO CPS-VAULT-RETURNED (CPS-IDX)
               MOVE TP-STATUS TO CPS-POSITION-STATUS (CPS-IDX)
               MOVE TP-EXPECTED TO CPS-COUNTED-AGAINST (CPS-IDX)
           END-IF.
       4100-READ-ONE-POSITION-EXIT.
           EXIT.

      ******************************************************************
      * 5000-SET-EXPECTED - vault issued, plus cash in, plus the
      * checks that paid out in place of cash, less cash out and
      * vault returns.  The teller is balanced only when their last
      * count was struck against exactly that figure.
      ******************************************************************
       5000-SET-EXPECTED.
           COMPUTE CPS-EXPECTED (CPS-IDX) =
               CPS-VAULT-ISSUED (CPS-IDX) + CPS-CASH-IN (CPS-IDX) +
               CPS-CHECKS-CUT (CPS-IDX) - CPS-CASH-OUT (CPS-IDX) -
               CPS-VAULT-RETURNED (CPS-IDX).
           IF CPS-POSITION-STATUS (CPS-IDX) = "B" AND
               CPS-COUNTED-AGAINST (CPS-IDX) = CPS-EXPECTED (CPS-IDX)
               MOVE "Y" TO CPS-BALANCED (CPS-IDX)
           ELSE
               MOVE "N" TO CPS-BALANCED (CPS-IDX)
           END-IF.

      ******************************************************************
      * 8000-FIND-TELLER - leaves CPS-IDX on WS-FIND-ID's entry,
      * adding a zeroed one if the teller is new.  A full table
      * flags CPS-TABLE-FULL and reports the teller not found.
      ******************************************************************
       8000-FIND-TELLER.
           SET TELLER-NOT-FOUND TO TRUE.
           SET CPS-IDX TO 1.
           PERFORM 8010-SCAN-TELLERS THRU 8010-SCAN-TELLERS-EXIT
               UNTIL TELLER-FOUND OR CPS-IDX > CPS-TELLER-COUNT.
           IF TELLER-FOUND
               GO TO 8000-FIND-TELLER-EXIT
           END-IF.
           IF CPS-TELLER-COUNT NOT < 50
               MOVE "Y" TO CPS-TABLE-FULL
               GO TO 8000-FIND-TELLER-EXIT
           END-IF.
           ADD 1 TO CPS-TELLER-COUNT.
           SET CPS-IDX TO CPS-TELLER-COUNT.
           MOVE WS-FIND-ID TO CPS-TELLER-ID (CPS-IDX).
           MOVE ZERO TO CPS-CASH-IN (CPS-IDX).
           MOVE ZERO TO CPS-CASH-OUT (CPS-IDX).
           MOVE ZERO TO CPS-CHECKS-CUT (CPS-IDX).
           MOVE ZERO TO CPS-VAULT-ISSUED (CPS-IDX).
           MOVE ZERO TO CPS-VAULT-RETURNED (CPS-IDX).
           MOVE ZERO TO CPS-EXPECTED (CPS-IDX).
           MOVE SPACE TO CPS-POSITION-STATUS (CPS-IDX).
           MOVE ZERO TO CPS-COUNTED-AGAINST (CPS-IDX).
           MOVE "N" TO CPS-BALANCED (CPS-IDX).
           SET TELLER-FOUND TO TRUE.
       8000-FIND-TELLER-EXIT.
           EXIT.

       8010-SCAN-TELLERS.
           IF CPS-TELLER-ID (CPS-IDX) = WS-FIND-ID
               SET TELLER-FOUND TO TRUE
           ELSE
               SET CPS-IDX UP BY 1
           END-IF.
       8010-SCAN-TELLERS-EXIT.
           EXIT.

       8100-CHECK-BATCH-ID.
           MOVE "N" TO WS-BATCH-SWITCH.
           PERFORM 8110-MATCH-BATCH-ID
               VARYING WS-BATCH-SUB FROM 1 BY 1
               UNTIL WS-BATCH-SUB > 4.

       8110-MATCH-BATCH-ID.
           IF WS-FIND-ID = WS-BATCH-ID (WS-BATCH-SUB)
               SET BATCH-POSTING TO TRUE
           END-IF.

       END PROGRAM CASHPOS.
