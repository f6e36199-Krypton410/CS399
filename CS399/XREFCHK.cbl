      ******************************************************************
      * Author:
      * Date:
      * Purpose: Weekly cross-file integrity sweep - where the
      *          verification batch proves each master's counts and
      *          hash totals, this sweep follows the links between
      *          files across the tax, deposit and frame-shop systems
      *          and lists every broken one on XREFRPT, grouped by
      *          rule with a count per rule and a closing summary:
      *          lots whose owner number is not on OWNRMAST, TAXLEDG,
      *          ANNOFILE and IMPFILE rows for lots no longer on the
      *          master, deposit accounts whose last DEPTXN running
      *          balance disagrees with the master, live holds on
      *          closed accounts, deposit CIF numbers not on CIFFILE,
      *          and frame jobs whose customer is not on CUSTFILE.
      *          It only reads; the data is fixed through the usual
      *          maintenance screens before the next bill,
      *          certificate or statement goes out.  The report is
      *          captured to the spool through SPOOLCAP.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. XREFCHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT MASTER-FILE
           ASSIGN TO WS-MASTER-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LOT_NUMBER_OUT
           ALTERNATE RECORD KEY IS OWNER_NAME_OUT WITH DUPLICATES
           FILE STATUS IS WS-MASTER-STATUS.

       SELECT OWNER-FILE
           ASSIGN TO "OWNRMAST"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OWNR-NUMBER
           ALTERNATE RECORD KEY IS OWNR-NAME WITH DUPLICATES
           FILE STATUS IS WS-OWNR-STATUS.

       SELECT LEDGER-FILE
           ASSIGN TO "TAXLEDG"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS LEDG-KEY
           FILE STATUS IS WS-LEDG-STATUS.

       SELECT ANNOTATION-FILE
           ASSIGN TO "ANNOFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ANNO-KEY
           FILE STATUS IS WS-ANNO-STATUS.

       SELECT IMPROVEMENT-FILE
           ASSIGN TO "IMPFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS IMP-KEY
           FILE STATUS IS WS-IMP-STATUS.

       SELECT EMP-FILE
           ASSIGN TO 'D:\Files\Cobol\CS399\ESCABARTE2.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACCOUNT_NUMBER_OUT
           FILE STATUS IS WS-EMP-STATUS.

       SELECT TXN-FILE
           ASSIGN TO "DEPTXN"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-TXN-STATUS.

       SELECT HOLD-FILE
           ASSIGN TO "HOLDFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS HOLD-ACCOUNT-NUMBER
           FILE STATUS IS WS-HOLD-STATUS.

       SELECT CIF-FILE
           ASSIGN TO "CIFFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CIF-NUMBER
           FILE STATUS IS WS-CIF-STATUS.

       SELECT JOB-FILE
           ASSIGN TO "JOBFILE"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-JOB-STATUS.

       SELECT CUSTOMER-FILE
           ASSIGN TO "CUSTFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUST-NUMBER
           FILE STATUS IS WS-CUST-STATUS.

       SELECT PRINT-FILE
           ASSIGN TO "XREFRPT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD MASTER-FILE
           DATA RECORD IS OUTPUT-REC.

       COPY "PROPREC.cpy".

       FD OWNER-FILE
           DATA RECORD IS OWNR-REC.

       COPY "OWNRREC.cpy".

       FD LEDGER-FILE
           DATA RECORD IS LEDGER-REC.

       COPY "LEDGREC.cpy".

       FD ANNOTATION-FILE
           DATA RECORD IS ANNO-REC.

       COPY "ANNOREC.cpy".

       FD IMPROVEMENT-FILE
           DATA RECORD IS IMP-REC.

       COPY "IMPREC.cpy".

       FD EMP-FILE
           DATA RECORD IS NEW-FILE.

       COPY "DEPREC.cpy".

       FD TXN-FILE
           DATA RECORD IS DEPTXN-REC.

       COPY "DEPTXNREC.cpy".

       FD HOLD-FILE
           DATA RECORD IS HOLD-REC.

       COPY "HOLDREC.cpy".

       FD CIF-FILE
           DATA RECORD IS CIF-REC.

       COPY "CIFREC.cpy".

       FD JOB-FILE
           DATA RECORD IS JOB-REC.

       COPY "JOBREC.cpy".

       FD CUSTOMER-FILE
           DATA RECORD IS CUST-REC.

       COPY "CUSTREC.cpy".

       FD PRINT-FILE
           DATA RECORD IS PRINT-REC.

       01 PRINT-REC PIC X(80).

       WORKING-STORAGE SECTION.
      * WS-MASTER-PATH DEFAULTS TO THE SHOP'S USUAL LOCATION BUT CAN BE
      * OVERRIDDEN BY SETTING THE MASTERFILE ENVIRONMENT VARIABLE, THE
      * SAME AS THE PROPERTY-MASTER MAINTENANCE PROGRAM.
       01 WS-MASTER-PATH PIC X(100)
           VALUE "C:\Users\Edison\Desktop\MP6\MASTER-FILE.DAT".
       01 WS-ENV-MASTER-PATH PIC X(100) VALUE SPACES.
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-OWNR-STATUS PIC X(2).
       01 WS-LEDG-STATUS PIC X(2).
       01 WS-ANNO-STATUS PIC X(2).
       01 WS-IMP-STATUS PIC X(2).
       01 WS-EMP-STATUS PIC X(2).
       01 WS-TXN-STATUS PIC X(2).
       01 WS-HOLD-STATUS PIC X(2).
       01 WS-CIF-STATUS PIC X(2).
       01 WS-JOB-STATUS PIC X(2).
       01 WS-CUST-STATUS PIC X(2).
       01 WS-PRINT-STATUS PIC X(2).
       01 WS-EOF PIC X(1) VALUE "N".
       01 WS-TODAY PIC 9(8) VALUE ZERO.
       01 DASH-LINE PIC X(72) VALUE ALL "-".

      * THE TWO MASTERS ARE LOOKED UP BY SEVERAL RULES, SO EACH IS
      * OPENED ONCE FOR THE RUN; A MASTER NOT ON HAND LEAVES THE RULES
      * THAT NEED IT UNCHECKED RATHER THAN REPORTING EVERY ROW.
       01 WS-LOT-MASTER-SWITCH PIC X VALUE "N".
           88 LOT-MASTER-ON-HAND VALUE "Y".
       01 WS-DEP-MASTER-SWITCH PIC X VALUE "N".
           88 DEP-MASTER-ON-HAND VALUE "Y".
       01 WS-FOUND-SWITCH PIC X VALUE "N".
           88 KEY-FOUND VALUE "Y".
           88 KEY-NOT-FOUND VALUE "N".

      ******************************************************************
      * RULE TABLE - the rule titles as they head each group on the
      * report and the summary, with the count of broken links found
      * and whether the rule could be checked at all.
      ******************************************************************
       01 WS-RULE-LIST.
           05 FILLER PIC X(40)
               VALUE "LOT OWNER NOT ON OWNRMAST".
           05 FILLER PIC X(40)
               VALUE "TAXLEDG ROW FOR LOT NOT ON MASTER".
           05 FILLER PIC X(40)
               VALUE "ANNOFILE ROW FOR LOT NOT ON MASTER".
           05 FILLER PIC X(40)
               VALUE "IMPFILE ROW FOR LOT NOT ON MASTER".
           05 FILLER PIC X(40)
               VALUE "DEPTXN BALANCE DISAGREES WITH MASTER".
           05 FILLER PIC X(40)
               VALUE "LIVE HOLD ON CLOSED ACCOUNT".
           05 FILLER PIC X(40)
               VALUE "DEPOSIT CIF NOT ON CIFFILE".
           05 FILLER PIC X(40)
               VALUE "FRAME JOB CUSTOMER NOT ON CUSTFILE".
       01 WS-RULE-TABLE REDEFINES WS-RULE-LIST.
           05 WS-RULE-TITLE PIC X(40) OCCURS 8 TIMES.
       01 WS-RULE-RESULTS.
           05 WS-RULE-RESULT OCCURS 8 TIMES.
               10 WS-RULE-COUNT PIC 9(7).
               10 WS-RULE-CHECKED PIC X(1).
       01 WS-RULE-NO PIC 9 VALUE ZERO.
       01 WS-TOTAL-BROKEN PIC 9(7) VALUE ZERO.
       01 WS-NOT-CHECKED-FILE PIC X(8) VALUE SPACES.

      ******************************************************************
      * LAST-BALANCE TABLE - ONE PASS OVER DEPTXN BANKS EACH ACCOUNT'S
      * LATEST RUNNING BALANCE, SO THE MASTER PASS NEVER RE-READS THE
      * LEDGER PER ACCOUNT.
      ******************************************************************
       01 WS-TXB-COUNT PIC 9(4) VALUE ZERO.
       01 WS-TXB-TABLE.
           05 WS-TXB-ENTRY OCCURS 2000 TIMES INDEXED BY TB-IDX.
               10 WS-TXB-ACCOUNT PIC 99999.
               10 WS-TXB-STAMP PIC 9(16).
               10 WS-TXB-BALANCE PIC 9(7)V99.
       01 WS-TXB-FOUND-SWITCH PIC X VALUE "N".
           88 TXB-FOUND VALUE "Y".
           88 TXB-NOT-FOUND VALUE "N".
       01 WS-TXN-STAMP.
           05 WS-TXN-STAMP-DATE PIC 9(8).
           05 WS-TXN-STAMP-TIME PIC 9(8).
       01 WS-TXN-STAMP-N REDEFINES WS-TXN-STAMP PIC 9(16).

       01 WS-COUNT-ED PIC Z,ZZZ,ZZ9.
       01 WS-MONEY-ED PIC Z,ZZZ,ZZ9.99.
       01 WS-MONEY-ED-2 PIC Z,ZZZ,ZZ9.99.
       01 WS-REASON PIC X(24) VALUE SPACES.

       COPY "SPOOLREC.cpy".

      * WS-ERR-FILE-NAME/WS-ERR-STATUS ARE SET BY THE CHECK-xxx-STATUS
      * PARAGRAPHS BELOW BEFORE PERFORMING ABEND-FILE-ERROR.
       01 WS-ERR-FILE-NAME PIC X(20).
       01 WS-ERR-STATUS PIC X(2).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-RULE-LOT-OWNER.
           PERFORM 3000-RULE-LEDGER-LOT.
           PERFORM 3500-RULE-ANNOTATION-LOT.
           PERFORM 4000-RULE-IMPROVEMENT-LOT.
           PERFORM 5000-RULE-TXN-BALANCE.
           PERFORM 6000-RULE-CLOSED-HOLD.
           PERFORM 6500-RULE-DEPOSIT-CIF.
           PERFORM 7000-RULE-JOB-CUSTOMER.
           PERFORM 9000-FINISH.
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - both masters are opened for the run and the
      * report heading written.
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-ENV-MASTER-PATH FROM ENVIRONMENT "MASTERFILE".
           IF WS-ENV-MASTER-PATH NOT = SPACES
               MOVE WS-ENV-MASTER-PATH TO WS-MASTER-PATH
           END-IF.
           MOVE 1 TO WS-RULE-NO.
           PERFORM 1100-CLEAR-ONE-RULE
               UNTIL WS-RULE-NO > 8.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "35"
               PERFORM CHECK-MASTER-STATUS
               SET LOT-MASTER-ON-HAND TO TRUE
           END-IF.
           OPEN INPUT EMP-FILE.
           IF WS-EMP-STATUS NOT = "35"
               PERFORM CHECK-EMP-STATUS
               SET DEP-MASTER-ON-HAND TO TRUE
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           PERFORM CHECK-PRINT-STATUS.
           MOVE SPACES TO PRINT-REC.
           STRING "WEEKLY CROSS-FILE INTEGRITY SWEEP - RUN "
               DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE DASH-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.

       1100-CLEAR-ONE-RULE.
           MOVE ZERO TO WS-RULE-COUNT(WS-RULE-NO).
           MOVE "Y" TO WS-RULE-CHECKED(WS-RULE-NO).
           ADD 1 TO WS-RULE-NO.

      ******************************************************************
      * 2000-RULE-LOT-OWNER - every lot on the master, closed-out lots
      * included, must carry an owner number that is on OWNRMAST.
      ******************************************************************
       2000-RULE-LOT-OWNER.
           MOVE 1 TO WS-RULE-NO.
           PERFORM 8000-WRITE-RULE-HEADING.
           IF NOT LOT-MASTER-ON-HAND
               MOVE "MASTER" TO WS-NOT-CHECKED-FILE
               PERFORM 8200-WRITE-NOT-CHECKED
           ELSE
               OPEN INPUT OWNER-FILE
               IF WS-OWNR-STATUS = "35"
                   MOVE "OWNRMAST" TO WS-NOT-CHECKED-FILE
                   PERFORM 8200-WRITE-NOT-CHECKED
               ELSE
                   PERFORM CHECK-OWNR-STATUS
                   MOVE "N" TO WS-EOF
                   MOVE ZERO TO LOT_NUMBER_OUT
                   START MASTER-FILE
                       KEY IS NOT LESS THAN LOT_NUMBER_OUT
                       INVALID KEY
                           MOVE "Y" TO WS-EOF
                   END-START
                   PERFORM 2100-CHECK-ONE-LOT
                       THRU 2100-CHECK-ONE-LOT-EXIT
                       UNTIL WS-EOF = "Y"
                   CLOSE OWNER-FILE
               END-IF
           END-IF.
           PERFORM 8100-WRITE-RULE-COUNT.

       2100-CHECK-ONE-LOT.
           READ MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
                   GO TO 2100-CHECK-ONE-LOT-EXIT
           END-READ.
           PERFORM CHECK-MASTER-READ-STATUS.
           MOVE PROP-OWNER-NO-OUT TO OWNR-NUMBER.
           SET KEY-FOUND TO TRUE.
           READ OWNER-FILE KEY IS OWNR-NUMBER
               INVALID KEY
                   SET KEY-NOT-FOUND TO TRUE
           END-READ.
           IF KEY-NOT-FOUND
               ADD 1 TO WS-RULE-COUNT(WS-RULE-NO)
               MOVE SPACES TO PRINT-REC
               STRING "LOT " DELIMITED BY SIZE
                   LOT_NUMBER_OUT DELIMITED BY SIZE
                   "  OWNER NO " DELIMITED BY SIZE
                   PROP-OWNER-NO-OUT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   OWNER_NAME_OUT DELIMITED BY SIZE
                   INTO PRINT-REC
               WRITE PRINT-REC
               PERFORM CHECK-PRINT-STATUS
           END-IF.
       2100-CHECK-ONE-LOT-EXIT.
           EXIT.

      ******************************************************************
      * 3000-RULE-LEDGER-LOT - a TAXLEDG row must belong to a lot still
      * on the master; a purged lot's ledger goes with it to archive.
      ******************************************************************
       3000-RULE-LEDGER-LOT.
           MOVE 2 TO WS-RULE-NO.
           PERFORM 8000-WRITE-RULE-HEADING.
           IF NOT LOT-MASTER-ON-HAND
               MOVE "MASTER" TO WS-NOT-CHECKED-FILE
               PERFORM 8200-WRITE-NOT-CHECKED
           ELSE
               OPEN INPUT LEDGER-FILE
               IF WS-LEDG-STATUS = "35"
                   MOVE "TAXLEDG" TO WS-NOT-CHECKED-FILE
                   PERFORM 8200-WRITE-NOT-CHECKED
               ELSE
                   PERFORM CHECK-LEDG-STATUS
                   MOVE "N" TO WS-EOF
                   PERFORM 3100-CHECK-ONE-LEDGER
                       THRU 3100-CHECK-ONE-LEDGER-EXIT
                       UNTIL WS-EOF = "Y"
                   CLOSE LEDGER-FILE
               END-IF
           END-IF.
           PERFORM 8100-WRITE-RULE-COUNT.

       3100-CHECK-ONE-LEDGER.
           READ LEDGER-FILE
               AT END
                   MOVE "Y" TO WS-EOF
                   GO TO 3100-CHECK-ONE-LEDGER-EXIT
           END-READ.
           PERFORM CHECK-LEDG-STATUS.
           MOVE LEDG-LOT-NUMBER TO LOT_NUMBER_OUT.
           PERFORM 8300-FIND-LOT.
           IF KEY-NOT-FOUND
               ADD 1 TO WS-RULE-COUNT(WS-RULE-NO)
               COMPUTE WS-MONEY-ED = LEDG-BALANCE + LEDG-SEF-BALANCE
               MOVE SPACES TO PRINT-REC
               STRING "LOT " DELIMITED BY SIZE
                   LEDG-LOT-NUMBER DELIMITED BY SIZE
                   "  BILL YEAR " DELIMITED BY SIZE
                   LEDG-BILL-YEAR DELIMITED BY SIZE
                   "  STATUS " DELIMITED BY SIZE
                   LEDG-STATUS DELIMITED BY SIZE
                   "  BALANCE " DELIMITED BY SIZE
                   WS-MONEY-ED DELIMITED BY SIZE
                   INTO PRINT-REC
               WRITE PRINT-REC
               PERFORM CHECK-PRINT-STATUS
           END-IF.
       3100-CHECK-ONE-LEDGER-EXIT.
           EXIT.

      ******************************************************************
      * 3500-RULE-ANNOTATION-LOT - an annotation (court hold, mortgage,
      * tax lien) must hang off a lot still on the master.
      ******************************************************************
       3500-RULE-ANNOTATION-LOT.
           MOVE 3 TO WS-RULE-NO.
           PERFORM 8000-WRITE-RULE-HEADING.
           IF NOT LOT-MASTER-ON-HAND
               MOVE "MASTER" TO WS-NOT-CHECKED-FILE
               PERFORM 8200-WRITE-NOT-CHECKED
           ELSE
               OPEN INPUT ANNOTATION-FILE
               IF WS-ANNO-STATUS = "35"
                   MOVE "ANNOFILE" TO WS-NOT-CHECKED-FILE
                   PERFORM 8200-WRITE-NOT-CHECKED
               ELSE
                   PERFORM CHECK-ANNO-STATUS
                   MOVE "N" TO WS-EOF
                   PERFORM 3600-CHECK-ONE-ANNOTATION
                       THRU 3600-CHECK-ONE-ANNOTATION-EXIT
                       UNTIL WS-EOF = "Y"
                   CLOSE ANNOTATION-FILE
               END-IF
           END-IF.
           PERFORM 8100-WRITE-RULE-COUNT.

       3600-CHECK-ONE-ANNOTATION.
           READ ANNOTATION-FILE
               AT END
                   MOVE "Y" TO WS-EOF
                   GO TO 3600-CHECK-ONE-ANNOTATION-EXIT
           END-READ.
           PERFORM CHECK-ANNO-STATUS.
           MOVE ANNO-LOT-NUMBER TO LOT_NUMBER_OUT.
           PERFORM 8300-FIND-LOT.
           IF KEY-NOT-FOUND
               ADD 1 TO WS-RULE-COUNT(WS-RULE-NO)
               MOVE SPACES TO PRINT-REC
               STRING "LOT " DELIMITED BY SIZE
                   ANNO-LOT-NUMBER DELIMITED BY SIZE
                   "  SEQ " DELIMITED BY SIZE
                   ANNO-SEQ DELIMITED BY SIZE
                   "  TYPE " DELIMITED BY SIZE
                   ANNO-TYPE DELIMITED BY SIZE
                   "  STATUS " DELIMITED BY SIZE
                   ANNO-STATUS DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   ANNO-PARTY DELIMITED BY SIZE
                   INTO PRINT-REC
               WRITE PRINT-REC
               PERFORM CHECK-PRINT-STATUS
           END-IF.
       3600-CHECK-ONE-ANNOTATION-EXIT.
           EXIT.

      ******************************************************************
      * 4000-RULE-IMPROVEMENT-LOT - an improvement row must hang off a
      * lot still on the master, or its value bills nobody.
      ******************************************************************
       4000-RULE-IMPROVEMENT-LOT.
           MOVE 4 TO WS-RULE-NO.
           PERFORM 8000-WRITE-RULE-HEADING.
           IF NOT LOT-MASTER-ON-HAND
               MOVE "MASTER" TO WS-NOT-CHECKED-FILE
               PERFORM 8200-WRITE-NOT-CHECKED
           ELSE
               OPEN INPUT IMPROVEMENT-FILE
               IF WS-IMP-STATUS = "35"
                   MOVE "IMPFILE" TO WS-NOT-CHECKED-FILE
                   PERFORM 8200-WRITE-NOT-CHECKED
               ELSE
                   PERFORM CHECK-IMP-STATUS
                   MOVE "N" TO WS-EOF
                   PERFORM 4100-CHECK-ONE-IMPROVEMENT
                       THRU 4100-CHECK-ONE-IMPROVEMENT-EXIT
                       UNTIL WS-EOF = "Y"
                   CLOSE IMPROVEMENT-FILE
               END-IF
           END-IF.
           PERFORM 8100-WRITE-RULE-COUNT.

       4100-CHECK-ONE-IMPROVEMENT.
           READ IMPROVEMENT-FILE
               AT END
                   MOVE "Y" TO WS-EOF
                   GO TO 4100-CHECK-ONE-IMPROVEMENT-EXIT
           END-READ.
           PERFORM CHECK-IMP-STATUS.
           MOVE IMP-LOT-NUMBER TO LOT_NUMBER_OUT.
           PERFORM 8300-FIND-LOT.
           IF KEY-NOT-FOUND
               ADD 1 TO WS-RULE-COUNT(WS-RULE-NO)
               MOVE IMP-VALUE TO WS-MONEY-ED
               MOVE SPACES TO PRINT-REC
               STRING "LOT " DELIMITED BY SIZE
                   IMP-LOT-NUMBER DELIMITED BY SIZE
                   "  SEQ " DELIMITED BY SIZE
                   IMP-SEQ DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   IMP-DESC DELIMITED BY SIZE
                   "  STATUS " DELIMITED BY SIZE
                   IMP-STATUS DELIMITED BY SIZE
                   "  VALUE " DELIMITED BY SIZE
                   WS-MONEY-ED DELIMITED BY SIZE
                   INTO PRINT-REC
               WRITE PRINT-REC
               PERFORM CHECK-PRINT-STATUS
           END-IF.
       4100-CHECK-ONE-IMPROVEMENT-EXIT.
           EXIT.

      ******************************************************************
      * 5000-RULE-TXN-BALANCE - the last DEPTXN row for an account
      * carries the balance it left, which must be the balance on the
      * master.  An account with no ledger rows at all (taken on
      * before the ledger) has nothing to prove and is passed over.
      ******************************************************************
       5000-RULE-TXN-BALANCE.
           MOVE 5 TO WS-RULE-NO.
           PERFORM 8000-WRITE-RULE-HEADING.
           IF NOT DEP-MASTER-ON-HAND
               MOVE "DEPOSITS" TO WS-NOT-CHECKED-FILE
               PERFORM 8200-WRITE-NOT-CHECKED
           ELSE
               OPEN INPUT TXN-FILE
               IF WS-TXN-STATUS = "35"
                   MOVE "DEPTXN" TO WS-NOT-CHECKED-FILE
                   PERFORM 8200-WRITE-NOT-CHECKED
               ELSE
                   PERFORM CHECK-TXN-STATUS
                   MOVE "N" TO WS-EOF
                   PERFORM 5100-BANK-ONE-TXN THRU 5100-BANK-ONE-TXN-EXIT
                       UNTIL WS-EOF = "Y"
                   CLOSE TXN-FILE
                   MOVE "N" TO WS-EOF
                   MOVE ZERO TO ACCOUNT_NUMBER_OUT
                   START EMP-FILE
                       KEY IS NOT LESS THAN ACCOUNT_NUMBER_OUT
                       INVALID KEY
                           MOVE "Y" TO WS-EOF
                   END-START
                   PERFORM 5300-CHECK-ONE-BALANCE
                       THRU 5300-CHECK-ONE-BALANCE-EXIT
                       UNTIL WS-EOF = "Y"
               END-IF
           END-IF.
           PERFORM 8100-WRITE-RULE-COUNT.

       5100-BANK-ONE-TXN.
           READ TXN-FILE
               AT END
                   MOVE "Y" TO WS-EOF
                   GO TO 5100-BANK-ONE-TXN-EXIT
           END-READ.
           PERFORM CHECK-TXN-STATUS.
           PERFORM 5200-FIND-TXB-SLOT.
           MOVE TXN-DATE TO WS-TXN-STAMP-DATE.
           MOVE TXN-TIME TO WS-TXN-STAMP-TIME.
      * ROWS OF THE SAME MOMENT KEEP THE LATER ONE WRITTEN.
           IF WS-TXN-STAMP-N NOT < WS-TXB-STAMP(TB-IDX)
               MOVE WS-TXN-STAMP-N TO WS-TXB-STAMP(TB-IDX)
               MOVE TXN-RUNNING-BALANCE TO WS-TXB-BALANCE(TB-IDX)
           END-IF.
       5100-BANK-ONE-TXN-EXIT.
           EXIT.

       5200-FIND-TXB-SLOT.
           SET TB-IDX TO 1.
           SET TXB-NOT-FOUND TO TRUE.
           PERFORM 5210-SCAN-TXB THRU 5210-SCAN-TXB-EXIT
               UNTIL TB-IDX > WS-TXB-COUNT OR TXB-FOUND.
           IF TXB-NOT-FOUND
      * A 2001ST ACCOUNT ON THE LEDGER WOULD WALK PAST THE TABLE INTO
      * ADJACENT STORAGE; THE RUN STOPS VISIBLY INSTEAD.
               IF WS-TXB-COUNT >= 2000
                   DISPLAY "*** BALANCE TABLE FULL AT 2000 "
                       "ENTRIES - RAISE THE OCCURS ***"
                   STOP RUN
               END-IF
               ADD 1 TO WS-TXB-COUNT
               SET TB-IDX TO WS-TXB-COUNT
               MOVE TXN-ACCOUNT-NUMBER TO WS-TXB-ACCOUNT(TB-IDX)
               MOVE ZERO TO WS-TXB-STAMP(TB-IDX)
               MOVE ZERO TO WS-TXB-BALANCE(TB-IDX)
           END-IF.

       5210-SCAN-TXB.
           IF TXN-ACCOUNT-NUMBER = WS-TXB-ACCOUNT(TB-IDX)
               SET TXB-FOUND TO TRUE
           ELSE
               SET TB-IDX UP BY 1
           END-IF.
       5210-SCAN-TXB-EXIT.
           EXIT.

       5300-CHECK-ONE-BALANCE.
           READ EMP-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
                   GO TO 5300-CHECK-ONE-BALANCE-EXIT
           END-READ.
           PERFORM CHECK-EMP-STATUS.
           MOVE ACCOUNT_NUMBER_OUT TO TXN-ACCOUNT-NUMBER.
           SET TB-IDX TO 1.
           SET TXB-NOT-FOUND TO TRUE.
           PERFORM 5210-SCAN-TXB THRU 5210-SCAN-TXB-EXIT
               UNTIL TB-IDX > WS-TXB-COUNT OR TXB-FOUND.
           IF TXB-NOT-FOUND
               GO TO 5300-CHECK-ONE-BALANCE-EXIT
           END-IF.
           IF WS-TXB-BALANCE(TB-IDX) NOT = DEP-BALANCE-OUT
               ADD 1 TO WS-RULE-COUNT(WS-RULE-NO)
               MOVE DEP-BALANCE-OUT TO WS-MONEY-ED
               MOVE WS-TXB-BALANCE(TB-IDX) TO WS-MONEY-ED-2
               MOVE SPACES TO PRINT-REC
               STRING "ACCOUNT " DELIMITED BY SIZE
                   ACCOUNT_NUMBER_OUT DELIMITED BY SIZE
                   "  MASTER " DELIMITED BY SIZE
                   WS-MONEY-ED DELIMITED BY SIZE
                   "  DEPTXN " DELIMITED BY SIZE
                   WS-MONEY-ED-2 DELIMITED BY SIZE
                   "  STATUS " DELIMITED BY SIZE
                   DEPOSIT-STATUS-OUT DELIMITED BY SIZE
                   INTO PRINT-REC
               WRITE PRINT-REC
               PERFORM CHECK-PRINT-STATUS
           END-IF.
       5300-CHECK-ONE-BALANCE-EXIT.
           EXIT.

      ******************************************************************
      * 6000-RULE-CLOSED-HOLD - a hold still live (not released) must
      * sit on an account that is open; a hold on a closed account,
      * or on one no longer on the master, freezes nothing and only
      * confuses the next officer who reads it.
      ******************************************************************
       6000-RULE-CLOSED-HOLD.
           MOVE 6 TO WS-RULE-NO.
           PERFORM 8000-WRITE-RULE-HEADING.
           IF NOT DEP-MASTER-ON-HAND
               MOVE "DEPOSITS" TO WS-NOT-CHECKED-FILE
               PERFORM 8200-WRITE-NOT-CHECKED
           ELSE
               OPEN INPUT HOLD-FILE
               IF WS-HOLD-STATUS = "35"
                   MOVE "HOLDFILE" TO WS-NOT-CHECKED-FILE
                   PERFORM 8200-WRITE-NOT-CHECKED
               ELSE
                   PERFORM CHECK-HOLD-STATUS
                   MOVE "N" TO WS-EOF
                   PERFORM 6100-CHECK-ONE-HOLD
                       THRU 6100-CHECK-ONE-HOLD-EXIT
                       UNTIL WS-EOF = "Y"
                   CLOSE HOLD-FILE
               END-IF
           END-IF.
           PERFORM 8100-WRITE-RULE-COUNT.

       6100-CHECK-ONE-HOLD.
           READ HOLD-FILE
               AT END
                   MOVE "Y" TO WS-EOF
                   GO TO 6100-CHECK-ONE-HOLD-EXIT
           END-READ.
           PERFORM CHECK-HOLD-STATUS.
           IF NOT HOLD-ACTIVE
               GO TO 6100-CHECK-ONE-HOLD-EXIT
           END-IF.
           MOVE HOLD-ACCOUNT-NUMBER TO ACCOUNT_NUMBER_OUT.
           SET KEY-FOUND TO TRUE.
           READ EMP-FILE KEY IS ACCOUNT_NUMBER_OUT
               INVALID KEY
                   SET KEY-NOT-FOUND TO TRUE
           END-READ.
           IF KEY-NOT-FOUND
               MOVE "ACCOUNT NOT ON MASTER" TO WS-REASON
           ELSE IF DEPOSIT-CLOSED-OUT
               MOVE "ACCOUNT CLOSED" TO WS-REASON
           ELSE
               GO TO 6100-CHECK-ONE-HOLD-EXIT
           END-IF.
           ADD 1 TO WS-RULE-COUNT(WS-RULE-NO).
           MOVE HOLD-AMOUNT TO WS-MONEY-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "ACCOUNT " DELIMITED BY SIZE
               HOLD-ACCOUNT-NUMBER DELIMITED BY SIZE
               "  HOLD " DELIMITED BY SIZE
               HOLD-TYPE DELIMITED BY SIZE
               "  PLACED " DELIMITED BY SIZE
               HOLD-PLACED-DATE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-MONEY-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-REASON DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
       6100-CHECK-ONE-HOLD-EXIT.
           EXIT.

      ******************************************************************
      * 6500-RULE-DEPOSIT-CIF - an account linked to a customer must
      * find that customer on CIFFILE.  A zero CIF number is an
      * account not yet linked, which the CIF screens deal with, and
      * is not a broken link.
      ******************************************************************
       6500-RULE-DEPOSIT-CIF.
           MOVE 7 TO WS-RULE-NO.
           PERFORM 8000-WRITE-RULE-HEADING.
           IF NOT DEP-MASTER-ON-HAND
               MOVE "DEPOSITS" TO WS-NOT-CHECKED-FILE
               PERFORM 8200-WRITE-NOT-CHECKED
           ELSE
               OPEN INPUT CIF-FILE
               IF WS-CIF-STATUS = "35"
                   MOVE "CIFFILE" TO WS-NOT-CHECKED-FILE
                   PERFORM 8200-WRITE-NOT-CHECKED
               ELSE
                   PERFORM CHECK-CIF-STATUS
                   MOVE "N" TO WS-EOF
                   MOVE ZERO TO ACCOUNT_NUMBER_OUT
                   START EMP-FILE
                       KEY IS NOT LESS THAN ACCOUNT_NUMBER_OUT
                       INVALID KEY
                           MOVE "Y" TO WS-EOF
                   END-START
                   PERFORM 6600-CHECK-ONE-CIF
                       THRU 6600-CHECK-ONE-CIF-EXIT
                       UNTIL WS-EOF = "Y"
                   CLOSE CIF-FILE
               END-IF
           END-IF.
           PERFORM 8100-WRITE-RULE-COUNT.

       6600-CHECK-ONE-CIF.
           READ EMP-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
                   GO TO 6600-CHECK-ONE-CIF-EXIT
           END-READ.
           PERFORM CHECK-EMP-STATUS.
           IF DEP-CIF-NUMBER-OUT = ZERO
               GO TO 6600-CHECK-ONE-CIF-EXIT
           END-IF.
           MOVE DEP-CIF-NUMBER-OUT TO CIF-NUMBER.
           SET KEY-FOUND TO TRUE.
           READ CIF-FILE KEY IS CIF-NUMBER
               INVALID KEY
                   SET KEY-NOT-FOUND TO TRUE
           END-READ.
           IF KEY-NOT-FOUND
               ADD 1 TO WS-RULE-COUNT(WS-RULE-NO)
               MOVE SPACES TO PRINT-REC
               STRING "ACCOUNT " DELIMITED BY SIZE
                   ACCOUNT_NUMBER_OUT DELIMITED BY SIZE
                   "  CIF " DELIMITED BY SIZE
                   DEP-CIF-NUMBER-OUT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   ACCOUNT_NAME_OUT DELIMITED BY SIZE
                   INTO PRINT-REC
               WRITE PRINT-REC
               PERFORM CHECK-PRINT-STATUS
           END-IF.
       6600-CHECK-ONE-CIF-EXIT.
           EXIT.

      ******************************************************************
      * 7000-RULE-JOB-CUSTOMER - every frame job names a customer, and
      * the order screen takes an unknown one onto CUSTFILE, so a job
      * whose customer is missing has lost its invoice and statement
      * address.
      ******************************************************************
       7000-RULE-JOB-CUSTOMER.
           MOVE 8 TO WS-RULE-NO.
           PERFORM 8000-WRITE-RULE-HEADING.
           OPEN INPUT JOB-FILE.
           IF WS-JOB-STATUS = "35"
               MOVE "JOBFILE" TO WS-NOT-CHECKED-FILE
               PERFORM 8200-WRITE-NOT-CHECKED
           ELSE
               PERFORM CHECK-JOB-STATUS
               OPEN INPUT CUSTOMER-FILE
               IF WS-CUST-STATUS = "35"
                   MOVE "CUSTFILE" TO WS-NOT-CHECKED-FILE
                   PERFORM 8200-WRITE-NOT-CHECKED
               ELSE
                   PERFORM CHECK-CUST-STATUS
                   MOVE "N" TO WS-EOF
                   PERFORM 7100-CHECK-ONE-JOB
                       THRU 7100-CHECK-ONE-JOB-EXIT
                       UNTIL WS-EOF = "Y"
                   CLOSE CUSTOMER-FILE
               END-IF
               CLOSE JOB-FILE
           END-IF.
           PERFORM 8100-WRITE-RULE-COUNT.

       7100-CHECK-ONE-JOB.
           READ JOB-FILE
               AT END
                   MOVE "Y" TO WS-EOF
                   GO TO 7100-CHECK-ONE-JOB-EXIT
           END-READ.
           PERFORM CHECK-JOB-STATUS.
           MOVE JOB-CUST-NUMBER TO CUST-NUMBER.
           SET KEY-FOUND TO TRUE.
           READ CUSTOMER-FILE KEY IS CUST-NUMBER
               INVALID KEY
                   SET KEY-NOT-FOUND TO TRUE
           END-READ.
           IF KEY-NOT-FOUND
               ADD 1 TO WS-RULE-COUNT(WS-RULE-NO)
               MOVE SPACES TO PRINT-REC
               STRING "JOB " DELIMITED BY SIZE
                   JOB-NUMBER DELIMITED BY SIZE
                   "  ORDERED " DELIMITED BY SIZE
                   JOB-ORDER-DATE DELIMITED BY SIZE
                   "  STATUS " DELIMITED BY SIZE
                   JOB-STATUS DELIMITED BY SIZE
                   "  CUSTOMER " DELIMITED BY SIZE
                   JOB-CUST-NUMBER DELIMITED BY SIZE
                   INTO PRINT-REC
               WRITE PRINT-REC
               PERFORM CHECK-PRINT-STATUS
           END-IF.
       7100-CHECK-ONE-JOB-EXIT.
           EXIT.

      ******************************************************************
      * 8000-WRITE-RULE-HEADING / 8100-WRITE-RULE-COUNT - each rule's
      * group opens with its number and title and closes with the
      * count of broken links it found.
      ******************************************************************
       8000-WRITE-RULE-HEADING.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE SPACES TO PRINT-REC.
           STRING "RULE " DELIMITED BY SIZE
               WS-RULE-NO DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-RULE-TITLE(WS-RULE-NO) DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.

       8100-WRITE-RULE-COUNT.
           ADD WS-RULE-COUNT(WS-RULE-NO) TO WS-TOTAL-BROKEN.
           MOVE WS-RULE-COUNT(WS-RULE-NO) TO WS-COUNT-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "    BROKEN LINKS : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.

       8200-WRITE-NOT-CHECKED.
           MOVE "N" TO WS-RULE-CHECKED(WS-RULE-NO).
           MOVE SPACES TO PRINT-REC.
           STRING "    " DELIMITED BY SIZE
               WS-NOT-CHECKED-FILE DELIMITED BY SPACE
               " NOT ON HAND - RULE NOT CHECKED." DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.

      * 8300-FIND-LOT - caller moves the lot number to LOT_NUMBER_OUT.
       8300-FIND-LOT.
           SET KEY-FOUND TO TRUE.
           READ MASTER-FILE KEY IS LOT_NUMBER_OUT
               INVALID KEY
                   SET KEY-NOT-FOUND TO TRUE
           END-READ.

      ******************************************************************
      * 9000-FINISH - the summary repeats every rule with its count so
      * the front page alone says where the fixing is needed, then the
      * report goes to the spool.
      ******************************************************************
       9000-FINISH.
           IF LOT-MASTER-ON-HAND
               CLOSE MASTER-FILE
           END-IF.
           IF DEP-MASTER-ON-HAND
               CLOSE EMP-FILE
           END-IF.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE DASH-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE SPACES TO PRINT-REC.
           STRING "SUMMARY BY RULE" DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE 1 TO WS-RULE-NO.
           PERFORM 9100-WRITE-SUMMARY-LINE
               UNTIL WS-RULE-NO > 8.
           MOVE WS-TOTAL-BROKEN TO WS-COUNT-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "TOTAL BROKEN LINKS" DELIMITED BY SIZE
               "                              " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           CLOSE PRINT-FILE.
           MOVE "XREFRPT" TO SPC-REPORT-NAME.
           MOVE "XREFRPT" TO SPC-SOURCE-PATH.
           CALL "SPOOLCAP" USING SPOOL-CAP-AREA.
           DISPLAY "INTEGRITY SWEEP COMPLETE - " WS-TOTAL-BROKEN
               " BROKEN LINKS - SEE XREFRPT.".

       9100-WRITE-SUMMARY-LINE.
           MOVE SPACES TO PRINT-REC.
           IF WS-RULE-CHECKED(WS-RULE-NO) = "N"
               STRING WS-RULE-NO DELIMITED BY SIZE
                   ". " DELIMITED BY SIZE
                   WS-RULE-TITLE(WS-RULE-NO) DELIMITED BY SIZE
                   "    NOT CHECKED" DELIMITED BY SIZE
                   INTO PRINT-REC
           ELSE
               MOVE WS-RULE-COUNT(WS-RULE-NO) TO WS-COUNT-ED
               STRING WS-RULE-NO DELIMITED BY SIZE
                   ". " DELIMITED BY SIZE
                   WS-RULE-TITLE(WS-RULE-NO) DELIMITED BY SIZE
                   "     " DELIMITED BY SIZE
                   WS-COUNT-ED DELIMITED BY SIZE
                   INTO PRINT-REC
           END-IF.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           ADD 1 TO WS-RULE-NO.

      ******************************************************************
      * ABEND-FILE-ERROR - common stop point for any file operation
      * that comes back with a status this program was not already
      * expecting to handle.
      ******************************************************************
       ABEND-FILE-ERROR.
           DISPLAY "*** FILE ERROR ON " WS-ERR-FILE-NAME.
           DISPLAY "*** FILE STATUS = " WS-ERR-STATUS.
           DISPLAY "INTEGRITY SWEEP TERMINATED - SEE FILE STATUS "
               "ABOVE.".
           STOP RUN.

       CHECK-MASTER-STATUS.
           IF WS-MASTER-STATUS NOT = "00"
               MOVE "MASTER-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-MASTER-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-MASTER-READ-STATUS.
           IF WS-MASTER-STATUS NOT = "00" AND
               WS-MASTER-STATUS NOT = "02"
               MOVE "MASTER-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-MASTER-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-OWNR-STATUS.
           IF WS-OWNR-STATUS NOT = "00"
               MOVE "OWNER-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-OWNR-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-LEDG-STATUS.
           IF WS-LEDG-STATUS NOT = "00"
               MOVE "LEDGER-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-LEDG-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-ANNO-STATUS.
           IF WS-ANNO-STATUS NOT = "00"
               MOVE "ANNOTATION-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-ANNO-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-IMP-STATUS.
           IF WS-IMP-STATUS NOT = "00"
               MOVE "IMPROVEMENT-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-IMP-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-EMP-STATUS.
           IF WS-EMP-STATUS NOT = "00"
               MOVE "EMP-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-EMP-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-TXN-STATUS.
           IF WS-TXN-STATUS NOT = "00"
               MOVE "TXN-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-TXN-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-HOLD-STATUS.
           IF WS-HOLD-STATUS NOT = "00"
               MOVE "HOLD-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-HOLD-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-CIF-STATUS.
           IF WS-CIF-STATUS NOT = "00"
               MOVE "CIF-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-CIF-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-JOB-STATUS.
           IF WS-JOB-STATUS NOT = "00"
               MOVE "JOB-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-JOB-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-CUST-STATUS.
           IF WS-CUST-STATUS NOT = "00"
               MOVE "CUSTOMER-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-CUST-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-PRINT-STATUS.
           IF WS-PRINT-STATUS NOT = "00"
               MOVE "PRINT-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-PRINT-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       END PROGRAM XREFCHK.
