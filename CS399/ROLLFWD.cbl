      ******************************************************************
      * Author:
      * Date:
      * Purpose: Roll-forward of a restored master - once a backup
      *          generation has been put back by the restore program,
      *          reapplies the after-images every updating program
      *          journalled to RCVJRNL since that generation was
      *          taken, in the order they were made, up to a chosen
      *          date and time (or to the end of the journal).  Each
      *          row reapplied is listed on RFWDRPT with counts by
      *          action, and the rolled-forward file's record count,
      *          value total and key hash are re-derived and proved
      *          against MASTCTL or DEPCTL the same way the
      *          verification batch does.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROLLFWD.
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

       SELECT EMP-FILE
           ASSIGN TO 'D:\Files\Cobol\CS399\ESCABARTE2.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACCOUNT_NUMBER_OUT
           FILE STATUS IS WS-EMP-STATUS.

       SELECT RECOVERY-JOURNAL-FILE
           ASSIGN TO "RCVJRNL"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RJN-STATUS.

       SELECT BACKUP-LOG-FILE
           ASSIGN TO "BACKLOG"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-BLOG-STATUS.

       SELECT LOT-CONTROL-FILE
           ASSIGN TO "MASTCTL"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FCTL-STATUS.

       SELECT DEP-CONTROL-FILE
           ASSIGN TO "DEPCTL"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FCTL-STATUS.

       SELECT PRINT-FILE
           ASSIGN TO "RFWDRPT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD MASTER-FILE
           DATA RECORD IS OUTPUT-REC.

       COPY "PROPREC.cpy".

       FD EMP-FILE
           DATA RECORD IS NEW-FILE.

       COPY "DEPREC.cpy".

       FD RECOVERY-JOURNAL-FILE
           DATA RECORD IS RJN-REC.

       COPY "RJNREC.cpy".

       FD BACKUP-LOG-FILE
           DATA RECORD IS BLOG-REC.

       COPY "BLOGREC.cpy".

      ******************************************************************
      * Only one control is read in a run, so both are taken INTO the
      * shared FCTLREC layout in working storage.
      ******************************************************************
       FD LOT-CONTROL-FILE
           DATA RECORD IS LCTL-IMAGE.

       01 LCTL-IMAGE PIC X(35).

       FD DEP-CONTROL-FILE
           DATA RECORD IS DCTL-IMAGE.

       01 DCTL-IMAGE PIC X(35).

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
       01 WS-EMP-STATUS PIC X(2).
       01 WS-RJN-STATUS PIC X(2).
       01 WS-BLOG-STATUS PIC X(2).
       01 WS-FCTL-STATUS PIC X(2).
       01 WS-PRINT-STATUS PIC X(2).
       01 WS-EOF PIC X(1) VALUE "N".
       01 DASH-LINE PIC X(66) VALUE ALL "-".

       COPY "FCTLREC.cpy".

       01 WS-WHICH-MASTER PIC X(1) VALUE SPACE.
           88 ROLL-LOTS VALUE "L".
           88 ROLL-DEPOSITS VALUE "D".
       01 WS-GENERATION PIC 9 VALUE ZERO.
       01 WS-GEN-FOUND PIC X(1) VALUE "N".
       01 WS-CONFIRM PIC X(1) VALUE SPACE.
       01 WS-CUTOFF-DATE-IN PIC 9(8) VALUE ZERO.
       01 WS-CUTOFF-TIME-IN PIC 9(6) VALUE ZERO.

      * THE STAMPS ARE HELD AS DATE-THEN-TIME SO ONE NUMERIC COMPARE
      * ORDERS THEM.  THE BASE STAMP IS WHEN THE RESTORED GENERATION
      * WAS TAKEN; THE CUTOFF IS THE LAST MOMENT TO ROLL FORWARD TO.
       01 WS-BASE-STAMP.
           05 WS-BASE-DATE PIC 9(8) VALUE ZERO.
           05 WS-BASE-TIME PIC 9(8) VALUE ZERO.
       01 WS-BASE-STAMP-N REDEFINES WS-BASE-STAMP PIC 9(16).
       01 WS-CUTOFF-STAMP.
           05 WS-CUTOFF-DATE PIC 9(8) VALUE 99999999.
           05 WS-CUTOFF-TIME PIC 9(8) VALUE 99999999.
       01 WS-CUTOFF-STAMP-N REDEFINES WS-CUTOFF-STAMP PIC 9(16).
       01 WS-ROW-STAMP.
           05 WS-ROW-DATE PIC 9(8).
           05 WS-ROW-TIME PIC 9(8).
       01 WS-ROW-STAMP-N REDEFINES WS-ROW-STAMP PIC 9(16).
       01 WS-ROW-BACKUP-STAMP.
           05 WS-ROW-BACKUP-DATE PIC 9(8).
           05 WS-ROW-BACKUP-TIME PIC 9(8).
       01 WS-ROW-BACKUP-STAMP-N REDEFINES WS-ROW-BACKUP-STAMP
           PIC 9(16).

       01 WS-ROWS-READ PIC 9(7) VALUE ZERO.
       01 WS-ADDED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-CHANGED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-DELETED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-GONE-COUNT PIC 9(7) VALUE ZERO.
       01 WS-AFTER-CUTOFF PIC 9(7) VALUE ZERO.
       01 WS-ROW-KEY PIC X(9) VALUE SPACES.
       01 WS-ROW-NOTE PIC X(16) VALUE SPACES.

       01 WS-DERIVED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-DERIVED-VALUE PIC 9(13)V99 VALUE ZERO.
       01 WS-DERIVED-KEY PIC 9(13) VALUE ZERO.
       01 WS-DRIFT-SWITCH PIC X VALUE "N".
           88 FILE-DRIFTED VALUE "Y".
       01 WS-CTL-NAME PIC X(7) VALUE SPACES.
       01 WS-COUNT-ED PIC Z,ZZZ,ZZ9.
       01 WS-VALUE-ED PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-KEY-ED PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.

      * WS-ERR-FILE-NAME/WS-ERR-STATUS ARE SET BY THE CHECK-xxx-STATUS
      * PARAGRAPHS BELOW BEFORE PERFORMING ABEND-FILE-ERROR.
       01 WS-ERR-FILE-NAME PIC X(20).
       01 WS-ERR-STATUS PIC X(2).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           PERFORM 1500-FIND-GENERATION.
           PERFORM 2000-CONFIRM.
           PERFORM 3000-ROLL-FORWARD.
           PERFORM 4000-PROVE-CONTROL.
           PERFORM 5000-FINISH.
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - which master, which generation was restored
      * and how far to roll.  A zero cutoff date rolls to the end of
      * the journal; a cutoff date with a zero time rolls through the
      * whole of that day.
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-ENV-MASTER-PATH FROM ENVIRONMENT "MASTERFILE".
           IF WS-ENV-MASTER-PATH NOT = SPACES
               MOVE WS-ENV-MASTER-PATH TO WS-MASTER-PATH
           END-IF.
           DISPLAY "ROLL-FORWARD FROM THE RECOVERY JOURNAL".
           DISPLAY "ROLL FORWARD WHICH MASTER (L=LOTS, D=DEPOSITS) : ".
           ACCEPT WS-WHICH-MASTER.
           IF NOT ROLL-LOTS AND NOT ROLL-DEPOSITS
               DISPLAY "ANSWER L OR D - NOTHING REAPPLIED."
               STOP RUN
           END-IF.
           DISPLAY "GENERATION RESTORED (1-5) : ".
           ACCEPT WS-GENERATION.
           DISPLAY "ROLL FORWARD THROUGH DATE (YYYYMMDD, 0 = END OF "
               "JOURNAL) : ".
           ACCEPT WS-CUTOFF-DATE-IN.
           IF WS-CUTOFF-DATE-IN NOT = ZERO
               DISPLAY "THROUGH TIME (HHMMSS, 0 = WHOLE DAY) : "
               ACCEPT WS-CUTOFF-TIME-IN
               MOVE WS-CUTOFF-DATE-IN TO WS-CUTOFF-DATE
               IF WS-CUTOFF-TIME-IN NOT = ZERO
                   COMPUTE WS-CUTOFF-TIME =
                       WS-CUTOFF-TIME-IN * 100 + 99
               END-IF
           END-IF.

      ******************************************************************
      * 1500-FIND-GENERATION - the generations cycle, so the stamp of
      * the restored one is the LAST register row written for it.
      ******************************************************************
       1500-FIND-GENERATION.
           OPEN INPUT BACKUP-LOG-FILE.
           IF WS-BLOG-STATUS = "35"
               DISPLAY "NO BACKUP REGISTER ON HAND - NOTHING TO ROLL "
                   "FORWARD FROM."
               STOP RUN
           END-IF.
           PERFORM CHECK-BLOG-STATUS.
           MOVE "N" TO WS-EOF.
           PERFORM 1510-READ-BACKUP-LOG THRU 1510-READ-BACKUP-LOG-EXIT
               UNTIL WS-EOF = "Y".
           CLOSE BACKUP-LOG-FILE.
           IF WS-GEN-FOUND = "N"
               DISPLAY "GENERATION " WS-GENERATION
                   " IS NOT ON THE BACKUP REGISTER - NOTHING "
                   "REAPPLIED."
               STOP RUN
           END-IF.

       1510-READ-BACKUP-LOG.
           READ BACKUP-LOG-FILE
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   IF BLOG-GENERATION = WS-GENERATION
                       MOVE "Y" TO WS-GEN-FOUND
                       MOVE BLOG-DATE TO WS-BASE-DATE
                       MOVE BLOG-TIME TO WS-BASE-TIME
                   END-IF
           END-READ.
           IF WS-BLOG-STATUS NOT = "00" AND WS-BLOG-STATUS NOT = "10"
               MOVE "BACKUP-LOG-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-BLOG-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.
       1510-READ-BACKUP-LOG-EXIT.
           EXIT.

      ******************************************************************
      * 2000-CONFIRM - the operator sees which backup the journal will
      * be laid on and how far, and only an explicit Y goes ahead.
      * The master must already hold that generation - this program
      * does not restore it.
      ******************************************************************
       2000-CONFIRM.
           DISPLAY "GENERATION " WS-GENERATION " WAS TAKEN "
               WS-BASE-DATE " " WS-BASE-TIME.
           IF WS-CUTOFF-DATE-IN = ZERO
               DISPLAY "ROLLING FORWARD TO THE END OF THE JOURNAL."
           ELSE
               DISPLAY "ROLLING FORWARD THROUGH " WS-CUTOFF-DATE " "
                   WS-CUTOFF-TIME
           END-IF.
           DISPLAY "THE MASTER MUST HOLD THIS GENERATION AS RESTORED "
               "- CONTINUE (Y/N) : ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "NOTHING REAPPLIED."
               STOP RUN
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           PERFORM CHECK-PRINT-STATUS.
           MOVE SPACES TO PRINT-REC.
           IF ROLL-LOTS
               STRING "ROLL-FORWARD - PROPERTY MASTER, GENERATION "
                   DELIMITED BY SIZE
                   WS-GENERATION DELIMITED BY SIZE
                   INTO PRINT-REC
           ELSE
               STRING "ROLL-FORWARD - DEPOSIT MASTER, GENERATION "
                   DELIMITED BY SIZE
                   WS-GENERATION DELIMITED BY SIZE
                   INTO PRINT-REC
           END-IF.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE SPACES TO PRINT-REC.
           STRING "BACKUP TAKEN " DELIMITED BY SIZE
               WS-BASE-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-BASE-TIME DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE SPACES TO PRINT-REC.
           IF WS-CUTOFF-DATE-IN = ZERO
               STRING "ROLLED TO THE END OF THE JOURNAL"
                   DELIMITED BY SIZE INTO PRINT-REC
           ELSE
               STRING "ROLLED THROUGH " DELIMITED BY SIZE
                   WS-CUTOFF-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-CUTOFF-TIME DELIMITED BY SIZE
                   INTO PRINT-REC
           END-IF.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE SPACES TO PRINT-REC.
           STRING "DATE     TIME     PROGRAM  ACTION KEY"
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE DASH-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.

      ******************************************************************
      * 3000-ROLL-FORWARD - one pass of RCVJRNL in the order the
      * updates were made.  A row belongs to this roll-forward when
      * it is for this master and was stamped with a backup taken at
      * or after the restored generation; it is reapplied when it
      * falls at or before the cutoff.
      ******************************************************************
       3000-ROLL-FORWARD.
           OPEN INPUT RECOVERY-JOURNAL-FILE.
           IF WS-RJN-STATUS = "35"
               DISPLAY "NO RECOVERY JOURNAL ON HAND - NOTHING TO "
                   "REAPPLY."
           ELSE
               PERFORM CHECK-RJN-STATUS
               IF ROLL-LOTS
                   OPEN I-O MASTER-FILE
                   PERFORM CHECK-MASTER-STATUS
               ELSE
                   OPEN I-O EMP-FILE
                   PERFORM CHECK-EMP-STATUS
               END-IF
               MOVE "N" TO WS-EOF
               PERFORM 3100-READ-ONE-ROW THRU 3100-READ-ONE-ROW-EXIT
                   UNTIL WS-EOF = "Y"
               CLOSE RECOVERY-JOURNAL-FILE
               IF ROLL-LOTS
                   CLOSE MASTER-FILE
               ELSE
                   CLOSE EMP-FILE
               END-IF
           END-IF.

       3100-READ-ONE-ROW.
           READ RECOVERY-JOURNAL-FILE
               AT END
                   MOVE "Y" TO WS-EOF
                   GO TO 3100-READ-ONE-ROW-EXIT
           END-READ.
           PERFORM CHECK-RJN-STATUS.
           ADD 1 TO WS-ROWS-READ.
           IF RJN-MASTER NOT = WS-WHICH-MASTER
               GO TO 3100-READ-ONE-ROW-EXIT
           END-IF.
           MOVE RJN-BACKUP-DATE TO WS-ROW-BACKUP-DATE.
           MOVE RJN-BACKUP-TIME TO WS-ROW-BACKUP-TIME.
           IF WS-ROW-BACKUP-STAMP-N < WS-BASE-STAMP-N
               GO TO 3100-READ-ONE-ROW-EXIT
           END-IF.
           MOVE RJN-DATE TO WS-ROW-DATE.
           MOVE RJN-TIME TO WS-ROW-TIME.
           IF WS-ROW-STAMP-N > WS-CUTOFF-STAMP-N
               ADD 1 TO WS-AFTER-CUTOFF
               GO TO 3100-READ-ONE-ROW-EXIT
           END-IF.
           MOVE SPACES TO WS-ROW-NOTE.
           IF ROLL-LOTS
               PERFORM 3200-APPLY-LOT-ROW
           ELSE
               PERFORM 3300-APPLY-DEP-ROW
           END-IF.
           PERFORM 3400-WRITE-ROW-LINE.
       3100-READ-ONE-ROW-EXIT.
           EXIT.

      ******************************************************************
      * 3200-APPLY-LOT-ROW - an add or change lays the after-image
      * down whole, rewriting where the lot is there and writing it
      * where it is not; a delete that finds the lot already gone is
      * counted but is not an error, so a second run over the same
      * journal leaves the file as the first one did.
      ******************************************************************
       3200-APPLY-LOT-ROW.
           MOVE RJN-IMAGE(1:9) TO WS-ROW-KEY.
           MOVE RJN-IMAGE TO OUTPUT-REC.
           IF RJN-DELETED
               DELETE MASTER-FILE RECORD
                   INVALID KEY
                       ADD 1 TO WS-GONE-COUNT
                       MOVE "ALREADY GONE" TO WS-ROW-NOTE
                   NOT INVALID KEY
                       ADD 1 TO WS-DELETED-COUNT
               END-DELETE
           ELSE
               REWRITE OUTPUT-REC
                   INVALID KEY
                       MOVE RJN-IMAGE TO OUTPUT-REC
                       WRITE OUTPUT-REC
                       PERFORM CHECK-WRITE-LOT-STATUS
               END-REWRITE
               PERFORM CHECK-WRITE-LOT-STATUS
               IF RJN-ADDED
                   ADD 1 TO WS-ADDED-COUNT
               ELSE
                   ADD 1 TO WS-CHANGED-COUNT
               END-IF
           END-IF.

       3300-APPLY-DEP-ROW.
           MOVE RJN-IMAGE(1:5) TO WS-ROW-KEY.
           MOVE RJN-IMAGE TO NEW-FILE.
           IF RJN-DELETED
               DELETE EMP-FILE RECORD
                   INVALID KEY
                       ADD 1 TO WS-GONE-COUNT
                       MOVE "ALREADY GONE" TO WS-ROW-NOTE
                   NOT INVALID KEY
                       ADD 1 TO WS-DELETED-COUNT
               END-DELETE
           ELSE
               REWRITE NEW-FILE
                   INVALID KEY
                       MOVE RJN-IMAGE TO NEW-FILE
                       WRITE NEW-FILE
                       PERFORM CHECK-WRITE-DEP-STATUS
               END-REWRITE
               PERFORM CHECK-WRITE-DEP-STATUS
               IF RJN-ADDED
                   ADD 1 TO WS-ADDED-COUNT
               ELSE
                   ADD 1 TO WS-CHANGED-COUNT
               END-IF
           END-IF.

       3400-WRITE-ROW-LINE.
           MOVE SPACES TO PRINT-REC.
           STRING RJN-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RJN-TIME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RJN-PROGRAM DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RJN-ACTION DELIMITED BY SIZE
               "      " DELIMITED BY SIZE
               WS-ROW-KEY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ROW-NOTE DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.

      ******************************************************************
      * 4000-PROVE-CONTROL - the counts by action, then the rolled-
      * forward file's totals re-derived and set against the running
      * control.  The control was never restored, so a roll to the
      * end of the journal should agree with it exactly; a roll to an
      * earlier point will differ by whatever came after the cutoff.
      ******************************************************************
       4000-PROVE-CONTROL.
           MOVE DASH-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE WS-ADDED-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "RECORDS ADDED          : " WS-COUNT-ED
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE WS-CHANGED-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "RECORDS CHANGED        : " WS-COUNT-ED
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE WS-DELETED-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "RECORDS DELETED        : " WS-COUNT-ED
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE WS-GONE-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "DELETES ALREADY GONE   : " WS-COUNT-ED
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE WS-AFTER-CUTOFF TO WS-COUNT-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "LEFT PAST THE CUTOFF   : " WS-COUNT-ED
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE DASH-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE ZERO TO WS-DERIVED-COUNT WS-DERIVED-VALUE
               WS-DERIVED-KEY.
           MOVE "N" TO WS-EOF.
           IF ROLL-LOTS
               MOVE "MASTCTL" TO WS-CTL-NAME
               PERFORM 4100-TALLY-LOTS
           ELSE
               MOVE "DEPCTL" TO WS-CTL-NAME
               PERFORM 4200-TALLY-DEPOSITS
           END-IF.
           PERFORM 4300-READ-CONTROL.
           PERFORM 4400-COMPARE-TOTALS.

       4100-TALLY-LOTS.
           OPEN INPUT MASTER-FILE.
           PERFORM CHECK-MASTER-STATUS.
           MOVE ZERO TO LOT_NUMBER_OUT.
           START MASTER-FILE KEY IS NOT LESS THAN LOT_NUMBER_OUT
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START.
           PERFORM 4110-TALLY-ONE-LOT THRU 4110-TALLY-ONE-LOT-EXIT
               UNTIL WS-EOF = "Y".
           CLOSE MASTER-FILE.

       4110-TALLY-ONE-LOT.
           READ MASTER-FILE NEXT RECORD
           AT END
               MOVE "Y" TO WS-EOF
           NOT AT END
               ADD 1 TO WS-DERIVED-COUNT
               ADD ASSESSED_VAL_OUT TO WS-DERIVED-VALUE
               ADD LOT_NUMBER_OUT TO WS-DERIVED-KEY
           END-READ.
       4110-TALLY-ONE-LOT-EXIT.
           EXIT.

       4200-TALLY-DEPOSITS.
           OPEN INPUT EMP-FILE.
           PERFORM CHECK-EMP-STATUS.
           MOVE ZERO TO ACCOUNT_NUMBER_OUT.
           START EMP-FILE KEY IS NOT LESS THAN ACCOUNT_NUMBER_OUT
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START.
           PERFORM 4210-TALLY-ONE-DEP THRU 4210-TALLY-ONE-DEP-EXIT
               UNTIL WS-EOF = "Y".
           CLOSE EMP-FILE.

       4210-TALLY-ONE-DEP.
           READ EMP-FILE NEXT RECORD
           AT END
               MOVE "Y" TO WS-EOF
           NOT AT END
               ADD 1 TO WS-DERIVED-COUNT
               ADD DEP-BALANCE-OUT TO WS-DERIVED-VALUE
               ADD ACCOUNT_NUMBER_OUT TO WS-DERIVED-KEY
           END-READ.
       4210-TALLY-ONE-DEP-EXIT.
           EXIT.

       4300-READ-CONTROL.
           MOVE ZERO TO FCTL-RECORD-COUNT FCTL-VALUE-TOTAL
               FCTL-KEY-TOTAL.
           IF ROLL-LOTS
               OPEN INPUT LOT-CONTROL-FILE
               IF WS-FCTL-STATUS NOT = "35"
                   PERFORM CHECK-FCTL-STATUS
                   READ LOT-CONTROL-FILE INTO FCTL-REC
                       AT END
                           CONTINUE
                   END-READ
                   CLOSE LOT-CONTROL-FILE
               END-IF
           ELSE
               OPEN INPUT DEP-CONTROL-FILE
               IF WS-FCTL-STATUS NOT = "35"
                   PERFORM CHECK-FCTL-STATUS
                   READ DEP-CONTROL-FILE INTO FCTL-REC
                       AT END
                           CONTINUE
                   END-READ
                   CLOSE DEP-CONTROL-FILE
               END-IF
           END-IF.

       4400-COMPARE-TOTALS.
           MOVE "N" TO WS-DRIFT-SWITCH.
           MOVE SPACES TO PRINT-REC.
           STRING "PROOF AGAINST " DELIMITED BY SIZE
               WS-CTL-NAME DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           IF FCTL-RECORD-COUNT NOT = WS-DERIVED-COUNT
               SET FILE-DRIFTED TO TRUE
               MOVE FCTL-RECORD-COUNT TO WS-COUNT-ED
               MOVE SPACES TO PRINT-REC
               STRING "*** RECORD COUNT DIFFERS - CONTROL "
                   WS-COUNT-ED DELIMITED BY SIZE INTO PRINT-REC
               WRITE PRINT-REC
               PERFORM CHECK-PRINT-STATUS
               MOVE WS-DERIVED-COUNT TO WS-COUNT-ED
               MOVE SPACES TO PRINT-REC
               STRING "                         FILE    "
                   WS-COUNT-ED DELIMITED BY SIZE INTO PRINT-REC
               WRITE PRINT-REC
               PERFORM CHECK-PRINT-STATUS
           END-IF.
           IF FCTL-VALUE-TOTAL NOT = WS-DERIVED-VALUE
               SET FILE-DRIFTED TO TRUE
               MOVE FCTL-VALUE-TOTAL TO WS-VALUE-ED
               MOVE SPACES TO PRINT-REC
               STRING "*** VALUE TOTAL DIFFERS - CONTROL "
                   WS-VALUE-ED DELIMITED BY SIZE INTO PRINT-REC
               WRITE PRINT-REC
               PERFORM CHECK-PRINT-STATUS
               MOVE WS-DERIVED-VALUE TO WS-VALUE-ED
               MOVE SPACES TO PRINT-REC
               STRING "                        FILE    "
                   WS-VALUE-ED DELIMITED BY SIZE INTO PRINT-REC
               WRITE PRINT-REC
               PERFORM CHECK-PRINT-STATUS
           END-IF.
           IF FCTL-KEY-TOTAL NOT = WS-DERIVED-KEY
               SET FILE-DRIFTED TO TRUE
               MOVE FCTL-KEY-TOTAL TO WS-KEY-ED
               MOVE SPACES TO PRINT-REC
               STRING "*** KEY HASH DIFFERS - CONTROL "
                   WS-KEY-ED DELIMITED BY SIZE INTO PRINT-REC
               WRITE PRINT-REC
               PERFORM CHECK-PRINT-STATUS
               MOVE WS-DERIVED-KEY TO WS-KEY-ED
               MOVE SPACES TO PRINT-REC
               STRING "                     FILE    "
                   WS-KEY-ED DELIMITED BY SIZE INTO PRINT-REC
               WRITE PRINT-REC
               PERFORM CHECK-PRINT-STATUS
           END-IF.
           IF FILE-DRIFTED
               MOVE SPACES TO PRINT-REC
               STRING "ROLLED-FORWARD FILE DOES NOT AGREE WITH "
                   DELIMITED BY SIZE
                   WS-CTL-NAME DELIMITED BY SIZE
                   INTO PRINT-REC
               WRITE PRINT-REC
               PERFORM CHECK-PRINT-STATUS
               DISPLAY "ROLLED-FORWARD FILE DOES NOT AGREE WITH "
                   WS-CTL-NAME " - SEE RFWDRPT."
           ELSE
               MOVE SPACES TO PRINT-REC
               STRING "CONTROL AND ROLLED-FORWARD FILE AGREE."
                   DELIMITED BY SIZE INTO PRINT-REC
               WRITE PRINT-REC
               PERFORM CHECK-PRINT-STATUS
               DISPLAY "CONTROL AND ROLLED-FORWARD FILE AGREE."
           END-IF.

      ******************************************************************
      * 5000-FINISH - after a roll to an earlier point the file no
      * longer matches the journal written since, so a fresh backup
      * is taken before anything else updates it.
      ******************************************************************
       5000-FINISH.
           IF WS-CUTOFF-DATE-IN NOT = ZERO
               MOVE SPACES TO PRINT-REC
               STRING "POINT-IN-TIME ROLL - TAKE A FRESH BACKUP "
                   DELIMITED BY SIZE
                   "(BACKMAST) BEFORE ANY UPDATING RUN."
                   DELIMITED BY SIZE
                   INTO PRINT-REC
               WRITE PRINT-REC
               PERFORM CHECK-PRINT-STATUS
               DISPLAY "POINT-IN-TIME ROLL - TAKE A FRESH BACKUP "
                   "(BACKMAST) BEFORE ANY UPDATING RUN."
           END-IF.
           CLOSE PRINT-FILE.
           DISPLAY "ROWS REAPPLIED  : "
               WS-ADDED-COUNT " ADDED, " WS-CHANGED-COUNT " CHANGED, "
               WS-DELETED-COUNT " DELETED".
           DISPLAY "ROLL-FORWARD COMPLETE - SEE RFWDRPT.".

      ******************************************************************
      * ABEND-FILE-ERROR - common stop point for any file operation
      * that comes back with a status this program was not already
      * expecting to handle.
      ******************************************************************
       ABEND-FILE-ERROR.
           DISPLAY "*** FILE ERROR ON " WS-ERR-FILE-NAME.
           DISPLAY "*** FILE STATUS = " WS-ERR-STATUS.
           DISPLAY "ROLL-FORWARD TERMINATED - SEE FILE STATUS ABOVE.".
           STOP RUN.

       CHECK-WRITE-LOT-STATUS.
           IF WS-MASTER-STATUS NOT = "00" AND
               WS-MASTER-STATUS NOT = "02"
               MOVE "MASTER-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-MASTER-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-WRITE-DEP-STATUS.
           IF WS-EMP-STATUS NOT = "00"
               MOVE "EMP-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-EMP-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-MASTER-STATUS.
           IF WS-MASTER-STATUS NOT = "00"
               MOVE "MASTER-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-MASTER-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-EMP-STATUS.
           IF WS-EMP-STATUS NOT = "00"
               MOVE "EMP-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-EMP-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-RJN-STATUS.
           IF WS-RJN-STATUS NOT = "00"
               MOVE "RECOVERY-JOURNAL" TO WS-ERR-FILE-NAME
               MOVE WS-RJN-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-BLOG-STATUS.
           IF WS-BLOG-STATUS NOT = "00"
               MOVE "BACKUP-LOG-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-BLOG-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-FCTL-STATUS.
           IF WS-FCTL-STATUS NOT = "00"
               MOVE WS-CTL-NAME TO WS-ERR-FILE-NAME
               MOVE WS-FCTL-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-PRINT-STATUS.
           IF WS-PRINT-STATUS NOT = "00"
               MOVE "PRINT-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-PRINT-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       END PROGRAM ROLLFWD.
