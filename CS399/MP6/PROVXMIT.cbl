      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly provincial transmittal - gathers every change
      *          made to the assessment roll in the month keyed at run
      *          time and sends it to the Provincial Assessor on the
      *          agreed fixed layout (PROVROLL, see PXMTREC): the new
      *          tax declarations off TDREG, the transfers off
      *          XFERREG, the subdivisions and consolidations off
      *          LOTLINK, and off the MASTAUD trail the retirements
      *          (lots closed out, parents retired by a subdivision
      *          or consolidation) and the value changes (updates,
      *          revisions, appeals, improvements, depreciation,
      *          omitted assessments).  The valuation history on
      *          MASTHIST carries no date; every program that writes
      *          it writes the dated MASTAUD row beside it, so the
      *          month's value changes are taken from the trail.  A
      *          header, one detail row per change and a trailer with
      *          the detail count and value total make up the file,
      *          and a covering transmittal letter with the counts by
      *          kind of change is printed on PROVLTR.  Each month
      *          sent is logged on PROVLOG; a month already on the log
      *          is refused unless a resend is asked for, and the
      *          resend is logged as such.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROVXMIT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT TD-REGISTER-FILE
           ASSIGN TO "TDREG"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-TDREG-STATUS.

       SELECT TRANSFER-FILE
           ASSIGN TO "XFERREG"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-XFER-STATUS.

       SELECT LINK-FILE
           ASSIGN TO "LOTLINK"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LINK-STATUS.

       SELECT AUDIT-FILE
           ASSIGN TO "MASTAUD"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

       SELECT XMIT-FILE
           ASSIGN TO "PROVROLL"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-XMIT-STATUS.

       SELECT SENT-LOG-FILE
           ASSIGN TO "PROVLOG"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-SLOG-STATUS.

       SELECT PRINT-FILE
           ASSIGN TO "PROVLTR"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD TD-REGISTER-FILE
           DATA RECORD IS TD-REG-REC.

       COPY "TDREC.cpy".

       FD TRANSFER-FILE
           DATA RECORD IS XFER-REC.

       COPY "XFERREC.cpy".

       FD LINK-FILE
           DATA RECORD IS LINK-REC.

       COPY "LINKREC.cpy".

       FD AUDIT-FILE
           DATA RECORD IS AUDIT-REC.

       COPY "AUDREC.cpy".

       FD XMIT-FILE
           DATA RECORD IS PXM-REC.

       COPY "PXMTREC.cpy".

      ******************************************************************
      * SENT-LOG-REC - one row per transmittal sent: the month, when
      * and by whom, the count and value total the trailer carried,
      * and "R" where the month was sent again on request.
      ******************************************************************
       FD SENT-LOG-FILE
           DATA RECORD IS SENT-LOG-REC.

       01 SENT-LOG-REC.
           05 SLOG-MONTH PIC 9(6).
           05 SLOG-SENT-DATE PIC 9(8).
           05 SLOG-SENT-TIME PIC 9(6).
           05 SLOG-COUNT PIC 9(7).
           05 SLOG-VALUE-TOTAL PIC 9(11)V99.
           05 SLOG-OPERATOR-ID PIC X(8).
           05 SLOG-SEND-TYPE PIC X(1).
               88 SLOG-FIRST-SEND VALUE "F".
               88 SLOG-RESEND VALUE "R".

       FD PRINT-FILE
           DATA RECORD IS PRINT-REC.

       01 PRINT-REC PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-TDREG-STATUS PIC X(2).
       01 WS-XFER-STATUS PIC X(2).
       01 WS-LINK-STATUS PIC X(2).
       01 WS-AUDIT-STATUS PIC X(2).
       01 WS-XMIT-STATUS PIC X(2).
       01 WS-SLOG-STATUS PIC X(2).
       01 WS-PRINT-STATUS PIC X(2).
       01 WS-EOF PIC X(1) VALUE "N".
       01 DASH-LINE PIC X(90) VALUE ALL "-".

       01 WS-CURRENT-DATE PIC 9(8) VALUE ZERO.
       01 WS-CURRENT-TIME PIC 9(8) VALUE ZERO.
       01 WS-CURRENT-MONTH PIC 9(6) VALUE ZERO.

      * TRANSMITTAL PARAMETERS KEYED AT RUN TIME.
       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       01 WS-XMIT-MONTH PIC 9(6) VALUE ZERO.
       01 WS-XMIT-MONTH-R REDEFINES WS-XMIT-MONTH.
           05 WS-XMIT-YEAR PIC 9(4).
           05 WS-XMIT-MM PIC 9(2).
       01 WS-RESEND-ANSWER PIC X(1) VALUE "N".
           88 RESEND-REQUESTED VALUE "Y".

      * SENT-LOG FINDINGS FOR THE MONTH KEYED.
       01 WS-PRIOR-SENDS PIC 9(3) VALUE ZERO.
       01 WS-LAST-SENT-DATE PIC 9(8) VALUE ZERO.

      * THE DATE OF THE ROW IN HAND, TESTED AGAINST THE MONTH.
       01 WS-ROW-DATE PIC 9(8) VALUE ZERO.
       01 WS-ROW-DATE-R REDEFINES WS-ROW-DATE.
           05 WS-ROW-MONTH PIC 9(6).
           05 WS-ROW-DD PIC 9(2).

      ******************************************************************
      * CHANGE TOTALS - ONE SLOT PER KIND OF CHANGE, IN THE ORDER THE
      * DETAIL ROWS ARE WRITTEN AND THE LETTER LISTS THEM.
      ******************************************************************
       01 WS-TYPE-VALUES.
           05 FILLER PIC X(32) VALUE "NTNEW TAX DECLARATIONS          ".
           05 FILLER PIC X(32) VALUE "TRTRANSFERS OF OWNERSHIP        ".
           05 FILLER PIC X(32) VALUE "SDSUBDIVISIONS (CHILD LOTS)     ".
           05 FILLER PIC X(32) VALUE "CNCONSOLIDATIONS (PARENT LOTS)  ".
           05 FILLER PIC X(32) VALUE "RTRETIREMENTS                   ".
           05 FILLER PIC X(32) VALUE "VCVALUE CHANGES                 ".
       01 WS-TYPE-TABLE REDEFINES WS-TYPE-VALUES.
           05 WS-TYPE-ENTRY OCCURS 6 TIMES INDEXED BY TY-IDX.
               10 WS-TYPE-CODE PIC X(2).
               10 WS-TYPE-DESC PIC X(30).
       01 WS-TYPE-TOTALS.
           05 WS-TYPE-TOTAL OCCURS 6 TIMES.
               10 WS-TYPE-COUNT PIC 9(7).
               10 WS-TYPE-VALUE PIC 9(11)V99.
       01 WS-SUB PIC 9(2) VALUE ZERO.

       01 WS-DETAIL-COUNT PIC 9(7) VALUE ZERO.
       01 WS-VALUE-TOTAL PIC 9(11)V99 VALUE ZERO.

       01 WS-MONEY-ED PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-COUNT-ED PIC Z,ZZZ,ZZ9.

      * PARAMETER AREA FOR THE SHARED SPOOLCAP SPOOL CAPTURE ROUTINE.
       COPY "SPOOLREC.cpy".

      * WS-ERR-FILE-NAME/WS-ERR-STATUS ARE SET BY THE CHECK-xxx-STATUS
      * PARAGRAPHS BELOW BEFORE PERFORMING ABEND-FILE-ERROR.
       01 WS-ERR-FILE-NAME PIC X(20).
       01 WS-ERR-STATUS PIC X(2).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           PERFORM 1100-CHECK-SENT-LOG THRU 1100-CHECK-SENT-LOG-EXIT.
           PERFORM 1200-WRITE-HEADER.
           PERFORM 2000-NEW-DECLARATIONS
               THRU 2000-NEW-DECLARATIONS-EXIT.
           PERFORM 3000-TRANSFERS THRU 3000-TRANSFERS-EXIT.
           PERFORM 4000-LOT-LINKS THRU 4000-LOT-LINKS-EXIT.
           PERFORM 5000-AUDIT-CHANGES THRU 5000-AUDIT-CHANGES-EXIT.
           PERFORM 6000-WRITE-TRAILER.
           PERFORM 7000-PRINT-LETTER.
           PERFORM 8000-LOG-SEND.
           DISPLAY "PROVINCIAL TRANSMITTAL FOR " WS-XMIT-MONTH
               " WRITTEN - " WS-DETAIL-COUNT " CHANGES.".
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-DATE(1:6) TO WS-CURRENT-MONTH.
           INITIALIZE WS-TYPE-TOTALS.
           DISPLAY "PROVINCIAL ASSESSMENT ROLL TRANSMITTAL".
           DISPLAY "OPERATOR ID FOR THE SENT LOG : ".
           ACCEPT WS-OPERATOR-ID.
           DISPLAY "MONTH TO TRANSMIT (YYYYMM) : ".
           ACCEPT WS-XMIT-MONTH.
           IF WS-XMIT-MM < 1 OR WS-XMIT-MM > 12
               DISPLAY "MONTH " WS-XMIT-MONTH " IS NOT A VALID "
                   "YYYYMM - TRANSMITTAL NOT WRITTEN."
               STOP RUN
           END-IF.
           IF WS-XMIT-MONTH NOT < WS-CURRENT-MONTH
               DISPLAY "MONTH " WS-XMIT-MONTH " HAS NOT CLOSED - "
                   "TRANSMITTAL NOT WRITTEN."
               STOP RUN
           END-IF.
           DISPLAY "RESEND A MONTH ALREADY SENT (Y/N) : ".
           ACCEPT WS-RESEND-ANSWER.

      ******************************************************************
      * 1100-CHECK-SENT-LOG - a month already on PROVLOG goes again
      * only on a resend request; a resend asked for a month never
      * sent is simply a first send.
      ******************************************************************
       1100-CHECK-SENT-LOG.
           OPEN INPUT SENT-LOG-FILE.
           IF WS-SLOG-STATUS = "35"
               GO TO 1100-CHECK-SENT-LOG-EXIT
           END-IF.
           PERFORM CHECK-SLOG-STATUS.
           MOVE "N" TO WS-EOF.
           PERFORM 1150-READ-SENT-LOG THRU 1150-READ-SENT-LOG-EXIT
               UNTIL WS-EOF = "Y".
           CLOSE SENT-LOG-FILE.
           IF WS-PRIOR-SENDS > ZERO
               IF RESEND-REQUESTED
                   DISPLAY "MONTH " WS-XMIT-MONTH " LAST SENT "
                       WS-LAST-SENT-DATE " - RESENDING."
               ELSE
                   DISPLAY "MONTH " WS-XMIT-MONTH " WAS ALREADY SENT "
                       "ON " WS-LAST-SENT-DATE
                       " - ANSWER Y TO RESEND IT."
                   STOP RUN
               END-IF
           END-IF.
       1100-CHECK-SENT-LOG-EXIT.
           EXIT.

       1150-READ-SENT-LOG.
           READ SENT-LOG-FILE
               AT END
                   MOVE "Y" TO WS-EOF
                   GO TO 1150-READ-SENT-LOG-EXIT
           END-READ.
           PERFORM CHECK-SLOG-STATUS.
           IF SLOG-MONTH = WS-XMIT-MONTH
               ADD 1 TO WS-PRIOR-SENDS
               MOVE SLOG-SENT-DATE TO WS-LAST-SENT-DATE
           END-IF.
       1150-READ-SENT-LOG-EXIT.
           EXIT.

       1200-WRITE-HEADER.
           OPEN OUTPUT XMIT-FILE.
           PERFORM CHECK-XMIT-STATUS.
           MOVE SPACES TO PXM-REC.
           SET PXM-HEADER TO TRUE.
           MOVE WS-XMIT-MONTH TO PXM-H-MONTH.
           MOVE WS-CURRENT-DATE TO PXM-H-RUN-DATE.
           MOVE "COUNTY ASSESSOR" TO PXM-H-SENDER.
           IF WS-PRIOR-SENDS > ZERO
               MOVE "R" TO PXM-H-RESEND
           ELSE
               MOVE "F" TO PXM-H-RESEND
           END-IF.
           WRITE PXM-REC.
           PERFORM CHECK-XMIT-STATUS.

      ******************************************************************
      * 2000-NEW-DECLARATIONS - every TD issued in the month, whether
      * for a new lot, a subdivision child, a consolidated lot or a
      * transfer, with the TD it cancels and the value it declared.
      ******************************************************************
       2000-NEW-DECLARATIONS.
           OPEN INPUT TD-REGISTER-FILE.
           IF WS-TDREG-STATUS = "35"
               GO TO 2000-NEW-DECLARATIONS-EXIT
           END-IF.
           PERFORM CHECK-TDREG-STATUS.
           MOVE "N" TO WS-EOF.
           PERFORM 2100-READ-TD THRU 2100-READ-TD-EXIT
               UNTIL WS-EOF = "Y".
           CLOSE TD-REGISTER-FILE.
       2000-NEW-DECLARATIONS-EXIT.
           EXIT.

       2100-READ-TD.
           READ TD-REGISTER-FILE
               AT END
                   MOVE "Y" TO WS-EOF
                   GO TO 2100-READ-TD-EXIT
           END-READ.
           PERFORM CHECK-TDREG-STATUS.
           MOVE TD-ISSUE-DATE TO WS-ROW-DATE.
           IF WS-ROW-MONTH NOT = WS-XMIT-MONTH
               GO TO 2100-READ-TD-EXIT
           END-IF.
           PERFORM 9000-CLEAR-DETAIL.
           MOVE 1 TO WS-SUB.
           MOVE TD-ISSUE-DATE TO PXM-CHANGE-DATE.
           MOVE TD-LOT-NUMBER TO PXM-LOT-NUMBER.
           MOVE TD-NUMBER TO PXM-TD-NUMBER.
           MOVE TD-CANCELS-TD TO PXM-CANCELS-TD.
           MOVE TD-OWNER-NAME TO PXM-OWNER-NAME.
           MOVE TD-ACTION TO PXM-REFERENCE.
           MOVE TD-ASSESSED-VAL TO PXM-VALUE.
           PERFORM 9100-WRITE-DETAIL.
       2100-READ-TD-EXIT.
           EXIT.

      ******************************************************************
      * 3000-TRANSFERS - every conveyance recorded in the month, with
      * seller, buyer, deed number and the consideration declared.
      ******************************************************************
       3000-TRANSFERS.
           OPEN INPUT TRANSFER-FILE.
           IF WS-XFER-STATUS = "35"
               GO TO 3000-TRANSFERS-EXIT
           END-IF.
           PERFORM CHECK-XFER-STATUS.
           MOVE "N" TO WS-EOF.
           PERFORM 3100-READ-TRANSFER THRU 3100-READ-TRANSFER-EXIT
               UNTIL WS-EOF = "Y".
           CLOSE TRANSFER-FILE.
       3000-TRANSFERS-EXIT.
           EXIT.

       3100-READ-TRANSFER.
           READ TRANSFER-FILE
               AT END
                   MOVE "Y" TO WS-EOF
                   GO TO 3100-READ-TRANSFER-EXIT
           END-READ.
           PERFORM CHECK-XFER-STATUS.
           MOVE XFER-DATE TO WS-ROW-DATE.
           IF WS-ROW-MONTH NOT = WS-XMIT-MONTH
               GO TO 3100-READ-TRANSFER-EXIT
           END-IF.
           PERFORM 9000-CLEAR-DETAIL.
           MOVE 2 TO WS-SUB.
           MOVE XFER-DATE TO PXM-CHANGE-DATE.
           MOVE XFER-LOT-NUMBER TO PXM-LOT-NUMBER.
           MOVE XFER-BUYER TO PXM-OWNER-NAME.
           MOVE XFER-SELLER TO PXM-PRIOR-OWNER.
           MOVE XFER-DEED-NUMBER TO PXM-REFERENCE.
           MOVE XFER-ASSESSED-VAL TO PXM-PRIOR-VAL.
           MOVE XFER-ASSESSED-VAL TO PXM-VALUE.
           MOVE XFER-SELLING-PRICE TO PXM-CONSIDERATION.
           PERFORM 9100-WRITE-DETAIL.
       3100-READ-TRANSFER-EXIT.
           EXIT.

      ******************************************************************
      * 4000-LOT-LINKS - each parent/child pairing made in the month:
      * the child lot with the value allocated to it from the parent.
      ******************************************************************
       4000-LOT-LINKS.
           OPEN INPUT LINK-FILE.
           IF WS-LINK-STATUS = "35"
               GO TO 4000-LOT-LINKS-EXIT
           END-IF.
           PERFORM CHECK-LINK-STATUS.
           MOVE "N" TO WS-EOF.
           PERFORM 4100-READ-LINK THRU 4100-READ-LINK-EXIT
               UNTIL WS-EOF = "Y".
           CLOSE LINK-FILE.
       4000-LOT-LINKS-EXIT.
           EXIT.

       4100-READ-LINK.
           READ LINK-FILE
               AT END
                   MOVE "Y" TO WS-EOF
                   GO TO 4100-READ-LINK-EXIT
           END-READ.
           PERFORM CHECK-LINK-STATUS.
           MOVE LINK-DATE TO WS-ROW-DATE.
           IF WS-ROW-MONTH NOT = WS-XMIT-MONTH
               GO TO 4100-READ-LINK-EXIT
           END-IF.
           PERFORM 9000-CLEAR-DETAIL.
           IF LINK-ACTION = "C"
               MOVE 4 TO WS-SUB
               MOVE "CONSOL" TO PXM-REFERENCE
           ELSE
               MOVE 3 TO WS-SUB
               MOVE "SUBDIV" TO PXM-REFERENCE
           END-IF.
           MOVE LINK-DATE TO PXM-CHANGE-DATE.
           MOVE LINK-CHILD-LOT TO PXM-LOT-NUMBER.
           MOVE LINK-PARENT-LOT TO PXM-RELATED-LOT.
           MOVE LINK-ALLOC-VAL TO PXM-VALUE.
           PERFORM 9100-WRITE-DETAIL.
       4100-READ-LINK-EXIT.
           EXIT.

      ******************************************************************
      * 5000-AUDIT-CHANGES - the trail supplies what the registers do
      * not: a DELETE, or a SUBDIV/CONSOL row taking a parent to
      * zero, is a retirement; any other row that moved the value is
      * a value change.  CREATE, LOAD and XFER rows and the child
      * rows of a subdivision or consolidation are already sent off
      * TDREG, XFERREG and LOTLINK, and rows that left the value
      * where it was (annotations) are not roll changes.
      ******************************************************************
       5000-AUDIT-CHANGES.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS = "35"
               GO TO 5000-AUDIT-CHANGES-EXIT
           END-IF.
           PERFORM CHECK-AUDIT-STATUS.
           MOVE "N" TO WS-EOF.
           PERFORM 5100-READ-AUDIT THRU 5100-READ-AUDIT-EXIT
               UNTIL WS-EOF = "Y".
           CLOSE AUDIT-FILE.
       5000-AUDIT-CHANGES-EXIT.
           EXIT.

       5100-READ-AUDIT.
           READ AUDIT-FILE
               AT END
                   MOVE "Y" TO WS-EOF
                   GO TO 5100-READ-AUDIT-EXIT
           END-READ.
           PERFORM CHECK-AUDIT-STATUS.
           MOVE AUD-TIMESTAMP(1:8) TO WS-ROW-DATE.
           IF WS-ROW-MONTH NOT = WS-XMIT-MONTH
               GO TO 5100-READ-AUDIT-EXIT
           END-IF.
           IF AUD-ACTION = "CREATE" OR AUD-ACTION = "LOAD" OR
               AUD-ACTION = "XFER"
               GO TO 5100-READ-AUDIT-EXIT
           END-IF.
           PERFORM 9000-CLEAR-DETAIL.
           IF AUD-ACTION = "DELETE"
               MOVE 5 TO WS-SUB
           ELSE IF AUD-ACTION = "SUBDIV" OR AUD-ACTION = "CONSOL"
               IF AUD-AFTER-VAL NOT = ZERO
                   GO TO 5100-READ-AUDIT-EXIT
               END-IF
               MOVE 5 TO WS-SUB
           ELSE IF AUD-BEFORE-VAL = AUD-AFTER-VAL
               GO TO 5100-READ-AUDIT-EXIT
           ELSE
               MOVE 6 TO WS-SUB
           END-IF.
           MOVE WS-ROW-DATE TO PXM-CHANGE-DATE.
           MOVE AUD-LOT-NUMBER TO PXM-LOT-NUMBER.
           MOVE AUD-ACTION TO PXM-REFERENCE.
           MOVE AUD-BEFORE-VAL TO PXM-PRIOR-VAL.
           MOVE AUD-AFTER-VAL TO PXM-VALUE.
           PERFORM 9100-WRITE-DETAIL.
       5100-READ-AUDIT-EXIT.
           EXIT.

       6000-WRITE-TRAILER.
           MOVE SPACES TO PXM-REC.
           SET PXM-TRAILER TO TRUE.
           MOVE WS-XMIT-MONTH TO PXM-T-MONTH.
           MOVE WS-DETAIL-COUNT TO PXM-T-COUNT.
           MOVE WS-VALUE-TOTAL TO PXM-T-VALUE-TOTAL.
           WRITE PXM-REC.
           PERFORM CHECK-XMIT-STATUS.
           CLOSE XMIT-FILE.

      ******************************************************************
      * 7000-PRINT-LETTER - the covering letter to the Provincial
      * Assessor, with the changes counted and valued by kind and the
      * trailer figures the file should prove to.
      ******************************************************************
       7000-PRINT-LETTER.
           OPEN OUTPUT PRINT-FILE.
           PERFORM CHECK-PRINT-STATUS.
           MOVE SPACES TO PRINT-REC.
           STRING "COUNTY ASSESSOR - TRANSMITTAL OF ASSESSMENT ROLL "
               DELIMITED BY SIZE
               "CHANGES" DELIMITED BY SIZE
               INTO PRINT-REC.
           PERFORM 7900-PUT-LINE.
           MOVE SPACES TO PRINT-REC.
           STRING "DATE: " DELIMITED BY SIZE
               WS-CURRENT-DATE DELIMITED BY SIZE
               INTO PRINT-REC.
           PERFORM 7900-PUT-LINE.
           MOVE SPACES TO PRINT-REC.
           PERFORM 7900-PUT-LINE.
           MOVE "THE PROVINCIAL ASSESSOR" TO PRINT-REC.
           PERFORM 7900-PUT-LINE.
           MOVE "PROVINCIAL ASSESSOR'S OFFICE" TO PRINT-REC.
           PERFORM 7900-PUT-LINE.
           MOVE SPACES TO PRINT-REC.
           PERFORM 7900-PUT-LINE.
           MOVE "SIR/MADAM:" TO PRINT-REC.
           PERFORM 7900-PUT-LINE.
           MOVE SPACES TO PRINT-REC.
           PERFORM 7900-PUT-LINE.
           MOVE SPACES TO PRINT-REC.
           STRING "TRANSMITTED HEREWITH ON FILE PROVROLL ARE THE "
               DELIMITED BY SIZE
               "CHANGES TO THE ASSESSMENT ROLL" DELIMITED BY SIZE
               INTO PRINT-REC.
           PERFORM 7900-PUT-LINE.
           MOVE SPACES TO PRINT-REC.
           STRING "OF THIS OFFICE FOR THE MONTH OF " DELIMITED BY SIZE
               WS-XMIT-MONTH DELIMITED BY SIZE
               " (YYYYMM), SUMMARIZED BELOW." DELIMITED BY SIZE
               INTO PRINT-REC.
           PERFORM 7900-PUT-LINE.
           IF WS-PRIOR-SENDS > ZERO
               MOVE SPACES TO PRINT-REC
               STRING "THIS IS A RESEND AND REPLACES THE FILE SENT ON "
                   DELIMITED BY SIZE
                   WS-LAST-SENT-DATE DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   INTO PRINT-REC
               PERFORM 7900-PUT-LINE
           END-IF.
           MOVE SPACES TO PRINT-REC.
           PERFORM 7900-PUT-LINE.
           MOVE SPACES TO PRINT-REC.
           STRING "KIND OF CHANGE                        COUNT"
               DELIMITED BY SIZE
               "                 VALUE" DELIMITED BY SIZE
               INTO PRINT-REC.
           PERFORM 7900-PUT-LINE.
           MOVE DASH-LINE TO PRINT-REC.
           PERFORM 7900-PUT-LINE.
           PERFORM 7100-PRINT-TYPE-LINE
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 6.
           MOVE DASH-LINE TO PRINT-REC.
           PERFORM 7900-PUT-LINE.
           MOVE WS-DETAIL-COUNT TO WS-COUNT-ED.
           MOVE WS-VALUE-TOTAL TO WS-MONEY-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "TOTAL (TRAILER FIGURES)       " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-MONEY-ED DELIMITED BY SIZE
               INTO PRINT-REC.
           PERFORM 7900-PUT-LINE.
           MOVE SPACES TO PRINT-REC.
           PERFORM 7900-PUT-LINE.
           MOVE SPACES TO PRINT-REC.
           STRING "VALUES ARE THE ASSESSED VALUES AFTER EACH CHANGE; "
               DELIMITED BY SIZE
               "A RETIRED LOT CARRIES NONE." DELIMITED BY SIZE
               INTO PRINT-REC.
           PERFORM 7900-PUT-LINE.
           MOVE SPACES TO PRINT-REC.
           STRING "KINDLY ACKNOWLEDGE RECEIPT." DELIMITED BY SIZE
               INTO PRINT-REC.
           PERFORM 7900-PUT-LINE.
           MOVE SPACES TO PRINT-REC.
           PERFORM 7900-PUT-LINE.
           MOVE SPACES TO PRINT-REC.
           PERFORM 7900-PUT-LINE.
           MOVE "          COUNTY ASSESSOR" TO PRINT-REC.
           PERFORM 7900-PUT-LINE.
           MOVE SPACES TO PRINT-REC.
           STRING "PREPARED BY: " DELIMITED BY SIZE
               WS-OPERATOR-ID DELIMITED BY SIZE
               INTO PRINT-REC.
           PERFORM 7900-PUT-LINE.
           CLOSE PRINT-FILE.
           MOVE "PROVLTR" TO SPC-REPORT-NAME.
           MOVE "PROVLTR" TO SPC-SOURCE-PATH.
           CALL "SPOOLCAP" USING SPOOL-CAP-AREA.

       7100-PRINT-TYPE-LINE.
           MOVE WS-TYPE-COUNT(WS-SUB) TO WS-COUNT-ED.
           MOVE WS-TYPE-VALUE(WS-SUB) TO WS-MONEY-ED.
           MOVE SPACES TO PRINT-REC.
           STRING WS-TYPE-DESC(WS-SUB) DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-MONEY-ED DELIMITED BY SIZE
               INTO PRINT-REC.
           PERFORM 7900-PUT-LINE.

       7900-PUT-LINE.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.

      ******************************************************************
      * 8000-LOG-SEND - the month goes on PROVLOG only once the file
      * and letter are out, so a run that fails part way leaves the
      * month free to be sent.
      ******************************************************************
       8000-LOG-SEND.
           OPEN EXTEND SENT-LOG-FILE.
           IF WS-SLOG-STATUS = "35"
               OPEN OUTPUT SENT-LOG-FILE
               PERFORM CHECK-SLOG-STATUS
               CLOSE SENT-LOG-FILE
               OPEN EXTEND SENT-LOG-FILE
           END-IF.
           PERFORM CHECK-SLOG-STATUS.
           MOVE WS-XMIT-MONTH TO SLOG-MONTH.
           MOVE WS-CURRENT-DATE TO SLOG-SENT-DATE.
           MOVE WS-CURRENT-TIME(1:6) TO SLOG-SENT-TIME.
           MOVE WS-DETAIL-COUNT TO SLOG-COUNT.
           MOVE WS-VALUE-TOTAL TO SLOG-VALUE-TOTAL.
           MOVE WS-OPERATOR-ID TO SLOG-OPERATOR-ID.
           IF WS-PRIOR-SENDS > ZERO
               SET SLOG-RESEND TO TRUE
           ELSE
               SET SLOG-FIRST-SEND TO TRUE
           END-IF.
           WRITE SENT-LOG-REC.
           PERFORM CHECK-SLOG-STATUS.
           CLOSE SENT-LOG-FILE.

       9000-CLEAR-DETAIL.
           MOVE SPACES TO PXM-REC.
           SET PXM-DETAIL TO TRUE.
           MOVE ZERO TO PXM-CHANGE-DATE PXM-LOT-NUMBER
               PXM-RELATED-LOT PXM-TD-NUMBER PXM-CANCELS-TD
               PXM-PRIOR-VAL PXM-VALUE PXM-CONSIDERATION.

      ******************************************************************
      * 9100-WRITE-DETAIL - WS-SUB names the kind of change; the row
      * is counted and valued under it and in the trailer totals.
      ******************************************************************
       9100-WRITE-DETAIL.
           MOVE WS-TYPE-CODE(WS-SUB) TO PXM-CHANGE-TYPE.
           WRITE PXM-REC.
           PERFORM CHECK-XMIT-STATUS.
           ADD 1 TO WS-TYPE-COUNT(WS-SUB) WS-DETAIL-COUNT.
           ADD PXM-VALUE TO WS-TYPE-VALUE(WS-SUB) WS-VALUE-TOTAL.

       ABEND-FILE-ERROR.
           DISPLAY "*** FILE ERROR ON " WS-ERR-FILE-NAME.
           DISPLAY "*** FILE STATUS = " WS-ERR-STATUS.
           DISPLAY "PROVINCIAL TRANSMITTAL TERMINATED - SEE FILE "
               "STATUS ABOVE.".
           STOP RUN.

       CHECK-TDREG-STATUS.
           IF WS-TDREG-STATUS NOT = "00"
               MOVE "TD-REGISTER-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-TDREG-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-XFER-STATUS.
           IF WS-XFER-STATUS NOT = "00"
               MOVE "TRANSFER-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-XFER-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-LINK-STATUS.
           IF WS-LINK-STATUS NOT = "00"
               MOVE "LINK-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-LINK-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-AUDIT-STATUS.
           IF WS-AUDIT-STATUS NOT = "00"
               MOVE "AUDIT-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-AUDIT-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-XMIT-STATUS.
           IF WS-XMIT-STATUS NOT = "00"
               MOVE "XMIT-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-XMIT-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-SLOG-STATUS.
           IF WS-SLOG-STATUS NOT = "00"
               MOVE "SENT-LOG-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-SLOG-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-PRINT-STATUS.
           IF WS-PRINT-STATUS NOT = "00"
               MOVE "PRINT-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-PRINT-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       END PROGRAM PROVXMIT.
