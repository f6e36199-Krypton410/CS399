      ******************************************************************
      * Author:
      * Date:
      * Purpose: Daily Report of Collections and Deposits - the
      *          close-of-day report each collector hands the
      *          treasurer, built off TAXRCPT for the RUNCTL business
      *          date instead of a receipt dump and a calculator.
      *          Per collector (RCPT-OPERATOR-ID): every OR used in
      *          serial order with the first and last number and any
      *          gap or duplicate called out, each receipt split into
      *          the basic-tax (general fund) and SEF amounts, the
      *          part held as a taxpayer credit, receipts paid under
      *          protest marked and subtotalled apart, and cancelled
      *          receipts listed but not counted.  The bank deposit
      *          slip amount per fund is keyed in for each collector
      *          and the report shows the over or short against the
      *          collections.  Written to DCRDRPT with a signature
      *          block and captured to the spool through SPOOLCAP so
      *          the treasurer can reprint it later.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAILYCOL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT RECEIPT-FILE
           ASSIGN TO "TAXRCPT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RCPT-STATUS.

       SELECT RUN-CONTROL-FILE
           ASSIGN TO "RUNCTL"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RCTL-STATUS.

       SELECT SORT-FILE
           ASSIGN TO "SORTWK".

       SELECT PRINT-FILE
           ASSIGN TO "DCRDRPT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD RECEIPT-FILE
           DATA RECORD IS RECEIPT-REC.

       COPY "RCPTREC.cpy".

       FD RUN-CONTROL-FILE
           DATA RECORD IS RUN-CTL-REC.

       COPY "RUNCTLREC.cpy".

      ******************************************************************
      * SORT-REC - one row per receipt dated the business date, in
      * collector then OR serial order so the gaps fall out of the
      * sequence.
      ******************************************************************
       SD SORT-FILE
           DATA RECORD IS SORT-REC.

       01 SORT-REC.
           05 SRT-OPERATOR-ID PIC X(8).
           05 SRT-OR-NUMBER PIC 9(7).
           05 SRT-LOT-NUMBER PIC 999999999.
           05 SRT-BILL-YEAR PIC 9(4).
           05 SRT-BASIC-AMOUNT PIC 9(7)V99.
           05 SRT-SEF-AMOUNT PIC 9(7)V99.
           05 SRT-CREDIT-AMOUNT PIC 9(7)V99.
           05 SRT-PROTEST-FLAG PIC X(1).
               88 SRT-UNDER-PROTEST VALUE "Y".
           05 SRT-VOID-FLAG PIC X(1).
               88 SRT-VOIDED VALUE "V".

       FD PRINT-FILE
           DATA RECORD IS PRINT-REC.

       01 PRINT-REC PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-RCPT-STATUS PIC X(2).
       01 WS-RCTL-STATUS PIC X(2).
       01 WS-PRINT-STATUS PIC X(2).
       01 WS-EOF PIC X(1) VALUE "N".
       01 WS-SORT-EOF PIC X(1) VALUE "N".
       01 DASH-LINE PIC X(100) VALUE ALL "-".

       01 WS-BUSINESS-DATE PIC 9(8) VALUE ZERO.

      * PARAMETER AREA FOR THE SHARED SPOOLCAP SPOOL CAPTURE ROUTINE.
       COPY "SPOOLREC.cpy".

      ******************************************************************
      * COLLECTOR GROUPING FIELDS - A COLLECTOR'S SECTION CLOSES WHEN
      * THE OPERATOR ID CHANGES IN THE SORTED STREAM OR IT ENDS.
      ******************************************************************
       01 WS-GROUP-OPERATOR PIC X(8) VALUE SPACES.
       01 WS-GROUP-OPEN-SWITCH PIC X VALUE "N".
           88 GROUP-OPEN VALUE "Y".
       01 WS-GROUP-FIRST-OR PIC 9(7) VALUE ZERO.
       01 WS-GROUP-LAST-OR PIC 9(7) VALUE ZERO.
       01 WS-GROUP-RECEIPTS PIC 9(5) VALUE ZERO.
       01 WS-GROUP-CANCELLED PIC 9(5) VALUE ZERO.
       01 WS-GROUP-GAPS PIC 9(5) VALUE ZERO.
       01 WS-GROUP-BASIC PIC 9(9)V99 VALUE ZERO.
       01 WS-GROUP-SEF PIC 9(9)V99 VALUE ZERO.
       01 WS-GROUP-CREDIT PIC 9(9)V99 VALUE ZERO.
       01 WS-GROUP-PROT-BASIC PIC 9(9)V99 VALUE ZERO.
       01 WS-GROUP-PROT-SEF PIC 9(9)V99 VALUE ZERO.
       01 WS-GAP-FROM PIC 9(7) VALUE ZERO.
       01 WS-GAP-THRU PIC 9(7) VALUE ZERO.

      * THE GENERAL FUND DEPOSIT CARRIES THE BASIC TAX PLUS WHATEVER
      * WAS HELD AS A TAXPAYER CREDIT; THE SEF GOES TO ITS OWN ACCOUNT.
       01 WS-DUE-GENERAL PIC 9(9)V99 VALUE ZERO.
       01 WS-DUE-SEF PIC 9(9)V99 VALUE ZERO.
       01 WS-SLIP-GENERAL PIC 9(9)V99 VALUE ZERO.
       01 WS-SLIP-SEF PIC 9(9)V99 VALUE ZERO.
       01 WS-LINE-DUE PIC 9(9)V99 VALUE ZERO.
       01 WS-LINE-SLIP PIC 9(9)V99 VALUE ZERO.
       01 WS-OVER-SHORT PIC S9(9)V99 VALUE ZERO.
       01 WS-OVER-SHORT-WORD PIC X(5) VALUE SPACES.

      * DAY TOTALS ACROSS ALL COLLECTORS.
       01 WS-DAY-COLLECTORS PIC 9(3) VALUE ZERO.
       01 WS-DAY-RECEIPTS PIC 9(5) VALUE ZERO.
       01 WS-DAY-BASIC PIC 9(9)V99 VALUE ZERO.
       01 WS-DAY-SEF PIC 9(9)V99 VALUE ZERO.
       01 WS-DAY-CREDIT PIC 9(9)V99 VALUE ZERO.
       01 WS-DAY-SLIP-GENERAL PIC 9(9)V99 VALUE ZERO.
       01 WS-DAY-SLIP-SEF PIC 9(9)V99 VALUE ZERO.

       01 WS-STATUS-WORD PIC X(10) VALUE SPACES.
       01 WS-COUNT-ED PIC ZZ,ZZ9.
       01 WS-AMOUNT-ED PIC Z,ZZZ,ZZ9.99.
       01 WS-SEF-ED PIC Z,ZZZ,ZZ9.99.
       01 WS-CREDIT-ED PIC Z,ZZZ,ZZ9.99.
       01 WS-TOTAL-ED PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-SIGNED-ED PIC ZZZ,ZZZ,ZZ9.99-.

      * WS-ERR-FILE-NAME/WS-ERR-STATUS ARE SET BY THE CHECK-xxx-STATUS
      * PARAGRAPHS BELOW BEFORE PERFORMING ABEND-FILE-ERROR.
       01 WS-ERR-FILE-NAME PIC X(20).
       01 WS-ERR-STATUS PIC X(2).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-OPERATOR-ID SRT-OR-NUMBER
               INPUT PROCEDURE IS 2000-RELEASE-RECEIPTS
                   THRU 2000-RELEASE-RECEIPTS-EXIT
               OUTPUT PROCEDURE IS 3000-WRITE-REPORT
                   THRU 3000-WRITE-REPORT-EXIT.
           PERFORM 4000-FINISH.
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - the business date comes off RUNCTL; a shop
      * not yet under run control reports on today's date.
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
           OPEN OUTPUT PRINT-FILE.
           PERFORM CHECK-PRINT-STATUS.
           MOVE SPACES TO PRINT-REC.
           STRING "COUNTY TREASURER - DAILY REPORT OF COLLECTIONS "
               DELIMITED BY SIZE
               "AND DEPOSITS - BUSINESS DATE " DELIMITED BY SIZE
               WS-BUSINESS-DATE DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.

      ******************************************************************
      * 2000-RELEASE-RECEIPTS - input procedure: one sort row per
      * receipt dated the business date, cancelled ones included so
      * their serials are accounted for.
      ******************************************************************
       2000-RELEASE-RECEIPTS.
           MOVE "N" TO WS-EOF.
           OPEN INPUT RECEIPT-FILE.
           IF WS-RCPT-STATUS = "35"
               DISPLAY "NO RECEIPTS ON FILE - NOTHING COLLECTED."
               MOVE "Y" TO WS-EOF
           ELSE
               PERFORM CHECK-RCPT-STATUS
           END-IF.
           PERFORM 2100-READ-AND-RELEASE THRU 2100-READ-AND-RELEASE-EXIT
               UNTIL WS-EOF = "Y".
           IF WS-RCPT-STATUS = "00" OR WS-RCPT-STATUS = "10"
               CLOSE RECEIPT-FILE
           END-IF.
       2000-RELEASE-RECEIPTS-EXIT.
           EXIT.

       2100-READ-AND-RELEASE.
           READ RECEIPT-FILE
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   IF RCPT-PAYMENT-DATE = WS-BUSINESS-DATE
                       MOVE RCPT-OPERATOR-ID TO SRT-OPERATOR-ID
                       MOVE RCPT-OR-NUMBER TO SRT-OR-NUMBER
                       MOVE RCPT-LOT-NUMBER TO SRT-LOT-NUMBER
                       MOVE RCPT-BILL-YEAR TO SRT-BILL-YEAR
                       COMPUTE SRT-BASIC-AMOUNT =
                           RCPT-AMOUNT - RCPT-SEF-AMOUNT
                       MOVE RCPT-SEF-AMOUNT TO SRT-SEF-AMOUNT
                       MOVE RCPT-CREDIT-AMOUNT TO SRT-CREDIT-AMOUNT
                       MOVE RCPT-PROTEST-FLAG TO SRT-PROTEST-FLAG
                       MOVE RCPT-VOID-FLAG TO SRT-VOID-FLAG
                       RELEASE SORT-REC
                   END-IF
           END-READ.
           IF WS-RCPT-STATUS NOT = "00" AND WS-RCPT-STATUS NOT = "10"
               MOVE "RECEIPT-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-RCPT-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.
       2100-READ-AND-RELEASE-EXIT.
           EXIT.

      ******************************************************************
      * 3000-WRITE-REPORT - output procedure: walks the collector and
      * serial ordered stream, one section per collector, closing
      * each with the OR summary, fund totals and the deposit slip.
      ******************************************************************
       3000-WRITE-REPORT.
           MOVE "N" TO WS-SORT-EOF.
           MOVE "N" TO WS-GROUP-OPEN-SWITCH.
           PERFORM 3100-RETURN-ONE THRU 3100-RETURN-ONE-EXIT
               UNTIL WS-SORT-EOF = "Y".
           IF GROUP-OPEN
               PERFORM 3400-CLOSE-COLLECTOR
           END-IF.
       3000-WRITE-REPORT-EXIT.
           EXIT.

       3100-RETURN-ONE.
           RETURN SORT-FILE
               AT END
                   MOVE "Y" TO WS-SORT-EOF
               NOT AT END
                   PERFORM 3200-TAKE-ONE
           END-RETURN.
       3100-RETURN-ONE-EXIT.
           EXIT.

       3200-TAKE-ONE.
           IF NOT GROUP-OPEN OR SRT-OPERATOR-ID NOT = WS-GROUP-OPERATOR
               IF GROUP-OPEN
                   PERFORM 3400-CLOSE-COLLECTOR
               END-IF
               PERFORM 3300-OPEN-COLLECTOR
           ELSE
               PERFORM 3250-CHECK-SEQUENCE
           END-IF.
           MOVE SRT-OR-NUMBER TO WS-GROUP-LAST-OR.
           ADD 1 TO WS-GROUP-RECEIPTS.
           ADD 1 TO WS-DAY-RECEIPTS.
           MOVE SPACES TO WS-STATUS-WORD.
           IF SRT-VOIDED
               MOVE "CANCELLED" TO WS-STATUS-WORD
               ADD 1 TO WS-GROUP-CANCELLED
           ELSE
               ADD SRT-BASIC-AMOUNT TO WS-GROUP-BASIC
               ADD SRT-SEF-AMOUNT TO WS-GROUP-SEF
               ADD SRT-CREDIT-AMOUNT TO WS-GROUP-CREDIT
               IF SRT-UNDER-PROTEST
                   MOVE "PROTEST" TO WS-STATUS-WORD
                   ADD SRT-BASIC-AMOUNT TO WS-GROUP-PROT-BASIC
                   ADD SRT-SEF-AMOUNT TO WS-GROUP-PROT-SEF
               END-IF
           END-IF.
           MOVE SRT-BASIC-AMOUNT TO WS-AMOUNT-ED.
           MOVE SRT-SEF-AMOUNT TO WS-SEF-ED.
           MOVE SRT-CREDIT-AMOUNT TO WS-CREDIT-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "  " DELIMITED BY SIZE
               SRT-OR-NUMBER DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               SRT-LOT-NUMBER DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               SRT-BILL-YEAR DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-AMOUNT-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-SEF-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-CREDIT-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-STATUS-WORD DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.

      ******************************************************************
      * 3250-CHECK-SEQUENCE - a serial more than one past the last
      * one used is a gap the collector has to explain; the same
      * serial twice is a duplicate.
      ******************************************************************
       3250-CHECK-SEQUENCE.
           IF SRT-OR-NUMBER = WS-GROUP-LAST-OR
               MOVE SPACES TO PRINT-REC
               STRING "  *** OR " DELIMITED BY SIZE
                   SRT-OR-NUMBER DELIMITED BY SIZE
                   " USED MORE THAN ONCE ***" DELIMITED BY SIZE
                   INTO PRINT-REC
               WRITE PRINT-REC
               PERFORM CHECK-PRINT-STATUS
           ELSE IF SRT-OR-NUMBER > WS-GROUP-LAST-OR + 1
               ADD 1 TO WS-GROUP-GAPS
               COMPUTE WS-GAP-FROM = WS-GROUP-LAST-OR + 1
               COMPUTE WS-GAP-THRU = SRT-OR-NUMBER - 1
               MOVE SPACES TO PRINT-REC
               STRING "  *** GAP - OR " DELIMITED BY SIZE
                   WS-GAP-FROM DELIMITED BY SIZE
                   " THRU " DELIMITED BY SIZE
                   WS-GAP-THRU DELIMITED BY SIZE
                   " NOT USED ***" DELIMITED BY SIZE
                   INTO PRINT-REC
               WRITE PRINT-REC
               PERFORM CHECK-PRINT-STATUS
           END-IF.

       3300-OPEN-COLLECTOR.
           MOVE SRT-OPERATOR-ID TO WS-GROUP-OPERATOR.
           MOVE "Y" TO WS-GROUP-OPEN-SWITCH.
           ADD 1 TO WS-DAY-COLLECTORS.
           MOVE SRT-OR-NUMBER TO WS-GROUP-FIRST-OR.
           MOVE ZERO TO WS-GROUP-RECEIPTS WS-GROUP-CANCELLED
               WS-GROUP-GAPS WS-GROUP-BASIC WS-GROUP-SEF
               WS-GROUP-CREDIT WS-GROUP-PROT-BASIC WS-GROUP-PROT-SEF.
           MOVE DASH-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE SPACES TO PRINT-REC.
           STRING "COLLECTOR " DELIMITED BY SIZE
               WS-GROUP-OPERATOR DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE SPACES TO PRINT-REC.
           STRING "  OR NO.   LOT NUMBER  YEAR     BASIC TAX  "
               DELIMITED BY SIZE
               "         SEF  HELD AS CREDIT" DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.

      ******************************************************************
      * 3400-CLOSE-COLLECTOR - the OR summary and fund totals for the
      * collector, then the deposit slip keyed per fund and the over
      * or short against what the receipts say was collected.
      ******************************************************************
       3400-CLOSE-COLLECTOR.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE WS-GROUP-RECEIPTS TO WS-COUNT-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "  ORS USED " DELIMITED BY SIZE
               WS-GROUP-FIRST-OR DELIMITED BY SIZE
               " THRU " DELIMITED BY SIZE
               WS-GROUP-LAST-OR DELIMITED BY SIZE
               "  RECEIPTS: " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE WS-GROUP-CANCELLED TO WS-COUNT-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "  CANCELLED ORS       : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE WS-GROUP-GAPS TO WS-COUNT-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "  GAPS IN THE SERIES  : " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE WS-GROUP-BASIC TO WS-TOTAL-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "  BASIC TAX COLLECTED : " WS-TOTAL-ED
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE WS-GROUP-PROT-BASIC TO WS-TOTAL-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "    OF WHICH PROTEST  : " WS-TOTAL-ED
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE WS-GROUP-CREDIT TO WS-TOTAL-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "  HELD AS TAX CREDIT  : " WS-TOTAL-ED
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE WS-GROUP-SEF TO WS-TOTAL-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "  SEF COLLECTED       : " WS-TOTAL-ED
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE WS-GROUP-PROT-SEF TO WS-TOTAL-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "    OF WHICH PROTEST  : " WS-TOTAL-ED
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           COMPUTE WS-DUE-GENERAL = WS-GROUP-BASIC + WS-GROUP-CREDIT.
           MOVE WS-GROUP-SEF TO WS-DUE-SEF.
           ADD WS-GROUP-BASIC TO WS-DAY-BASIC.
           ADD WS-GROUP-SEF TO WS-DAY-SEF.
           ADD WS-GROUP-CREDIT TO WS-DAY-CREDIT.
           PERFORM 3500-TAKE-DEPOSIT-SLIP.
           MOVE "N" TO WS-GROUP-OPEN-SWITCH.

       3500-TAKE-DEPOSIT-SLIP.
           MOVE WS-DUE-GENERAL TO WS-TOTAL-ED.
           DISPLAY "COLLECTOR " WS-GROUP-OPERATOR
               " - GENERAL FUND DUE " WS-TOTAL-ED.
           DISPLAY "DEPOSIT SLIP AMOUNT, GENERAL FUND : ".
           ACCEPT WS-SLIP-GENERAL.
           MOVE WS-DUE-SEF TO WS-TOTAL-ED.
           DISPLAY "COLLECTOR " WS-GROUP-OPERATOR
               " - SEF DUE            " WS-TOTAL-ED.
           DISPLAY "DEPOSIT SLIP AMOUNT, SEF          : ".
           ACCEPT WS-SLIP-SEF.
           ADD WS-SLIP-GENERAL TO WS-DAY-SLIP-GENERAL.
           ADD WS-SLIP-SEF TO WS-DAY-SLIP-SEF.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE SPACES TO PRINT-REC.
           STRING "  DEPOSITS       DUE PER RECEIPTS  "
               DELIMITED BY SIZE
               "   PER DEPOSIT SLIP      OVER/SHORT" DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE WS-DUE-GENERAL TO WS-LINE-DUE.
           MOVE WS-SLIP-GENERAL TO WS-LINE-SLIP.
           MOVE "  GENERAL FUND" TO PRINT-REC.
           PERFORM 3600-WRITE-DEPOSIT-LINE.
           MOVE WS-DUE-SEF TO WS-LINE-DUE.
           MOVE WS-SLIP-SEF TO WS-LINE-SLIP.
           MOVE "  SEF" TO PRINT-REC.
           PERFORM 3600-WRITE-DEPOSIT-LINE.

      ******************************************************************
      * 3600-WRITE-DEPOSIT-LINE - one fund's due, slip and over/short
      * behind the fund label already moved into PRINT-REC.
      ******************************************************************
       3600-WRITE-DEPOSIT-LINE.
           COMPUTE WS-OVER-SHORT = WS-LINE-SLIP - WS-LINE-DUE.
           IF WS-OVER-SHORT > ZERO
               MOVE "OVER" TO WS-OVER-SHORT-WORD
           ELSE IF WS-OVER-SHORT < ZERO
               MOVE "SHORT" TO WS-OVER-SHORT-WORD
           ELSE
               MOVE "EVEN" TO WS-OVER-SHORT-WORD
           END-IF.
           MOVE WS-LINE-DUE TO WS-TOTAL-ED.
           MOVE WS-TOTAL-ED TO PRINT-REC(18:14).
           MOVE WS-LINE-SLIP TO WS-TOTAL-ED.
           MOVE WS-TOTAL-ED TO PRINT-REC(38:14).
           MOVE WS-OVER-SHORT TO WS-SIGNED-ED.
           MOVE WS-SIGNED-ED TO PRINT-REC(56:15).
           MOVE WS-OVER-SHORT-WORD TO PRINT-REC(72:5).
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.

      ******************************************************************
      * 4000-FINISH - the day's totals across every collector, the
      * signature block, and the capture into the spool.
      ******************************************************************
       4000-FINISH.
           MOVE DASH-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE WS-DAY-COLLECTORS TO WS-COUNT-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "COLLECTORS REPORTING    : " WS-COUNT-ED
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE WS-DAY-RECEIPTS TO WS-COUNT-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "OFFICIAL RECEIPTS       : " WS-COUNT-ED
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE WS-DAY-BASIC TO WS-TOTAL-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "TOTAL BASIC TAX         : " WS-TOTAL-ED
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE WS-DAY-CREDIT TO WS-TOTAL-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "TOTAL HELD AS CREDIT    : " WS-TOTAL-ED
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE WS-DAY-SEF TO WS-TOTAL-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "TOTAL SEF               : " WS-TOTAL-ED
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE WS-DAY-SLIP-GENERAL TO WS-TOTAL-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "DEPOSITED, GENERAL FUND : " WS-TOTAL-ED
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE WS-DAY-SLIP-SEF TO WS-TOTAL-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "DEPOSITED, SEF          : " WS-TOTAL-ED
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE SPACES TO PRINT-REC.
           STRING "CERTIFIED CORRECT: ______________________  "
               DELIMITED BY SIZE
               "RECEIVED: ______________________" DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE SPACES TO PRINT-REC.
           STRING "                   COLLECTOR               "
               DELIMITED BY SIZE
               "          TREASURER" DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           CLOSE PRINT-FILE.
           MOVE "DCRDRPT" TO SPC-REPORT-NAME.
           MOVE "DCRDRPT" TO SPC-SOURCE-PATH.
           CALL "SPOOLCAP" USING SPOOL-CAP-AREA.
           DISPLAY "DAILY COLLECTIONS REPORT WRITTEN TO DCRDRPT - "
               WS-DAY-RECEIPTS " RECEIPT(S).".

      ******************************************************************
      * ABEND-FILE-ERROR - common stop point for any file operation
      * that comes back with a status this program was not already
      * expecting to handle.
      ******************************************************************
       ABEND-FILE-ERROR.
           DISPLAY "*** FILE ERROR ON " WS-ERR-FILE-NAME.
           DISPLAY "*** FILE STATUS = " WS-ERR-STATUS.
           DISPLAY "DAILY COLLECTIONS REPORT TERMINATED - SEE FILE "
               "STATUS ABOVE.".
           STOP RUN.

       CHECK-RCPT-STATUS.
           IF WS-RCPT-STATUS NOT = "00"
               MOVE "RECEIPT-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-RCPT-STATUS TO WS-ERR-STATUS
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

       END PROGRAM DAILYCOL.
