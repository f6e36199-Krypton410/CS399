      ******************************************************************
      * Author:
      * Date:
      * Purpose: Year-end certificate of final tax withheld - for the
      *          calendar year keyed in, sums the gross interest and
      *          the final withholding tax per depositor (CIF) off
      *          the monthly remittance lines filed on WTAXHIST, and
      *          prints one numbered certificate per depositor to
      *          WTAXCERTS with the CIFFILE name, address and ID.
      *          The same figures go to the revenue bureau's annual
      *          alphalist, ALPHLIST, in depositor-name order, and a
      *          control report, WTAXCTL, ties the certificates back
      *          to the twelve monthly remittances: every month's
      *          filed total, months never filed, remittance lines
      *          with no customer number to certify, and whether the
      *          certificates plus those lines add up to the year.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WTAXCERT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT HISTORY-FILE
           ASSIGN TO "WTAXHIST"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-HIST-STATUS.

       SELECT CIF-FILE
           ASSIGN TO "CIFFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CIF-NUMBER
           FILE STATUS IS WS-CIF-STATUS.

       SELECT SORT-FILE
           ASSIGN TO "SORTWK".

       SELECT ALPHA-SORT-FILE
           ASSIGN TO "SORTWK2".

       SELECT ALPHA-WORK-FILE
           ASSIGN TO "ALPHWORK"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-AWORK-STATUS.

       SELECT ALPHA-LIST-FILE
           ASSIGN TO "ALPHLIST"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ALIST-STATUS.

       SELECT CERT-FILE
           ASSIGN TO "WTAXCERTS"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CERT-STATUS.

       SELECT CONTROL-PRINT-FILE
           ASSIGN TO "WTAXCTL"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD HISTORY-FILE
           DATA RECORD IS WTH-REC.

       COPY "WTHREC.cpy".

       FD CIF-FILE
           DATA RECORD IS CIF-REC.

       COPY "CIFREC.cpy".

       SD SORT-FILE
           DATA RECORD IS SORT-REC.

       01 SORT-REC.
           05 SRT-CIF-NUMBER PIC 9(5).
           05 SRT-ACCOUNT-NUMBER PIC 99999.
           05 SRT-GROSS-INTEREST PIC 9(7)V99.
           05 SRT-TAX-WITHHELD PIC 9(7)V99.

      ******************************************************************
      * ALPHA-SORT-REC - the alphalist image seen only for its sort
      * keys, the depositor's name and then the customer number.
      ******************************************************************
       SD ALPHA-SORT-FILE
           DATA RECORD IS ALPHA-SORT-REC.

       01 ALPHA-SORT-REC.
           05 FILLER PIC X(13).
           05 SA-CIF-NUMBER PIC 9(5).
           05 SA-NAME PIC X(26).
           05 FILLER PIC X(80).

       FD ALPHA-WORK-FILE
           DATA RECORD IS ALP-REC.

       COPY "ALPHREC.cpy".

       FD ALPHA-LIST-FILE
           DATA RECORD IS ALPHA-LIST-REC.

       01 ALPHA-LIST-REC PIC X(124).

       FD CERT-FILE
           DATA RECORD IS CERT-REC.

       01 CERT-REC PIC X(80).

       FD CONTROL-PRINT-FILE
           DATA RECORD IS CTL-REC.

       01 CTL-REC PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-HIST-STATUS PIC X(2).
       01 WS-CIF-STATUS PIC X(2).
       01 WS-AWORK-STATUS PIC X(2).
       01 WS-ALIST-STATUS PIC X(2).
       01 WS-CERT-STATUS PIC X(2).
       01 WS-CTL-STATUS PIC X(2).
       01 WS-HIST-EOF PIC X(1) VALUE "N".
       01 WS-SORT-EOF PIC X(1) VALUE "N".
       01 WS-CIF-OPEN-SWITCH PIC X(1) VALUE "N".
           88 CIF-FILE-OPEN VALUE "Y".
       01 DASH-LINE PIC X(66) VALUE ALL "-".
       01 CERT-DASH-LINE PIC X(66) VALUE ALL "=".

       01 WS-TODAY PIC 9(8) VALUE ZERO.
       01 WS-TAX-YEAR PIC 9(4) VALUE ZERO.
       01 WS-HIST-YEAR PIC 9(4) VALUE ZERO.
       01 WS-HIST-MM PIC 99 VALUE ZERO.

      ******************************************************************
      * ONE DEPOSITOR'S FIGURES, BUILT UP OVER THE SORTED LINES UNTIL
      * THE CUSTOMER NUMBER CHANGES.
      ******************************************************************
       01 WS-CURRENT-CIF PIC 9(5) VALUE ZERO.
       01 WS-LAST-ACCOUNT PIC 99999 VALUE ZERO.
       01 WS-HAVE-CIF-SWITCH PIC X(1) VALUE "N".
           88 HAVE-CIF-IN-HAND VALUE "Y".
       01 WS-CIF-ACCOUNTS PIC 9(3) VALUE ZERO.
       01 WS-CIF-INTEREST PIC 9(9)V99 VALUE ZERO.
       01 WS-CIF-TAX PIC 9(9)V99 VALUE ZERO.
       01 WS-CERT-SEQ PIC 9(5) VALUE ZERO.

      ******************************************************************
      * CONTROL TOTALS - WHAT EACH MONTH FILED, WHAT THE CERTIFICATES
      * CARRY, AND WHAT COULD NOT BE CERTIFIED FOR WANT OF A CIF.
      ******************************************************************
       01 WS-MONTH-TOTALS.
           05 WS-MONTH-ENTRY OCCURS 12 TIMES INDEXED BY MO-IDX.
               10 WS-MO-LINES PIC 9(5).
               10 WS-MO-TAX PIC 9(9)V99.
       01 WS-MONTH-NO PIC 99 VALUE ZERO.
       01 WS-FILED-TAX PIC 9(9)V99 VALUE ZERO.
       01 WS-FILED-LINES PIC 9(5) VALUE ZERO.
       01 WS-MONTHS-MISSING PIC 99 VALUE ZERO.
       01 WS-CERT-TAX PIC 9(9)V99 VALUE ZERO.
       01 WS-CERT-INTEREST PIC 9(9)V99 VALUE ZERO.
       01 WS-NO-CIF-LINES PIC 9(5) VALUE ZERO.
       01 WS-NO-CIF-TAX PIC 9(9)V99 VALUE ZERO.
       01 WS-PROVED-TAX PIC 9(9)V99 VALUE ZERO.

       01 WS-COUNT-ED PIC ZZ,ZZ9.
       01 WS-MONEY-ED PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-ACCOUNTS-ED PIC ZZ9.

      * PARAMETER AREA FOR THE SHARED SPOOLCAP SPOOL CAPTURE ROUTINE.
       COPY "SPOOLREC.cpy".

      * WS-ERR-FILE-NAME/WS-ERR-STATUS ARE SET BY THE CHECK-xxx-STATUS
      * PARAGRAPHS BELOW BEFORE PERFORMING ABEND-FILE-ERROR.
       01 WS-ERR-FILE-NAME PIC X(20).
       01 WS-ERR-STATUS PIC X(2).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-CIF-NUMBER SRT-ACCOUNT-NUMBER
               INPUT PROCEDURE IS 2000-RELEASE-YEAR
                   THRU 2000-RELEASE-YEAR-EXIT
               OUTPUT PROCEDURE IS 3000-ISSUE-CERTIFICATES
                   THRU 3000-ISSUE-CERTIFICATES-EXIT.
           CLOSE ALPHA-WORK-FILE.
           SORT ALPHA-SORT-FILE
               ON ASCENDING KEY SA-NAME SA-CIF-NUMBER
               USING ALPHA-WORK-FILE
               GIVING ALPHA-LIST-FILE.
           PERFORM 4000-PROVE-CONTROL-TOTAL.
           PERFORM 5000-FINISH.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           DISPLAY "YEAR-END CERTIFICATE OF FINAL TAX WITHHELD".
           DISPLAY "TAX YEAR (YYYY, 0 = LAST YEAR) : ".
           ACCEPT WS-TAX-YEAR.
           IF WS-TAX-YEAR = ZERO
               MOVE WS-TODAY(1:4) TO WS-TAX-YEAR
               SUBTRACT 1 FROM WS-TAX-YEAR
           END-IF.
           PERFORM 1100-CLEAR-MONTH VARYING MO-IDX FROM 1 BY 1
               UNTIL MO-IDX > 12.
           OPEN INPUT CIF-FILE.
           IF WS-CIF-STATUS = "35"
               DISPLAY "NO CUSTOMER FILE ON HAND - CERTIFICATES "
                   "PRINT WITHOUT NAMES."
           ELSE
               PERFORM CHECK-CIF-STATUS
               SET CIF-FILE-OPEN TO TRUE
           END-IF.
           OPEN OUTPUT CERT-FILE.
           PERFORM CHECK-CERT-STATUS.
           OPEN OUTPUT ALPHA-WORK-FILE.
           PERFORM CHECK-AWORK-STATUS.
           OPEN OUTPUT CONTROL-PRINT-FILE.
           PERFORM CHECK-CTL-STATUS.
           MOVE SPACES TO CTL-REC.
           STRING "FINAL TAX CERTIFICATE CONTROL REPORT - TAX YEAR "
               DELIMITED BY SIZE
               WS-TAX-YEAR DELIMITED BY SIZE
               INTO CTL-REC.
           PERFORM 8000-WRITE-CTL.
           MOVE DASH-LINE TO CTL-REC.
           PERFORM 8000-WRITE-CTL.
           MOVE SPACES TO CTL-REC.
           STRING "REMITTED LINES WITH NO CUSTOMER NUMBER "
               "(NOT CERTIFIED):" DELIMITED BY SIZE
               INTO CTL-REC.
           PERFORM 8000-WRITE-CTL.

       1100-CLEAR-MONTH.
           MOVE ZERO TO WS-MO-LINES(MO-IDX).
           MOVE ZERO TO WS-MO-TAX(MO-IDX).

      ******************************************************************
      * 2000-RELEASE-YEAR - input procedure: every WTAXHIST line
      * filed for a month of the tax year is counted into its month's
      * control total; a line with a customer number is released for
      * its depositor's certificate, one without is listed on the
      * control report instead.
      ******************************************************************
       2000-RELEASE-YEAR.
           OPEN INPUT HISTORY-FILE.
           IF WS-HIST-STATUS = "35"
               DISPLAY "NO REMITTANCE HISTORY ON HAND - NOTHING TO "
                   "CERTIFY."
               MOVE "Y" TO WS-HIST-EOF
           ELSE
               PERFORM CHECK-HIST-STATUS
           END-IF.
           PERFORM 2100-READ-ONE THRU 2100-READ-ONE-EXIT
               UNTIL WS-HIST-EOF = "Y".
           IF WS-HIST-STATUS NOT = "35"
               CLOSE HISTORY-FILE
           END-IF.
       2000-RELEASE-YEAR-EXIT.
           EXIT.

       2100-READ-ONE.
           READ HISTORY-FILE
               AT END
                   MOVE "Y" TO WS-HIST-EOF
                   GO TO 2100-READ-ONE-EXIT
           END-READ.
           PERFORM CHECK-HIST-STATUS.
           MOVE WTH-REMIT-MONTH(1:4) TO WS-HIST-YEAR.
           MOVE WTH-REMIT-MONTH(5:2) TO WS-HIST-MM.
           IF WS-HIST-YEAR NOT = WS-TAX-YEAR OR
               WS-HIST-MM < 1 OR WS-HIST-MM > 12
               GO TO 2100-READ-ONE-EXIT
           END-IF.
           SET MO-IDX TO WS-HIST-MM.
           ADD 1 TO WS-MO-LINES(MO-IDX).
           ADD WTH-TAX-WITHHELD TO WS-MO-TAX(MO-IDX).
           IF WTH-CIF-NUMBER = ZERO
               ADD 1 TO WS-NO-CIF-LINES
               ADD WTH-TAX-WITHHELD TO WS-NO-CIF-TAX
               MOVE WTH-TAX-WITHHELD TO WS-MONEY-ED
               MOVE SPACES TO CTL-REC
               STRING "  MONTH " WTH-REMIT-MONTH
                   "  ACCOUNT " WTH-ACCOUNT-NUMBER
                   "  TAX " WS-MONEY-ED
                   DELIMITED BY SIZE INTO CTL-REC
               PERFORM 8000-WRITE-CTL
               GO TO 2100-READ-ONE-EXIT
           END-IF.
           MOVE WTH-CIF-NUMBER TO SRT-CIF-NUMBER.
           MOVE WTH-ACCOUNT-NUMBER TO SRT-ACCOUNT-NUMBER.
           MOVE WTH-GROSS-INTEREST TO SRT-GROSS-INTEREST.
           MOVE WTH-TAX-WITHHELD TO SRT-TAX-WITHHELD.
           RELEASE SORT-REC.
       2100-READ-ONE-EXIT.
           EXIT.

      ******************************************************************
      * 3000-ISSUE-CERTIFICATES - output procedure: the sorted lines
      * are gathered per customer number and each depositor gets a
      * certificate and an alphalist line when the number changes.
      ******************************************************************
       3000-ISSUE-CERTIFICATES.
           PERFORM 3100-RETURN-ONE THRU 3100-RETURN-ONE-EXIT
               UNTIL WS-SORT-EOF = "Y".
           IF HAVE-CIF-IN-HAND
               PERFORM 3200-ISSUE-ONE
           END-IF.
       3000-ISSUE-CERTIFICATES-EXIT.
           EXIT.

       3100-RETURN-ONE.
           RETURN SORT-FILE
               AT END
                   MOVE "Y" TO WS-SORT-EOF
                   GO TO 3100-RETURN-ONE-EXIT
           END-RETURN.
           IF HAVE-CIF-IN-HAND AND SRT-CIF-NUMBER NOT = WS-CURRENT-CIF
               PERFORM 3200-ISSUE-ONE
           END-IF.
           IF NOT HAVE-CIF-IN-HAND
               SET HAVE-CIF-IN-HAND TO TRUE
               MOVE SRT-CIF-NUMBER TO WS-CURRENT-CIF
               MOVE ZERO TO WS-LAST-ACCOUNT
               MOVE ZERO TO WS-CIF-ACCOUNTS
               MOVE ZERO TO WS-CIF-INTEREST
               MOVE ZERO TO WS-CIF-TAX
           END-IF.
           IF SRT-ACCOUNT-NUMBER NOT = WS-LAST-ACCOUNT
               ADD 1 TO WS-CIF-ACCOUNTS
               MOVE SRT-ACCOUNT-NUMBER TO WS-LAST-ACCOUNT
           END-IF.
           ADD SRT-GROSS-INTEREST TO WS-CIF-INTEREST.
           ADD SRT-TAX-WITHHELD TO WS-CIF-TAX.
       3100-RETURN-ONE-EXIT.
           EXIT.

      ******************************************************************
      * 3200-ISSUE-ONE - the depositor in hand: the next certificate
      * number for the year, the customer's particulars off CIFFILE,
      * the certificate itself and the matching alphalist line.
      ******************************************************************
       3200-ISSUE-ONE.
           ADD 1 TO WS-CERT-SEQ.
           MOVE SPACES TO ALP-REC.
           MOVE WS-TAX-YEAR TO ALP-TAX-YEAR.
           MOVE WS-TAX-YEAR TO ALP-CERT-YEAR.
           MOVE WS-CERT-SEQ TO ALP-CERT-SEQ.
           MOVE WS-CURRENT-CIF TO ALP-CIF-NUMBER.
           MOVE "NOT ON CIF FILE" TO ALP-NAME.
           IF CIF-FILE-OPEN
               MOVE WS-CURRENT-CIF TO CIF-NUMBER
               READ CIF-FILE KEY IS CIF-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CIF-NAME TO ALP-NAME
                       MOVE CIF-ADDRESS TO ALP-ADDRESS
                       MOVE CIF-ID-TYPE TO ALP-ID-TYPE
                       MOVE CIF-ID-NUMBER TO ALP-ID-NUMBER
               END-READ
           END-IF.
           MOVE WS-CIF-ACCOUNTS TO ALP-ACCOUNT-COUNT.
           MOVE WS-CIF-INTEREST TO ALP-GROSS-INTEREST.
           MOVE WS-CIF-TAX TO ALP-TAX-WITHHELD.
           PERFORM 3300-PRINT-CERTIFICATE.
           WRITE ALP-REC.
           PERFORM CHECK-AWORK-STATUS.
           ADD WS-CIF-TAX TO WS-CERT-TAX.
           ADD WS-CIF-INTEREST TO WS-CERT-INTEREST.
           MOVE "N" TO WS-HAVE-CIF-SWITCH.

       3300-PRINT-CERTIFICATE.
           MOVE CERT-DASH-LINE TO CERT-REC.
           PERFORM 8100-WRITE-CERT.
           MOVE SPACES TO CERT-REC.
           STRING "CERTIFICATE OF FINAL TAX WITHHELD AT SOURCE   NO. "
               ALP-CERT-YEAR "-" ALP-CERT-SEQ
               DELIMITED BY SIZE INTO CERT-REC.
           PERFORM 8100-WRITE-CERT.
           MOVE SPACES TO CERT-REC.
           STRING "FOR THE CALENDAR YEAR " WS-TAX-YEAR
               DELIMITED BY SIZE INTO CERT-REC.
           PERFORM 8100-WRITE-CERT.
           MOVE SPACES TO CERT-REC.
           PERFORM 8100-WRITE-CERT.
           MOVE SPACES TO CERT-REC.
           STRING "PAYEE            : " ALP-NAME
               DELIMITED BY SIZE INTO CERT-REC.
           PERFORM 8100-WRITE-CERT.
           MOVE SPACES TO CERT-REC.
           STRING "ADDRESS          : " ALP-ADDRESS
               DELIMITED BY SIZE INTO CERT-REC.
           PERFORM 8100-WRITE-CERT.
           MOVE SPACES TO CERT-REC.
           STRING "ID               : " ALP-ID-TYPE " " ALP-ID-NUMBER
               DELIMITED BY SIZE INTO CERT-REC.
           PERFORM 8100-WRITE-CERT.
           MOVE SPACES TO CERT-REC.
           STRING "CUSTOMER NUMBER  : " ALP-CIF-NUMBER
               DELIMITED BY SIZE INTO CERT-REC.
           PERFORM 8100-WRITE-CERT.
           MOVE ALP-ACCOUNT-COUNT TO WS-ACCOUNTS-ED.
           MOVE SPACES TO CERT-REC.
           STRING "INCOME PAYMENT   : INTEREST ON TIME DEPOSITS ("
               WS-ACCOUNTS-ED " ACCOUNT(S))"
               DELIMITED BY SIZE INTO CERT-REC.
           PERFORM 8100-WRITE-CERT.
           MOVE ALP-GROSS-INTEREST TO WS-MONEY-ED.
           MOVE SPACES TO CERT-REC.
           STRING "GROSS INTEREST   : " WS-MONEY-ED
               DELIMITED BY SIZE INTO CERT-REC.
           PERFORM 8100-WRITE-CERT.
           MOVE ALP-TAX-WITHHELD TO WS-MONEY-ED.
           MOVE SPACES TO CERT-REC.
           STRING "TAX WITHHELD     : " WS-MONEY-ED
               DELIMITED BY SIZE INTO CERT-REC.
           PERFORM 8100-WRITE-CERT.
           MOVE SPACES TO CERT-REC.
           PERFORM 8100-WRITE-CERT.
           MOVE SPACES TO CERT-REC.
           STRING "WITHHOLDING AGENT: ______________________  DATE "
               WS-TODAY
               DELIMITED BY SIZE INTO CERT-REC.
           PERFORM 8100-WRITE-CERT.

      ******************************************************************
      * 4000-PROVE-CONTROL-TOTAL - each month's filed total, then the
      * proof: the certificates plus the uncertified lines must come
      * to exactly what the twelve remittances filed.
      ******************************************************************
       4000-PROVE-CONTROL-TOTAL.
           MOVE DASH-LINE TO CTL-REC.
           PERFORM 8000-WRITE-CTL.
           MOVE SPACES TO CTL-REC.
           STRING "MONTH    LINES   TAX REMITTED" DELIMITED BY SIZE
               INTO CTL-REC.
           PERFORM 8000-WRITE-CTL.
           PERFORM 4100-MONTH-LINE VARYING MO-IDX FROM 1 BY 1
               UNTIL MO-IDX > 12.
           MOVE DASH-LINE TO CTL-REC.
           PERFORM 8000-WRITE-CTL.
           MOVE WS-FILED-LINES TO WS-COUNT-ED.
           MOVE WS-FILED-TAX TO WS-MONEY-ED.
           MOVE SPACES TO CTL-REC.
           STRING "REMITTED FOR THE YEAR  : " WS-COUNT-ED
               "  TAX: " WS-MONEY-ED
               DELIMITED BY SIZE INTO CTL-REC.
           PERFORM 8000-WRITE-CTL.
           MOVE WS-CERT-SEQ TO WS-COUNT-ED.
           MOVE WS-CERT-TAX TO WS-MONEY-ED.
           MOVE SPACES TO CTL-REC.
           STRING "CERTIFICATES ISSUED    : " WS-COUNT-ED
               "  TAX: " WS-MONEY-ED
               DELIMITED BY SIZE INTO CTL-REC.
           PERFORM 8000-WRITE-CTL.
           MOVE WS-CERT-INTEREST TO WS-MONEY-ED.
           MOVE SPACES TO CTL-REC.
           STRING "  GROSS INTEREST CERTIFIED     " WS-MONEY-ED
               DELIMITED BY SIZE INTO CTL-REC.
           PERFORM 8000-WRITE-CTL.
           MOVE WS-NO-CIF-LINES TO WS-COUNT-ED.
           MOVE WS-NO-CIF-TAX TO WS-MONEY-ED.
           MOVE SPACES TO CTL-REC.
           STRING "NOT CERTIFIED (NO CIF) : " WS-COUNT-ED
               "  TAX: " WS-MONEY-ED
               DELIMITED BY SIZE INTO CTL-REC.
           PERFORM 8000-WRITE-CTL.
           COMPUTE WS-PROVED-TAX = WS-CERT-TAX + WS-NO-CIF-TAX.
           MOVE SPACES TO CTL-REC.
           IF WS-PROVED-TAX = WS-FILED-TAX
               STRING "CONTROL TOTAL TIES TO THE MONTHLY REMITTANCES."
                   DELIMITED BY SIZE INTO CTL-REC
           ELSE
               STRING "*** CONTROL TOTAL DOES NOT TIE TO THE MONTHLY "
                   "REMITTANCES ***" DELIMITED BY SIZE INTO CTL-REC
           END-IF.
           PERFORM 8000-WRITE-CTL.
           IF WS-MONTHS-MISSING > ZERO
               MOVE WS-MONTHS-MISSING TO WS-COUNT-ED
               MOVE SPACES TO CTL-REC
               STRING "*** " WS-COUNT-ED
                   " MONTH(S) OF THE YEAR NEVER FILED ON WTAXHIST ***"
                   DELIMITED BY SIZE INTO CTL-REC
               PERFORM 8000-WRITE-CTL
           END-IF.

       4100-MONTH-LINE.
           SET WS-MONTH-NO TO MO-IDX.
           ADD WS-MO-LINES(MO-IDX) TO WS-FILED-LINES.
           ADD WS-MO-TAX(MO-IDX) TO WS-FILED-TAX.
           MOVE WS-MO-LINES(MO-IDX) TO WS-COUNT-ED.
           MOVE WS-MO-TAX(MO-IDX) TO WS-MONEY-ED.
           MOVE SPACES TO CTL-REC.
           IF WS-MO-LINES(MO-IDX) = ZERO
               ADD 1 TO WS-MONTHS-MISSING
               STRING WS-TAX-YEAR WS-MONTH-NO
                   "          *** NOT FILED ***"
                   DELIMITED BY SIZE INTO CTL-REC
           ELSE
               STRING WS-TAX-YEAR WS-MONTH-NO " " WS-COUNT-ED
                   " " WS-MONEY-ED
                   DELIMITED BY SIZE INTO CTL-REC
           END-IF.
           PERFORM 8000-WRITE-CTL.

       5000-FINISH.
           IF CIF-FILE-OPEN
               CLOSE CIF-FILE
           END-IF.
           CLOSE CERT-FILE.
           CLOSE CONTROL-PRINT-FILE.
           MOVE "WTAXCERTS" TO SPC-REPORT-NAME.
           MOVE "WTAXCERTS" TO SPC-SOURCE-PATH.
           CALL "SPOOLCAP" USING SPOOL-CAP-AREA.
           MOVE "WTAXCTL" TO SPC-REPORT-NAME.
           MOVE "WTAXCTL" TO SPC-SOURCE-PATH.
           CALL "SPOOLCAP" USING SPOOL-CAP-AREA.
           MOVE WS-CERT-SEQ TO WS-COUNT-ED.
           DISPLAY "CERTIFICATES PRINTED TO WTAXCERTS : " WS-COUNT-ED.
           DISPLAY "ALPHALIST WRITTEN TO ALPHLIST.".
           DISPLAY "CONTROL REPORT WRITTEN TO WTAXCTL.".

       8000-WRITE-CTL.
           WRITE CTL-REC.
           PERFORM CHECK-CTL-STATUS.

       8100-WRITE-CERT.
           WRITE CERT-REC.
           PERFORM CHECK-CERT-STATUS.

      ******************************************************************
      * ABEND-FILE-ERROR - common stop point for any file operation
      * that comes back with a status this program was not already
      * expecting to handle.
      ******************************************************************
       ABEND-FILE-ERROR.
           DISPLAY "*** FILE ERROR ON " WS-ERR-FILE-NAME.
           DISPLAY "*** FILE STATUS = " WS-ERR-STATUS.
           DISPLAY "CERTIFICATE RUN TERMINATED - SEE FILE STATUS "
               "ABOVE.".
           STOP RUN.

       CHECK-HIST-STATUS.
           IF WS-HIST-STATUS NOT = "00"
               MOVE "HISTORY-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-HIST-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-CIF-STATUS.
           IF WS-CIF-STATUS NOT = "00"
               MOVE "CIF-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-CIF-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-AWORK-STATUS.
           IF WS-AWORK-STATUS NOT = "00"
               MOVE "ALPHA-WORK-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-AWORK-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-CERT-STATUS.
           IF WS-CERT-STATUS NOT = "00"
               MOVE "CERT-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-CERT-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-CTL-STATUS.
           IF WS-CTL-STATUS NOT = "00"
               MOVE "CONTROL-PRINT-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-CTL-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       END PROGRAM WTAXCERT.
