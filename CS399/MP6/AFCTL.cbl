      ******************************************************************
      * Author:
      * Date:
      * Purpose: Accountable forms control - the treasurer's screen
      *          for the official receipt booklets on AFFILE: receive
      *          a booklet from the printer into stock by its serial
      *          range, issue it to a collector (or to BANKIMP for the
      *          banks' receipts), list the booklets, and print the
      *          monthly report of accountable forms the auditor
      *          requires - per collector, the opening stock of
      *          serials, booklets received, serials used off AFUSED
      *          and the closing balance, with the treasury's own
      *          unissued stock shown the same way.  Written to
      *          AFRPT.  TAXPAY and BANKIMP refuse any OR not in a
      *          booklet issued here.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AFCTL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT FORMS-FILE
           ASSIGN TO "AFFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AF-END-SERIAL
           FILE STATUS IS WS-AF-STATUS.

       SELECT FORMS-USED-FILE
           ASSIGN TO "AFUSED"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AFU-OR-NUMBER
           FILE STATUS IS WS-AFU-STATUS.

       SELECT PRINT-FILE
           ASSIGN TO "AFRPT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PRINT-STATUS.

       SELECT OPERATOR-FILE
           ASSIGN TO "OPERTAB"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-OPER-STATUS.

       SELECT SIGNON-LOG-FILE
           ASSIGN TO "SIGNLOG"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-SLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD FORMS-FILE
           DATA RECORD IS AF-REC.

       COPY "AFREC.cpy".

       FD FORMS-USED-FILE
           DATA RECORD IS AFU-REC.

       COPY "AFUREC.cpy".

       FD PRINT-FILE
           DATA RECORD IS PRINT-REC.

       01 PRINT-REC PIC X(100).

      ******************************************************************
      * OPERATOR-FILE - shared sign-on table; self-seeds on first run
      * the same way it does for the property master program.
      ******************************************************************
       FD OPERATOR-FILE
           DATA RECORD IS OPER-REC.

       COPY "OPERREC.cpy".

      ******************************************************************
      * SIGNON-LOG-FILE - shared sign-on attempt log: every attempt,
      * good or bad, from every program that signs operators on.
      ******************************************************************
       FD SIGNON-LOG-FILE
           DATA RECORD IS SLOG-REC.

       COPY "SLOGREC.cpy".

       WORKING-STORAGE SECTION.
       01 WS-AF-STATUS PIC X(2).
       01 WS-AFU-STATUS PIC X(2).
       01 WS-PRINT-STATUS PIC X(2).
       01 WS-EOF PIC X(1) VALUE "N".
       01 DASH-LINE PIC X(90) VALUE ALL "-".

       01 OPTION PIC 9.
       01 OPTION_CREATE PIC A.
       01 WS-QUIT-SWITCH PIC X VALUE "N".
           88 QUIT-REQUESTED VALUE "Y".

      * BOOKLET ENTRY FIELDS, ACCEPTED OFF THE FORMS SCREEN.
       01 WS-EDIT-START PIC 9(7) VALUE ZERO.
       01 WS-EDIT-END PIC 9(7) VALUE ZERO.
       01 WS-EDIT-DATE PIC 9(8) VALUE ZERO.
       01 WS-EDIT-COLLECTOR PIC X(8) VALUE SPACES.
       01 WS-BOOKLET-SWITCH PIC X VALUE "N".
           88 BOOKLET-FOUND VALUE "Y".
           88 BOOKLET-NOT-FOUND VALUE "N".
       01 WS-COLLECTOR-SWITCH PIC X VALUE "N".
           88 COLLECTOR-KNOWN VALUE "Y".
           88 COLLECTOR-UNKNOWN VALUE "N".
       01 WS-LIST-LINE PIC 99 VALUE ZERO.
       01 WS-SERIALS PIC 9(7) VALUE ZERO.

      ******************************************************************
      * MONTHLY REPORT FIELDS - ONE SLOT PER COLLECTOR HOLDING SERIALS
      * AT ANY TIME IN THE MONTH; SLOT 1 IS THE TREASURY'S OWN
      * UNISSUED STOCK, WHERE "USED" MEANS ISSUED OUT TO A COLLECTOR.
      ******************************************************************
       01 WS-RPT-MONTH PIC 9(6) VALUE ZERO.
       01 WS-MONTH-START PIC 9(8) VALUE ZERO.
       01 WS-MONTH-END PIC 9(8) VALUE ZERO.
       01 WS-COLL-COUNT PIC 99 VALUE ZERO.
       01 WS-LOOKUP-COLLECTOR PIC X(8) VALUE SPACES.
       01 WS-COLL-TABLE.
           05 WS-COLL-ENTRY OCCURS 30 TIMES INDEXED BY CO-IDX.
               10 WS-CO-ID PIC X(8).
               10 WS-CO-OPENING PIC S9(7).
               10 WS-CO-RECEIVED PIC 9(7).
               10 WS-CO-USED PIC 9(7).
               10 WS-CO-CLOSING PIC S9(7).
       01 WS-TOT-OPENING PIC S9(7) VALUE ZERO.
       01 WS-TOT-RECEIVED PIC 9(7) VALUE ZERO.
       01 WS-TOT-USED PIC 9(7) VALUE ZERO.
       01 WS-TOT-CLOSING PIC S9(7) VALUE ZERO.
       01 WS-SERIAL-ED PIC Z,ZZZ,ZZ9-.
       01 WS-RECEIVED-ED PIC Z,ZZZ,ZZ9.
       01 WS-USED-ED PIC Z,ZZZ,ZZ9.
       01 WS-CLOSING-ED PIC Z,ZZZ,ZZ9-.

      * WS-ERR-FILE-NAME/WS-ERR-STATUS ARE SET BY THE CHECK-xxx-STATUS
      * PARAGRAPHS BELOW BEFORE PERFORMING ABEND-FILE-ERROR.
       01 WS-ERR-FILE-NAME PIC X(20).
       01 WS-ERR-STATUS PIC X(2).

      ******************************************************************
      * OPERATOR SIGN-ON TABLE AND WORKING FIELDS
      ******************************************************************
       01 WS-OPER-STATUS PIC X(2).
       01 WS-OPER-EOF PIC X VALUE "N".
       01 WS-OPER-COUNT PIC 99 VALUE ZERO.
       01 WS-OPER-TABLE.
           05 WS-OPER-ENTRY OCCURS 20 TIMES INDEXED BY OP-IDX.
               10 WS-OP-ID PIC X(8).
               10 WS-OP-PASSWORD PIC X(8).
               10 WS-OP-ROLE PIC X(1).
       01 WS-SIGNON-ID PIC X(8) VALUE SPACES.
       01 WS-SIGNON-PASSWORD PIC X(8) VALUE SPACES.
       01 WS-SIGNON-ENCODED PIC X(8) VALUE SPACES.
       01 WS-SEED-PW PIC X(8) VALUE SPACES.
       01 WS-ENCODED-PW PIC X(8) VALUE SPACES.
       01 WS-TODAY-DATE PIC 9(8) VALUE ZERO.

      * SIGN-ON ATTEMPT LOGGING AND LOCKOUT FIELDS - EVERY ATTEMPT
      * LOGS TO SIGNLOG AND REPEATED FAILURES LOCK THE ID ON OPERTAB,
      * SO THE LOCKOUT HOLDS AT EVERY DOOR, NOT JUST THE ENTRY
      * PROGRAMS.
       01 WS-SLOG-STATUS PIC X(2).
       01 WS-SIGNON-RESULT PIC X(4) VALUE SPACES.
       01 WS-FAIL-LIMIT PIC 9 VALUE 3.
       01 WS-SLOG-DATE PIC 9(8) VALUE ZERO.
       01 WS-SLOG-TIME PIC 9(8) VALUE ZERO.
       01 WS-OPER-UPD-EOF PIC X VALUE "N".
       01 WS-OPER-UPD-FOUND PIC X VALUE "N".
       01 WS-SIGNON-SWITCH PIC X VALUE "N".
           88 SIGNED-ON VALUE "Y".
           88 NOT-SIGNED-ON VALUE "N".
       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       01 WS-OPERATOR-ROLE PIC X(1) VALUE "V".
           88 OPERATOR-AUTHORIZED VALUE "A".
           88 OPERATOR-VIEW-ONLY VALUE "V".

       SCREEN SECTION.
       01 FORMS-SCREEN.
           05 FORMS-MENU.
               10 VALUE "ACCOUNTABLE FORMS CONTROL" BLANK SCREEN
                   LINE 1 COL 27.
               10 VALUE "[1] RECEIVE A BOOKLET INTO STOCK"
                   LINE 3 COL 12.
               10 VALUE "[2] ISSUE A BOOKLET TO A COLLECTOR"
                   LINE 5 COL 12.
               10 VALUE "[3] LIST BOOKLETS" LINE 7 COL 12.
               10 VALUE "[4] MONTHLY ACCOUNTABLE FORMS REPORT"
                   LINE 9 COL 12.
               10 VALUE "[5] QUIT" LINE 11 COL 12.
               10 VALUE "ENTER OPTION: " LINE 13 COL 12.

           05 RECEIVE-SCREEN.
               10 VALUE "RECEIVE OR BOOKLET" BLANK SCREEN
                   LINE 1 COL 30.
               10 VALUE "FIRST SERIAL: " LINE 3 COL 12.
               10 VALUE "LAST SERIAL: " LINE 5 COL 12.
               10 VALUE "DATE RECEIVED (YYYYMMDD): " LINE 7 COL 12.

           05 ISSUE-SCREEN.
               10 VALUE "ISSUE OR BOOKLET" BLANK SCREEN
                   LINE 1 COL 31.
               10 VALUE "FIRST SERIAL OF BOOKLET: " LINE 3 COL 12.
               10 VALUE "COLLECTOR ID: " LINE 5 COL 12.
               10 VALUE "DATE ISSUED (YYYYMMDD): " LINE 7 COL 12.

           05 REPORT-SCREEN.
               10 VALUE "MONTHLY ACCOUNTABLE FORMS REPORT" BLANK SCREEN
                   LINE 1 COL 23.
               10 VALUE "REPORT MONTH (YYYYMM): " LINE 3 COL 12.

           05 RESPOND.
               10 VALUE "C - TO CONTINUE" LINE 16 COL 30.
               10 VALUE "B - TO BACK" LINE 18 COL 30.
               10 VALUE "ENTER CHOICE : " LINE 20 COL 30.

           05 SIGN-ON-SCREEN.
               10 VALUE "ACCOUNTABLE FORMS SIGN-ON" BLANK SCREEN
                   LINE 1 COL 27.
               10 VALUE "OPERATOR ID : " LINE 3 COL 12.
               10 VALUE "PASSWORD    : " LINE 5 COL 12.

       PROCEDURE DIVISION.
       MAINLINE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-OPERATOR-TABLE.
           PERFORM SIGN-ON THRU SIGN-ON-EXIT UNTIL SIGNED-ON.
           PERFORM A-50-MENU UNTIL QUIT-REQUESTED.
           STOP RUN.

       A-50-MENU.
           DISPLAY FORMS-MENU.
           ACCEPT OPTION LINE 13 COL 27.
           IF OPTION = 1 THEN
               IF OPERATOR-AUTHORIZED
                   PERFORM A-100-RECEIVE-BOOKLET
               ELSE
                   DISPLAY "NOT AUTHORIZED FOR THIS OPTION"
                       LINE 15 COL 12
               END-IF
           ELSE IF OPTION = 2 THEN
               IF OPERATOR-AUTHORIZED
                   PERFORM B-200-ISSUE-BOOKLET
               ELSE
                   DISPLAY "NOT AUTHORIZED FOR THIS OPTION"
                       LINE 15 COL 12
               END-IF
           ELSE IF OPTION = 3 THEN
               PERFORM C-300-LIST-BOOKLETS
           ELSE IF OPTION = 4 THEN
               PERFORM D-400-MONTHLY-REPORT
           ELSE IF OPTION = 5 THEN
               SET QUIT-REQUESTED TO TRUE
           ELSE
               DISPLAY "INVALID OPTION, TRY AGAIN" LINE 15 COL 12
           END-IF.

      ******************************************************************
      * A-100-RECEIVE-BOOKLET - a booklet comes into stock by its
      * serial range.  The range may not overlap any booklet already
      * on file: the first booklet whose last serial is not below the
      * new first serial is the only one that could overlap.
      ******************************************************************
       A-100-RECEIVE-BOOKLET.
           DISPLAY RECEIVE-SCREEN.
           ACCEPT WS-EDIT-START LINE 3 COL 40.
           ACCEPT WS-EDIT-END LINE 5 COL 40.
           ACCEPT WS-EDIT-DATE LINE 7 COL 40.
           IF WS-EDIT-START = ZERO OR WS-EDIT-END < WS-EDIT-START
               DISPLAY "SERIAL RANGE IS NOT VALID - NOTHING RECEIVED."
                   LINE 11 COL 12
           ELSE
               PERFORM OPEN-FORMS-FILE
               MOVE WS-EDIT-START TO AF-END-SERIAL
               SET BOOKLET-NOT-FOUND TO TRUE
               START FORMS-FILE KEY IS NOT LESS THAN AF-END-SERIAL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ FORMS-FILE NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF AF-START-SERIAL NOT > WS-EDIT-END
                                   SET BOOKLET-FOUND TO TRUE
                               END-IF
                       END-READ
               END-START
               IF BOOKLET-FOUND
                   DISPLAY "RANGE OVERLAPS BOOKLET " AF-START-SERIAL
                       " - " AF-END-SERIAL " - NOTHING RECEIVED."
                       LINE 11 COL 12
               ELSE
                   MOVE WS-EDIT-END TO AF-END-SERIAL
                   MOVE WS-EDIT-START TO AF-START-SERIAL
                   MOVE WS-EDIT-DATE TO AF-RECEIVED-DATE
                   MOVE ZERO TO AF-ISSUE-DATE
                   MOVE SPACES TO AF-COLLECTOR-ID
                   MOVE "S" TO AF-STATUS
                   MOVE ZERO TO AF-USED-COUNT AF-LAST-USED
                   MOVE WS-EDIT-DATE TO AF-STATUS-DATE
                   MOVE WS-OPERATOR-ID TO AF-OPERATOR-ID
                   WRITE AF-REC
                   PERFORM CHECK-AF-STATUS
                   COMPUTE WS-SERIALS = WS-EDIT-END - WS-EDIT-START + 1
                   DISPLAY "BOOKLET RECEIVED INTO STOCK - " WS-SERIALS
                       " SERIALS." LINE 11 COL 12
               END-IF
               CLOSE FORMS-FILE
           END-IF.
           DISPLAY RESPOND.
           ACCEPT OPTION_CREATE LINE 20 COL 45.

      ******************************************************************
      * B-200-ISSUE-BOOKLET - a booklet in stock goes out to one
      * collector, who must be an active operator on OPERTAB or
      * BANKIMP for the banks' receipts.  Only then will TAXPAY or
      * BANKIMP accept its serials.
      ******************************************************************
       B-200-ISSUE-BOOKLET.
           DISPLAY ISSUE-SCREEN.
           ACCEPT WS-EDIT-START LINE 3 COL 40.
           ACCEPT WS-EDIT-COLLECTOR LINE 5 COL 40.
           ACCEPT WS-EDIT-DATE LINE 7 COL 40.
           SET COLLECTOR-UNKNOWN TO TRUE.
           IF WS-EDIT-COLLECTOR = "BANKIMP"
               SET COLLECTOR-KNOWN TO TRUE
           ELSE
               SET OP-IDX TO 1
               PERFORM B-210-COLLECTOR-SCAN
                   THRU B-210-COLLECTOR-SCAN-EXIT
                   UNTIL OP-IDX > WS-OPER-COUNT OR COLLECTOR-KNOWN
           END-IF.
           PERFORM OPEN-FORMS-FILE.
           MOVE WS-EDIT-START TO AF-END-SERIAL.
           SET BOOKLET-NOT-FOUND TO TRUE.
           START FORMS-FILE KEY IS NOT LESS THAN AF-END-SERIAL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ FORMS-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF AF-START-SERIAL = WS-EDIT-START
                               SET BOOKLET-FOUND TO TRUE
                           END-IF
                   END-READ
           END-START.
           IF BOOKLET-NOT-FOUND
               DISPLAY "NO BOOKLET STARTS AT THAT SERIAL."
                   LINE 11 COL 12
           ELSE IF NOT AF-IN-STOCK
               DISPLAY "BOOKLET IS NOT IN STOCK - ALREADY ISSUED TO "
                   AF-COLLECTOR-ID LINE 11 COL 12
           ELSE IF COLLECTOR-UNKNOWN
               DISPLAY "COLLECTOR ID IS NOT AN ACTIVE OPERATOR."
                   LINE 11 COL 12
           ELSE IF WS-EDIT-DATE < AF-RECEIVED-DATE
               DISPLAY "ISSUE DATE IS BEFORE THE BOOKLET WAS RECEIVED."
                   LINE 11 COL 12
           ELSE
               MOVE WS-EDIT-COLLECTOR TO AF-COLLECTOR-ID
               MOVE WS-EDIT-DATE TO AF-ISSUE-DATE
               MOVE "I" TO AF-STATUS
               MOVE WS-EDIT-DATE TO AF-STATUS-DATE
               MOVE WS-OPERATOR-ID TO AF-OPERATOR-ID
               REWRITE AF-REC
               PERFORM CHECK-AF-STATUS
               DISPLAY "BOOKLET " AF-START-SERIAL " - " AF-END-SERIAL
                   " ISSUED TO " AF-COLLECTOR-ID LINE 11 COL 12
           END-IF.
           CLOSE FORMS-FILE.
           DISPLAY RESPOND.
           ACCEPT OPTION_CREATE LINE 20 COL 45.

       B-210-COLLECTOR-SCAN.
           IF WS-OP-ID(OP-IDX) = WS-EDIT-COLLECTOR
               SET COLLECTOR-KNOWN TO TRUE
           ELSE
               SET OP-IDX UP BY 1
           END-IF.
       B-210-COLLECTOR-SCAN-EXIT.
           EXIT.

      ******************************************************************
      * C-300-LIST-BOOKLETS - the booklets in serial order, a screen
      * at a time.
      ******************************************************************
       C-300-LIST-BOOKLETS.
           DISPLAY "ACCOUNTABLE FORMS - BOOKLETS ON FILE" BLANK SCREEN
               LINE 1 COL 22.
           DISPLAY "FIRST    LAST     STATUS COLLECTOR ISSUED   USED"
               LINE 3 COL 5.
           MOVE 4 TO WS-LIST-LINE.
           MOVE "N" TO WS-EOF.
           OPEN INPUT FORMS-FILE.
           IF WS-AF-STATUS = "35"
               DISPLAY "NO BOOKLETS ON FILE." LINE 5 COL 5
           ELSE
               PERFORM CHECK-AF-STATUS
               PERFORM C-310-LIST-ONE THRU C-310-LIST-ONE-EXIT
                   UNTIL WS-EOF = "Y"
               CLOSE FORMS-FILE
           END-IF.
           DISPLAY RESPOND.
           ACCEPT OPTION_CREATE LINE 20 COL 45.

       C-310-LIST-ONE.
           READ FORMS-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   IF WS-LIST-LINE > 14
                       DISPLAY "MORE - PRESS ENTER" LINE 15 COL 5
                       ACCEPT OPTION_CREATE LINE 15 COL 25
                       DISPLAY "ACCOUNTABLE FORMS - BOOKLETS ON FILE"
                           BLANK SCREEN LINE 1 COL 22
                       DISPLAY "FIRST    LAST     STATUS COLLECTOR "
                           "ISSUED   USED" LINE 3 COL 5
                       MOVE 4 TO WS-LIST-LINE
                   END-IF
                   ADD 1 TO WS-LIST-LINE
                   DISPLAY AF-START-SERIAL LINE WS-LIST-LINE COL 5
                   DISPLAY AF-END-SERIAL LINE WS-LIST-LINE COL 14
                   DISPLAY AF-STATUS LINE WS-LIST-LINE COL 23
                   DISPLAY AF-COLLECTOR-ID LINE WS-LIST-LINE COL 30
                   DISPLAY AF-ISSUE-DATE LINE WS-LIST-LINE COL 40
                   DISPLAY AF-USED-COUNT LINE WS-LIST-LINE COL 49
           END-READ.
           IF WS-AF-STATUS NOT = "00" AND WS-AF-STATUS NOT = "10"
               MOVE "FORMS-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-AF-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.
       C-310-LIST-ONE-EXIT.
           EXIT.

      ******************************************************************
      * D-400-MONTHLY-REPORT - the report of accountable forms for
      * the month keyed.  Per collector: opening stock is every
      * serial issued before the month less every serial used before
      * it; received is the serials in booklets issued during the
      * month; used is the AFUSED rows dated in the month; closing is
      * opening plus received less used.  The treasury's unissued
      * stock heads the report, its "used" column being the serials
      * issued out to collectors.
      ******************************************************************
       D-400-MONTHLY-REPORT.
           DISPLAY REPORT-SCREEN.
           ACCEPT WS-RPT-MONTH LINE 3 COL 40.
           COMPUTE WS-MONTH-START = WS-RPT-MONTH * 100 + 1.
           COMPUTE WS-MONTH-END = WS-RPT-MONTH * 100 + 31.
           MOVE ZERO TO WS-TOT-OPENING WS-TOT-RECEIVED WS-TOT-USED
               WS-TOT-CLOSING.
           MOVE 1 TO WS-COLL-COUNT.
           SET CO-IDX TO 1.
           MOVE "TREASURY" TO WS-CO-ID(CO-IDX).
           MOVE ZERO TO WS-CO-OPENING(CO-IDX) WS-CO-RECEIVED(CO-IDX)
               WS-CO-USED(CO-IDX) WS-CO-CLOSING(CO-IDX).
           MOVE "N" TO WS-EOF.
           OPEN INPUT FORMS-FILE.
           IF WS-AF-STATUS = "35"
               MOVE "Y" TO WS-EOF
           ELSE
               PERFORM CHECK-AF-STATUS
               PERFORM D-410-TAKE-BOOKLET THRU D-410-TAKE-BOOKLET-EXIT
                   UNTIL WS-EOF = "Y"
               CLOSE FORMS-FILE
           END-IF.
           MOVE "N" TO WS-EOF.
           OPEN INPUT FORMS-USED-FILE.
           IF WS-AFU-STATUS = "35"
               MOVE "Y" TO WS-EOF
           ELSE
               PERFORM CHECK-AFU-STATUS
               PERFORM D-420-TAKE-USED THRU D-420-TAKE-USED-EXIT
                   UNTIL WS-EOF = "Y"
               CLOSE FORMS-USED-FILE
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           PERFORM CHECK-PRINT-STATUS.
           PERFORM D-440-WRITE-HEADER.
           SET CO-IDX TO 1.
           PERFORM D-450-WRITE-COLLECTOR THRU D-450-WRITE-COLLECTOR-EXIT
               UNTIL CO-IDX > WS-COLL-COUNT.
           PERFORM D-460-WRITE-TOTAL.
           CLOSE PRINT-FILE.
           DISPLAY "REPORT OF ACCOUNTABLE FORMS WRITTEN TO AFRPT."
               LINE 11 COL 12.
           DISPLAY RESPOND.
           ACCEPT OPTION_CREATE LINE 20 COL 45.

       D-410-TAKE-BOOKLET.
           READ FORMS-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   PERFORM D-415-COUNT-BOOKLET
           END-READ.
           IF WS-AF-STATUS NOT = "00" AND WS-AF-STATUS NOT = "10"
               MOVE "FORMS-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-AF-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.
       D-410-TAKE-BOOKLET-EXIT.
           EXIT.

       D-415-COUNT-BOOKLET.
           COMPUTE WS-SERIALS = AF-END-SERIAL - AF-START-SERIAL + 1.
           SET CO-IDX TO 1.
           IF AF-RECEIVED-DATE < WS-MONTH-START
               ADD WS-SERIALS TO WS-CO-OPENING(CO-IDX)
           ELSE IF AF-RECEIVED-DATE NOT > WS-MONTH-END
               ADD WS-SERIALS TO WS-CO-RECEIVED(CO-IDX)
           END-IF.
           IF AF-COLLECTOR-ID NOT = SPACES AND
               AF-ISSUE-DATE NOT > WS-MONTH-END
               IF AF-ISSUE-DATE < WS-MONTH-START
                   SUBTRACT WS-SERIALS FROM WS-CO-OPENING(CO-IDX)
               ELSE
                   ADD WS-SERIALS TO WS-CO-USED(CO-IDX)
               END-IF
               MOVE AF-COLLECTOR-ID TO WS-LOOKUP-COLLECTOR
               PERFORM D-430-FIND-COLLECTOR
               IF AF-ISSUE-DATE < WS-MONTH-START
                   ADD WS-SERIALS TO WS-CO-OPENING(CO-IDX)
               ELSE
                   ADD WS-SERIALS TO WS-CO-RECEIVED(CO-IDX)
               END-IF
           END-IF.

       D-420-TAKE-USED.
           READ FORMS-USED-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   IF AFU-DATE NOT > WS-MONTH-END
                       MOVE AFU-COLLECTOR-ID TO WS-LOOKUP-COLLECTOR
                       PERFORM D-430-FIND-COLLECTOR
                       IF AFU-DATE < WS-MONTH-START
                           SUBTRACT 1 FROM WS-CO-OPENING(CO-IDX)
                       ELSE
                           ADD 1 TO WS-CO-USED(CO-IDX)
                       END-IF
                   END-IF
           END-READ.
           IF WS-AFU-STATUS NOT = "00" AND WS-AFU-STATUS NOT = "10"
               MOVE "FORMS-USED-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-AFU-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.
       D-420-TAKE-USED-EXIT.
           EXIT.

      ******************************************************************
      * D-430-FIND-COLLECTOR - leaves CO-IDX on the collector's slot,
      * opening a new zeroed slot the first time the ID turns up.
      ******************************************************************
       D-430-FIND-COLLECTOR.
           SET CO-IDX TO 2.
           PERFORM D-435-FIND-SCAN THRU D-435-FIND-SCAN-EXIT
               UNTIL CO-IDX > WS-COLL-COUNT OR
                   WS-CO-ID(CO-IDX) = WS-LOOKUP-COLLECTOR.
           IF CO-IDX > WS-COLL-COUNT
               IF WS-COLL-COUNT >= 30
                   DISPLAY "*** COLLECTOR TABLE FULL AT 30 "
                       "ENTRIES - RAISE THE OCCURS ***"
                   STOP RUN
               END-IF
               ADD 1 TO WS-COLL-COUNT
               SET CO-IDX TO WS-COLL-COUNT
               MOVE WS-LOOKUP-COLLECTOR TO WS-CO-ID(CO-IDX)
               MOVE ZERO TO WS-CO-OPENING(CO-IDX)
                   WS-CO-RECEIVED(CO-IDX) WS-CO-USED(CO-IDX)
                   WS-CO-CLOSING(CO-IDX)
           END-IF.

       D-435-FIND-SCAN.
           SET CO-IDX UP BY 1.
       D-435-FIND-SCAN-EXIT.
           EXIT.

       D-440-WRITE-HEADER.
           MOVE SPACES TO PRINT-REC.
           STRING "COUNTY TREASURER - REPORT OF ACCOUNTABLE FORMS "
               DELIMITED BY SIZE
               "(OFFICIAL RECEIPTS) FOR MONTH " DELIMITED BY SIZE
               WS-RPT-MONTH DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE SPACES TO PRINT-REC.
           STRING "HELD BY        OPENING STOCK    RECEIVED  "
               DELIMITED BY SIZE
               "      USED   CLOSING BALANCE" DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE DASH-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.

       D-450-WRITE-COLLECTOR.
           COMPUTE WS-CO-CLOSING(CO-IDX) = WS-CO-OPENING(CO-IDX) +
               WS-CO-RECEIVED(CO-IDX) - WS-CO-USED(CO-IDX).
           IF CO-IDX > 1
               ADD WS-CO-OPENING(CO-IDX) TO WS-TOT-OPENING
               ADD WS-CO-RECEIVED(CO-IDX) TO WS-TOT-RECEIVED
               ADD WS-CO-USED(CO-IDX) TO WS-TOT-USED
               ADD WS-CO-CLOSING(CO-IDX) TO WS-TOT-CLOSING
           END-IF.
           MOVE WS-CO-OPENING(CO-IDX) TO WS-SERIAL-ED.
           MOVE WS-CO-RECEIVED(CO-IDX) TO WS-RECEIVED-ED.
           MOVE WS-CO-USED(CO-IDX) TO WS-USED-ED.
           MOVE WS-CO-CLOSING(CO-IDX) TO WS-CLOSING-ED.
           MOVE SPACES TO PRINT-REC.
           STRING WS-CO-ID(CO-IDX) DELIMITED BY SIZE
               "     " DELIMITED BY SIZE
               WS-SERIAL-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-RECEIVED-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-USED-ED DELIMITED BY SIZE
               "     " DELIMITED BY SIZE
               WS-CLOSING-ED DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           IF CO-IDX = 1
               MOVE SPACES TO PRINT-REC
               STRING "  (TREASURY USED = SERIALS ISSUED OUT TO "
                   DELIMITED BY SIZE
                   "COLLECTORS)" DELIMITED BY SIZE
                   INTO PRINT-REC
               WRITE PRINT-REC
               PERFORM CHECK-PRINT-STATUS
           END-IF.
           SET CO-IDX UP BY 1.
       D-450-WRITE-COLLECTOR-EXIT.
           EXIT.

       D-460-WRITE-TOTAL.
           MOVE DASH-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE WS-TOT-OPENING TO WS-SERIAL-ED.
           MOVE WS-TOT-RECEIVED TO WS-RECEIVED-ED.
           MOVE WS-TOT-USED TO WS-USED-ED.
           MOVE WS-TOT-CLOSING TO WS-CLOSING-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "COLLECTORS" DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-SERIAL-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-RECEIVED-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-USED-ED DELIMITED BY SIZE
               "     " DELIMITED BY SIZE
               WS-CLOSING-ED DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.

      ******************************************************************
      * OPEN-FORMS-FILE - I-O for a receipt or an issue, creating the
      * file the first time a booklet is received.
      ******************************************************************
       OPEN-FORMS-FILE.
           OPEN I-O FORMS-FILE.
           IF WS-AF-STATUS = "35"
               OPEN OUTPUT FORMS-FILE
               CLOSE FORMS-FILE
               OPEN I-O FORMS-FILE
           END-IF.
           PERFORM CHECK-AF-STATUS.

      ******************************************************************
      * ABEND-FILE-ERROR - common stop point for any file operation
      * that comes back with a status this program was not already
      * expecting to handle.
      ******************************************************************
       ABEND-FILE-ERROR.
           DISPLAY "*** FILE ERROR ON " WS-ERR-FILE-NAME.
           DISPLAY "*** FILE STATUS = " WS-ERR-STATUS.
           DISPLAY "RUN TERMINATED - SEE FILE STATUS ABOVE.".
           STOP RUN.

       CHECK-AF-STATUS.
           IF WS-AF-STATUS NOT = "00"
               MOVE "FORMS-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-AF-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-AFU-STATUS.
           IF WS-AFU-STATUS NOT = "00"
               MOVE "FORMS-USED-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-AFU-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-PRINT-STATUS.
           IF WS-PRINT-STATUS NOT = "00"
               MOVE "PRINT-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-PRINT-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-OPER-STATUS.
           IF WS-OPER-STATUS NOT = "00"
               MOVE "OPERATOR-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-OPER-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

      ******************************************************************
      * WRITE-SIGNON-LOG - append one attempt row to the shared
      * SIGNLOG file.  Caller sets WS-SIGNON-RESULT first.
      ******************************************************************
       WRITE-SIGNON-LOG.
           ACCEPT WS-SLOG-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SLOG-TIME FROM TIME.
           OPEN EXTEND SIGNON-LOG-FILE.
           IF WS-SLOG-STATUS = "35"
               OPEN OUTPUT SIGNON-LOG-FILE
               CLOSE SIGNON-LOG-FILE
               OPEN EXTEND SIGNON-LOG-FILE
           END-IF.
           MOVE WS-SLOG-DATE TO SLOG-DATE.
           MOVE WS-SLOG-TIME TO SLOG-TIME.
           MOVE "AFCTL" TO SLOG-PROGRAM.
           MOVE WS-SIGNON-ID TO SLOG-OPERATOR.
           MOVE WS-SIGNON-RESULT TO SLOG-RESULT.
           WRITE SLOG-REC.
           CLOSE SIGNON-LOG-FILE.

      ******************************************************************
      * BUMP-FAIL-COUNT - a failed attempt adds one to the ID's
      * failure count on OPERTAB; at the limit the ID locks and only
      * the security administration program can unlock it.
      ******************************************************************
       BUMP-FAIL-COUNT.
           MOVE "N" TO WS-OPER-UPD-EOF.
           MOVE "N" TO WS-OPER-UPD-FOUND.
           OPEN I-O OPERATOR-FILE.
           IF WS-OPER-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM CHECK-OPER-STATUS
               PERFORM BUMP-FAIL-SCAN THRU BUMP-FAIL-SCAN-EXIT
                   UNTIL WS-OPER-UPD-EOF = "Y" OR
                       WS-OPER-UPD-FOUND = "Y"
               CLOSE OPERATOR-FILE
           END-IF.

       BUMP-FAIL-SCAN.
           READ OPERATOR-FILE
               AT END
                   MOVE "Y" TO WS-OPER-UPD-EOF
               NOT AT END
                   IF OPER-ID = WS-SIGNON-ID
                       MOVE "Y" TO WS-OPER-UPD-FOUND
                       ADD 1 TO OPER-FAIL-COUNT
                       IF OPER-FAIL-COUNT >= WS-FAIL-LIMIT AND
                           OPER-ACTIVE
                           MOVE "L" TO OPER-STATUS
                           MOVE "LOCK" TO WS-SIGNON-RESULT
                           PERFORM WRITE-SIGNON-LOG
                           PERFORM DROP-LOCKED-FROM-TABLE
                               THRU DROP-LOCKED-FROM-TABLE-EXIT
                           DISPLAY "OPERATOR ID LOCKED AFTER REPEATED "
                               "FAILURES."
                               LINE 8 COL 12
                       END-IF
                       REWRITE OPER-REC
                   END-IF
           END-READ.
       BUMP-FAIL-SCAN-EXIT.
           EXIT.

      ******************************************************************
      * DROP-LOCKED-FROM-TABLE - the lock just written to OPERTAB
      * must also take the ID out of the in-memory sign-on table, or
      * this session could still match it on a later attempt.
      ******************************************************************
       DROP-LOCKED-FROM-TABLE.
           SET OP-IDX TO 1.
           PERFORM DROP-LOCKED-SCAN THRU DROP-LOCKED-SCAN-EXIT
               UNTIL OP-IDX > WS-OPER-COUNT.
       DROP-LOCKED-FROM-TABLE-EXIT.
           EXIT.

       DROP-LOCKED-SCAN.
           IF WS-OP-ID(OP-IDX) = WS-SIGNON-ID
               MOVE LOW-VALUES TO WS-OP-ID(OP-IDX)
           END-IF.
           SET OP-IDX UP BY 1.
       DROP-LOCKED-SCAN-EXIT.
           EXIT.

      ******************************************************************
      * LOAD-OPERATOR-TABLE - reads OPERTAB into memory once at
      * startup. If the shop has never set up the sign-on table yet,
      * seed it with a starter operator and clerk account, so OPERTAB
      * exists on disk afterward for someone to edit.
      ******************************************************************
       LOAD-OPERATOR-TABLE.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPER-STATUS = "35"
               PERFORM WRITE-DEFAULT-OPERATOR-TABLE
               OPEN INPUT OPERATOR-FILE
           END-IF.
           PERFORM CHECK-OPER-STATUS.
           PERFORM LOAD-OPERATOR-ENTRY THRU LOAD-OPERATOR-ENTRY-EXIT
               UNTIL WS-OPER-EOF = "Y".
           CLOSE OPERATOR-FILE.

      * ONLY ACTIVE OPERATORS LOAD INTO THE SIGN-ON TABLE; A REVOKED
      * OR LOCKED ID SIMPLY CANNOT MATCH.
       LOAD-OPERATOR-ENTRY.
           READ OPERATOR-FILE
               AT END
                   MOVE "Y" TO WS-OPER-EOF
               NOT AT END
                   IF OPER-ACTIVE
                       ADD 1 TO WS-OPER-COUNT
                       SET OP-IDX TO WS-OPER-COUNT
                       MOVE OPER-ID TO WS-OP-ID(OP-IDX)
                       MOVE OPER-PASSWORD TO WS-OP-PASSWORD(OP-IDX)
                       MOVE OPER-ROLE TO WS-OP-ROLE(OP-IDX)
                   END-IF
           END-READ.
       LOAD-OPERATOR-ENTRY-EXIT.
           EXIT.

       WRITE-DEFAULT-OPERATOR-TABLE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT OPERATOR-FILE.
           MOVE "OPER1" TO OPER-ID.
           MOVE "OPER1PW" TO WS-SEED-PW.
           CALL "PWCODE" USING WS-SEED-PW WS-ENCODED-PW.
           MOVE WS-ENCODED-PW TO OPER-PASSWORD.
           MOVE "A" TO OPER-ROLE.
           MOVE "A" TO OPER-STATUS.
           MOVE WS-TODAY-DATE TO OPER-PW-CHANGED-DATE.
           MOVE "Y" TO OPER-FORCE-CHANGE.
           MOVE ZERO TO OPER-FAIL-COUNT.
           WRITE OPER-REC.
           MOVE "CLERK1" TO OPER-ID.
           MOVE "CLERK1PW" TO WS-SEED-PW.
           CALL "PWCODE" USING WS-SEED-PW WS-ENCODED-PW.
           MOVE WS-ENCODED-PW TO OPER-PASSWORD.
           MOVE "V" TO OPER-ROLE.
           MOVE "A" TO OPER-STATUS.
           MOVE WS-TODAY-DATE TO OPER-PW-CHANGED-DATE.
           MOVE "Y" TO OPER-FORCE-CHANGE.
           MOVE ZERO TO OPER-FAIL-COUNT.
           WRITE OPER-REC.
           CLOSE OPERATOR-FILE.

      ******************************************************************
      * SIGN-ON - requires a valid operator ID/password before the
      * forms menu is shown; sets WS-OPERATOR-ID and
      * WS-OPERATOR-ROLE for the rest of the run.
      ******************************************************************
       SIGN-ON.
           DISPLAY SIGN-ON-SCREEN.
           ACCEPT WS-SIGNON-ID LINE 3 COL 28.
           ACCEPT WS-SIGNON-PASSWORD LINE 5 COL 28.
           CALL "PWCODE" USING WS-SIGNON-PASSWORD WS-SIGNON-ENCODED.
           PERFORM LOOKUP-OPERATOR.
           IF SIGNED-ON
               MOVE "OK  " TO WS-SIGNON-RESULT
               PERFORM WRITE-SIGNON-LOG
           ELSE
               MOVE "BAD " TO WS-SIGNON-RESULT
               PERFORM WRITE-SIGNON-LOG
               PERFORM BUMP-FAIL-COUNT
               DISPLAY "INVALID OPERATOR ID OR PASSWORD, TRY AGAIN"
                   LINE 7 COL 12
           END-IF.
       SIGN-ON-EXIT.
           EXIT.

       LOOKUP-OPERATOR.
           SET OP-IDX TO 1.
           SET NOT-SIGNED-ON TO TRUE.
           PERFORM LOOKUP-OPERATOR-SCAN THRU LOOKUP-OPERATOR-SCAN-EXIT
               UNTIL OP-IDX > WS-OPER-COUNT OR SIGNED-ON.

       LOOKUP-OPERATOR-SCAN.
           IF WS-SIGNON-ID = WS-OP-ID(OP-IDX) AND
               WS-SIGNON-ENCODED = WS-OP-PASSWORD(OP-IDX)
               SET SIGNED-ON TO TRUE
               MOVE WS-OP-ID(OP-IDX) TO WS-OPERATOR-ID
               MOVE WS-OP-ROLE(OP-IDX) TO WS-OPERATOR-ROLE
           ELSE
               SET OP-IDX UP BY 1
           END-IF.
       LOOKUP-OPERATOR-SCAN-EXIT.
           EXIT.

       END PROGRAM AFCTL.
