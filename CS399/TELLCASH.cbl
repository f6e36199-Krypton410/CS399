      ******************************************************************
      * Author:
      * Date:
      * Purpose: Teller cash position and over/short - the teller's
      *          end-of-day drawer proof.  Cash drawn from the vault
      *          in the morning and sent back during the day is keyed
      *          here onto the TELLPOS position row for the business
      *          date; the shared CASHPOS routine adds the cash the
      *          teller took in and paid out on DEPTXN and LOANREG to
      *          arrive at the cash the drawer should hold.  The
      *          teller counts the drawer denomination by
      *          denomination in front of a witness, the count is
      *          proved against that expected figure, and the over or
      *          short goes onto the OVSHREG over/short register,
      *          which prints to OVSHRPT.  A counted position marks
      *          the teller balanced; any later movement reopens it,
      *          and the day cannot close until every teller who
      *          transacted is balanced again.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TELLCASH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT RUN-CONTROL-FILE
           ASSIGN TO "RUNCTL"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RCTL-STATUS.

       SELECT POSITION-FILE
           ASSIGN TO "TELLPOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TP-KEY
           FILE STATUS IS WS-TPOS-STATUS.

       SELECT OVERSHORT-FILE
           ASSIGN TO "OVSHREG"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-OVS-STATUS.

       SELECT PRINT-FILE
           ASSIGN TO "OVSHRPT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD RUN-CONTROL-FILE
           DATA RECORD IS RUN-CTL-REC.

       COPY "RUNCTLREC.cpy".

       FD POSITION-FILE
           DATA RECORD IS TPOS-REC.

       COPY "TPOSREC.cpy".

       FD OVERSHORT-FILE
           DATA RECORD IS OVS-REC.

       COPY "OVSREC.cpy".

       FD PRINT-FILE
           DATA RECORD IS PRINT-REC.

       01 PRINT-REC PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-RCTL-STATUS PIC X(2).
       01 WS-TPOS-STATUS PIC X(2).
       01 WS-OVS-STATUS PIC X(2).
       01 WS-PRINT-STATUS PIC X(2).
       01 WS-EOF PIC X(1) VALUE "N".
       01 DASH-LINE PIC X(80) VALUE ALL "-".

       01 OPTION PIC 9.
       01 WS-QUIT-SWITCH PIC X VALUE "N".
           88 QUIT-REQUESTED VALUE "Y".
       01 WS-TODAY PIC 9(8) VALUE ZERO.
       01 WS-BUSINESS-DATE PIC 9(8) VALUE ZERO.
       01 WS-DAY-CLOSED PIC X VALUE "N".
           88 DAY-IS-CLOSED VALUE "Y".
       01 WS-CURRENT-TIME PIC 9(8) VALUE ZERO.
       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       01 WS-WITNESS-ID PIC X(8) VALUE SPACES.
       01 WS-CONFIRM PIC X VALUE SPACE.

       01 WS-AMOUNT-IN PIC 9(9)V99 VALUE ZERO.
       01 WS-VAULT-ACTION PIC X VALUE SPACE.
           88 VAULT-ISSUE VALUE "I".
           88 VAULT-RETURN VALUE "R".
       01 WS-POSITION-SWITCH PIC X VALUE "N".
           88 POSITION-FOUND VALUE "Y".
           88 POSITION-NOT-FOUND VALUE "N".
       01 WS-TELLER-SWITCH PIC X VALUE "N".
           88 TELLER-IN-TABLE VALUE "Y".
           88 TELLER-NOT-IN-TABLE VALUE "N".

      ******************************************************************
      * THE DENOMINATIONS THE DRAWER IS COUNTED IN, HIGHEST FIRST -
      * THE SAME ORDER THE PIECE COUNTS ARE KEPT ON OVSHREG.
      ******************************************************************
       01 WS-DENOM-VALUES.
           05 FILLER PIC 9(4)V99 VALUE 1000.00.
           05 FILLER PIC 9(4)V99 VALUE 500.00.
           05 FILLER PIC 9(4)V99 VALUE 200.00.
           05 FILLER PIC 9(4)V99 VALUE 100.00.
           05 FILLER PIC 9(4)V99 VALUE 50.00.
           05 FILLER PIC 9(4)V99 VALUE 20.00.
           05 FILLER PIC 9(4)V99 VALUE 10.00.
           05 FILLER PIC 9(4)V99 VALUE 5.00.
           05 FILLER PIC 9(4)V99 VALUE 1.00.
           05 FILLER PIC 9(4)V99 VALUE 0.25.
       01 WS-DENOM-TABLE REDEFINES WS-DENOM-VALUES.
           05 WS-DENOM PIC 9(4)V99 OCCURS 10 TIMES.
       01 WS-DENOM-SUB PIC 9(2) VALUE ZERO.
       01 WS-PIECES-TABLE.
           05 WS-PIECES-IN PIC 9(5) OCCURS 10 TIMES.
       01 WS-DENOM-ED PIC Z,ZZ9.99.

       01 WS-EXPECTED PIC S9(9)V99 VALUE ZERO.
       01 WS-COUNTED PIC 9(9)V99 VALUE ZERO.
       01 WS-DIFFERENCE PIC S9(9)V99 VALUE ZERO.
       01 WS-MONEY-ED PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-SIGNED-ED PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-COUNT-ED PIC ZZ,ZZ9.

      * OVER/SHORT REGISTER TOTALS FOR THE PRINTED REGISTER.
       01 WS-REG-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REG-OVER PIC 9(9)V99 VALUE ZERO.
       01 WS-REG-SHORT PIC 9(9)V99 VALUE ZERO.

      * PARAMETER AREA FOR THE SHARED CASHPOS POSITION ROUTINE.
       COPY "CPOSREC.cpy".

      * PARAMETER AREA FOR THE SHARED SPOOLCAP SPOOL CAPTURE ROUTINE.
       COPY "SPOOLREC.cpy".

      * WS-ERR-FILE-NAME/WS-ERR-STATUS ARE SET BY THE CHECK-xxx-STATUS
      * PARAGRAPHS BELOW BEFORE PERFORMING ABEND-FILE-ERROR.
       01 WS-ERR-FILE-NAME PIC X(20).
       01 WS-ERR-STATUS PIC X(2).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM 0200-READ-RUN-CONTROL.
      * THE TELLER SIGNS ON WITH THE SAME ID THEIR POSTINGS CARRY;
      * THAT IS THE DRAWER WHOSE POSITION IS KEPT HERE.
           PERFORM 0100-TAKE-OPERATOR-ID
               UNTIL WS-OPERATOR-ID NOT = SPACES.
           PERFORM 1000-MENU UNTIL QUIT-REQUESTED.
           STOP RUN.

       0100-TAKE-OPERATOR-ID.
           DISPLAY "TELLER ID : ".
           ACCEPT WS-OPERATOR-ID.
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "A TELLER ID IS REQUIRED."
           END-IF.

      ******************************************************************
      * 0200-READ-RUN-CONTROL - the position belongs to the business
      * date on RUNCTL; a shop not yet under run control works on
      * today's date.
      ******************************************************************
       0200-READ-RUN-CONTROL.
           MOVE WS-TODAY TO WS-BUSINESS-DATE.
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
                       MOVE RC-DAY-CLOSED TO WS-DAY-CLOSED
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.

       1000-MENU.
           DISPLAY " ".
           DISPLAY "TELLER CASH POSITION - " WS-OPERATOR-ID
               "  BUSINESS DATE " WS-BUSINESS-DATE.
           DISPLAY "[1] CASH ISSUED FROM THE VAULT".
           DISPLAY "[2] CASH RETURNED TO THE VAULT".
           DISPLAY "[3] SHOW MY POSITION".
           DISPLAY "[4] COUNT AND BALANCE MY DRAWER".
           DISPLAY "[5] PRINT THE OVER/SHORT REGISTER".
           DISPLAY "[6] QUIT".
           DISPLAY "ENTER OPTION : ".
           ACCEPT OPTION.
           IF OPTION = 1 THEN
               MOVE "I" TO WS-VAULT-ACTION
               PERFORM 2000-VAULT-MOVEMENT THRU 2000-VAULT-MOVEMENT-EXIT
           ELSE IF OPTION = 2 THEN
               MOVE "R" TO WS-VAULT-ACTION
               PERFORM 2000-VAULT-MOVEMENT THRU 2000-VAULT-MOVEMENT-EXIT
           ELSE IF OPTION = 3 THEN
               PERFORM 3000-SHOW-POSITION THRU 3000-SHOW-POSITION-EXIT
           ELSE IF OPTION = 4 THEN
               PERFORM 4000-COUNT-DRAWER THRU 4000-COUNT-DRAWER-EXIT
           ELSE IF OPTION = 5 THEN
               PERFORM 5000-PRINT-REGISTER
           ELSE IF OPTION = 6 THEN
               SET QUIT-REQUESTED TO TRUE
           ELSE
               DISPLAY "INVALID OPTION, TRY AGAIN"
           END-IF.

      ******************************************************************
      * 2000-VAULT-MOVEMENT - cash issued to or returned from the
      * drawer.  A return cannot send back more than the drawer
      * should hold.  Any movement reopens a balanced position: the
      * drawer has changed since it was counted.
      ******************************************************************
       2000-VAULT-MOVEMENT.
           IF DAY-IS-CLOSED
               DISPLAY "THE BUSINESS DAY IS CLOSED - NO MORE VAULT "
                   "MOVEMENTS FOR " WS-BUSINESS-DATE
               GO TO 2000-VAULT-MOVEMENT-EXIT
           END-IF.
           IF VAULT-ISSUE
               DISPLAY "AMOUNT ISSUED FROM THE VAULT : "
           ELSE
               DISPLAY "AMOUNT RETURNED TO THE VAULT : "
           END-IF.
           ACCEPT WS-AMOUNT-IN.
           IF WS-AMOUNT-IN = ZERO
               DISPLAY "AMOUNT MUST BE MORE THAN ZERO."
               GO TO 2000-VAULT-MOVEMENT-EXIT
           END-IF.
           IF VAULT-RETURN
               PERFORM 8000-GET-POSITION
               IF WS-AMOUNT-IN > WS-EXPECTED
                   MOVE WS-EXPECTED TO WS-SIGNED-ED
                   DISPLAY "THE DRAWER SHOULD HOLD ONLY "
                       WS-SIGNED-ED " - RETURN REFUSED."
                   GO TO 2000-VAULT-MOVEMENT-EXIT
               END-IF
           END-IF.
           PERFORM 8100-OPEN-POSITION-ROW.
           IF VAULT-ISSUE
               ADD WS-AMOUNT-IN TO TP-VAULT-ISSUED
           ELSE
               ADD WS-AMOUNT-IN TO TP-VAULT-RETURNED
           END-IF.
           MOVE "O" TO TP-STATUS.
           PERFORM 8200-SAVE-POSITION-ROW.
           MOVE WS-AMOUNT-IN TO WS-MONEY-ED.
           IF VAULT-ISSUE
               DISPLAY "VAULT ISSUE OF " WS-MONEY-ED " RECORDED."
           ELSE
               DISPLAY "VAULT RETURN OF " WS-MONEY-ED " RECORDED."
           END-IF.
       2000-VAULT-MOVEMENT-EXIT.
           EXIT.

       3000-SHOW-POSITION.
           PERFORM 8000-GET-POSITION.
           IF TELLER-NOT-IN-TABLE
               DISPLAY "NO CASH ACTIVITY FOR " WS-OPERATOR-ID
                   " ON " WS-BUSINESS-DATE
               GO TO 3000-SHOW-POSITION-EXIT
           END-IF.
           DISPLAY " ".
           MOVE CPS-VAULT-ISSUED (CPS-IDX) TO WS-MONEY-ED.
           DISPLAY "ISSUED FROM VAULT     " WS-MONEY-ED.
           MOVE CPS-CASH-IN (CPS-IDX) TO WS-MONEY-ED.
           DISPLAY "PLUS CASH TAKEN IN    " WS-MONEY-ED.
           MOVE CPS-CHECKS-CUT (CPS-IDX) TO WS-MONEY-ED.
           DISPLAY "PLUS PAID BY CHECK    " WS-MONEY-ED.
           MOVE CPS-CASH-OUT (CPS-IDX) TO WS-MONEY-ED.
           DISPLAY "LESS PAID OUT         " WS-MONEY-ED.
           MOVE CPS-VAULT-RETURNED (CPS-IDX) TO WS-MONEY-ED.
           DISPLAY "LESS RETURNED TO VAULT" WS-MONEY-ED.
           MOVE WS-EXPECTED TO WS-SIGNED-ED.
           DISPLAY "EXPECTED IN DRAWER    " WS-SIGNED-ED.
           IF CPS-TELLER-BALANCED (CPS-IDX)
               DISPLAY "POSITION BALANCED."
           ELSE IF CPS-POSITION-STATUS (CPS-IDX) = "B"
               DISPLAY "DRAWER HAS MOVED SINCE IT WAS COUNTED - "
                   "COUNT AGAIN."
           ELSE
               DISPLAY "POSITION NOT YET COUNTED."
           END-IF.
       3000-SHOW-POSITION-EXIT.
           EXIT.

      ******************************************************************
      * 4000-COUNT-DRAWER - the pieces of each denomination are keyed
      * in, totalled and proved against the expected position.  A
      * second person witnesses the count.  The result - even, over
      * or short - goes onto OVSHREG and the position is marked
      * balanced against the figure it was struck on.
      ******************************************************************
       4000-COUNT-DRAWER.
           IF DAY-IS-CLOSED
               DISPLAY "THE BUSINESS DAY IS CLOSED - THE COUNT FOR "
                   WS-BUSINESS-DATE " CAN NO LONGER CHANGE."
               GO TO 4000-COUNT-DRAWER-EXIT
           END-IF.
           PERFORM 8000-GET-POSITION.
           IF TELLER-NOT-IN-TABLE
               DISPLAY "NO CASH ACTIVITY FOR " WS-OPERATOR-ID
                   " ON " WS-BUSINESS-DATE " - NOTHING TO BALANCE."
               GO TO 4000-COUNT-DRAWER-EXIT
           END-IF.
           DISPLAY "ENTER THE NUMBER OF PIECES OF EACH DENOMINATION.".
           MOVE ZERO TO WS-COUNTED.
           PERFORM 4100-COUNT-ONE-DENOMINATION
               VARYING WS-DENOM-SUB FROM 1 BY 1
               UNTIL WS-DENOM-SUB > 10.
           COMPUTE WS-DIFFERENCE = WS-COUNTED - WS-EXPECTED.
           MOVE WS-EXPECTED TO WS-SIGNED-ED.
           DISPLAY "EXPECTED IN DRAWER  " WS-SIGNED-ED.
           MOVE WS-COUNTED TO WS-MONEY-ED.
           DISPLAY "COUNTED             " WS-MONEY-ED.
           MOVE WS-DIFFERENCE TO WS-SIGNED-ED.
           IF WS-DIFFERENCE > ZERO
               DISPLAY "OVER                " WS-SIGNED-ED
           ELSE IF WS-DIFFERENCE < ZERO
               DISPLAY "SHORT               " WS-SIGNED-ED
           ELSE
               DISPLAY "DRAWER IS EVEN."
           END-IF.
           DISPLAY "WITNESS ID : ".
           ACCEPT WS-WITNESS-ID.
           IF WS-WITNESS-ID = SPACES OR WS-WITNESS-ID = WS-OPERATOR-ID
               DISPLAY "THE COUNT MUST BE WITNESSED BY SOMEONE OTHER "
                   "THAN THE TELLER - NOT RECORDED."
               GO TO 4000-COUNT-DRAWER-EXIT
           END-IF.
           DISPLAY "RECORD THIS COUNT (Y/N) : ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "COUNT NOT RECORDED."
               GO TO 4000-COUNT-DRAWER-EXIT
           END-IF.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           PERFORM 9000-WRITE-OVER-SHORT.
           PERFORM 8100-OPEN-POSITION-ROW.
           MOVE WS-EXPECTED TO TP-EXPECTED.
           MOVE WS-COUNTED TO TP-COUNTED.
           MOVE WS-DIFFERENCE TO TP-OVER-SHORT.
           MOVE "B" TO TP-STATUS.
           MOVE WS-CURRENT-TIME TO TP-COUNT-TIME.
           PERFORM 8200-SAVE-POSITION-ROW.
           DISPLAY "COUNT RECORDED ON THE OVER/SHORT REGISTER - "
               "POSITION BALANCED.".
       4000-COUNT-DRAWER-EXIT.
           EXIT.

       4100-COUNT-ONE-DENOMINATION.
           MOVE WS-DENOM (WS-DENOM-SUB) TO WS-DENOM-ED.
           DISPLAY "  " WS-DENOM-ED " : ".
           ACCEPT WS-PIECES-IN (WS-DENOM-SUB).
           COMPUTE WS-COUNTED = WS-COUNTED +
               WS-PIECES-IN (WS-DENOM-SUB) * WS-DENOM (WS-DENOM-SUB).

      ******************************************************************
      * 5000-PRINT-REGISTER - every count on OVSHREG for the business
      * date, with the day's total over and total short.  The
      * listing is captured to the spool.
      ******************************************************************
       5000-PRINT-REGISTER.
           MOVE ZERO TO WS-REG-COUNT.
           MOVE ZERO TO WS-REG-OVER.
           MOVE ZERO TO WS-REG-SHORT.
           OPEN OUTPUT PRINT-FILE.
           PERFORM CHECK-PRINT-STATUS.
           MOVE SPACES TO PRINT-REC.
           STRING "TELLER OVER/SHORT REGISTER " DELIMITED BY SIZE
               WS-BUSINESS-DATE DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE SPACES TO PRINT-REC.
           STRING "TIME     TELLER          EXPECTED         COUNTED"
               DELIMITED BY SIZE
               "      DIFFERENCE  RESULT  WITNESS" DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE DASH-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           OPEN INPUT OVERSHORT-FILE.
           IF WS-OVS-STATUS = "35"
               MOVE "NO COUNTS ON THE REGISTER." TO PRINT-REC
               WRITE PRINT-REC
               PERFORM CHECK-PRINT-STATUS
           ELSE
               PERFORM CHECK-OVS-STATUS
               MOVE "N" TO WS-EOF
               PERFORM 5100-LIST-ONE-COUNT THRU 5100-LIST-ONE-COUNT-EXIT
                   UNTIL WS-EOF = "Y"
               CLOSE OVERSHORT-FILE
           END-IF.
           MOVE DASH-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE WS-REG-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "COUNTS RECORDED : " WS-COUNT-ED
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE WS-REG-OVER TO WS-MONEY-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "TOTAL OVER      : " WS-MONEY-ED
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           MOVE WS-REG-SHORT TO WS-MONEY-ED.
           MOVE SPACES TO PRINT-REC.
           STRING "TOTAL SHORT     : " WS-MONEY-ED
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           CLOSE PRINT-FILE.
           MOVE "OVSHRPT" TO SPC-REPORT-NAME.
           MOVE "OVSHRPT" TO SPC-SOURCE-PATH.
           CALL "SPOOLCAP" USING SPOOL-CAP-AREA.
           DISPLAY "OVER/SHORT REGISTER PRINTED.".

       5100-LIST-ONE-COUNT.
           READ OVERSHORT-FILE
               AT END
                   MOVE "Y" TO WS-EOF
                   GO TO 5100-LIST-ONE-COUNT-EXIT
           END-READ.
           PERFORM CHECK-OVS-STATUS.
           IF OVS-DATE NOT = WS-BUSINESS-DATE
               GO TO 5100-LIST-ONE-COUNT-EXIT
           END-IF.
           ADD 1 TO WS-REG-COUNT.
           IF OVS-OVER
               ADD OVS-DIFFERENCE TO WS-REG-OVER
           END-IF.
           IF OVS-SHORT
               SUBTRACT OVS-DIFFERENCE FROM WS-REG-SHORT
           END-IF.
           MOVE OVS-EXPECTED TO WS-SIGNED-ED.
           MOVE OVS-COUNTED TO WS-MONEY-ED.
           MOVE SPACES TO PRINT-REC.
           STRING OVS-TIME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               OVS-TELLER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-SIGNED-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-MONEY-ED DELIMITED BY SIZE
               INTO PRINT-REC.
           MOVE OVS-DIFFERENCE TO WS-SIGNED-ED.
           MOVE WS-SIGNED-ED TO PRINT-REC(50:15).
           IF OVS-OVER
               MOVE "OVER" TO PRINT-REC(67:5)
           ELSE IF OVS-SHORT
               MOVE "SHORT" TO PRINT-REC(67:5)
           ELSE
               MOVE "EVEN" TO PRINT-REC(67:5)
           END-IF.
           MOVE OVS-WITNESS TO PRINT-REC(75:8).
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
       5100-LIST-ONE-COUNT-EXIT.
           EXIT.

      ******************************************************************
      * 8000-GET-POSITION - the shared routine's view of the business
      * date, left on this teller's entry with its expected cash.
      ******************************************************************
       8000-GET-POSITION.
           MOVE WS-BUSINESS-DATE TO CPS-BUSINESS-DATE.
           CALL "CASHPOS" USING CASH-POSITION-AREA.
           SET TELLER-NOT-IN-TABLE TO TRUE.
           MOVE ZERO TO WS-EXPECTED.
           SET CPS-IDX TO 1.
           PERFORM 8010-SCAN-FOR-TELLER
               UNTIL TELLER-IN-TABLE OR CPS-IDX > CPS-TELLER-COUNT.
           IF TELLER-IN-TABLE
               MOVE CPS-EXPECTED (CPS-IDX) TO WS-EXPECTED
           END-IF.

       8010-SCAN-FOR-TELLER.
           IF CPS-TELLER-ID (CPS-IDX) = WS-OPERATOR-ID
               SET TELLER-IN-TABLE TO TRUE
           ELSE
               SET CPS-IDX UP BY 1
           END-IF.

      ******************************************************************
      * 8100-OPEN-POSITION-ROW - reads this teller's TELLPOS row for
      * the business date, or lays out a new open one.  The file is
      * left open for 8200-SAVE-POSITION-ROW.
      ******************************************************************
       8100-OPEN-POSITION-ROW.
           OPEN I-O POSITION-FILE.
           IF WS-TPOS-STATUS = "35"
               OPEN OUTPUT POSITION-FILE
               CLOSE POSITION-FILE
               OPEN I-O POSITION-FILE
           END-IF.
           PERFORM CHECK-TPOS-STATUS.
           MOVE WS-BUSINESS-DATE TO TP-DATE.
           MOVE WS-OPERATOR-ID TO TP-TELLER.
           READ POSITION-FILE KEY IS TP-KEY
               INVALID KEY
                   SET POSITION-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET POSITION-FOUND TO TRUE
           END-READ.
           IF POSITION-NOT-FOUND
               MOVE WS-BUSINESS-DATE TO TP-DATE
               MOVE WS-OPERATOR-ID TO TP-TELLER
               MOVE ZERO TO TP-VAULT-ISSUED
               MOVE ZERO TO TP-VAULT-RETURNED
               MOVE ZERO TO TP-EXPECTED
               MOVE ZERO TO TP-COUNTED
               MOVE ZERO TO TP-OVER-SHORT
               MOVE "O" TO TP-STATUS
               MOVE ZERO TO TP-COUNT-TIME
           END-IF.

       8200-SAVE-POSITION-ROW.
           IF POSITION-FOUND
               REWRITE TPOS-REC
           ELSE
               WRITE TPOS-REC
           END-IF.
           PERFORM CHECK-TPOS-STATUS.
           CLOSE POSITION-FILE.

      ******************************************************************
      * 9000-WRITE-OVER-SHORT - append the count to OVSHREG with its
      * piece counts, the figure it was proved against and who
      * witnessed it.
      ******************************************************************
       9000-WRITE-OVER-SHORT.
           OPEN EXTEND OVERSHORT-FILE.
           IF WS-OVS-STATUS = "35"
               OPEN OUTPUT OVERSHORT-FILE
               CLOSE OVERSHORT-FILE
               OPEN EXTEND OVERSHORT-FILE
           END-IF.
           PERFORM CHECK-OVS-STATUS.
           MOVE WS-BUSINESS-DATE TO OVS-DATE.
           MOVE WS-CURRENT-TIME TO OVS-TIME.
           MOVE WS-OPERATOR-ID TO OVS-TELLER.
           MOVE WS-EXPECTED TO OVS-EXPECTED.
           PERFORM 9010-MOVE-PIECES
               VARYING WS-DENOM-SUB FROM 1 BY 1
               UNTIL WS-DENOM-SUB > 10.
           MOVE WS-COUNTED TO OVS-COUNTED.
           MOVE WS-DIFFERENCE TO OVS-DIFFERENCE.
           IF WS-DIFFERENCE > ZERO
               MOVE "O" TO OVS-RESULT
           ELSE IF WS-DIFFERENCE < ZERO
               MOVE "S" TO OVS-RESULT
           ELSE
               MOVE "E" TO OVS-RESULT
           END-IF.
           MOVE WS-WITNESS-ID TO OVS-WITNESS.
           WRITE OVS-REC.
           PERFORM CHECK-OVS-STATUS.
           CLOSE OVERSHORT-FILE.

       9010-MOVE-PIECES.
           MOVE WS-PIECES-IN (WS-DENOM-SUB) TO
               OVS-PIECES (WS-DENOM-SUB).

      ******************************************************************
      * ABEND-FILE-ERROR - common stop point for any file operation
      * that comes back with a status this program was not already
      * expecting to handle.
      ******************************************************************
       ABEND-FILE-ERROR.
           DISPLAY "*** FILE ERROR ON " WS-ERR-FILE-NAME.
           DISPLAY "*** FILE STATUS = " WS-ERR-STATUS.
           DISPLAY "CASH POSITION TERMINATED - SEE FILE STATUS "
               "ABOVE.".
           STOP RUN.

       CHECK-RCTL-STATUS.
           IF WS-RCTL-STATUS NOT = "00"
               MOVE "RUN-CONTROL-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-RCTL-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-TPOS-STATUS.
           IF WS-TPOS-STATUS NOT = "00"
               MOVE "POSITION-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-TPOS-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-OVS-STATUS.
           IF WS-OVS-STATUS NOT = "00"
               MOVE "OVERSHORT-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-OVS-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-PRINT-STATUS.
           IF WS-PRINT-STATUS NOT = "00"
               MOVE "PRINT-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-PRINT-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       END PROGRAM TELLCASH.
