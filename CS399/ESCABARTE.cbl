      ******************************************************************
      * Author:
      * Date:
      * Purpose: Deposit entry.  A placement priced above the RATETAB
      *          board rate by more than the APPRTHR margin is held on
      *          PENDTXN instead of being written, and is placed only
      *          when a different supervisor approves it from the
      *          approval queue, a DEPAUD row then recording the rate
      *          with both operator IDs.  The queue is offered on the
      *          start screen, and an approved placement posts to the
      *          drawer of the teller who keyed it.  Each change it
      *          makes to the deposit master is journalled to RCVJRNL
      *          through RJNLOG, so ROLLFWD can reapply it after a
      *          restore.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FCTL-STATUS.

           SELECT PENDING-FILE ASSIGN TO "PENDTXN"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PEND-STATUS.

           SELECT DEP-AUDIT-FILE ASSIGN TO "DEPAUD"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-DAUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EMPFILE
           05 RT-RATE PIC V99.
           05 RT-PERCENT PIC X(3).

      ******************************************************************
      * PENDING-FILE - changes held for a second operator's approval;
      * a placement held here carries the account record it would
      * write and the board rate it was priced over.
      ******************************************************************
       FD PENDING-FILE
           DATA RECORD IS PEND-REC.

       COPY "PENDREC.cpy".

      ******************************************************************
      * DEP-AUDIT-FILE - the deposit book's audit trail, shared with
      * DEPMAINT; an approved placement logs its rate here.
      ******************************************************************
       FD DEP-AUDIT-FILE
           DATA RECORD IS DAUD-REC.

       COPY "DAUDREC.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC X(2).
       01 WS-RATE-STATUS PIC X(2).
      * OR P FALLS BACK TO R, THE OLD BLANKET-ROLL POLICY.
       01 WS-DISPOSITION-IN PIC X(1) VALUE SPACE.

      * PRODUCT KEYED AT PLACEMENT (SPACES TAKE THE REGULAR DEPOSIT);
      * A SENIOR-CITIZEN PLACEMENT ALSO NEEDS THE SENIOR'S ID SIGHTED.
       01 WS-PRODUCT-IN PIC X(2) VALUE SPACES.
       01 WS-SENIOR-ID-IN PIC X(1) VALUE SPACE.

      * PARAMETER AREA FOR THE SHARED PRODLKUP PRODUCT ROUTINE.
       COPY "PRDLREC.cpy".

      * PARAMETER AREA FOR THE SHARED DATECALC DATE ROUTINE.
       COPY "DCALCREC.cpy".
       01 WS-BRANCH-CODE PIC X(4) VALUE "0001".
           88 OPERATOR-AUTHORIZED VALUE "A".
           88 OPERATOR-VIEW-ONLY VALUE "V".

      ******************************************************************
      * SUPERVISOR APPROVAL FIELDS - WS-BOARD-RATE IS THE RATETAB BAND
      * RATE BEFORE THE PRODUCT PRICES THE PLACEMENT; A PLACEMENT
      * PRICED ABOVE IT BY MORE THAN THE APPRTHR MARGIN IS HELD ON
      * PENDTXN UNTIL A DIFFERENT OPERATOR APPROVES IT.
      ******************************************************************
       01 WS-BOARD-RATE PIC V99 VALUE ZERO.
       01 WS-BOARD-CEILING PIC 9V99 VALUE ZERO.
       01 WS-RATE-ED PIC .99.
       01 WS-PEND-STATUS PIC X(2).
       01 WS-PEND-EOF PIC X VALUE "N".
       01 WS-DAUD-STATUS PIC X(2).
       01 WS-QUEUE-DECISION PIC X VALUE SPACE.
       01 WS-QUEUE-QUIT PIC X VALUE "N".
       01 WS-QUEUE-SHOWN PIC 9(5) VALUE ZERO.
       01 WS-QUEUE-OWN PIC 9(5) VALUE ZERO.
       01 WS-POSTED-SWITCH PIC X VALUE "N".
           88 PLACEMENT-POSTED VALUE "Y".
      * THE OPERATOR WHOSE DRAWER A POSTING BELONGS TO - THE SIGNED-ON
      * OPERATOR, EXCEPT WHILE THE QUEUE POSTS ANOTHER TELLER'S
      * APPROVED PLACEMENT.
       01 WS-POSTING-OPERATOR PIC X(8) VALUE SPACES.

      * PARAMETER AREA FOR THE SHARED THRLKUP THRESHOLD ROUTINE.
       COPY "THLREC.cpy".

      * PARAMETER AREA FOR THE SHARED RJNLOG RECOVERY JOURNAL ROUTINE.
       COPY "RJLREC.cpy".

       SCREEN SECTION.
       01 DATA-SCREEN.
           05 DEPOSIT.
               10 VALUE "CUSTOMER (CIF) NO : " LINE 2 COL 12.
               10 VALUE "ACCOUNT NUMBER : " LINE 3 COL 12.
               10 VALUE "ACCOUNT NAME : " LINE 5 COL 12.
               10 VALUE "PRODUCT (TD/SC/LT) : " LINE 6 COL 12.
               10 VALUE "PRINCIPAL AMOUNT : " LINE 7 COL 12.
               10 VALUE "YEARS OF DEPOSIT : " LINE 9 COL 12.
               10 VALUE "DEPOSIT DATE (YYYYMMDD) : " LINE 11 COL 12.
               10 VALUE "AT MATURITY (R/I/P) : " LINE 12 COL 12.
           05 RESPOND.
               10 VALUE "C - ANOTHER PLACEMENT" LINE 16 COL 30.
               10 VALUE "R - REPRINT LAST CERTIFICATE" LINE 17 COL 30.
               10 VALUE "Q - TO QUIT" LINE 18 COL 30.
               10 VALUE "ENTER CHOICE : " LINE 20 COL 30.
               10 RESPONSE PIC X TO THE_CHOICE.

           05 START-SCREEN.
               10 VALUE "DEPOSIT ENTRY" BLANK SCREEN LINE 1 COL 33.
               10 VALUE "C - KEY A PLACEMENT" LINE 4 COL 30.
               10 VALUE "A - APPROVAL QUEUE" LINE 5 COL 30.
               10 VALUE "Q - TO QUIT" LINE 6 COL 30.
               10 VALUE "ENTER CHOICE : " LINE 8 COL 30.
               10 START-RESPONSE PIC X TO THE_CHOICE.

           05 APPROVAL-HEAD-SCREEN.
               10 VALUE "PLACEMENT APPROVAL QUEUE" BLANK SCREEN
                   LINE 1 COL 28.

           05 APPROVAL-SCREEN.
               10 VALUE "PLACEMENT APPROVAL QUEUE" BLANK SCREEN
                   LINE 1 COL 28.
               10 VALUE "KEYED ON / BY : " LINE 3 COL 12.
               10 VALUE "ACCOUNT NUMBER : " LINE 4 COL 12.
               10 VALUE "ACCOUNT NAME : " LINE 5 COL 12.
               10 VALUE "PRINCIPAL AMOUNT : " LINE 6 COL 12.
               10 VALUE "YEARS OF DEPOSIT : " LINE 7 COL 12.
               10 VALUE "RATE PRICED : " LINE 8 COL 12.
               10 VALUE "BOARD RATE : " LINE 9 COL 12.
               10 VALUE "A=APPROVE R=REJECT S=SKIP Q=STOP : "
                   LINE 11 COL 12.

           05 SIGN-ON-SCREEN.
               10 VALUE "DEPOSIT ENTRY SIGN-ON" BLANK SCREEN
                   LINE 1 COL 29.
       PROCEDURE DIVISION.
       MAINLINE.

           MOVE "DEPENTRY" TO RJL-PROGRAM.
           MOVE "D" TO RJL-MASTER.
           OPEN I-O EMPFILE.
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT EMPFILE
           PERFORM LOAD-RATE-TABLE.
           PERFORM LOAD-OPERATOR-TABLE.
           PERFORM SIGN-ON THRU SIGN-ON-EXIT UNTIL SIGNED-ON.
           MOVE WS-OPERATOR-ID TO WS-POSTING-OPERATOR.
           PERFORM B-200-LOOP THRU B-200-LOOP-EXIT
               UNTIL THE_CHOICE = "Q".
           CLOSE EMPFILE.
           PERFORM C-100-TERMINATE.

      ******************************************************************
      * GET-ENTRY-SCREEN - displays the data screen and accepts a set
      * of deposit fields, re-prompting on the same screen whenever the
      * principal amount or years of deposit are out of range for the
      * product keyed, the product is unknown or a senior-citizen
      * placement is keyed without the senior's ID, or the account
      * number is already on file.
      ******************************************************************
       GET-ENTRY-SCREEN.
           SET ENTRY-INVALID TO TRUE.
           PERFORM FETCH-OR-TAKE-CUSTOMER.
           ACCEPT ACCOUNT_NUMBER LINE 3 COL 40.
           ACCEPT ACCOUNT_NAME LINE 5 COL 40.
           ACCEPT WS-PRODUCT-IN LINE 6 COL 40.
           MOVE "P" TO PRL-FUNCTION.
           MOVE WS-PRODUCT-IN TO PRL-PRODUCT-CODE.
           CALL "PRODLKUP" USING PRODUCT-LOOKUP-AREA.
           MOVE PRL-PRODUCT-CODE TO WS-PRODUCT-IN.
           MOVE SPACE TO WS-SENIOR-ID-IN.
           IF PRL-SENIOR-ONLY
               DISPLAY "SENIOR ID SIGHTED (Y/N) : " LINE 6 COL 44
               ACCEPT WS-SENIOR-ID-IN LINE 6 COL 70
           END-IF.
           ACCEPT PRINCIPAL_AMOUNT LINE 7 COL 40.
           ACCEPT YEARS_OF_DEPOSIT LINE 9 COL 40.
           ACCEPT DEPOSIT_DATE LINE 11 COL 40.
               MOVE ACCOUNT_NUMBER TO WS-EXCP-KEY
               MOVE "DUPLICATE ACCOUNT NUMBER" TO WS-EXCP-REASON
               PERFORM WRITE-EXCEPTION-RECORD
           ELSE IF PRL-PRODUCT-UNKNOWN
               DISPLAY "NO SUCH PRODUCT ON PRODTAB, TRY AGAIN"
                   LINE 13 COL 12
               MOVE ACCOUNT_NUMBER TO WS-EXCP-KEY
               MOVE "UNKNOWN PRODUCT CODE" TO WS-EXCP-REASON
               PERFORM WRITE-EXCEPTION-RECORD
           ELSE IF PRL-SENIOR-ONLY AND WS-SENIOR-ID-IN NOT = "Y"
               DISPLAY "SENIOR CITIZEN'S ID MUST BE SIGHTED, TRY AGAIN"
                   LINE 13 COL 12
               MOVE ACCOUNT_NUMBER TO WS-EXCP-KEY
               MOVE "SENIOR PRODUCT WITHOUT SENIOR ID" TO
                   WS-EXCP-REASON
               PERFORM WRITE-EXCEPTION-RECORD
           ELSE IF PRINCIPAL_AMOUNT > 0 AND
               PRINCIPAL_AMOUNT >= PRL-MIN-PLACEMENT AND
               YEARS_OF_DEPOSIT >= PRL-MIN-YEARS AND
               YEARS_OF_DEPOSIT <= PRL-MAX-YEARS
               MOVE "V" TO DC-FUNCTION
               MOVE DEPOSIT_DATE TO DC-DATE-1
               CALL "DATECALC" USING DATE-CALC-AREA
                   PERFORM WRITE-EXCEPTION-RECORD
               END-IF
           ELSE
               DISPLAY "PRINCIPAL OR YEARS OUTSIDE THE PRODUCT'S "
                   "LIMITS, TRY AGAIN" LINE 13 COL 12
               MOVE ACCOUNT_NUMBER TO WS-EXCP-KEY
               MOVE "INVALID PRINCIPAL OR YEARS" TO WS-EXCP-REASON
               PERFORM WRITE-EXCEPTION-RECORD
       GET-ENTRY-SCREEN-EXIT.
           EXIT.

      ******************************************************************
      * B-200-LOOP - one pass of the session.  The start screen offers
      * a placement or the approval queue; after a placement the
      * operator continues straight to the next one, reprints the
      * certificate or quits.
      ******************************************************************
       B-200-LOOP.
           IF THE_CHOICE NOT = "C" AND THE_CHOICE NOT = "R"
               DISPLAY START-SCREEN
               ACCEPT START-SCREEN
           END-IF.
           IF THE_CHOICE = "A"
               PERFORM APPROVAL-QUEUE THRU APPROVAL-QUEUE-EXIT
               GO TO B-200-LOOP-EXIT
           END-IF.
           IF THE_CHOICE NOT = "C" AND THE_CHOICE NOT = "R"
               GO TO B-200-LOOP-EXIT
           END-IF.
           PERFORM GET-ENTRY-SCREEN THRU GET-ENTRY-SCREEN-EXIT
               UNTIL ENTRY-VALID.
           PERFORM LOOKUP-RATE.
           MOVE WS-RATE TO WS-BOARD-RATE.
      * THE PRODUCT PRICES THE PLACEMENT: A PREMIUM OVER THE RATETAB
      * BAND, OR ITS OWN BANDS.  A PRODUCT EXEMPT FROM FINAL TAX WHEN
      * HELD TO TERM WITHHOLDS NOTHING AT PLACEMENT; A LATER
      * PRETERMINATION IS ASSESSED AT THE WITHDRAWAL WINDOW.
           MOVE "R" TO PRL-FUNCTION.
           MOVE WS-PRODUCT-IN TO PRL-PRODUCT-CODE.
           MOVE PRINCIPAL_AMOUNT TO PRL-PRINCIPAL.
           MOVE YEARS_OF_DEPOSIT TO PRL-YEARS.
           MOVE WS-RATE TO PRL-BASE-RATE.
           CALL "PRODLKUP" USING PRODUCT-LOOKUP-AREA.
           MOVE PRL-RATE TO WS-RATE.
           MOVE PRL-PERCENT TO WS-PERCENT.
           IF PRL-WTAX-EXEMPT-AT-TERM
               MOVE ZERO TO WS-WTAX-RATE
           ELSE
               MOVE PRL-WTAX-RATE TO WS-WTAX-RATE
           END-IF.
           DISPLAY "INTEREST RATE = " WS-PERCENT LINE 12 COL 16.

           COMPUTE INTEREST = PRINCIPAL_AMOUNT * WS-RATE.
           MOVE DEPOSIT_DATE TO DEP-TAX-DATE-OUT.
           MOVE WS-CIF-NUMBER-IN TO DEP-CIF-NUMBER-OUT.
           MOVE WS-DISPOSITION-IN TO DEP-DISPOSITION-OUT.
           MOVE WS-PRODUCT-IN TO DEP-PRODUCT-CODE-OUT.
           CALL "THRLKUP" USING THRESHOLD-LOOKUP-AREA.
           COMPUTE WS-BOARD-CEILING = WS-BOARD-RATE + THL-RATE-MARGIN.
           IF WS-RATE > WS-BOARD-CEILING
               PERFORM HOLD-PLACEMENT
           ELSE
               PERFORM POST-PLACEMENT
           END-IF.

           ACCEPT RESPOND.
           IF THE_CHOICE = "R"
               IF HAVE-LAST-CERT
                   MOVE "D" TO WS-CERT-COPY-FLAG
                   PERFORM PRINT-CERTIFICATE
                   PERFORM WRITE-CERT-REGISTER
                   DISPLAY "DUPLICATE CERTIFICATE PRINTED."
                       LINE 15 COL 16
               ELSE
                   DISPLAY "NO CERTIFICATE TO REPRINT YET."
                       LINE 15 COL 16
               END-IF
           END-IF.
       B-200-LOOP-EXIT.
           EXIT.

      ******************************************************************
      * POST-PLACEMENT - writes the account record built on NEW-FILE
      * with its opening ledger row, certificate and control-record
      * delta; PLACEMENT-POSTED comes back on when it was written.
      ******************************************************************
       POST-PLACEMENT.
           MOVE "N" TO WS-POSTED-SWITCH.
           MOVE NEW-FILE TO RJL-IMAGE.
           WRITE NEW-FILE
               INVALID KEY
                   DISPLAY "ACCOUNT NUMBER ALREADY ON FILE - NOT SAVED"
                       LINE 14 COL 16
                   MOVE ACCOUNT_NUMBER_OUT TO WS-EXCP-KEY
                   MOVE "DUPLICATE ACCOUNT NUMBER ON WRITE" TO
                       WS-EXCP-REASON
                   PERFORM WRITE-EXCEPTION-RECORD
               NOT INVALID KEY
                   MOVE "A" TO RJL-ACTION
                   CALL "RJNLOG" USING RECOVERY-JOURNAL-AREA
                   MOVE "Y" TO WS-POSTED-SWITCH
                   MOVE "P" TO WS-TXN-TYPE
                   MOVE PRINCIPAL_AMOUNT_OUT TO WS-TXN-AMOUNT
                   MOVE DEP-BALANCE-OUT TO WS-TXN-BALANCE
                   PERFORM WRITE-TXN-RECORD
                   PERFORM ISSUE-CERTIFICATE
                   PERFORM UPDATE-CONTROL-RECORD
           END-WRITE.

      ******************************************************************
      * HOLD-PLACEMENT - a placement priced over the board rate waits
      * on PENDTXN for a different operator's approval; nothing is
      * written to the deposit file, ledger or control record.
      ******************************************************************
       HOLD-PLACEMENT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           OPEN EXTEND PENDING-FILE.
           IF WS-PEND-STATUS = "35"
               OPEN OUTPUT PENDING-FILE
               CLOSE PENDING-FILE
               OPEN EXTEND PENDING-FILE
           END-IF.
           PERFORM CHECK-PEND-STATUS.
           MOVE SPACES TO PEND-REC.
           MOVE WS-CURRENT-DATE TO PEND-KEYED-DATE.
           MOVE WS-CURRENT-TIME TO PEND-KEYED-TIME.
           MOVE "D" TO PEND-KIND.
           MOVE "P" TO PEND-STATUS.
           MOVE WS-OPERATOR-ID TO PEND-KEYED-BY.
           MOVE ZERO TO PEND-DECIDED-DATE.
           MOVE ACCOUNT_NUMBER_OUT TO PEND-REFERENCE.
           MOVE PRINCIPAL_AMOUNT_OUT TO PEND-AMOUNT.
           MOVE "RATE ABOVE BOARD RATE" TO PEND-HELD-REASON.
           MOVE NEW-FILE TO PEND-DEP-IMAGE.
           MOVE WS-BOARD-RATE TO PEND-DEP-BOARD-RATE.
           WRITE PEND-REC.
           PERFORM CHECK-PEND-STATUS.
           CLOSE PENDING-FILE.
           DISPLAY "RATE ABOVE BOARD - HELD FOR SUPERVISOR APPROVAL."
               LINE 14 COL 16.

      ******************************************************************
      * APPROVAL-QUEUE - walks the placements waiting on PENDTXN,
      * oldest first.  The supervisor signed on may approve, reject
      * or skip each one keyed by someone else; a placement they
      * keyed themselves is left for another supervisor.  An approved
      * placement posts exactly as keyed and logs its rate to DEPAUD
      * with both operator IDs; one whose account number has been
      * taken in the meantime is rejected.
      ******************************************************************
       APPROVAL-QUEUE.
           MOVE ZERO TO WS-QUEUE-SHOWN WS-QUEUE-OWN.
           MOVE "N" TO WS-PEND-EOF.
           MOVE "N" TO WS-QUEUE-QUIT.
           OPEN I-O PENDING-FILE.
           IF WS-PEND-STATUS = "35"
               DISPLAY APPROVAL-HEAD-SCREEN
               DISPLAY "NOTHING IS WAITING FOR APPROVAL." LINE 3 COL 12
               DISPLAY "PRESS ENTER TO RETURN TO THE MENU"
                   LINE 6 COL 12
               ACCEPT WS-QUEUE-DECISION LINE 6 COL 47
               GO TO APPROVAL-QUEUE-EXIT
           END-IF.
           PERFORM CHECK-PEND-STATUS.
           PERFORM APPROVAL-NEXT-PENDING THRU APPROVAL-NEXT-PENDING-EXIT
               UNTIL WS-PEND-EOF = "Y" OR WS-QUEUE-QUIT = "Y".
           CLOSE PENDING-FILE.
           DISPLAY APPROVAL-HEAD-SCREEN.
           DISPLAY "PLACEMENTS REVIEWED : " LINE 3 COL 12.
           DISPLAY WS-QUEUE-SHOWN LINE 3 COL 35.
           DISPLAY "KEYED BY YOU, LEFT FOR ANOTHER SUPERVISOR : "
               LINE 4 COL 12.
           DISPLAY WS-QUEUE-OWN LINE 4 COL 57.
           DISPLAY "PRESS ENTER TO RETURN TO THE MENU" LINE 6 COL 12.
           ACCEPT WS-QUEUE-DECISION LINE 6 COL 47.
       APPROVAL-QUEUE-EXIT.
           EXIT.

       APPROVAL-NEXT-PENDING.
           READ PENDING-FILE
               AT END
                   MOVE "Y" TO WS-PEND-EOF
                   GO TO APPROVAL-NEXT-PENDING-EXIT
           END-READ.
           PERFORM CHECK-PEND-STATUS.
           IF NOT PEND-DEPOSIT-PLACEMENT OR NOT PEND-AWAITING
               GO TO APPROVAL-NEXT-PENDING-EXIT
           END-IF.
           IF PEND-KEYED-BY = WS-OPERATOR-ID
               ADD 1 TO WS-QUEUE-OWN
               GO TO APPROVAL-NEXT-PENDING-EXIT
           END-IF.
           ADD 1 TO WS-QUEUE-SHOWN.
           MOVE PEND-DEP-IMAGE TO NEW-FILE.
           DISPLAY APPROVAL-SCREEN.
           DISPLAY PEND-KEYED-DATE LINE 3 COL 40.
           DISPLAY PEND-KEYED-BY LINE 3 COL 50.
           DISPLAY ACCOUNT_NUMBER_OUT LINE 4 COL 40.
           DISPLAY ACCOUNT_NAME_OUT LINE 5 COL 40.
           DISPLAY PRINCIPAL_AMOUNT_OUT LINE 6 COL 40.
           DISPLAY YEARS_OF_DEPOSIT_OUT LINE 7 COL 40.
           DISPLAY PERCENT-OUT LINE 8 COL 40.
           MOVE PEND-DEP-BOARD-RATE TO WS-RATE-ED.
           DISPLAY WS-RATE-ED LINE 9 COL 40.
           ACCEPT WS-QUEUE-DECISION LINE 11 COL 48.
           IF WS-QUEUE-DECISION = "A"
               PERFORM APPROVE-PLACEMENT
           ELSE IF WS-QUEUE-DECISION = "R"
               MOVE "R" TO PEND-STATUS
               MOVE "REJECTED BY SUPERVISOR" TO PEND-DECISION-NOTE
               PERFORM STAMP-DECISION
               DISPLAY "PLACEMENT REJECTED - NOTHING WRITTEN."
                   LINE 14 COL 16
           ELSE IF WS-QUEUE-DECISION = "Q"
               MOVE "Y" TO WS-QUEUE-QUIT
           ELSE
               DISPLAY "SKIPPED - STILL WAITING." LINE 14 COL 16
           END-IF.
           IF WS-QUEUE-QUIT NOT = "Y"
               DISPLAY "PRESS ENTER FOR THE NEXT ITEM" LINE 16 COL 16
               ACCEPT WS-QUEUE-DECISION LINE 16 COL 46
           END-IF.
       APPROVAL-NEXT-PENDING-EXIT.
           EXIT.

      * THE CASH WAS TAKEN BY THE TELLER WHO KEYED THE PLACEMENT, SO
      * THE LEDGER ROW AND CERTIFICATE CARRY THAT TELLER'S ID; THE
      * APPROVER IS ON THE PENDING ROW AND ON DEPAUD.
       APPROVE-PLACEMENT.
           MOVE PEND-KEYED-BY TO WS-POSTING-OPERATOR.
           PERFORM POST-PLACEMENT.
           MOVE WS-OPERATOR-ID TO WS-POSTING-OPERATOR.
           IF PLACEMENT-POSTED
               PERFORM WRITE-DEP-AUDIT
               MOVE "A" TO PEND-STATUS
               MOVE "APPROVED AND PLACED" TO PEND-DECISION-NOTE
           ELSE
               MOVE "R" TO PEND-STATUS
               MOVE "ACCOUNT NUMBER TAKEN SINCE" TO PEND-DECISION-NOTE
           END-IF.
           PERFORM STAMP-DECISION.

      ******************************************************************
      * STAMP-DECISION - the approver and the date onto the pending
      * row just decided; the caller sets the status and note.
      ******************************************************************
       STAMP-DECISION.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-OPERATOR-ID TO PEND-DECIDED-BY.
           MOVE WS-CURRENT-DATE TO PEND-DECIDED-DATE.
           REWRITE PEND-REC.
           PERFORM CHECK-PEND-STATUS.

      ******************************************************************
      * WRITE-DEP-AUDIT - one DEPAUD row for an approved placement:
      * the board rate before, the rate placed after, the operator
      * who keyed it and the supervisor who approved it.
      ******************************************************************
       WRITE-DEP-AUDIT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           OPEN EXTEND DEP-AUDIT-FILE.
           IF WS-DAUD-STATUS = "35"
               OPEN OUTPUT DEP-AUDIT-FILE
               CLOSE DEP-AUDIT-FILE
               OPEN EXTEND DEP-AUDIT-FILE
           END-IF.
           PERFORM CHECK-DAUD-STATUS.
           MOVE SPACES TO DAUD-TIMESTAMP.
           STRING WS-CURRENT-DATE DELIMITED BY SIZE
               WS-CURRENT-TIME DELIMITED BY SIZE
               INTO DAUD-TIMESTAMP.
           MOVE PEND-KEYED-BY TO DAUD-OPERATOR-ID.
           MOVE ACCOUNT_NUMBER_OUT TO DAUD-ACCOUNT-NUMBER.
           MOVE "RATE" TO DAUD-FIELD.
           MOVE PEND-DEP-BOARD-RATE TO WS-RATE-ED.
           MOVE WS-RATE-ED TO DAUD-BEFORE.
           MOVE DEPOSIT-RATE-OUT TO WS-RATE-ED.
           MOVE WS-RATE-ED TO DAUD-AFTER.
           MOVE WS-OPERATOR-ID TO DAUD-APPROVER-ID.
           WRITE DAUD-REC.
           PERFORM CHECK-DAUD-STATUS.
           CLOSE DEP-AUDIT-FILE.

       CHECK-PEND-STATUS.
           IF WS-PEND-STATUS NOT = "00"
               MOVE "PENDING-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-PEND-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-DAUD-STATUS.
           IF WS-DAUD-STATUS NOT = "00"
               MOVE "DEP-AUDIT-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-DAUD-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

      ******************************************************************
               MOVE WS-CIF-ID-NUMBER-IN TO CIF-ID-NUMBER
               MOVE WS-CIF-TAX-IN TO CIF-TAX-STATUS
               MOVE WS-CURRENT-DATE TO CIF-TAKEN-ON-DATE
               MOVE "N" TO CIF-DECEASED
               MOVE ZERO TO CIF-DATE-OF-DEATH
               WRITE CIF-REC
                   INVALID KEY
                       DISPLAY "CUSTOMER NOT SAVED" LINE 17 COL 40
               DELIMITED BY SIZE INTO CERT-PRINT-REC.
           WRITE CERT-PRINT-REC.
           MOVE SPACES TO CERT-PRINT-REC.
           STRING "PRODUCT        : " DELIMITED BY SIZE
               DEP-PRODUCT-CODE-OUT DELIMITED BY SIZE
               INTO CERT-PRINT-REC.
           WRITE CERT-PRINT-REC.
           MOVE SPACES TO CERT-PRINT-REC.
           STRING "INTEREST RATE  : " DELIMITED BY SIZE
               PERCENT-OUT DELIMITED BY SIZE
               INTO CERT-PRINT-REC.
           MOVE WS-CERT-SERIAL TO CREG-SERIAL.
           MOVE ACCOUNT_NUMBER_OUT TO CREG-ACCOUNT-NUMBER.
           MOVE WS-CURRENT-DATE TO CREG-DATE.
           MOVE WS-POSTING-OPERATOR TO CREG-OPERATOR-ID.
           MOVE WS-CERT-COPY-FLAG TO CREG-COPY-FLAG.
           MOVE "A" TO CREG-STATUS.
           MOVE ZERO TO CREG-XREF-SERIAL.
           MOVE WS-TXN-TYPE TO TXN-TYPE.
           MOVE WS-TXN-AMOUNT TO TXN-AMOUNT.
           MOVE WS-TXN-BALANCE TO TXN-RUNNING-BALANCE.
           MOVE WS-POSTING-OPERATOR TO TXN-OPERATOR-ID.
           WRITE DEPTXN-REC.
           PERFORM CHECK-TXN-STATUS.
           CLOSE TXN-FILE.
