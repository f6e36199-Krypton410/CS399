           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-DIST-STATUS.

       SELECT CLASS-FILE
           ASSIGN TO "CLASSTAB"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CLASS-STATUS.

       SELECT SMV-FILE
           ASSIGN TO "SMVTAB"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-SMV-STATUS.

       SELECT LOCK-FILE
           ASSIGN TO "LOCKFILE"
           ORGANIZATION IS INDEXED
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FCTL-STATUS.

       SELECT PENDING-FILE
           ASSIGN TO "PENDTXN"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PEND-STATUS.
       DATA DIVISION.
       FILE SECTION.

      ******************************************************************
      * XFER-REC - one row per conveyance processed through the
      * TRANSFER option, appended to XFERREG: who sold which lot to
      * whom, when, under what deed/instrument number, and for what
      * declared price, for the Registry of Deeds reconciliation and
      * the sales-ratio study.
      ******************************************************************
       FD TRANSFER-FILE
           DATA RECORD IS XFER-REC.

       COPY "XFERREC.cpy".

      ******************************************************************
      * CLEARANCE-REG-FILE - the tax clearance register the clearance

      ******************************************************************
      * LINK-REC - one row per parent/child pairing made by a
      * subdivision or consolidation, appended to LOTLINK so the roll
      * and the TD lineage inquiry can trace where a lot came from.
      ******************************************************************
       FD LOT-LINK-FILE
           DATA RECORD IS LINK-REC.

       COPY "LINKREC.cpy".

      ******************************************************************
      * EXEMPT-FILE - exemption reference table; self-seeds on first

       COPY "DISTREC.cpy".

      ******************************************************************
      * CLASS-FILE / SMV-FILE - the class schedule and the schedule of
      * market values a lot's land is valued from: market value is
      * the lot area at the SMVTAB unit value for its district and
      * class, assessed value that market value at the CLASSTAB
      * assessment level.  Both are read once at startup.
      ******************************************************************
       FD CLASS-FILE
           DATA RECORD IS CLASS-REC.

       COPY "CLASSREC.cpy".

       FD SMV-FILE
           DATA RECORD IS SMV-REC.

       COPY "SMVREC.cpy".

      ******************************************************************
      * LOCK-FILE - shared record locks held between the READ and the
      * REWRITE, so two stations cannot silently overwrite each

       COPY "FCTLREC.cpy".

      ******************************************************************
      * PENDING-FILE - changes held for a second operator's approval;
      * a lot update held here carries the lot's before and after
      * images and is applied only from the approval queue.
      ******************************************************************
       FD PENDING-FILE
           DATA RECORD IS PEND-REC.

       COPY "PENDREC.cpy".

       WORKING-STORAGE SECTION.
      ******************************************************************
      * WS-MASTER-PATH defaults to the shop's usual location but can be
       01 WS-XFER-DATE-IN PIC 9(8) VALUE ZERO.
       01 WS-XFER-DEED-NO PIC X(12) VALUE SPACES.
       01 WS-XFER-SELLER PIC A(26) VALUE SPACES.
      * DECLARED CONSIDERATION FIELDS FOR THE SALES-RATIO STUDY.  A
      * ZERO PRICE (A DONATION) CANNOT BE AN ARM'S-LENGTH SALE.
       01 WS-XFER-DEED-DATE PIC 9(8) VALUE ZERO.
       01 WS-XFER-PRICE PIC 9(9)V99 VALUE ZERO.
       01 WS-XFER-ARMS-LENGTH PIC X(1) VALUE SPACE.
           88 XFER-ARMS-LENGTH-VALID VALUES "Y" "N".
       01 WS-XFER-DEED-DATE-FLAG PIC X(1) VALUE SPACE.

      * TAX CLEARANCE CHECK FIELDS - A TRANSFER NEEDS A CLEARREG ROW
      * FOR THE LOT ISSUED IN THE CURRENT YEAR BEFORE IT GOES THROUGH.
       01 WS-TDREG-STATUS PIC X(2).
       01 WS-TD-SERIAL PIC 9(7) VALUE ZERO.
       01 WS-TD-ACTION PIC X(6) VALUE SPACES.
      * WS-TD-CANCELS IS THE TD THE NEW ONE CANCELS, SET BY THE CALLER
      * WITH WS-TD-ACTION; WS-PARENT-TD CARRIES A SUBDIVIDED LOT'S TD
      * ACROSS TO ITS CHILDREN.
       01 WS-TD-CANCELS PIC 9(7) VALUE ZERO.
       01 WS-PARENT-TD PIC 9(7) VALUE ZERO.
       01 WS-TD-MONEY-ED PIC ZZZ,ZZ9.99.
       01 TD-DASH-LINE PIC X(60) VALUE ALL "=".

       01 WS-IMP-DESC-IN PIC X(20) VALUE SPACES.
       01 WS-IMP-CLASS-IN PIC X(1) VALUE SPACE.
       01 WS-IMP-VALUE-IN PIC 999999V99 VALUE ZERO.
       01 WS-IMP-YEAR-IN PIC 9(4) VALUE ZERO.
       01 WS-IMP-EOF PIC X VALUE "N".
       01 WS-IMP-LINE PIC 99 VALUE ZERO.
       01 WS-IMP-FOUND-SWITCH PIC X VALUE "N".
       01 WS-LOOKUP-DISTRICT-CODE PIC X(3) VALUE SPACES.
       01 WS-PREV-DISTRICT PIC X(3) VALUE SPACES.
       01 WS-PARENT-DISTRICT PIC X(3) VALUE SPACES.

      ******************************************************************
      * CLASS SCHEDULE AND SCHEDULE OF MARKET VALUES - THE LAND VALUE
      * ON CREATE AND UPDATE IS WORKED FROM THE LOT AREA KEYED IN,
      * NEVER KEYED ITSELF.  VALUE-LOT-FROM-SCHEDULE LEAVES THE WORKED
      * FIGURES IN WS-UNIT-VAL-IN-HAND/WS-MARKET-VAL/WS-ASSESSED-CALC
      * WITH VALUATION-OK OR VALUATION-BAD SET.
      ******************************************************************
       01 WS-CLASS-STATUS PIC X(2).
       01 WS-CLASS-EOF PIC X VALUE "N".
       01 WS-CLASS-COUNT PIC 99 VALUE ZERO.
       01 WS-CLASS-FOUND-SWITCH PIC X VALUE "N".
           88 CLASS-FOUND VALUE "Y".
           88 CLASS-NOT-FOUND VALUE "N".
       01 WS-CLASS-TABLE.
           05 WS-CLASS-ENTRY OCCURS 10 TIMES INDEXED BY CL-IDX.
               10 WS-CL-CODE PIC X(1).
               10 WS-CL-ASSESS-LEVEL PIC V99.
       01 WS-LOOKUP-CLASS-CODE PIC X(1) VALUE SPACE.
       01 WS-SMV-STATUS PIC X(2).
       01 WS-SMV-EOF PIC X VALUE "N".
       01 WS-SMV-COUNT PIC 999 VALUE ZERO.
       01 WS-SMV-FOUND-SWITCH PIC X VALUE "N".
           88 SMV-FOUND VALUE "Y".
           88 SMV-NOT-FOUND VALUE "N".
       01 WS-SMV-TABLE.
           05 WS-SMV-ENTRY OCCURS 150 TIMES INDEXED BY SV-IDX.
               10 WS-SV-DISTRICT PIC X(3).
               10 WS-SV-CLASS PIC X(1).
               10 WS-SV-UNIT-VALUE PIC 9(6)V99.
       01 WS-LOT-AREA-IN PIC 9(7)V99 VALUE ZERO.
       01 WS-UNIT-VAL-IN-HAND PIC 9(6)V99 VALUE ZERO.
       01 WS-MARKET-VAL PIC 9(11)V99 VALUE ZERO.
       01 WS-ASSESSED-CALC PIC 9(9)V99 VALUE ZERO.
       01 WS-VALUATION-SWITCH PIC X VALUE "N".
           88 VALUATION-OK VALUE "Y".
           88 VALUATION-BAD VALUE "N".
       01 WS-VALUATION-REASON PIC X(40) VALUE SPACES.
       01 WS-PREV-AREA PIC 9(7)V99 VALUE ZERO.
       01 WS-PREV-UNIT-VAL PIC 9(6)V99 VALUE ZERO.
       01 WS-PREV-MARKET-VAL PIC 9(9)V99 VALUE ZERO.
       01 WS-PREV-BASIS PIC X(1) VALUE SPACE.
       01 WS-PARENT-AREA PIC 9(7)V99 VALUE ZERO.
       01 WS-PARENT-UNIT-VAL PIC 9(6)V99 VALUE ZERO.
       01 WS-PARENT-BASIS PIC X(1) VALUE SPACE.
       01 WS-AREA-TOTAL PIC 9(9)V99 VALUE ZERO.
       01 WS-MARKET-TOTAL PIC 9(11)V99 VALUE ZERO.
       01 WS-BASIS-MIX-SWITCH PIC X VALUE "N".
           88 BASIS-MIXED VALUE "Y".

       01 WS-EXEMPT-PORTION PIC 999999V99 VALUE ZERO.
       01 WS-TAXABLE-TOTAL PIC 9(8)V99 VALUE ZERO.
       01 WS-EXEMPT-TOTAL PIC 9(8)V99 VALUE ZERO.
       01 WS-AUD-LOT-NUMBER PIC 999999999.
       01 WS-AUD-BEFORE-VAL PIC 999999V99.
       01 WS-AUD-AFTER-VAL PIC 999999V99.
      * SET ONLY WHEN AN APPROVED CHANGE POSTS: THE OPERATOR WHO KEYED
      * IT GOES ON THE AUDIT ROW AS ITS OPERATOR, THE SUPERVISOR SIGNED
      * ON AS ITS APPROVER.  CLEARED AGAIN ONCE THE ROW IS WRITTEN.
       01 WS-AUD-KEYED-BY PIC X(8) VALUE SPACES.
       01 WS-AUD-APPROVER-ID PIC X(8) VALUE SPACES.

      * WS-ERR-FILE-NAME/WS-ERR-STATUS ARE SET BY THE CHECK-xxx-STATUS
      * PARAGRAPHS BELOW BEFORE PERFORMING ABEND-FILE-ERROR.
       01 WS-QUIT-SWITCH PIC X VALUE "N".
           88 QUIT-REQUESTED VALUE "Y".

      ******************************************************************
      * SUPERVISOR APPROVAL FIELDS - AN UPDATE THAT MOVES THE ASSESSED
      * VALUE BY MORE THAN THE APPRTHR PERCENTAGE, OR GIVES THE LOT AN
      * EXEMPTION CODE IT DID NOT HAVE, IS HELD ON PENDTXN INSTEAD OF
      * BEING REWRITTEN, UNTIL A DIFFERENT OPERATOR APPROVES IT.
      ******************************************************************
       01 WS-PEND-STATUS PIC X(2).
       01 WS-PEND-EOF PIC X VALUE "N".
       01 WS-PEND-BEFORE-IMAGE PIC X(150) VALUE SPACES.
       01 WS-HELD-REASON PIC X(30) VALUE SPACES.
       01 WS-VALUE-CHANGE PIC S9(7)V99 VALUE ZERO.
       01 WS-VALUE-CHANGE-PCT PIC 9(5) VALUE ZERO.
       01 WS-HOLD-SWITCH PIC X VALUE "N".
           88 CHANGE-MUST-BE-HELD VALUE "Y".
       01 WS-PEND-MATCH-SWITCH PIC X VALUE "N".
           88 LOT-AS-KEYED VALUE "Y".
       01 WS-QUEUE-DECISION PIC X VALUE SPACE.
       01 WS-QUEUE-QUIT PIC X VALUE "N".
       01 WS-QUEUE-SHOWN PIC 9(5) VALUE ZERO.
       01 WS-QUEUE-OWN PIC 9(5) VALUE ZERO.

      * PARAMETER AREA FOR THE SHARED THRLKUP THRESHOLD ROUTINE.
       COPY "THLREC.cpy".

      * PARAMETER AREA FOR THE SHARED RJNLOG RECOVERY JOURNAL ROUTINE.
       COPY "RJLREC.cpy".

       SCREEN SECTION.
       01 DATA_SCREEN.
           05 PROP-MENU.
               10 VALUE "[10] IMPROVEMENTS" LINE 10 COL 40.
               10 VALUE "[11] MAILING ADDRESSES" LINE 9 COL 40.
               10 VALUE "[12] ANNOTATIONS" LINE 8 COL 40.
               10 VALUE "[13] APPROVAL QUEUE" LINE 7 COL 40.
               10 VALUE "ENTER OPTION: " LINE 13 COL 12.

           05 INFORMATION-SCREEN.
               10 VALUE "DATA SCREEN" BLANK SCREEN LINE 1 COL 30.
               10 VALUE "LOT NUMBER: " LINE 3 COL 12.
               10 VALUE "LOT AREA (SQ M): " LINE 4 COL 12.
               10 VALUE "OWNER NAME: " LINE 5 COL 12.
               10 VALUE "CO-OWNER NAME: " LINE 6 COL 12.
               10 VALUE "ASSESSED VALUATION: " LINE 7 COL 12.
               10 VALUE "MARKET: " LINE 7 COL 50.
               10 VALUE "CLASSIFICATION (R/C/A/I): " LINE 8 COL 12.
               10 VALUE "EXEMPTION CODE (OR BLANK): " LINE 9 COL 12.
               10 VALUE "DISTRICT CODE: " LINE 10 COL 12.

           05 APPROVAL-HEAD-SCREEN.
               10 VALUE "LOT UPDATE APPROVAL QUEUE" BLANK SCREEN
                   LINE 1 COL 27.

           05 APPROVAL-SCREEN.
               10 VALUE "LOT UPDATE APPROVAL QUEUE" BLANK SCREEN
                   LINE 1 COL 27.
               10 VALUE "LOT NUMBER: " LINE 3 COL 12.
               10 VALUE "KEYED ON / BY: " LINE 4 COL 12.
               10 VALUE "HELD BECAUSE: " LINE 5 COL 12.
               10 VALUE "ON FILE" LINE 6 COL 30.
               10 VALUE "AS KEYED" LINE 6 COL 50.
               10 VALUE "OWNER: " LINE 7 COL 12.
               10 VALUE "ASSESSED VALUE: " LINE 8 COL 12.
               10 VALUE "CLASS: " LINE 9 COL 12.
               10 VALUE "EXEMPTION: " LINE 10 COL 12.
               10 VALUE "DISTRICT: " LINE 11 COL 12.
               10 VALUE "A=APPROVE  R=REJECT  S=SKIP : " LINE 13 COL 12.

           05 UPDATE-LOOKUP-SCREEN.
               10 VALUE "DATA SCREEN" BLANK SCREEN LINE 1 COL 30.
               10 VALUE "LOT NUMBER TO UPDATE: " LINE 3 COL 12.
               10 VALUE "BUYER CO-OWNER: " LINE 8 COL 12.
               10 VALUE "TRANSFER DATE (YYYYMMDD): " LINE 9 COL 12.
               10 VALUE "DEED/INSTRUMENT NO: " LINE 10 COL 12.
               10 VALUE "DEED DATE (YYYYMMDD): " LINE 11 COL 12.
               10 VALUE "DECLARED SELLING PRICE: " LINE 12 COL 12.
               10 VALUE "ARM'S-LENGTH SALE (Y/N): " LINE 13 COL 12.

           05 ANNOTATE-SCREEN.
               10 VALUE "LOT ANNOTATIONS" BLANK SCREEN LINE 1 COL 30.
           IF WS-ENV-MASTER-PATH NOT = SPACES
               MOVE WS-ENV-MASTER-PATH TO WS-MASTER-PATH
           END-IF.
           MOVE "MP6" TO RJL-PROGRAM.
           MOVE "L" TO RJL-MASTER.

           PERFORM LOAD-OPERATOR-TABLE.
           PERFORM LOAD-EXEMPT-TABLE.
           PERFORM LOAD-DISTRICT-TABLE.
           PERFORM LOAD-CLASS-TABLE.
           PERFORM LOAD-SMV-TABLE.
           PERFORM SIGN-ON THRU SIGN-ON-EXIT UNTIL SIGNED-ON.

       PERFORM A-50-INITIALIZE UNTIL QUIT-REQUESTED.
                   DISPLAY "NOT AUTHORIZED FOR THIS OPTION"
                       LINE 14 COL 12
               END-IF
           ELSE IF OPTION = 13 THEN
               IF OPERATOR-AUTHORIZED
                   PERFORM N-1300-APPROVAL-QUEUE
                       THRU N-1300-RESPOND
               ELSE
                   DISPLAY "NOT AUTHORIZED FOR THIS OPTION"
                       LINE 14 COL 12
               END-IF
           ELSE
               DISPLAY "INVALID OPTION, TRY AGAIN" LINE 14 COL 12
           END-IF.
           ACCEPT LOT_NUMBER LINE 3 COL 40.
           ACCEPT OWNER_NAME LINE 5 COL 40.
           ACCEPT OWNER_NAME_2 LINE 6 COL 40.
           MOVE ZERO TO WS-LOT-AREA-IN.
           ACCEPT WS-LOT-AREA-IN LINE 4 COL 40.
           ACCEPT CLASS_CODE LINE 8 COL 40.
           ACCEPT EXEMPT_CODE LINE 9 COL 40.
           ACCEPT DISTRICT_CODE LINE 10 COL 40.
           MOVE "   " TO SPACE-02.
           MOVE OWNER_NAME_2 TO OWNER_NAME_2_OUT.
           MOVE "   " TO SPACE-02B.
           MOVE ZERO TO ASSESSED_VAL ASSESSED_VAL_OUT.
           MOVE "    " TO SPACE-03.
           MOVE "A" TO LOT-STATUS-OUT.
           MOVE CLASS_CODE TO PROP-CLASS-OUT.
               GO TO INNER-A100-RESPOND
           END-IF.

      * THE LAND VALUE IS WORKED FROM THE AREA AT THE SCHEDULE OF
      * MARKET VALUES - A LOT THE SCHEDULE CANNOT VALUE DOES NOT LAND.
           PERFORM VALUE-LOT-FROM-SCHEDULE
               THRU VALUE-LOT-FROM-SCHEDULE-EXIT.
           IF VALUATION-BAD
               DISPLAY WS-VALUATION-REASON LINE 11 COL 12
               DISPLAY "ENTRY REJECTED." LINE 12 COL 12
               MOVE LOT_NUMBER_OUT TO WS-EXCP-KEY
               MOVE WS-VALUATION-REASON TO WS-EXCP-REASON
               PERFORM WRITE-EXCEPTION-RECORD
               GO TO INNER-A100-RESPOND
           END-IF.
           PERFORM APPLY-SCHEDULE-VALUATION.
           MOVE ASSESSED_VAL_OUT TO ASSESSED_VAL.
           DISPLAY ASSESSED_VAL_OUT LINE 7 COL 40.
           DISPLAY PROP-MARKET-VAL-OUT LINE 7 COL 58.

      * THE OWNER RESOLVES TO (OR TAKES ON) AN OWNER NUMBER BEFORE
      * THE LOT LANDS, SO EVERY NEW LOT CARRIES ONE FROM BIRTH.
           MOVE OWNER_NAME TO WS-OWNER-LOOKUP-NAME.
           PERFORM LOOKUP-OR-CREATE-OWNER.
           MOVE WS-OWNER-NO-IN-HAND TO PROP-OWNER-NO-OUT.

           MOVE OUTPUT-REC TO RJL-IMAGE.
           WRITE OUTPUT-REC
               INVALID KEY
                   DISPLAY "LOT ALREADY ON FILE - ENTRY REJECTED."
                       WS-EXCP-REASON
                   PERFORM WRITE-EXCEPTION-RECORD
               NOT INVALID KEY
                   MOVE "A" TO RJL-ACTION
                   PERFORM JOURNAL-LOT-UPDATE
                   ADD 1 TO WS-CTL-ACTUAL-COUNT
                   ADD ASSESSED_VAL TO WS-CTL-ACTUAL-TOTAL
                   MOVE "C" TO WS-HIST-ACTION
                   ADD LOT_NUMBER_OUT TO WS-FCTL-D-KEY
                   PERFORM UPDATE-CONTROL-RECORD
                   MOVE "CREATE" TO WS-TD-ACTION
                   MOVE ZERO TO WS-TD-CANCELS
                   PERFORM ISSUE-TAX-DECLARATION
           END-WRITE.

      ******************************************************************
      * WRITE-AUDIT-RECORD - append one audit row to MASTAUD.  Caller
      * sets WS-AUD-ACTION, WS-AUD-LOT-NUMBER, WS-AUD-BEFORE-VAL and
      * WS-AUD-AFTER-VAL before performing this paragraph, and
      * WS-AUD-KEYED-BY/WS-AUD-APPROVER-ID for an approved change.
      ******************************************************************
       WRITE-AUDIT-RECORD.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
               WS-CURRENT-TIME DELIMITED BY SIZE
               INTO AUD-TIMESTAMP.
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR-ID.
           IF WS-AUD-KEYED-BY NOT = SPACES
               MOVE WS-AUD-KEYED-BY TO AUD-OPERATOR-ID
           END-IF.
           MOVE WS-AUD-APPROVER-ID TO AUD-APPROVER-ID.
           MOVE WS-AUD-LOT-NUMBER TO AUD-LOT-NUMBER.
           MOVE WS-AUD-ACTION TO AUD-ACTION.
           MOVE WS-AUD-BEFORE-VAL TO AUD-BEFORE-VAL.
           PERFORM CHECK-AUD-STATUS.
           CLOSE AUDIT-FILE.

      ******************************************************************
      * JOURNAL-LOT-UPDATE - hands the after-image of a lot just added
      * or changed to the shared RJNLOG recovery journal routine, so a
      * restored backup generation can be rolled forward.  Caller
      * moves OUTPUT-REC to RJL-IMAGE before the WRITE or REWRITE and
      * A or C to RJL-ACTION after it; nothing is journalled if the
      * update did not go through.
      ******************************************************************
       JOURNAL-LOT-UPDATE.
           IF WS-FILE-STATUS = "00" OR WS-FILE-STATUS = "02"
               CALL "RJNLOG" USING RECOVERY-JOURNAL-AREA
           END-IF.

      ******************************************************************
      * UPDATE-CONTROL-RECORD - applies the deltas the caller banked
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-PEND-STATUS.
           IF WS-PEND-STATUS NOT = "00"
               MOVE "PENDING-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-PEND-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       B-200-OPTION3-UPDATE.

           OPEN I-O OUTPUT-FILE.
                   LINE 16 COL 12
           ELSE IF LOT-FOUND
               DISPLAY INFORMATION-SCREEN
               DISPLAY PROP-LOT-AREA-OUT LINE 4 COL 40
               DISPLAY OWNER_NAME_OUT LINE 5 COL 40
               DISPLAY OWNER_NAME_2_OUT LINE 6 COL 40
               DISPLAY ASSESSED_VAL_OUT LINE 7 COL 40
               DISPLAY PROP-MARKET-VAL-OUT LINE 7 COL 58
               DISPLAY PROP-CLASS-OUT LINE 8 COL 40
               DISPLAY PROP-EXEMPT-CODE-OUT LINE 9 COL 40
               DISPLAY PROP-DISTRICT-OUT LINE 10 COL 40
               DISPLAY "ENTER NEW VALUES BELOW" LINE 11 COL 12
               MOVE ASSESSED_VAL_OUT TO WS-AUD-BEFORE-VAL
               MOVE OUTPUT-REC TO WS-PEND-BEFORE-IMAGE
               MOVE PROP-CLASS-OUT TO WS-PREV-CLASS
               MOVE PROP-EXEMPT-CODE-OUT TO WS-PREV-EXEMPT
               MOVE PROP-DISTRICT-OUT TO WS-PREV-DISTRICT
               ACCEPT OWNER_NAME LINE 5 COL 40
               ACCEPT OWNER_NAME_2 LINE 6 COL 40
               MOVE PROP-LOT-AREA-OUT TO WS-LOT-AREA-IN
               ACCEPT WS-LOT-AREA-IN LINE 4 COL 40
               ACCEPT CLASS_CODE LINE 8 COL 40
               ACCEPT EXEMPT_CODE LINE 9 COL 40
               ACCEPT DISTRICT_CODE LINE 10 COL 40
               MOVE OWNER_NAME TO OWNER_NAME_OUT
               MOVE OWNER_NAME_2 TO OWNER_NAME_2_OUT
               MOVE CLASS_CODE TO PROP-CLASS-OUT
               MOVE EXEMPT_CODE TO PROP-EXEMPT-CODE-OUT
               MOVE DISTRICT_CODE TO PROP-DISTRICT-OUT
                   DISPLAY "INVALID DISTRICT CODE - PRIOR CODE KEPT."
                       LINE 14 COL 12
               END-IF
               PERFORM B-210-REVALUE-LAND
               MOVE OWNER_NAME TO WS-OWNER-LOOKUP-NAME
               PERFORM LOOKUP-OR-CREATE-OWNER
               MOVE WS-OWNER-NO-IN-HAND TO PROP-OWNER-NO-OUT
               PERFORM B-220-TEST-FOR-HOLD
               IF CHANGE-MUST-BE-HELD
                   PERFORM B-230-HOLD-UPDATE
                   DISPLAY "HELD FOR SUPERVISOR APPROVAL - LOT NOT "
                       "CHANGED." LINE 16 COL 12
               ELSE
                   PERFORM B-240-APPLY-UPDATE
                   DISPLAY "LOT UPDATED." LINE 16 COL 12
               END-IF
           ELSE
               DISPLAY "LOT NUMBER NOT ON FILE." LINE 16 COL 12
           END-IF.

           CLOSE OUTPUT-FILE.

      ******************************************************************
      * B-220-TEST-FOR-HOLD - the update on OUTPUT-REC is held when
      * it moves the assessed value by more than the APPRTHR
      * percentage (any value put on a lot assessed at zero counts as
      * a hundred percent), or when it gives the lot an exemption
      * code it did not have before.
      ******************************************************************
       B-220-TEST-FOR-HOLD.
           MOVE "N" TO WS-HOLD-SWITCH.
           CALL "THRLKUP" USING THRESHOLD-LOOKUP-AREA.
           COMPUTE WS-VALUE-CHANGE =
               ASSESSED_VAL_OUT - WS-AUD-BEFORE-VAL.
           IF WS-VALUE-CHANGE < ZERO
               COMPUTE WS-VALUE-CHANGE = ZERO - WS-VALUE-CHANGE
           END-IF.
           IF WS-AUD-BEFORE-VAL = ZERO
               IF WS-VALUE-CHANGE > ZERO
                   MOVE 100 TO WS-VALUE-CHANGE-PCT
               ELSE
                   MOVE ZERO TO WS-VALUE-CHANGE-PCT
               END-IF
           ELSE
               COMPUTE WS-VALUE-CHANGE-PCT =
                   WS-VALUE-CHANGE * 100 / WS-AUD-BEFORE-VAL
           END-IF.
           IF WS-VALUE-CHANGE-PCT > THL-VALUE-PCT
               MOVE "Y" TO WS-HOLD-SWITCH
               MOVE "VALUE CHANGE OVER THRESHOLD" TO WS-HELD-REASON
           END-IF.
           IF NOT PROP-NOT-EXEMPT-OUT AND
               PROP-EXEMPT-CODE-OUT NOT = WS-PREV-EXEMPT
               MOVE "Y" TO WS-HOLD-SWITCH
               MOVE "NEW EXEMPTION" TO WS-HELD-REASON
           END-IF.

      ******************************************************************
      * B-230-HOLD-UPDATE - writes the lot's before and after images
      * to PENDTXN for a different operator to approve; the master,
      * its history, audit trail and control record are untouched.
      ******************************************************************
       B-230-HOLD-UPDATE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           OPEN EXTEND PENDING-FILE.
           IF WS-PEND-STATUS = "35"
               OPEN OUTPUT PENDING-FILE
               CLOSE PENDING-FILE
               OPEN EXTEND PENDING-FILE
           END-IF.
           PERFORM CHECK-PEND-STATUS.
           MOVE WS-CURRENT-DATE TO PEND-KEYED-DATE.
           MOVE WS-CURRENT-TIME TO PEND-KEYED-TIME.
           MOVE "L" TO PEND-KIND.
           MOVE "P" TO PEND-STATUS.
           MOVE WS-OPERATOR-ID TO PEND-KEYED-BY.
           MOVE SPACES TO PEND-DECIDED-BY.
           MOVE ZERO TO PEND-DECIDED-DATE.
           MOVE LOT_NUMBER_OUT TO PEND-REFERENCE.
           MOVE ASSESSED_VAL_OUT TO PEND-AMOUNT.
           MOVE WS-HELD-REASON TO PEND-HELD-REASON.
           MOVE SPACES TO PEND-DECISION-NOTE.
           MOVE WS-PEND-BEFORE-IMAGE TO PEND-LOT-BEFORE.
           MOVE OUTPUT-REC TO PEND-LOT-AFTER.
           WRITE PEND-REC.
           PERFORM CHECK-PEND-STATUS.
           CLOSE PENDING-FILE.

      ******************************************************************
      * B-240-APPLY-UPDATE - rewrites the lot now on OUTPUT-REC and
      * records it: history, audit row and the control-record delta
      * against the value saved in WS-AUD-BEFORE-VAL.
      ******************************************************************
       B-240-APPLY-UPDATE.
           MOVE OUTPUT-REC TO RJL-IMAGE.
           REWRITE OUTPUT-REC.
           MOVE "C" TO RJL-ACTION.
           PERFORM JOURNAL-LOT-UPDATE.
           MOVE "U" TO WS-HIST-ACTION.
           PERFORM WRITE-HISTORY-RECORD.
           MOVE "UPDATE" TO WS-AUD-ACTION.
           MOVE LOT_NUMBER_OUT TO WS-AUD-LOT-NUMBER.
           MOVE ASSESSED_VAL_OUT TO WS-AUD-AFTER-VAL.
           PERFORM WRITE-AUDIT-RECORD.
           COMPUTE WS-FCTL-D-VALUE =
               ASSESSED_VAL_OUT - WS-AUD-BEFORE-VAL.
           PERFORM UPDATE-CONTROL-RECORD.

      ******************************************************************
      * B-210-REVALUE-LAND - the land value follows the area, class and
      * district now on the record.  A zero area leaves the valuation
      * on record untouched (a lot keyed before the schedule existed
      * keeps its keyed figure until someone measures it); an area
      * the schedule cannot value is refused and the prior valuation
      * kept, the same way a bad class or district code is.
      ******************************************************************
       B-210-REVALUE-LAND.
           IF WS-LOT-AREA-IN = ZERO
               DISPLAY "NO LOT AREA KEYED - VALUATION LEFT AS ON "
                   "RECORD." LINE 15 COL 12
           ELSE
               PERFORM VALUE-LOT-FROM-SCHEDULE
                   THRU VALUE-LOT-FROM-SCHEDULE-EXIT
               IF VALUATION-BAD
                   DISPLAY WS-VALUATION-REASON LINE 15 COL 12
               ELSE
                   PERFORM APPLY-SCHEDULE-VALUATION
               END-IF
           END-IF.

       C-300-OPTION4-DISPLAY.
           MOVE "N" TO WS-EOF.
           MOVE ZERO TO WS-LOT-COUNT WS-VAL-TOTAL WS-PAGE-NO
               DISPLAY "LOT ALREADY CLOSED OUT." LINE 16 COL 12
           ELSE IF LOT-FOUND
               MOVE "C" TO LOT-STATUS-OUT
               MOVE OUTPUT-REC TO RJL-IMAGE
               REWRITE OUTPUT-REC
                   INVALID KEY
                       DISPLAY "LOT NUMBER NOT ON FILE." LINE 16 COL 12
                   NOT INVALID KEY
                       MOVE "C" TO RJL-ACTION
                       PERFORM JOURNAL-LOT-UPDATE
                       MOVE "DELETE" TO WS-AUD-ACTION
                       MOVE ZERO TO WS-AUD-AFTER-VAL
                       PERFORM WRITE-AUDIT-RECORD
           IF LOT-FOUND
               DISPLAY INFORMATION-SCREEN
               DISPLAY LOT_NUMBER_OUT LINE 3 COL 40
               DISPLAY PROP-LOT-AREA-OUT LINE 4 COL 40
               DISPLAY OWNER_NAME_OUT LINE 5 COL 40
               DISPLAY OWNER_NAME_2_OUT LINE 6 COL 40
               DISPLAY ASSESSED_VAL_OUT LINE 7 COL 40
               DISPLAY PROP-MARKET-VAL-OUT LINE 7 COL 58
               DISPLAY PROP-CLASS-OUT LINE 8 COL 40
               DISPLAY PROP-EXEMPT-CODE-OUT LINE 9 COL 40
               DISPLAY PROP-DISTRICT-OUT LINE 10 COL 40
           MOVE PROP-EXEMPT-CODE-OUT TO WS-PARENT-EXEMPT.
           MOVE PROP-DISTRICT-OUT TO WS-PARENT-DISTRICT.
           MOVE PROP-OWNER-NO-OUT TO WS-PARENT-OWNER-NO.
           MOVE PROP-TD-NUMBER-OUT TO WS-PARENT-TD.
           MOVE PROP-LOT-AREA-OUT TO WS-PARENT-AREA.
           MOVE PROP-UNIT-VAL-OUT TO WS-PARENT-UNIT-VAL.
           MOVE PROP-VALUE-BASIS-OUT TO WS-PARENT-BASIS.
           DISPLAY "PARENT VALUE: " LINE 5 COL 12.
           DISPLAY WS-PARENT-VAL LINE 5 COL 27.

           MOVE WS-PARENT-EXEMPT TO PROP-EXEMPT-CODE-OUT.
           MOVE WS-PARENT-DISTRICT TO PROP-DISTRICT-OUT.
           MOVE WS-PARENT-OWNER-NO TO PROP-OWNER-NO-OUT.
           PERFORM I-927-SPLIT-CHILD-AREA.
           MOVE OUTPUT-REC TO RJL-IMAGE.
           WRITE OUTPUT-REC.
           MOVE "A" TO RJL-ACTION.
           PERFORM JOURNAL-LOT-UPDATE.
           MOVE "C" TO WS-HIST-ACTION.
           PERFORM WRITE-HISTORY-RECORD.
           MOVE "SUBDIV" TO WS-AUD-ACTION.
           ADD LOT_NUMBER_OUT TO WS-FCTL-D-KEY.
           PERFORM UPDATE-CONTROL-RECORD.
           MOVE "SUBDIV" TO WS-TD-ACTION.
           MOVE WS-PARENT-TD TO WS-TD-CANCELS.
           PERFORM ISSUE-TAX-DECLARATION.
           MOVE "S" TO WS-LINK-ACTION.
           MOVE WS-PARENT-LOT TO WS-LINK-PARENT.
       I-925-CREATE-CHILD-EXIT.
           EXIT.

      ******************************************************************
      * I-927-SPLIT-CHILD-AREA - a child of a lot valued off the
      * schedule takes the parent's area in the same proportion as
      * its allocated value, at the parent's unit value, so it stays
      * on the schedule and the next revaluation can work it afresh.
      * A child of a keyed-value parent stays keyed until measured.
      ******************************************************************
       I-927-SPLIT-CHILD-AREA.
           IF WS-PARENT-BASIS = "S" AND WS-PARENT-VAL > ZERO
               COMPUTE PROP-LOT-AREA-OUT ROUNDED =
                   WS-PARENT-AREA * WS-PIECE-VAL(WS-PIECE-NO)
                   / WS-PARENT-VAL
               MOVE WS-PARENT-UNIT-VAL TO PROP-UNIT-VAL-OUT
               COMPUTE PROP-MARKET-VAL-OUT ROUNDED =
                   PROP-LOT-AREA-OUT * PROP-UNIT-VAL-OUT
               MOVE "S" TO PROP-VALUE-BASIS-OUT
           ELSE
               MOVE ZERO TO PROP-LOT-AREA-OUT PROP-UNIT-VAL-OUT
                   PROP-MARKET-VAL-OUT
               MOVE SPACE TO PROP-VALUE-BASIS-OUT
           END-IF.

       I-930-RETIRE-PARENT.
           MOVE WS-PARENT-LOT TO LOT_NUMBER_OUT.
           READ OUTPUT-FILE KEY IS LOT_NUMBER_OUT
                   CONTINUE
               NOT INVALID KEY
                   MOVE "C" TO LOT-STATUS-OUT
                   MOVE OUTPUT-REC TO RJL-IMAGE
                   REWRITE OUTPUT-REC
                   MOVE "C" TO RJL-ACTION
                   PERFORM JOURNAL-LOT-UPDATE
                   MOVE "SUBDIV" TO WS-AUD-ACTION
                   MOVE WS-PARENT-LOT TO WS-AUD-LOT-NUMBER
                   MOVE WS-PARENT-VAL TO WS-AUD-BEFORE-VAL
           PERFORM CHECK-OUTPUT-STATUS.
           MOVE "Y" TO WS-SUBCON-OK-SWITCH.
           MOVE ZERO TO WS-ALLOC-TOTAL.
           MOVE ZERO TO WS-AREA-TOTAL WS-MARKET-TOTAL.
           MOVE "N" TO WS-BASIS-MIX-SWITCH.
           MOVE 4 TO WS-PIECE-LINE.
           MOVE 1 TO WS-PIECE-NO.
           PERFORM I-955-ACCEPT-PARENT THRU I-955-ACCEPT-PARENT-EXIT
                   "FIELD." LINE 14 COL 12
               SET SUBCON-BAD TO TRUE
           END-IF.
      * A SCHEDULE-VALUED LOT'S LAND IS ALREADY AT ASSESSED VALUE AND
      * A KEYED ONE'S IS NOT, SO THE TWO CANNOT BE ADDED TOGETHER.
           IF SUBCON-OK AND BASIS-MIXED
               DISPLAY "LOTS MIX SCHEDULE AND KEYED VALUATIONS - KEY "
                   "THE LOT AREAS FIRST." LINE 14 COL 12
               SET SUBCON-BAD TO TRUE
           END-IF.
           IF SUBCON-OK AND WS-AREA-TOTAL > 9999999.99
               DISPLAY "COMBINED AREA EXCEEDS THE MASTER AREA FIELD."
                   LINE 14 COL 12
               SET SUBCON-BAD TO TRUE
           END-IF.
           IF SUBCON-BAD
               DISPLAY "CONSOLIDATION NOT PROCESSED." LINE 15 COL 12
               PERFORM I-985-RELEASE-PARENT-LOCKS
                       MOVE ASSESSED_VAL_OUT TO
                           WS-PIECE-VAL(WS-PIECE-NO)
                       ADD ASSESSED_VAL_OUT TO WS-ALLOC-TOTAL
                       ADD PROP-LOT-AREA-OUT TO WS-AREA-TOTAL
                       ADD PROP-MARKET-VAL-OUT TO WS-MARKET-TOTAL
                       IF WS-PIECE-NO > 1 AND
                           PROP-VALUE-BASIS-OUT NOT = WS-PARENT-BASIS
                           SET BASIS-MIXED TO TRUE
                       END-IF
                       IF WS-PIECE-NO = 1
                           MOVE OWNER_NAME_OUT TO WS-PARENT-OWNER
                           MOVE OWNER_NAME_2_OUT TO WS-PARENT-OWNER-2
                               TO WS-PARENT-DISTRICT
                           MOVE PROP-OWNER-NO-OUT
                               TO WS-PARENT-OWNER-NO
                           MOVE PROP-VALUE-BASIS-OUT
                               TO WS-PARENT-BASIS
                       END-IF
                   END-IF
           END-READ.
                   CONTINUE
               NOT INVALID KEY
                   MOVE "C" TO LOT-STATUS-OUT
                   MOVE OUTPUT-REC TO RJL-IMAGE
                   REWRITE OUTPUT-REC
                   MOVE "C" TO RJL-ACTION
                   PERFORM JOURNAL-LOT-UPDATE
                   MOVE "CONSOL" TO WS-AUD-ACTION
                   MOVE LOT_NUMBER_OUT TO WS-AUD-LOT-NUMBER
                   MOVE WS-PIECE-VAL(WS-PIECE-NO) TO WS-AUD-BEFORE-VAL
           MOVE WS-NEW-OWNER TO WS-OWNER-LOOKUP-NAME.
           PERFORM LOOKUP-OR-CREATE-OWNER.
           MOVE WS-OWNER-NO-IN-HAND TO PROP-OWNER-NO-OUT.
      * THE CONSOLIDATED LOT CARRIES THE COMBINED AREA AND MARKET
      * VALUE, AT THE AREA-WEIGHTED UNIT VALUE OF ITS PARENTS, UNTIL
      * THE NEXT REVALUATION WORKS IT AT ITS OWN SCHEDULE ROW.
           MOVE WS-PARENT-BASIS TO PROP-VALUE-BASIS-OUT.
           MOVE WS-AREA-TOTAL TO PROP-LOT-AREA-OUT.
           MOVE WS-MARKET-TOTAL TO PROP-MARKET-VAL-OUT.
           IF WS-AREA-TOTAL > ZERO
               COMPUTE PROP-UNIT-VAL-OUT ROUNDED =
                   WS-MARKET-TOTAL / WS-AREA-TOTAL
           ELSE
               MOVE ZERO TO PROP-UNIT-VAL-OUT
           END-IF.
           MOVE WS-NEW-LOT TO LOT_NUMBER_OUT.
           MOVE OUTPUT-REC TO RJL-IMAGE.
           WRITE OUTPUT-REC.
           MOVE "A" TO RJL-ACTION.
           PERFORM JOURNAL-LOT-UPDATE.
           MOVE "C" TO WS-HIST-ACTION.
           PERFORM WRITE-HISTORY-RECORD.
           MOVE "CONSOL" TO WS-AUD-ACTION.
           ADD WS-NEW-LOT TO WS-FCTL-D-KEY.
           PERFORM UPDATE-CONTROL-RECORD.
           MOVE "CONSOL" TO WS-TD-ACTION.
           MOVE ZERO TO WS-TD-CANCELS.
           PERFORM ISSUE-TAX-DECLARATION.


           END-IF.
           DISPLAY "ASSESSED VALUE: " LINE 9 COL 12.
           ACCEPT WS-IMP-VALUE-IN LINE 9 COL 29.
      * THE YEAR BUILT OR INSTALLED DRIVES THE YEAR-END DEPRECIATION
      * RUN; A ZERO LEAVES THE IMPROVEMENT AT ITS KEYED VALUE.
           DISPLAY "YEAR BUILT/INSTALLED (0=UNKNOWN): " LINE 10 COL 12.
           MOVE ZERO TO WS-IMP-YEAR-IN.
           ACCEPT WS-IMP-YEAR-IN LINE 10 COL 47.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           IF WS-IMP-YEAR-IN > WS-CURRENT-DATE(1:4)
               DISPLAY "YEAR BUILT CANNOT BE IN THE FUTURE - ENTRY "
                   "REJECTED." LINE 11 COL 12
               GO TO K-1010-ADD-IMPROVEMENT-EXIT
           END-IF.
           MOVE UPDATE-LOT-NUMBER TO IMP-LOT-NUMBER.
           MOVE WS-IMP-SEQ-IN TO IMP-SEQ.
           MOVE WS-IMP-DESC-IN TO IMP-DESC.
           MOVE WS-IMP-VALUE-IN TO IMP-VALUE.
           MOVE "A" TO IMP-STATUS.
           MOVE ZERO TO IMP-RETIRE-DATE.
           MOVE WS-IMP-YEAR-IN TO IMP-YEAR-BUILT.
           MOVE WS-IMP-VALUE-IN TO IMP-BASE-VALUE.
           MOVE ZERO TO IMP-DEPR-YEAR.
           WRITE IMP-REC
               INVALID KEY
                   DISPLAY "THAT SEQUENCE IS ALREADY ON FILE FOR "
       K-1030-LIST-IMPROVEMENTS.
           DISPLAY "SEQ DESCRIPTION          CLS VALUE      STATUS"
               LINE 6 COL 12.
           DISPLAY "BUILT" LINE 6 COL 60.
           MOVE 6 TO WS-IMP-LINE.
           MOVE ZERO TO WS-IMP-SUM.
           MOVE "N" TO WS-IMP-EOF.
                       DISPLAY IMP-CLASS LINE WS-IMP-LINE COL 37
                       DISPLAY IMP-VALUE LINE WS-IMP-LINE COL 41
                       DISPLAY IMP-STATUS LINE WS-IMP-LINE COL 53
                       DISPLAY IMP-YEAR-BUILT LINE WS-IMP-LINE COL 60
                   END-IF
                   IF IMP-ACTIVE
                       ADD IMP-VALUE TO WS-IMP-SUM
       M-1235-LIST-ONE-EXIT.
           EXIT.

      ******************************************************************
      * N-1300-APPROVAL-QUEUE - walks the lot updates waiting on
      * PENDTXN, oldest first.  The supervisor signed on may approve,
      * reject or skip each one keyed by someone else; an update they
      * keyed themselves is left for another supervisor.  An approval
      * posts only while the lot on file still matches the before
      * image the update was keyed against - a lot changed since is
      * rejected so the update can be keyed again over what is there.
      ******************************************************************
       N-1300-APPROVAL-QUEUE.
           MOVE ZERO TO WS-QUEUE-SHOWN WS-QUEUE-OWN.
           MOVE "N" TO WS-PEND-EOF.
           MOVE "N" TO WS-QUEUE-QUIT.
           OPEN I-O PENDING-FILE.
           IF WS-PEND-STATUS = "35"
               DISPLAY APPROVAL-HEAD-SCREEN
               DISPLAY "NOTHING IS WAITING FOR APPROVAL." LINE 3 COL 12
               GO TO N-1300-RESPOND
           END-IF.
           PERFORM CHECK-PEND-STATUS.
           OPEN I-O OUTPUT-FILE.
           PERFORM CHECK-OUTPUT-STATUS.
           PERFORM N-1310-NEXT-PENDING THRU N-1310-NEXT-PENDING-EXIT
               UNTIL WS-PEND-EOF = "Y" OR WS-QUEUE-QUIT = "Y".
           CLOSE OUTPUT-FILE.
           CLOSE PENDING-FILE.
           DISPLAY APPROVAL-HEAD-SCREEN.
           DISPLAY "LOT UPDATES REVIEWED: " LINE 3 COL 12.
           DISPLAY WS-QUEUE-SHOWN LINE 3 COL 35.
           DISPLAY "KEYED BY YOU, LEFT FOR ANOTHER SUPERVISOR: "
               LINE 4 COL 12.
           DISPLAY WS-QUEUE-OWN LINE 4 COL 56.
       N-1300-RESPOND.
           DISPLAY RESPOND.
           ACCEPT OPTION_CREATE LINE 20 COL 45.

       N-1310-NEXT-PENDING.
           READ PENDING-FILE
               AT END
                   MOVE "Y" TO WS-PEND-EOF
                   GO TO N-1310-NEXT-PENDING-EXIT
           END-READ.
           PERFORM CHECK-PEND-STATUS.
           IF NOT PEND-LOT-CHANGE OR NOT PEND-AWAITING
               GO TO N-1310-NEXT-PENDING-EXIT
           END-IF.
           IF PEND-KEYED-BY = WS-OPERATOR-ID
               ADD 1 TO WS-QUEUE-OWN
               GO TO N-1310-NEXT-PENDING-EXIT
           END-IF.
           ADD 1 TO WS-QUEUE-SHOWN.
           MOVE "P" TO WS-LOCK-TAG.
           MOVE PEND-REFERENCE TO WS-LOCK-KEY-VAL.
           PERFORM ACQUIRE-RECORD-LOCK.
           IF NOT LOCK-ACQUIRED
               GO TO N-1310-NEXT-PENDING-EXIT
           END-IF.
           DISPLAY APPROVAL-SCREEN.
           DISPLAY PEND-REFERENCE LINE 3 COL 30.
           DISPLAY PEND-KEYED-DATE LINE 4 COL 30.
           DISPLAY PEND-KEYED-BY LINE 4 COL 40.
           DISPLAY PEND-HELD-REASON LINE 5 COL 30.
           MOVE "N" TO WS-PEND-MATCH-SWITCH.
           MOVE ZERO TO WS-AUD-BEFORE-VAL.
           MOVE PEND-REFERENCE TO LOT_NUMBER_OUT.
           READ OUTPUT-FILE KEY IS LOT_NUMBER_OUT
               INVALID KEY
                   DISPLAY "NOT ON FILE" LINE 7 COL 30
               NOT INVALID KEY
                   MOVE ASSESSED_VAL_OUT TO WS-AUD-BEFORE-VAL
                   IF OUTPUT-REC = PEND-LOT-BEFORE
                       MOVE "Y" TO WS-PEND-MATCH-SWITCH
                   END-IF
                   DISPLAY OWNER_NAME_OUT(1:18) LINE 7 COL 30
                   DISPLAY ASSESSED_VAL_OUT LINE 8 COL 30
                   DISPLAY PROP-CLASS-OUT LINE 9 COL 30
                   DISPLAY PROP-EXEMPT-CODE-OUT LINE 10 COL 30
                   DISPLAY PROP-DISTRICT-OUT LINE 11 COL 30
           END-READ.
           MOVE PEND-LOT-AFTER TO OUTPUT-REC.
           DISPLAY OWNER_NAME_OUT(1:18) LINE 7 COL 50.
           DISPLAY ASSESSED_VAL_OUT LINE 8 COL 50.
           DISPLAY PROP-CLASS-OUT LINE 9 COL 50.
           DISPLAY PROP-EXEMPT-CODE-OUT LINE 10 COL 50.
           DISPLAY PROP-DISTRICT-OUT LINE 11 COL 50.
           ACCEPT WS-QUEUE-DECISION LINE 13 COL 43.
           IF WS-QUEUE-DECISION = "A"
               PERFORM N-1320-APPROVE-UPDATE
           ELSE IF WS-QUEUE-DECISION = "R"
               MOVE "R" TO PEND-STATUS
               MOVE "REJECTED BY SUPERVISOR" TO PEND-DECISION-NOTE
               PERFORM N-1330-STAMP-DECISION
               DISPLAY "UPDATE REJECTED - LOT NOT CHANGED."
                   LINE 14 COL 12
           ELSE
               DISPLAY "SKIPPED - STILL WAITING." LINE 14 COL 12
           END-IF.
           PERFORM RELEASE-RECORD-LOCK.
           DISPLAY RESPOND.
           ACCEPT OPTION_CREATE LINE 20 COL 45.
           IF OPTION_CREATE = "B"
               MOVE "Y" TO WS-QUEUE-QUIT
           END-IF.
       N-1310-NEXT-PENDING-EXIT.
           EXIT.

       N-1320-APPROVE-UPDATE.
           IF NOT LOT-AS-KEYED
               MOVE "R" TO PEND-STATUS
               MOVE "LOT CHANGED SINCE IT WAS KEYED"
                   TO PEND-DECISION-NOTE
               PERFORM N-1330-STAMP-DECISION
               DISPLAY "LOT CHANGED SINCE THIS WAS KEYED - REJECTED."
                   LINE 14 COL 12
           ELSE
               MOVE PEND-KEYED-BY TO WS-AUD-KEYED-BY
               MOVE WS-OPERATOR-ID TO WS-AUD-APPROVER-ID
               PERFORM B-240-APPLY-UPDATE
               MOVE SPACES TO WS-AUD-KEYED-BY WS-AUD-APPROVER-ID
               MOVE "A" TO PEND-STATUS
               MOVE "APPROVED AND POSTED" TO PEND-DECISION-NOTE
               PERFORM N-1330-STAMP-DECISION
               DISPLAY "UPDATE APPROVED - LOT UPDATED." LINE 14 COL 12
           END-IF.

      ******************************************************************
      * N-1330-STAMP-DECISION - the approver and the date onto the
      * pending row just decided; the caller sets the status and note.
      ******************************************************************
       N-1330-STAMP-DECISION.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-OPERATOR-ID TO PEND-DECIDED-BY.
           MOVE WS-CURRENT-DATE TO PEND-DECIDED-DATE.
           REWRITE PEND-REC.
           PERFORM CHECK-PEND-STATUS.

      ******************************************************************
      * CHECK-COURT-HOLD - scans the lot named by UPDATE-LOT-NUMBER
      * for open annotations; an unlifted court hold (type L) leaves
      * it on the master record in hand (OUTPUT-FILE must be open
      * I-O), prints the formal tax declaration document to TDPRINT
      * and logs the issuance to the TDREG register.  Caller sets
      * WS-TD-ACTION and WS-TD-CANCELS first.
      ******************************************************************
       ISSUE-TAX-DECLARATION.
           PERFORM TAKE-NEXT-TD-SERIAL.
           MOVE WS-TD-SERIAL TO PROP-TD-NUMBER-OUT.
           MOVE OUTPUT-REC TO RJL-IMAGE.
           REWRITE OUTPUT-REC.
           MOVE "C" TO RJL-ACTION.
           PERFORM JOURNAL-LOT-UPDATE.
           PERFORM WRITE-TD-DOCUMENT.
           PERFORM WRITE-TD-REGISTER.
           DISPLAY "TAX DECLARATION NO. " WS-TD-SERIAL " ISSUED."
           MOVE WS-TD-ACTION TO TD-ACTION.
           MOVE WS-CURRENT-DATE TO TD-ISSUE-DATE.
           MOVE WS-OPERATOR-ID TO TD-OPERATOR-ID.
           MOVE WS-TD-CANCELS TO TD-CANCELS-TD.
           MOVE ASSESSED_VAL_OUT TO TD-ASSESSED-VAL.
           WRITE TD-REG-REC.
           PERFORM CHECK-TDREG-STATUS.
           CLOSE TD-REGISTER-FILE.
      * transaction instead of typing the buyer over the owner field
      * in UPDATE: the master record is rewritten with the buyer as
      * owner, a register row goes to XFERREG for the Registry of
      * Deeds reconciliation (carrying the declared price, deed date
      * and arm's-length flag the sales-ratio study reads), and an
      * audit row marks the lot XFER under whoever is signed on.
      ******************************************************************
       H-800-OPTION-TRANSFER.
           MOVE "N" TO WS-FOUND-SWITCH.

           IF LOT-FOUND AND LOT-CLOSED-OUT
               DISPLAY "LOT ALREADY CLOSED OUT - CANNOT TRANSFER."
                   LINE 15 COL 12
           ELSE IF LOT-FOUND
               PERFORM CHECK-COURT-HOLD
               IF LOT-UNDER-COURT-HOLD
                   DISPLAY "OPEN COURT HOLD ON RECORD - TRANSFER "
                       "REFUSED." LINE 15 COL 12
                   DISPLAY "THE HOLD MUST BE LIFTED FIRST."
                       LINE 16 COL 12
                   PERFORM RELEASE-RECORD-LOCK
                   GO TO H-800-RESPOND
               END-IF
               PERFORM CHECK-TAX-CLEARANCE
               IF CLEARANCE-NOT-FOUND
                   DISPLAY "NO CURRENT TAX CLEARANCE ON REGISTER - "
                       "TRANSFER REFUSED." LINE 15 COL 12
                   DISPLAY "ISSUE A CLEARANCE CERTIFICATE FIRST."
                       LINE 16 COL 12
                   PERFORM RELEASE-RECORD-LOCK
                   GO TO H-800-RESPOND
               END-IF
               ACCEPT WS-XFER-BUYER-2 LINE 8 COL 40
               ACCEPT WS-XFER-DATE-IN LINE 9 COL 40
               ACCEPT WS-XFER-DEED-NO LINE 10 COL 40
               ACCEPT WS-XFER-DEED-DATE LINE 11 COL 40
               ACCEPT WS-XFER-PRICE LINE 12 COL 40
               ACCEPT WS-XFER-ARMS-LENGTH LINE 13 COL 40
               MOVE "V" TO DC-FUNCTION
               MOVE WS-XFER-DEED-DATE TO DC-DATE-1
               CALL "DATECALC" USING DATE-CALC-AREA
               MOVE DC-VALID-FLAG TO WS-XFER-DEED-DATE-FLAG
               MOVE "V" TO DC-FUNCTION
               MOVE WS-XFER-DATE-IN TO DC-DATE-1
               CALL "DATECALC" USING DATE-CALC-AREA
               IF WS-XFER-BUYER = SPACES
                   DISPLAY "BUYER NAME REQUIRED - TRANSFER NOT "
                       "PROCESSED." LINE 15 COL 12
               ELSE IF DC-VALID-FLAG NOT = "Y"
                   DISPLAY "TRANSFER DATE IS NOT A REAL CALENDAR "
                       "DATE - TRANSFER NOT PROCESSED." LINE 15 COL 12
               ELSE IF WS-XFER-DEED-DATE-FLAG NOT = "Y"
                   DISPLAY "DEED DATE IS NOT A REAL CALENDAR DATE - "
                       "TRANSFER NOT PROCESSED." LINE 15 COL 12
               ELSE IF NOT XFER-ARMS-LENGTH-VALID
                   DISPLAY "ARM'S-LENGTH FLAG MUST BE Y OR N - "
                       "TRANSFER NOT PROCESSED." LINE 15 COL 12
               ELSE IF WS-XFER-PRICE = ZERO AND
                   WS-XFER-ARMS-LENGTH = "Y"
                   DISPLAY "NO PRICE DECLARED - AN ARM'S-LENGTH SALE "
                       "NEEDS ONE." LINE 15 COL 12
               ELSE
                   MOVE WS-XFER-BUYER TO WS-OWNER-LOOKUP-NAME
                   PERFORM LOOKUP-OR-CREATE-OWNER
                   MOVE WS-XFER-BUYER TO OWNER_NAME_OUT
                   MOVE WS-XFER-BUYER-2 TO OWNER_NAME_2_OUT
                   MOVE WS-XFER-BUYER-NO TO PROP-OWNER-NO-OUT
                   MOVE OUTPUT-REC TO RJL-IMAGE
                   REWRITE OUTPUT-REC
                   MOVE "C" TO RJL-ACTION
                   PERFORM JOURNAL-LOT-UPDATE
                   PERFORM WRITE-TRANSFER-RECORD
                   MOVE "XFER" TO WS-AUD-ACTION
                   MOVE LOT_NUMBER_OUT TO WS-AUD-LOT-NUMBER
                   MOVE ASSESSED_VAL_OUT TO WS-AUD-AFTER-VAL
                   PERFORM WRITE-AUDIT-RECORD
                   MOVE "XFER" TO WS-TD-ACTION
                   MOVE PROP-TD-NUMBER-OUT TO WS-TD-CANCELS
                   PERFORM ISSUE-TAX-DECLARATION
                   DISPLAY "LOT TRANSFERRED AND REGISTERED."
                       LINE 15 COL 12
               END-IF
           ELSE
               DISPLAY "LOT NUMBER NOT ON FILE." LINE 15 COL 12
           END-IF.

           PERFORM RELEASE-RECORD-LOCK.
           MOVE WS-OPERATOR-ID TO XFER-OPERATOR-ID.
           MOVE WS-XFER-SELLER-NO TO XFER-SELLER-NO.
           MOVE WS-XFER-BUYER-NO TO XFER-BUYER-NO.
           MOVE WS-XFER-DEED-DATE TO XFER-DEED-DATE.
           MOVE WS-XFER-PRICE TO XFER-SELLING-PRICE.
           MOVE WS-XFER-ARMS-LENGTH TO XFER-ARMS-LENGTH.
           MOVE PROP-DISTRICT-OUT TO XFER-DISTRICT.
           MOVE PROP-CLASS-OUT TO XFER-CLASS.
           MOVE PROP-MARKET-VAL-OUT TO XFER-MARKET-VAL.
           MOVE ASSESSED_VAL_OUT TO XFER-ASSESSED-VAL.
           WRITE XFER-REC.
           PERFORM CHECK-XFER-STATUS.
           CLOSE TRANSFER-FILE.
               PERFORM ABEND-FILE-ERROR
           END-IF.

      ******************************************************************
      * LOAD-CLASS-TABLE - reads CLASSTAB into memory once at startup
      * for the assessment levels, seeding the standard four classes
      * on first run the same way the billing run does.
      ******************************************************************
       LOAD-CLASS-TABLE.
           OPEN INPUT CLASS-FILE.
           IF WS-CLASS-STATUS = "35"
               PERFORM WRITE-DEFAULT-CLASS-TABLE
               OPEN INPUT CLASS-FILE
           END-IF.
           PERFORM CHECK-CLASS-STATUS.
           PERFORM LOAD-CLASS-ENTRY THRU LOAD-CLASS-ENTRY-EXIT
               UNTIL WS-CLASS-EOF = "Y".
           CLOSE CLASS-FILE.

       LOAD-CLASS-ENTRY.
           READ CLASS-FILE
               AT END
                   MOVE "Y" TO WS-CLASS-EOF
               NOT AT END
                   IF WS-CLASS-COUNT < 10
                       ADD 1 TO WS-CLASS-COUNT
                       SET CL-IDX TO WS-CLASS-COUNT
                       MOVE CLASS-CODE TO WS-CL-CODE(CL-IDX)
                       MOVE CLASS-ASSESS-LEVEL TO
                           WS-CL-ASSESS-LEVEL(CL-IDX)
                   END-IF
           END-READ.
       LOAD-CLASS-ENTRY-EXIT.
           EXIT.

       WRITE-DEFAULT-CLASS-TABLE.
           OPEN OUTPUT CLASS-FILE.
           MOVE "R" TO CLASS-CODE.
           MOVE "RESIDENTIAL" TO CLASS-DESC.
           MOVE .20 TO CLASS-ASSESS-LEVEL.
           MOVE .010 TO CLASS-TAX-RATE.
           WRITE CLASS-REC.
           MOVE "C" TO CLASS-CODE.
           MOVE "COMMERCIAL" TO CLASS-DESC.
           MOVE .45 TO CLASS-ASSESS-LEVEL.
           MOVE .020 TO CLASS-TAX-RATE.
           WRITE CLASS-REC.
           MOVE "A" TO CLASS-CODE.
           MOVE "AGRICULTURAL" TO CLASS-DESC.
           MOVE .40 TO CLASS-ASSESS-LEVEL.
           MOVE .010 TO CLASS-TAX-RATE.
           WRITE CLASS-REC.
           MOVE "I" TO CLASS-CODE.
           MOVE "INDUSTRIAL" TO CLASS-DESC.
           MOVE .50 TO CLASS-ASSESS-LEVEL.
           MOVE .020 TO CLASS-TAX-RATE.
           WRITE CLASS-REC.
           CLOSE CLASS-FILE.

       LOOKUP-CLASS.
           SET CL-IDX TO 1.
           SET CLASS-NOT-FOUND TO TRUE.
           PERFORM LOOKUP-CLASS-SCAN THRU LOOKUP-CLASS-SCAN-EXIT
               UNTIL CL-IDX > WS-CLASS-COUNT OR CLASS-FOUND.

       LOOKUP-CLASS-SCAN.
           IF WS-LOOKUP-CLASS-CODE = WS-CL-CODE(CL-IDX)
               SET CLASS-FOUND TO TRUE
           ELSE
               SET CL-IDX UP BY 1
           END-IF.
       LOOKUP-CLASS-SCAN-EXIT.
           EXIT.

       CHECK-CLASS-STATUS.
           IF WS-CLASS-STATUS NOT = "00"
               MOVE "CLASS-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-CLASS-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

      ******************************************************************
      * LOAD-SMV-TABLE - reads the schedule of market values into
      * memory once at startup.  Nothing is seeded - the unit values
      * are the council's to adopt - so with no SMVTAB on hand every
      * valuation is refused until the schedule screen has been used.
      ******************************************************************
       LOAD-SMV-TABLE.
           OPEN INPUT SMV-FILE.
           IF WS-SMV-STATUS = "35"
               MOVE "Y" TO WS-SMV-EOF
           ELSE
               PERFORM CHECK-SMV-STATUS
               PERFORM LOAD-SMV-ENTRY THRU LOAD-SMV-ENTRY-EXIT
                   UNTIL WS-SMV-EOF = "Y"
               CLOSE SMV-FILE
           END-IF.

       LOAD-SMV-ENTRY.
           READ SMV-FILE
               AT END
                   MOVE "Y" TO WS-SMV-EOF
               NOT AT END
                   IF WS-SMV-COUNT >= 150
                       DISPLAY "*** MARKET VALUE SCHEDULE FULL AT 150 "
                           "ENTRIES - RAISE THE OCCURS ***"
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-SMV-COUNT
                   SET SV-IDX TO WS-SMV-COUNT
                   MOVE SMV-DISTRICT TO WS-SV-DISTRICT(SV-IDX)
                   MOVE SMV-CLASS TO WS-SV-CLASS(SV-IDX)
                   MOVE SMV-UNIT-VALUE TO WS-SV-UNIT-VALUE(SV-IDX)
           END-READ.
       LOAD-SMV-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      * LOOKUP-SMV - stops on the schedule row for the district and
      * class now on OUTPUT-REC, leaving SV-IDX on it.
      ******************************************************************
       LOOKUP-SMV.
           SET SV-IDX TO 1.
           SET SMV-NOT-FOUND TO TRUE.
           PERFORM LOOKUP-SMV-SCAN THRU LOOKUP-SMV-SCAN-EXIT
               UNTIL SV-IDX > WS-SMV-COUNT OR SMV-FOUND.

       LOOKUP-SMV-SCAN.
           IF PROP-DISTRICT-OUT = WS-SV-DISTRICT(SV-IDX) AND
               PROP-CLASS-OUT = WS-SV-CLASS(SV-IDX)
               SET SMV-FOUND TO TRUE
           ELSE
               SET SV-IDX UP BY 1
           END-IF.
       LOOKUP-SMV-SCAN-EXIT.
           EXIT.

       CHECK-SMV-STATUS.
           IF WS-SMV-STATUS NOT = "00"
               MOVE "SMV-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-SMV-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

      ******************************************************************
      * VALUE-LOT-FROM-SCHEDULE - works the land value for the area in
      * WS-LOT-AREA-IN and the class and district on OUTPUT-REC:
      *   MARKET VALUE   = AREA * SMVTAB UNIT VALUE
      *   ASSESSED VALUE = MARKET VALUE * CLASSTAB ASSESSMENT LEVEL
      * Nothing is moved to the record here; the caller performs
      * APPLY-SCHEDULE-VALUATION once VALUATION-OK comes back.
      ******************************************************************
       VALUE-LOT-FROM-SCHEDULE.
           SET VALUATION-OK TO TRUE.
           MOVE SPACES TO WS-VALUATION-REASON.
           IF WS-LOT-AREA-IN = ZERO
               SET VALUATION-BAD TO TRUE
               MOVE "LOT AREA MUST BE KEYED" TO WS-VALUATION-REASON
               GO TO VALUE-LOT-FROM-SCHEDULE-EXIT
           END-IF.
           MOVE PROP-CLASS-OUT TO WS-LOOKUP-CLASS-CODE.
           PERFORM LOOKUP-CLASS.
           IF CLASS-NOT-FOUND
               SET VALUATION-BAD TO TRUE
               MOVE "CLASS NOT ON CLASSTAB - NO ASSESS LEVEL" TO
                   WS-VALUATION-REASON
               GO TO VALUE-LOT-FROM-SCHEDULE-EXIT
           END-IF.
           PERFORM LOOKUP-SMV.
           IF SMV-NOT-FOUND
               SET VALUATION-BAD TO TRUE
               MOVE "NO SMVTAB UNIT VALUE FOR DISTRICT/CLASS" TO
                   WS-VALUATION-REASON
               GO TO VALUE-LOT-FROM-SCHEDULE-EXIT
           END-IF.
           MOVE WS-SV-UNIT-VALUE(SV-IDX) TO WS-UNIT-VAL-IN-HAND.
           COMPUTE WS-MARKET-VAL ROUNDED =
               WS-LOT-AREA-IN * WS-UNIT-VAL-IN-HAND.
           COMPUTE WS-ASSESSED-CALC ROUNDED =
               WS-MARKET-VAL * WS-CL-ASSESS-LEVEL(CL-IDX).
           IF WS-MARKET-VAL > 999999999.99 OR
               WS-ASSESSED-CALC > 999999.99
               SET VALUATION-BAD TO TRUE
               MOVE "WORKED VALUE EXCEEDS THE MASTER FIELD" TO
                   WS-VALUATION-REASON
           END-IF.
       VALUE-LOT-FROM-SCHEDULE-EXIT.
           EXIT.

       APPLY-SCHEDULE-VALUATION.
           MOVE WS-LOT-AREA-IN TO PROP-LOT-AREA-OUT.
           MOVE WS-UNIT-VAL-IN-HAND TO PROP-UNIT-VAL-OUT.
           MOVE WS-MARKET-VAL TO PROP-MARKET-VAL-OUT.
           MOVE WS-ASSESSED-CALC TO ASSESSED_VAL_OUT.
           MOVE "S" TO PROP-VALUE-BASIS-OUT.

      ******************************************************************
      * WRITE-CSV-HEADER/WRITE-CSV-DETAIL - comma-separated twin of the
      * assessment roll written above, so the roll can be opened
