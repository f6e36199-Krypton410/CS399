      ******************************************************************
      * Author:
      * Date:
      * Purpose: Compliance officer worklist review - walks the
      *          AMLWORK items the daily screening run flagged and
      *          the officer has not yet dealt with, shows each one
      *          (the covered transaction or the structured pattern,
      *          the customer behind it and the amount), and takes
      *          the officer's disposition with a remark: CLEAR when
      *          the activity is explained, ESCALATE when it goes to
      *          the financial intelligence unit as a suspicious
      *          transaction report, which the next screening run
      *          files on AMLSTR.  A dealt-with item is never offered
      *          again.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMLREVW.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT WORK-FILE
           ASSIGN TO "AMLWORK"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-WORK-STATUS.

       SELECT CIF-FILE
           ASSIGN TO "CIFFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CIF-NUMBER
           FILE STATUS IS WS-CIF-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD WORK-FILE
           DATA RECORD IS AMLW-REC.

       COPY "AMLWREC.cpy".

       FD CIF-FILE
           DATA RECORD IS CIF-REC.

       COPY "CIFREC.cpy".

       WORKING-STORAGE SECTION.
       01 WS-WORK-STATUS PIC X(2).
       01 WS-CIF-STATUS PIC X(2).
       01 WS-EOF PIC X(1) VALUE "N".

       01 WS-QUIT-SWITCH PIC X VALUE "N".
           88 QUIT-REQUESTED VALUE "Y".
       01 WS-CHOICE PIC X VALUE SPACE.
       01 WS-TODAY PIC 9(8) VALUE ZERO.
       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       01 WS-REMARK-IN PIC X(30) VALUE SPACES.
       01 WS-CUST-NAME PIC X(26) VALUE SPACES.
       01 WS-MONEY-ED PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-OFFERED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-CLEARED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-ESCALATED-COUNT PIC 9(5) VALUE ZERO.

      * WS-ERR-FILE-NAME/WS-ERR-STATUS ARE SET BY THE CHECK-xxx-STATUS
      * PARAGRAPHS BELOW BEFORE PERFORMING ABEND-FILE-ERROR.
       01 WS-ERR-FILE-NAME PIC X(20).
       01 WS-ERR-STATUS PIC X(2).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
      * THE OFFICER IDENTIFIES THEMSELVES BEFORE ANY ITEM IS SHOWN;
      * THE SAME ID SIGNS EVERY DISPOSITION.
           PERFORM 0100-TAKE-OPERATOR-ID
               UNTIL WS-OPERATOR-ID NOT = SPACES.
           OPEN I-O WORK-FILE.
           IF WS-WORK-STATUS = "35"
               DISPLAY "NO WORKLIST ON HAND - NOTHING TO REVIEW."
               STOP RUN
           END-IF.
           PERFORM CHECK-WORK-STATUS.
           PERFORM 2000-WALK-ITEMS THRU 2000-WALK-ITEMS-EXIT
               UNTIL WS-EOF = "Y" OR QUIT-REQUESTED.
           CLOSE WORK-FILE.
           DISPLAY "REVIEW SESSION COMPLETE.".
           DISPLAY "ITEMS OFFERED   : " WS-OFFERED-COUNT.
           DISPLAY "ITEMS CLEARED   : " WS-CLEARED-COUNT.
           DISPLAY "ITEMS ESCALATED : " WS-ESCALATED-COUNT.
           STOP RUN.

       0100-TAKE-OPERATOR-ID.
           DISPLAY "COMPLIANCE OFFICER ID : ".
           ACCEPT WS-OPERATOR-ID.
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "AN OFFICER ID IS REQUIRED."
           END-IF.

       2000-WALK-ITEMS.
           READ WORK-FILE
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   IF AMLW-NEW
                       PERFORM 2100-OFFER-ONE THRU 2100-OFFER-ONE-EXIT
                   END-IF
           END-READ.
           IF WS-WORK-STATUS NOT = "00" AND WS-WORK-STATUS NOT = "10"
               MOVE "WORK-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-WORK-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.
       2000-WALK-ITEMS-EXIT.
           EXIT.

      ******************************************************************
      * 2100-OFFER-ONE - shows the flagged item and takes the
      * officer's disposition: C clears it, E escalates it for a
      * suspicious transaction report, S skips to the next, Q ends
      * the session.  A disposition needs a remark for the file.
      ******************************************************************
       2100-OFFER-ONE.
           ADD 1 TO WS-OFFERED-COUNT.
           PERFORM 2200-NAME-OF-CUSTOMER.
           MOVE AMLW-AMOUNT TO WS-MONEY-ED.
           DISPLAY " ".
           IF AMLW-COVERED
               DISPLAY "ITEM " AMLW-ITEM-ID
                   "  COVERED TRANSACTION (" AMLW-TXN-TYPE ")"
           ELSE
               DISPLAY "ITEM " AMLW-ITEM-ID
                   "  STRUCTURED PATTERN - " AMLW-TXN-COUNT
                   " MOVEMENTS"
           END-IF.
           IF AMLW-CASH-IN
               DISPLAY "CASH IN   " WS-MONEY-ED
                   "  FROM " AMLW-FIRST-DATE " TO " AMLW-LAST-DATE
           ELSE
               DISPLAY "CASH OUT  " WS-MONEY-ED
                   "  FROM " AMLW-FIRST-DATE " TO " AMLW-LAST-DATE
           END-IF.
           DISPLAY "CUSTOMER  " AMLW-CIF-NUMBER "  " WS-CUST-NAME
               "  ACCOUNT " AMLW-ACCOUNT-NUMBER.
           DISPLAY "C - CLEAR, E - ESCALATE, S - SKIP, Q - QUIT : ".
           ACCEPT WS-CHOICE.
           IF WS-CHOICE = "Q"
               SET QUIT-REQUESTED TO TRUE
               GO TO 2100-OFFER-ONE-EXIT
           END-IF.
           IF WS-CHOICE NOT = "C" AND WS-CHOICE NOT = "E"
               GO TO 2100-OFFER-ONE-EXIT
           END-IF.
           DISPLAY "REMARK : ".
           ACCEPT WS-REMARK-IN.
           IF WS-REMARK-IN = SPACES
               DISPLAY "A REMARK IS REQUIRED - ITEM LEFT OPEN."
               GO TO 2100-OFFER-ONE-EXIT
           END-IF.
           MOVE WS-CHOICE TO AMLW-STATUS.
           MOVE WS-TODAY TO AMLW-ACTION-DATE.
           MOVE WS-OPERATOR-ID TO AMLW-OFFICER-ID.
           MOVE WS-REMARK-IN TO AMLW-REMARK.
           REWRITE AMLW-REC.
           PERFORM CHECK-WORK-STATUS.
           IF AMLW-CLEARED
               ADD 1 TO WS-CLEARED-COUNT
               DISPLAY "ITEM CLEARED."
           ELSE
               ADD 1 TO WS-ESCALATED-COUNT
               DISPLAY "ITEM ESCALATED - FILES WITH THE NEXT "
                   "SCREENING RUN."
           END-IF.
       2100-OFFER-ONE-EXIT.
           EXIT.

       2200-NAME-OF-CUSTOMER.
           IF AMLW-CIF-NUMBER = ZERO
               MOVE "NOT YET ON A CIF" TO WS-CUST-NAME
           ELSE
               MOVE "NOT ON CIF FILE" TO WS-CUST-NAME
               OPEN INPUT CIF-FILE
               IF WS-CIF-STATUS = "35"
                   CONTINUE
               ELSE
                   PERFORM CHECK-CIF-STATUS
                   MOVE AMLW-CIF-NUMBER TO CIF-NUMBER
                   READ CIF-FILE KEY IS CIF-NUMBER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CIF-NAME TO WS-CUST-NAME
                   END-READ
                   CLOSE CIF-FILE
               END-IF
           END-IF.

      ******************************************************************
      * ABEND-FILE-ERROR - common stop point for any file operation
      * that comes back with a status this program was not already
      * expecting to handle.
      ******************************************************************
       ABEND-FILE-ERROR.
           DISPLAY "*** FILE ERROR ON " WS-ERR-FILE-NAME.
           DISPLAY "*** FILE STATUS = " WS-ERR-STATUS.
           DISPLAY "REVIEW TERMINATED - SEE FILE STATUS ABOVE.".
           STOP RUN.

       CHECK-WORK-STATUS.
           IF WS-WORK-STATUS NOT = "00"
               MOVE "WORK-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-WORK-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-CIF-STATUS.
           IF WS-CIF-STATUS NOT = "00"
               MOVE "CIF-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-CIF-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       END PROGRAM AMLREVW.
