      *          its running balance for a client who disputes their
      *          balance.  The master record's balance and principal
      *          move together, and every movement lands on the
      *          DEPTXN ledger under the signed-on teller.  A
      *          withdrawal from a joint or corporate account posts
      *          only when the parties its ACCTPTY rule calls for
      *          are keyed in as present.  Nothing posts while the
      *          day's month is closed on PERIODCTL.  Each change it
      *          makes to the deposit master is journalled to RCVJRNL
      *          through RJNLOG, so ROLLFWD can reapply it after a
      *          restore.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 WS-FREE-BALANCE PIC S9(8)V99 VALUE ZERO.
       01 WS-HOLD-AUTH-IN-HAND PIC X(26) VALUE SPACES.

      * PARTY-PRESENCE CHECK FIELDS - THE CIF NUMBERS OF THE PARTIES
      * AT THE WINDOW ARE KEYED INTO THE SHARED PTYCHECK AREA.
       COPY "PTYCREC.cpy".
       01 WS-PARTY-CIF-IN PIC 9(5) VALUE ZERO.
       01 WS-PARTY-KEY-DONE PIC X VALUE "N".

      ******************************************************************
      * RECORD-LOCK WORKING FIELDS - THE CALLER SETS WS-LOCK-TAG AND
      * WS-LOCK-KEY-VAL AND PERFORMS ACQUIRE-RECORD-LOCK; A LOCK NOT
       01 WS-FCTL-D-VALUE PIC S9(9)V99 VALUE ZERO.
       01 WS-FCTL-D-KEY PIC S9(13) VALUE ZERO.

      * PARAMETER AREA FOR THE SHARED PERDCHK POSTING PERIOD ROUTINE.
       COPY "PDCREC.cpy".

      * WS-ERR-FILE-NAME/WS-ERR-STATUS ARE SET BY THE CHECK-xxx-STATUS
      * PARAGRAPHS BELOW BEFORE PERFORMING ABEND-FILE-ERROR.
       01 WS-ERR-FILE-NAME PIC X(20).
           88 OPERATOR-AUTHORIZED VALUE "A".
           88 OPERATOR-VIEW-ONLY VALUE "V".

      * PARAMETER AREA FOR THE SHARED RJNLOG RECOVERY JOURNAL ROUTINE.
       COPY "RJLREC.cpy".

       SCREEN SECTION.
       01 TELLER-SCREEN.
           05 TELLER-MENU.

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE "DEPTELLR" TO RJL-PROGRAM.
           MOVE "D" TO RJL-MASTER.
           PERFORM LOAD-OPERATOR-TABLE.
           PERFORM SIGN-ON THRU SIGN-ON-EXIT UNTIL SIGNED-ON.
           OPEN I-O EMPFILE.
               NOT INVALID KEY
                   SET ACCOUNT-FOUND TO TRUE
           END-READ.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO PDC-DATE.
           CALL "PERDCHK" USING PERIOD-CHECK-AREA.
           IF ACCOUNT-NOT-FOUND
               DISPLAY "NO SUCH ACCOUNT ON FILE." LINE 7 COL 12
           ELSE IF DEPOSIT-CLOSED-OUT
               DISPLAY "ACCOUNT IS CLOSED." LINE 7 COL 12
           ELSE IF PDC-PERIOD-CLOSED
               DISPLAY "THIS MONTH IS CLOSED FOR POSTING - NOT POSTED."
                   LINE 7 COL 12
           ELSE IF WS-MOVE-AMOUNT = ZERO
               DISPLAY "AMOUNT MUST BE MORE THAN ZERO." LINE 7 COL 12
           ELSE IF WS-TXN-TYPE = "W" AND
                   DISPLAY "FREE BALANCE IS ONLY " WS-BALANCE-ED
                       " - NOT POSTED." LINE 8 COL 12
               ELSE
                   PERFORM B-220-CHECK-PARTIES
                       THRU B-220-CHECK-PARTIES-EXIT
                   IF PTC-PARTIES-SHORT
                       DISPLAY PTC-MESSAGE LINE 7 COL 12
                       DISPLAY "WITHDRAWAL NOT POSTED." LINE 8 COL 12
                   ELSE
                       PERFORM B-210-APPLY-MOVEMENT
                   END-IF
               END-IF
           END-IF.
           PERFORM RELEASE-RECORD-LOCK.
           ELSE
               MOVE WS-NEW-BALANCE TO DEP-BALANCE-OUT
               MOVE WS-NEW-BALANCE TO PRINCIPAL_AMOUNT_OUT
               MOVE NEW-FILE TO RJL-IMAGE
               REWRITE NEW-FILE
               IF WS-FILE-STATUS = "00"
                   MOVE "C" TO RJL-ACTION
                   CALL "RJNLOG" USING RECOVERY-JOURNAL-AREA
               END-IF
               MOVE WS-MOVE-AMOUNT TO WS-TXN-AMOUNT
               MOVE DEP-BALANCE-OUT TO WS-TXN-BALANCE
               PERFORM WRITE-TXN-RECORD
                   LINE 7 COL 12
           END-IF.

      ******************************************************************
      * B-220-CHECK-PARTIES - a withdrawal from a joint or corporate
      * account needs the parties its ACCTPTY rule calls for: the
      * rule shows on screen, the teller keys the CIF of each party
      * at the window, and PTYCHECK proves them.  Deposits, and
      * accounts with no parties on file, pass as before.
      ******************************************************************
       B-220-CHECK-PARTIES.
           MOVE "Y" TO PTC-RESULT.
           IF WS-TXN-TYPE NOT = "W"
               GO TO B-220-CHECK-PARTIES-EXIT
           END-IF.
           MOVE "R" TO PTC-FUNCTION.
           MOVE WS-LOOKUP-ACCOUNT TO PTC-ACCOUNT-NUMBER.
           MOVE ZERO TO PTC-PRESENT-COUNT.
           CALL "PTYCHECK" USING PARTY-CHECK-AREA.
           IF PTC-RULE-NONE
               GO TO B-220-CHECK-PARTIES-EXIT
           END-IF.
           DISPLAY PTC-MESSAGE LINE 10 COL 12.
           MOVE "N" TO WS-PARTY-KEY-DONE.
           PERFORM B-230-TAKE-PRESENT-PARTY
               UNTIL WS-PARTY-KEY-DONE = "Y"
                  OR PTC-PRESENT-COUNT = 6.
           MOVE "C" TO PTC-FUNCTION.
           CALL "PTYCHECK" USING PARTY-CHECK-AREA.
       B-220-CHECK-PARTIES-EXIT.
           EXIT.

       B-230-TAKE-PRESENT-PARTY.
           DISPLAY "CIF OF A PARTY PRESENT (0 WHEN DONE) :"
               LINE 11 COL 12.
           ACCEPT WS-PARTY-CIF-IN LINE 11 COL 52.
           IF WS-PARTY-CIF-IN = ZERO
               MOVE "Y" TO WS-PARTY-KEY-DONE
           ELSE
               ADD 1 TO PTC-PRESENT-COUNT
               MOVE WS-PARTY-CIF-IN
                   TO PTC-PRESENT-CIF (PTC-PRESENT-COUNT)
           END-IF.

      ******************************************************************
      * FETCH-ACCOUNT-HOLD - one keyed read of HOLDFILE for the
