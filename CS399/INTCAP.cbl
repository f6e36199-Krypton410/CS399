      *          the year just posted.  LAST-CAP-YEAR-OUT keeps a
      *          rerun from compounding the same year twice.  An
      *          accrual register with control totals goes to
      *          INTCAPRPT.  Withholding on the year's interest
      *          follows the account's product: nothing is withheld
      *          on a long-term deposit exempt when held to term.
      *          The run is refused while the day's month is closed
      *          on PERIODCTL.  Each change it makes to the deposit
      *          master is journalled to RCVJRNL through RJNLOG, so
      *          ROLLFWD can reapply it after a restore.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      * FINAL WITHHOLDING TAX RIDES THE INTEREST FIGURE, SO IT IS
      * RECOMPUTED WHEREVER INTEREST-OUT IS REWRITTEN.
       01 WS-WTAX-RATE PIC V99 VALUE .20.
      * PARAMETER AREA FOR THE SHARED PRODLKUP PRODUCT ROUTINE.
       COPY "PRDLREC.cpy".
       01 WS-NEW-PRINCIPAL PIC 9(8)V99 VALUE ZERO.

       01 WS-ACCOUNTS-SCANNED PIC 9(5) VALUE ZERO.
       01 WS-FCTL-D-VALUE PIC S9(9)V99 VALUE ZERO.
       01 WS-FCTL-D-KEY PIC S9(13) VALUE ZERO.

      * PARAMETER AREA FOR THE SHARED PERDCHK POSTING PERIOD ROUTINE.
       COPY "PDCREC.cpy".

      * WS-ERR-FILE-NAME/WS-ERR-STATUS ARE SET BY THE CHECK-xxx-STATUS
      * PARAGRAPHS BELOW BEFORE PERFORMING ABEND-FILE-ERROR.
       01 WS-ERR-FILE-NAME PIC X(20).
       01 WS-ERR-STATUS PIC X(2).

      * PARAMETER AREA FOR THE SHARED RJNLOG RECOVERY JOURNAL ROUTINE.
       COPY "RJLREC.cpy".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE "INTCAP" TO RJL-PROGRAM.
           MOVE "D" TO RJL-MASTER.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-SCAN-DEPOSITS THRU 2000-SCAN-DEPOSITS-EXIT
               UNTIL WS-EOF = "Y".
       1000-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-TODAY(1:4) TO WS-THIS-YEAR.
           MOVE WS-TODAY TO PDC-DATE.
           CALL "PERDCHK" USING PERIOD-CHECK-AREA.
           IF PDC-PERIOD-CLOSED
               DISPLAY "THIS MONTH IS CLOSED FOR POSTING - NOTHING "
                   "CAPITALIZED."
               STOP RUN
           END-IF.
           OPEN I-O EMP-FILE.
           IF WS-EMP-STATUS = "35"
               DISPLAY "NO DEPOSIT FILE ON HAND - NOTHING TO "
           MOVE WS-NEW-PRINCIPAL TO PRINCIPAL_AMOUNT_OUT.
           MOVE WS-NEW-PRINCIPAL TO DEP-BALANCE-OUT.
           MOVE WS-YEAR-INTEREST TO INTEREST-OUT.
           MOVE "P" TO PRL-FUNCTION.
           MOVE DEP-PRODUCT-CODE-OUT TO PRL-PRODUCT-CODE.
           CALL "PRODLKUP" USING PRODUCT-LOOKUP-AREA.
           IF PRL-WTAX-EXEMPT-AT-TERM
               MOVE ZERO TO WS-WTAX-RATE
           ELSE
               MOVE PRL-WTAX-RATE TO WS-WTAX-RATE
           END-IF.
           COMPUTE DEP-TAX-WITHHELD-OUT ROUNDED =
               WS-YEAR-INTEREST * WS-WTAX-RATE.
           MOVE WS-TODAY TO DEP-TAX-DATE-OUT.
           MOVE WS-RATE-IN-HAND TO DEPOSIT-RATE-OUT.
           MOVE WS-THIS-YEAR TO LAST-CAP-YEAR-OUT.
           MOVE NEW-FILE TO RJL-IMAGE.
           REWRITE NEW-FILE.
           IF WS-EMP-STATUS = "00"
               MOVE "C" TO RJL-ACTION
               CALL "RJNLOG" USING RECOVERY-JOURNAL-AREA
           END-IF.
           PERFORM 2120-WRITE-INTEREST-TXN.
           PERFORM 2130-REVERSE-ACCRUAL.
           ADD WS-YEAR-INTEREST TO WS-FCTL-D-VALUE.
