      *          outstanding per class with a year-to-date line, and
      *          a proof that the billed-less-collected figure ties
      *          to the TAXLEDG balances for the year.  Written to
      *          EFFRPT.  Cancelled (voided) receipts are left out,
      *          their postings having been reversed off the ledger.
      *          Each completed run is logged to MEJOBLOG, taken
      *          through the run date, for the month-end close.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 WS-MONEY-ED-3 PIC ----,---,--9.99.
       01 WS-PCT-ED PIC ZZ9.9.

      * PARAMETER AREA FOR THE SHARED MEJLOG MONTH-END JOB LOG.
       COPY "MJLREC.cpy".

      * WS-ERR-FILE-NAME/WS-ERR-STATUS ARE SET BY THE CHECK-xxx-STATUS
      * PARAGRAPHS BELOW BEFORE PERFORMING ABEND-FILE-ERROR.
       01 WS-ERR-FILE-NAME PIC X(20).
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   IF RCPT-BILL-YEAR = WS-REPORT-YEAR AND
                       NOT RCPT-VOIDED
                       ADD RCPT-AMOUNT TO WS-TOTAL-COLLECTED
                       MOVE RCPT-PAYMENT-DATE(5:2) TO WS-MONTH-NO
                       IF WS-MONTH-NO >= 1 AND WS-MONTH-NO <= 12
           CLOSE BILL-FILE.
           CLOSE MASTER-FILE.
           CLOSE PRINT-FILE.
           MOVE "COLLEFF" TO MJL-JOB-NAME.
           MOVE WS-TODAY(1:6) TO MJL-PERIOD.
           MOVE WS-TODAY TO MJL-AS-OF-DATE.
           CALL "MEJLOG" USING MONTH-END-LOG-AREA.
           DISPLAY "EFFICIENCY REPORT WRITTEN TO EFFRPT.".

      ******************************************************************
