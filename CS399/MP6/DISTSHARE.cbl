      *          on file).  A receipt whose lot has dropped off the
      *          master, or whose lot carries no district, totals
      *          under UNASSIGNED so the columns still cross-foot to
      *          the collections posted.  Cancelled receipts are
      *          never distributed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-RCPTS-READ
                   IF RCPT-VOIDED
                       CONTINUE
                   ELSE IF WS-PERIOD-YYYYMM = ZERO OR
                       RCPT-PAYMENT-DATE(1:6) = WS-PERIOD-YYYYMM
                       PERFORM 2100-TALLY-ONE
                   END-IF
