      *          or lot number, plus a daily summary of actions per
      *          operator, so "who changed this valuation and when"
      *          is answered off a report instead of a raw file dump.
      *          A change a supervisor had to approve prints with the
      *          approver beside the operator who keyed it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           STRING "TIMESTAMP        OPERATOR  LOT NUMBER  ACTION  "
               DELIMITED BY SIZE
               "BEFORE VAL   AFTER VAL" DELIMITED BY SIZE
               " APPROVER" DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
               AUD-BEFORE-VAL DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               AUD-AFTER-VAL DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               AUD-APPROVER-ID DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
               SET SM-IDX TO WS-SUM-COUNT
               MOVE AUD-OPERATOR-ID TO WS-SM-OPERATOR(SM-IDX)
           END-IF.
      * THE TRAIL ALSO CARRIES XFER, SUBDIV, CONSOL, GENREV AND SMVREV
      * ACTIONS, WHICH COUNT UNDER OTHERS SO A DAY OF TRANSFERS
      * DOES NOT SHOW AS A ROW OF ZEROES.
           IF AUD-ACTION = "CREATE"
