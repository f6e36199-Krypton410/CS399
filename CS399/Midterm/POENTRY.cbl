      *          STK-QTY-ON-HAND, and prints the open-PO and
      *          overdue-delivery report to PORPT so nobody
      *          double-orders moulding that is already on the way.
      *          Keeps each supplier's payment terms, which date the
      *          supplier's bills in the payables program.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 WS-SUP-NUMBER-IN PIC 9(4) VALUE ZERO.
       01 WS-SUP-NAME-IN PIC X(26) VALUE SPACES.
       01 WS-SUP-PHONE-IN PIC X(12) VALUE SPACES.
       01 WS-SUP-TERMS-IN PIC 9(3) VALUE ZERO.
       01 WS-SUP-FOUND-SWITCH PIC X VALUE "N".
           88 SUPPLIER-FOUND VALUE "Y".
           88 SUPPLIER-NOT-FOUND VALUE "N".
           END-READ.
           IF SUPPLIER-FOUND
               DISPLAY "ON RECORD: " SUP-NAME "  " SUP-PHONE
                   "  TERMS " SUP-TERMS-DAYS " DAYS"
           END-IF.
           DISPLAY "SUPPLIER NAME : ".
           ACCEPT WS-SUP-NAME-IN.
           DISPLAY "PHONE : ".
           ACCEPT WS-SUP-PHONE-IN.
           DISPLAY "PAYMENT TERMS, DAYS NET (0 = 30) : ".
           ACCEPT WS-SUP-TERMS-IN.
           IF WS-SUP-TERMS-IN = ZERO
               MOVE 30 TO WS-SUP-TERMS-IN
           END-IF.
           MOVE WS-SUP-NUMBER-IN TO SUP-NUMBER.
           MOVE WS-SUP-NAME-IN TO SUP-NAME.
           MOVE WS-SUP-PHONE-IN TO SUP-PHONE.
           MOVE WS-SUP-TERMS-IN TO SUP-TERMS-DAYS.
           IF SUPPLIER-FOUND
               REWRITE SUP-REC
               DISPLAY "SUPPLIER UPDATED."
           MOVE WS-ITEM-IN TO PO-ITEM-CODE.
           MOVE WS-QTY-IN TO PO-QTY-ORDERED.
           MOVE ZERO TO PO-QTY-RECEIVED.
           MOVE ZERO TO PO-QTY-INVOICED.
           MOVE WS-TODAY TO PO-ORDER-DATE.
           MOVE WS-EXPECTED-IN TO PO-EXPECTED-DATE.
           MOVE WS-COST-IN TO PO-UNIT-COST.
