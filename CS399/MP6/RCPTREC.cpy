      * TIME - THE MONEY BOOKED, BUT AS PAID UNDER PROTEST.
           05 RCPT-PROTEST-FLAG PIC X(1).
               88 RCPT-UNDER-PROTEST VALUE "Y".
      * THE PART OF THE OFFICIAL RECEIPT NOT NEEDED BY THE BILL AND
      * HELD ON THE TAXCRDT CREDIT LEDGER INSTEAD (AN ADVANCE, DOUBLE
      * OR ERRONEOUS PAYMENT).  RCPT-AMOUNT IS WHAT THE BILL ABSORBED,
      * SO THE FACE OF THE OR IS RCPT-AMOUNT PLUS THIS FIGURE.
           05 RCPT-CREDIT-AMOUNT PIC 9(7)V99.
      * OR CANCELLATION - "V" ONCE THE RECEIPT HAS BEEN VOIDED AND
      * ITS POSTING REVERSED OFF THE LEDGER, WITH THE DATE, REASON
      * AND APPROVING OFFICER.  A VOIDED ROW STAYS ON TAXRCPT FOR THE
      * AUDITOR BUT NO COLLECTION REPORT COUNTS IT.
           05 RCPT-VOID-FLAG PIC X(1).
               88 RCPT-VOIDED VALUE "V".
           05 RCPT-VOID-DATE PIC 9(8).
           05 RCPT-VOID-REASON PIC X(30).
           05 RCPT-VOID-APPROVER PIC X(8).
