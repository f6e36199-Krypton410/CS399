      ******************************************************************
      * AMLWREC - Compliance worklist record, one row on AMLWORK per
      * item the daily screening run flags: a covered transaction
      * ("C", one cash movement above the threshold) or a structured
      * pattern ("S", several movements under the threshold by one
      * customer, the same way, inside the rolling window, that
      * together pass it).  A row is born NEW; the compliance
      * officer's review screen marks it CLEARED or ESCALATED, and
      * an escalated item goes to the financial intelligence unit as
      * a suspicious transaction report on the next screening run,
      * which stamps the date it was filed.  The screening run never
      * flags a movement again once an item has taken it in, so a
      * cleared item does not come back.  A customer not yet on a
      * CIF screens under the account alone (AMLW-CIF-NUMBER zero).
      ******************************************************************
       01 AMLW-REC.
           05 AMLW-ITEM-ID.
               10 AMLW-SCREEN-DATE PIC 9(8).
               10 AMLW-SEQ-NO PIC 9(4).
           05 AMLW-FLAG-TYPE PIC X(1).
               88 AMLW-COVERED VALUE "C".
               88 AMLW-STRUCTURED VALUE "S".
      * I = CASH IN (PLACEMENT, ADDITIONAL DEPOSIT),
      * O = CASH OUT (WITHDRAWAL, CLOSURE).
           05 AMLW-DIRECTION PIC X(1).
               88 AMLW-CASH-IN VALUE "I".
               88 AMLW-CASH-OUT VALUE "O".
           05 AMLW-CIF-NUMBER PIC 9(5).
           05 AMLW-ACCOUNT-NUMBER PIC 99999.
      * THE FIRST AND LAST MOVEMENT THE ITEM TAKES IN - ONE AND THE
      * SAME FOR A COVERED TRANSACTION.  THE LAST STAMP IS WHERE THE
      * NEXT SCREENING OF THIS CUSTOMER AND DIRECTION PICKS UP.
           05 AMLW-FIRST-DATE PIC 9(8).
           05 AMLW-LAST-DATE PIC 9(8).
           05 AMLW-LAST-TIME PIC 9(8).
           05 AMLW-TXN-TYPE PIC X(1).
           05 AMLW-TXN-COUNT PIC 9(3).
           05 AMLW-AMOUNT PIC 9(9)V99.
           05 AMLW-STATUS PIC X(1).
               88 AMLW-NEW VALUE "N".
               88 AMLW-CLEARED VALUE "C".
               88 AMLW-ESCALATED VALUE "E".
           05 AMLW-ACTION-DATE PIC 9(8).
           05 AMLW-OFFICER-ID PIC X(8).
           05 AMLW-REMARK PIC X(30).
           05 AMLW-FILED-DATE PIC 9(8).
