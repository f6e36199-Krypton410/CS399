      * JPAYREC - Frame-order payment record, one row appended to
      * JOBPAY per money taken against an invoice: the 50% deposit at
      * order entry ("D") and the balance collected at pickup ("B").
      * A credit memo cancelling balance still owing writes a "C" row,
      * which settles the invoice but is not money taken.
      * Shared by the order program that records the down payment,
      * the job status screen that collects the balance, and the
      * open-balances report, so the stapled note on the work ticket
           05 JPAY-TYPE PIC X(1).
               88 JPAY-DOWN-PAYMENT VALUE "D".
               88 JPAY-BALANCE-PAYMENT VALUE "B".
               88 JPAY-CREDIT-APPLIED VALUE "C".
           05 JPAY-AMOUNT PIC 9(7).
