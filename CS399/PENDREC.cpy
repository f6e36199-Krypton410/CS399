      ******************************************************************
      * PENDREC - Pending-transaction record, one row appended to
      * PENDTXN per change held for supervisor approval because it
      * crossed an APPRTHR threshold: a lot update (before and after
      * images of the master record), a ledger write-off,
      * condonation or large correction, or a deposit placement
      * priced above the board rate (the account record it would
      * write).  The program that keyed the change posts it when a
      * different operator approves it from that program's approval
      * queue, and the approval stamps the row with the approver and
      * the date; a rejected row is stamped the same way and never
      * posts.  Shared by the property master, the collections
      * program, deposit entry and the pending-items administration
      * program that ages what is still waiting.
      ******************************************************************
       01 PEND-REC.
           05 PEND-KEYED-DATE PIC 9(8).
           05 PEND-KEYED-TIME PIC 9(8).
           05 PEND-KIND PIC X(1).
               88 PEND-LOT-CHANGE VALUE "L".
               88 PEND-TAX-ADJUSTMENT VALUE "T".
               88 PEND-DEPOSIT-PLACEMENT VALUE "D".
           05 PEND-STATUS PIC X(1).
               88 PEND-AWAITING VALUE "P".
               88 PEND-APPROVED VALUE "A".
               88 PEND-REJECTED VALUE "R".
           05 PEND-KEYED-BY PIC X(8).
           05 PEND-DECIDED-BY PIC X(8).
           05 PEND-DECIDED-DATE PIC 9(8).
      * THE LOT OR DEPOSIT ACCOUNT NUMBER, AND THE FIGURE THE
      * SUPERVISOR IS ASKED TO PASS: THE NEW ASSESSED VALUE, THE
      * ADJUSTMENT AMOUNT OR THE PRINCIPAL PLACED.
           05 PEND-REFERENCE PIC 9(9).
           05 PEND-AMOUNT PIC 9(9)V99.
           05 PEND-HELD-REASON PIC X(30).
           05 PEND-DECISION-NOTE PIC X(30).
           05 PEND-DETAIL PIC X(300).
           05 PEND-LOT-DETAIL REDEFINES PEND-DETAIL.
               10 PEND-LOT-BEFORE PIC X(150).
               10 PEND-LOT-AFTER PIC X(150).
           05 PEND-ADJ-DETAIL REDEFINES PEND-DETAIL.
               10 PEND-ADJ-BILL-YEAR PIC 9(4).
               10 PEND-ADJ-TYPE PIC X(1).
               10 PEND-ADJ-LINE PIC X(1).
               10 PEND-ADJ-REASON PIC X(40).
               10 FILLER PIC X(254).
           05 PEND-DEP-DETAIL REDEFINES PEND-DETAIL.
               10 PEND-DEP-IMAGE PIC X(200).
               10 PEND-DEP-BOARD-RATE PIC V99.
               10 FILLER PIC X(98).
