      ******************************************************************
      * THRREC - Supervisor approval thresholds, the one record on
      * APPRTHR.  A change past any of them is held on PENDTXN for a
      * second operator's approval instead of posting:
      *   THR-VALUE-PCT    - a lot's assessed value moving by more
      *                      than this percentage on an update
      *   THR-ADJ-AMOUNT   - a ledger correction above this amount
      *                      (write-offs and condonations are always
      *                      held, whatever the amount)
      *   THR-RATE-MARGIN  - a deposit placed at more than this over
      *                      the RATETAB board rate (zero holds any
      *                      placement priced above the board rate)
      * A new exemption code on a lot is always held.  Maintained
      * through the pending-items administration program; read
      * through the shared THRLKUP routine.
      ******************************************************************
       01 THR-REC.
           05 THR-VALUE-PCT PIC 9(3).
           05 THR-ADJ-AMOUNT PIC 9(7)V99.
           05 THR-RATE-MARGIN PIC V99.
           05 THR-SET-BY PIC X(8).
           05 THR-SET-DATE PIC 9(8).
