      * reason.  Shared by the collections program that writes it, the
      * adjustments register print, and the journal export that
      * vouchers the day's adjustments as adjustments rather than
      * revenue, so they never drift apart.  An adjustment held for
      * supervisor approval carries the operator who keyed it in
      * ADJ-OPERATOR-ID and the supervisor who passed it in
      * ADJ-APPROVER-ID.
      ******************************************************************
       01 ADJ-REC.
           05 ADJ-DATE PIC 9(8).
           05 ADJ-AMOUNT PIC 999999V99.
           05 ADJ-REASON PIC X(40).
           05 ADJ-OPERATOR-ID PIC X(8).
           05 ADJ-APPROVER-ID PIC X(8).
