      * master program that writes it and the audit reporting program
      * that reads it back, so the two never drift apart.  The first
      * eight characters of AUD-TIMESTAMP are the YYYYMMDD date, the
      * rest the HHMMSSnn time.  A change that was held for supervisor
      * approval carries the operator who keyed it in AUD-OPERATOR-ID
      * and the supervisor who passed it in AUD-APPROVER-ID; spaces
      * there mean the change posted on the keying operator's own
      * authority.
      ******************************************************************
       01 AUDIT-REC.
           05 AUD-TIMESTAMP PIC X(16).
           05 AUD-ACTION PIC X(6).
           05 AUD-BEFORE-VAL PIC 999999V99.
           05 AUD-AFTER-VAL PIC 999999V99.
           05 AUD-APPROVER-ID PIC X(8).
