      ******************************************************************
      * PTYCREC - parameter area for the shared PTYCHECK party-
      * presence subprogram.  Callers fill PTC-FUNCTION and
      * PTC-ACCOUNT-NUMBER, CALL "PTYCHECK" USING PARTY-CHECK-AREA,
      * and read the results:
      *   "R" - the signing rule of the account off ACCTPTY, in
      *         PTC-RULE, with PTC-PRESENCE-NEEDED the number of
      *         parties that must be present and PTC-MESSAGE a line
      *         the teller can read to the client:
      *           N - no parties on file; the master's owner alone
      *           O - joint OR (or a primary alone): any one owner
      *           A - joint AND: every owner
      *           G - signatory account: the required number of
      *               authorized signatories
      *   "C" - as "R", then proves the CIF numbers the teller keyed
      *         into PTC-PRESENT-CIF (PTC-PRESENT-COUNT of them)
      *         against the rule; PTC-RESULT comes back Y when the
      *         parties present may sign, N with PTC-MESSAGE saying
      *         why not.
      ******************************************************************
       01 PARTY-CHECK-AREA.
           05 PTC-FUNCTION PIC X(1).
           05 PTC-ACCOUNT-NUMBER PIC 99999.
           05 PTC-PRESENT-COUNT PIC 9(1).
           05 PTC-PRESENT-CIF PIC 9(5) OCCURS 6 TIMES.
           05 PTC-RULE PIC X(1).
               88 PTC-RULE-NONE VALUE "N".
               88 PTC-RULE-ANY-OWNER VALUE "O".
               88 PTC-RULE-ALL-OWNERS VALUE "A".
               88 PTC-RULE-SIGNATORIES VALUE "G".
           05 PTC-PRESENCE-NEEDED PIC 9(1).
           05 PTC-PARTY-COUNT PIC 9(2).
           05 PTC-RESULT PIC X(1).
               88 PTC-PARTIES-OK VALUE "Y".
               88 PTC-PARTIES-SHORT VALUE "N".
           05 PTC-MESSAGE PIC X(60).
