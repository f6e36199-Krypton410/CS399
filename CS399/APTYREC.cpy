      ******************************************************************
      * APTYREC - Account party record, one row on ACCTPTY per
      * customer (CIF) standing on a deposit account, with the role
      * they stand in: the primary owner, a joint owner under an AND
      * (all must sign) or an OR (any one may sign), an authorized
      * signatory of a corporate account, or the beneficiary of an
      * in-trust-for account.  An account with no rows here is the
      * sole property of its DEP-CIF-NUMBER-OUT, as before.  Keyed by
      * account and CIF, with the CIF as an alternate key so a
      * customer's accounts can be found under every role.  Shared
      * by the party maintenance screen, the party-presence check
      * the paying programs call, the customer inquiry and the
      * insurance coverage run, so they never drift apart.
      ******************************************************************
       01 APTY-REC.
           05 APTY-KEY.
               10 APTY-ACCOUNT-NUMBER PIC 99999.
               10 APTY-CIF-NUMBER PIC 9(5).
           05 APTY-ROLE PIC X(1).
               88 APTY-PRIMARY VALUE "P".
               88 APTY-JOINT-AND VALUE "A".
               88 APTY-JOINT-OR VALUE "O".
               88 APTY-SIGNATORY VALUE "S".
               88 APTY-BENEFICIARY VALUE "B".
               88 APTY-ROLE-VALID VALUES "P" "A" "O" "S" "B".
               88 APTY-OWNER VALUES "P" "A" "O".
      * ON THE PRIMARY ROW ONLY: HOW MANY OF THE AUTHORIZED
      * SIGNATORIES MUST SIGN TOGETHER.  ZERO IS TAKEN AS ONE.
           05 APTY-SIGNERS-REQUIRED PIC 9(1).
           05 APTY-ADDED-DATE PIC 9(8).
           05 APTY-OPERATOR-ID PIC X(8).
