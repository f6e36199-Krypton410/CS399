      ******************************************************************
      * PRODREC - one time-deposit product on PRODTAB.  Every account
      * on ESCABARTE2.DAT carries the code of its product; the rate,
      * the placement limits, the pretermination rules and the final
      * withholding treatment all come from here, read through the
      * shared PRODLKUP routine so entry, withdrawal, capitalization,
      * rollover and the tax report never apply different rules.
      *   PRD-RATE-BASIS  T - the shop's RATETAB band plus
      *                       PRD-RATE-PREMIUM
      *                   P - the product's own bands below, scanned
      *                       top-down, first band the principal
      *                       clears; a zero-rate band is unused
      *   PRD-WTAX-TREATMENT  S - withheld at PRD-WTAX-RATE as the
      *                           interest is determined
      *                       T - exempt when held to term; a
      *                           pretermination is assessed the
      *                           waived tax at the PRD-PRETERM-WTAX
      *                           rate for the years actually held
      ******************************************************************
       01 PROD-REC.
           05 PRD-CODE PIC X(2).
           05 PRD-NAME PIC X(20).
           05 PRD-RATE-BASIS PIC X(1).
               88 PRD-RATE-OFF-RATETAB VALUE "T".
               88 PRD-RATE-OWN-BANDS VALUE "P".
           05 PRD-RATE-PREMIUM PIC V99.
           05 PRD-BAND OCCURS 3 TIMES.
               10 PRD-BAND-MIN-PRINCIPAL PIC 9(7)V99.
               10 PRD-BAND-RATE PIC V99.
           05 PRD-MIN-PLACEMENT PIC 9(7)V99.
           05 PRD-MIN-YEARS PIC 99.
           05 PRD-MAX-YEARS PIC 99.
           05 PRD-ELIGIBILITY PIC X(1).
               88 PRD-OPEN-TO-ALL VALUE SPACE.
               88 PRD-SENIOR-ONLY VALUE "S".
           05 PRD-PRETERM-ALLOWED PIC X(1).
               88 PRD-PRETERM-OK VALUE "Y".
           05 PRD-PRETERM-MIN-DAYS PIC 9(3).
           05 PRD-PENALTY-RATE PIC V99.
           05 PRD-WTAX-RATE PIC V99.
           05 PRD-WTAX-TREATMENT PIC X(1).
               88 PRD-WTAX-STANDARD VALUE "S".
               88 PRD-WTAX-EXEMPT-AT-TERM VALUE "T".
           05 PRD-PRETERM-WTAX OCCURS 3 TIMES.
               10 PRD-PTW-UNDER-YEARS PIC 99.
               10 PRD-PTW-RATE PIC V99.
