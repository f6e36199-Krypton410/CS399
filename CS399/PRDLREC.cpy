      ******************************************************************
      * PRDLREC - parameter area for the shared PRODLKUP product
      * subprogram.  Callers fill PRL-FUNCTION and PRL-PRODUCT-CODE
      * (spaces mean the regular time deposit, the product every
      * account placed before products existed belongs to), CALL
      * "PRODLKUP" USING PRODUCT-LOOKUP-AREA and read the results.
      * Every function returns the product's rules in the PRL-
      * result fields, with PRL-FOUND N and the regular deposit's
      * rules for a code not on PRODTAB; then:
      *   "P" - the product's rules only
      *   "R" - also the rate for PRL-PRINCIPAL over PRL-YEARS in
      *         PRL-RATE and PRL-PERCENT; PRL-BASE-RATE carries the
      *         caller's RATETAB band rate for a product priced off
      *         the shop table
      *   "W" - also the withholding rate on interest settled after
      *         PRL-DAYS-HELD days, in PRL-PRETERM-WTAX-RATE: the
      *         standard rate, or the waived-tax schedule of a
      *         product exempt only when held to term
      ******************************************************************
       01 PRODUCT-LOOKUP-AREA.
           05 PRL-FUNCTION PIC X(1).
           05 PRL-PRODUCT-CODE PIC X(2).
           05 PRL-PRINCIPAL PIC 9(7)V99.
           05 PRL-YEARS PIC 99.
           05 PRL-BASE-RATE PIC V99.
           05 PRL-DAYS-HELD PIC 9(5).
           05 PRL-FOUND PIC X(1).
               88 PRL-PRODUCT-FOUND VALUE "Y".
               88 PRL-PRODUCT-UNKNOWN VALUE "N".
           05 PRL-PRODUCT-NAME PIC X(20).
           05 PRL-MIN-PLACEMENT PIC 9(7)V99.
           05 PRL-MIN-YEARS PIC 99.
           05 PRL-MAX-YEARS PIC 99.
           05 PRL-ELIGIBILITY PIC X(1).
               88 PRL-SENIOR-ONLY VALUE "S".
           05 PRL-PRETERM-ALLOWED PIC X(1).
               88 PRL-PRETERM-OK VALUE "Y".
           05 PRL-PRETERM-MIN-DAYS PIC 9(3).
           05 PRL-PENALTY-RATE PIC V99.
           05 PRL-WTAX-RATE PIC V99.
           05 PRL-WTAX-TREATMENT PIC X(1).
               88 PRL-WTAX-STANDARD VALUE "S".
               88 PRL-WTAX-EXEMPT-AT-TERM VALUE "T".
           05 PRL-RATE PIC V99.
           05 PRL-PERCENT PIC X(3).
           05 PRL-PRETERM-WTAX-RATE PIC V99.
