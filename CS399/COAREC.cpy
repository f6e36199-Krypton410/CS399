      ******************************************************************
      * COAREC - Chart of accounts, one row on GLCOA per general
      * ledger account, named exactly as the journal vouchers name it:
      *   COA-BOOK         - T treasury (tax and deposit book) or
      *                      F frame shop; a voucher may not cross
      *                      books
      *   COA-TYPE         - A asset, L liability, E equity,
      *                      R revenue, X expense
      *   COA-OPENING      - the balance brought forward when the
      *                      account was taken onto the ledger, on
      *                      its normal side (debit for A and X,
      *                      credit for L, E and R)
      *   COA-STATUS       - A active; an I inactive account takes
      *                      no further postings
      * Maintained through GLCOA, which seeds the standard chart the
      * first time the file is found missing.
      ******************************************************************
       01 COA-REC.
           05 COA-ACCOUNT PIC X(20).
           05 COA-BOOK PIC X(1).
               88 COA-TREASURY VALUE "T".
               88 COA-FRAME-SHOP VALUE "F".
           05 COA-TYPE PIC X(1).
               88 COA-ASSET VALUE "A".
               88 COA-LIABILITY VALUE "L".
               88 COA-EQUITY VALUE "E".
               88 COA-REVENUE VALUE "R".
               88 COA-EXPENSE VALUE "X".
               88 COA-TYPE-VALID VALUE "A" "L" "E" "R" "X".
           05 COA-OPENING PIC S9(11)V99.
           05 COA-STATUS PIC X(1).
               88 COA-ACTIVE VALUE "A".
               88 COA-INACTIVE VALUE "I".
           05 COA-SET-BY PIC X(8).
           05 COA-SET-DATE PIC 9(8).
