      ******************************************************************
      * JVREC - one journal voucher on the GLJOURNL file the nightly
      * journal export writes and the GL posting run posts: the
      * business date it belongs to, its number within the night,
      * the source system, the debit and credit accounts (named as
      * on the GLCOA chart of accounts) and the amount on each side.
      * A voucher balances when the two amounts agree; the posting
      * run refuses a file holding one that does not.
      ******************************************************************
       01 JV-REC.
           05 JV-DATE PIC 9(8).
           05 JV-NUMBER PIC 9(5).
           05 JV-SOURCE PIC X(8).
           05 JV-DR-ACCOUNT PIC X(20).
           05 JV-CR-ACCOUNT PIC X(20).
           05 JV-DR-AMOUNT PIC 9(9)V99.
           05 JV-CR-AMOUNT PIC 9(9)V99.
