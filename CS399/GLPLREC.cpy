      ******************************************************************
      * GLPLREC - GL posting log, one row appended to GLPOSTLOG for
      * each nightly voucher file posted: the business date the file
      * was cut for, when it was posted, how many vouchers and for
      * how much.  A file whose business date is already on the log
      * is refused, so a night is never posted twice.
      ******************************************************************
       01 GLPL-REC.
           05 GLPL-FILE-DATE PIC 9(8).
           05 GLPL-POSTED-DATE PIC 9(8).
           05 GLPL-POSTED-TIME PIC 9(8).
           05 GLPL-VOUCHER-COUNT PIC 9(5).
           05 GLPL-AMOUNT-TOTAL PIC 9(11)V99.
