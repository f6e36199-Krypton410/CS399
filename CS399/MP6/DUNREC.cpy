      ******************************************************************
      * DUNREC - Delinquency demand letter log, one row on DUNFILE per
      * letter served on a lot, keyed by lot, letter date and stage
      * so a lot's letters read back in the order they went out.  The
      * dunning run writes the row when it produces the letter; the
      * service desk stamps DUN-SERVED-DATE and the person who signed
      * for it when the acknowledgement comes back.  A cycle closes
      * (DUN-CLOSED) once the lot has no delinquent balance left, so
      * a later delinquency starts over at the first reminder.  Shared
      * by the dunning run and the levy run, which will only levy a
      * lot whose final demand was served and has lapsed.
      ******************************************************************
       01 DUN-REC.
           05 DUN-KEY.
               10 DUN-LOT-NUMBER PIC 999999999.
               10 DUN-LETTER-DATE PIC 9(8).
               10 DUN-STAGE PIC 9.
                   88 DUN-FIRST-REMINDER VALUE 1.
                   88 DUN-SECOND-NOTICE VALUE 2.
                   88 DUN-FINAL-DEMAND VALUE 3.
           05 DUN-LETTER-SEQ PIC 9(5).
           05 DUN-OWNER-NAME PIC A(26).
           05 DUN-POSTAL-ROUTE PIC X(4).
           05 DUN-OLDEST-YEAR PIC 9(4).
           05 DUN-TAX-DUE PIC 9(8)V99.
           05 DUN-PENALTY-DUE PIC 9(8)V99.
           05 DUN-WAIT-DAYS PIC 999.
           05 DUN-SERVED-DATE PIC 9(8).
           05 DUN-RECEIVED-BY PIC X(26).
           05 DUN-STATUS PIC X(1).
               88 DUN-ACTIVE VALUE "A".
               88 DUN-CLOSED VALUE "X".
