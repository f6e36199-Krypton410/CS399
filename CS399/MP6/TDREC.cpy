      * transaction, to which owner, when and by whom.  Shared by the
      * property master program that issues TDs interactively and the
      * bulk load that issues them in batch, so the two never drift
      * apart, and by the TD lineage inquiry that reads it back.
      ******************************************************************
       01 TD-REG-REC.
           05 TD-NUMBER PIC 9(7).
           05 TD-ACTION PIC X(6).
           05 TD-ISSUE-DATE PIC 9(8).
           05 TD-OPERATOR-ID PIC X(8).
      * THE TD THIS ONE CANCELS - THE LOT'S OWN PRIOR TD ON A TRANSFER,
      * THE PARENT LOT'S TD ON A SUBDIVISION CHILD.  ZERO ON A NEW LOT
      * AND ON A CONSOLIDATION, WHOSE SEVERAL PARENTS ARE TRACED
      * THROUGH LOTLINK.  THE ASSESSED VALUE IS THE LOT'S VALUE AS THE
      * TD WAS ISSUED, SO THE LINEAGE SHOWS WHAT EACH TD DECLARED.
           05 TD-CANCELS-TD PIC 9(7).
           05 TD-ASSESSED-VAL PIC 999999V99.
