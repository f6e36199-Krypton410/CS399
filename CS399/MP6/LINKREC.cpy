      ******************************************************************
      * LINKREC - Lot link record, one row per parent/child pairing
      * made by a subdivision ("S") or consolidation ("C"), appended
      * to LOTLINK so the assessment roll can trace where a lot came
      * from after the parent is retired.  Shared by the master
      * program that writes it and the TD lineage inquiry that walks
      * it back.
      ******************************************************************
       01 LINK-REC.
           05 LINK-DATE PIC 9(8).
           05 LINK-ACTION PIC X(1).
           05 LINK-PARENT-LOT PIC 999999999.
           05 LINK-CHILD-LOT PIC 999999999.
           05 LINK-ALLOC-VAL PIC 999999V99.
           05 LINK-OPERATOR-ID PIC X(8).
