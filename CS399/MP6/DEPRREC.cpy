      ******************************************************************
      * DEPRREC - Depreciation schedule record, one row per
      * improvement class on DEPRTAB.  The year-end depreciation run
      * writes each active improvement down to
      *   IMP-BASE-VALUE * (100 - DEPR-RATE * AGE IN YEARS) / 100,
      * never below DEPR-FLOOR-PCT percent of IMP-BASE-VALUE, where
      * the age runs from the IMP-YEAR-BUILT on the improvement row.
      ******************************************************************
       01 DEPR-REC.
           05 DEPR-CLASS PIC X(1).
           05 DEPR-DESC PIC X(14).
           05 DEPR-RATE PIC 99V99.
           05 DEPR-FLOOR-PCT PIC 99V99.
