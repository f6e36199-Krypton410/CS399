               88 IMP-ACTIVE VALUE "A".
               88 IMP-RETIRED VALUE "R".
           05 IMP-RETIRE-DATE PIC 9(8).
      * IMP-YEAR-BUILT is the year the building was finished or the
      * machinery installed, IMP-BASE-VALUE the value first keyed for
      * it (the day-one cost the depreciation run writes down from),
      * and IMP-DEPR-YEAR the last year the depreciation run wrote
      * IMP-VALUE down, so a year is never taken twice.
           05 IMP-YEAR-BUILT PIC 9(4).
           05 IMP-BASE-VALUE PIC 999999V99.
           05 IMP-DEPR-YEAR PIC 9(4).
