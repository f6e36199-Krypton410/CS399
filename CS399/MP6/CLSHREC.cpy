      ******************************************************************
      * CLSHREC - Class schedule history record, one row on CLASSHIS
      * per class per year the schedule took effect.  The schedule
      * maintenance program stamps the current year's row whenever a
      * class is changed or added, and prior years can be keyed from
      * the ordinances on file.  The rates in force for a year are
      * those on the latest row for the class dated that year or
      * earlier, which is how back-tax on omitted property is worked
      * at each escaped year's own level and rates.
      ******************************************************************
       01 CLSH-REC.
           05 CLSH-YEAR PIC 9(4).
           05 CLSH-CLASS PIC X(1).
           05 CLSH-ASSESS-LEVEL PIC V99.
           05 CLSH-TAX-RATE PIC 9V999.
           05 CLSH-SEF-RATE PIC 9V999.
