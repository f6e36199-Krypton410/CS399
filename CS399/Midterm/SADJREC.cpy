      ******************************************************************
      * SADJREC - Stock adjustment register, one row on STKADJ for
      * every count variance posted to STKFILE: the item, the book
      * and counted quantities, the variance in units and pesos at
      * the unit cost, the reason, who counted and which supervisor
      * approved.  Read by the register and shrinkage reports.
      ******************************************************************
       01 SAJ-REC.
           05 SAJ-POST-DATE PIC 9(8).
           05 SAJ-POST-TIME PIC 9(8).
           05 SAJ-ITEM-CODE PIC X(6).
           05 SAJ-COUNT-TYPE PIC X(1).
           05 SAJ-SHEET-DATE PIC 9(8).
           05 SAJ-BOOK-QTY PIC S9(7).
           05 SAJ-COUNTED-QTY PIC 9(7).
           05 SAJ-VARIANCE-QTY PIC S9(7).
           05 SAJ-UNIT-COST PIC 9(5)V99.
           05 SAJ-VARIANCE-VALUE PIC S9(9)V99.
           05 SAJ-REASON PIC X(1).
               88 SAJ-BREAKAGE VALUE "B".
               88 SAJ-THEFT VALUE "T".
               88 SAJ-MISCOUNT VALUE "M".
               88 SAJ-OTHER VALUE "O".
           05 SAJ-COUNTED-BY PIC X(8).
           05 SAJ-APPROVED-BY PIC X(8).
