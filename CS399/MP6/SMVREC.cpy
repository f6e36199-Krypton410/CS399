      ******************************************************************
      * SMVREC - Schedule of market values record, one row per
      * district and class on SMVTAB: the land unit value per square
      * meter the council adopted for that district (DISTTAB) and
      * class (CLASSTAB).  Shared by the schedule maintenance screen,
      * the property master program and the revaluation run so they
      * never drift apart.  A lot's land is valued at
      *   MARKET VALUE   = LOT AREA * SMV-UNIT-VALUE
      *   ASSESSED VALUE = MARKET VALUE * CLASS-ASSESS-LEVEL.
      ******************************************************************
       01 SMV-REC.
           05 SMV-DISTRICT PIC X(3).
           05 SMV-CLASS PIC X(1).
      * PESOS PER SQUARE METER.
           05 SMV-UNIT-VALUE PIC 9(6)V99.
      * YEAR OF THE ORDINANCE THAT ADOPTED THE ROW, SO THE REGISTER
      * CAN NAME THE SCHEDULE A VALUE WAS WORKED FROM.
           05 SMV-ORDINANCE-YEAR PIC 9(4).
