      ******************************************************************
      * THLREC - parameter area for the shared THRLKUP approval
      * threshold routine.  Callers CALL "THRLKUP" USING
      * THRESHOLD-LOOKUP-AREA and read back the thresholds in force
      * (see THRREC for what each one holds); APPRTHR is seeded with
      * the standing thresholds the first time it is found missing.
      ******************************************************************
       01 THRESHOLD-LOOKUP-AREA.
           05 THL-VALUE-PCT PIC 9(3).
           05 THL-ADJ-AMOUNT PIC 9(7)V99.
           05 THL-RATE-MARGIN PIC V99.
           05 THL-SET-BY PIC X(8).
           05 THL-SET-DATE PIC 9(8).
