      ******************************************************************
      * PDCREC - parameter area for the shared PERDCHK posting period
      * routine.  Callers move the date of the entry to PDC-DATE,
      * CALL "PERDCHK" USING PERIOD-CHECK-AREA, and refuse the entry
      * when PDC-PERIOD-CLOSED comes back set.  No PERIODCTL on hand
      * means nothing has been closed yet.
      ******************************************************************
       01 PERIOD-CHECK-AREA.
           05 PDC-DATE PIC 9(8).
           05 PDC-CLOSED-FLAG PIC X(1).
               88 PDC-PERIOD-CLOSED VALUE "Y".
               88 PDC-PERIOD-OPEN VALUE "N".
