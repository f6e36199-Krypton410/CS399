      * before and after images - the deposit book's equivalent of
      * MASTAUD on the property side.  The first eight characters of
      * DAUD-TIMESTAMP are the YYYYMMDD date, the rest the HHMMSSnn
      * time.  A placement held for supervisor approval because it was
      * priced above the board rate is logged here when it posts,
      * with the operator who keyed it and the supervisor who passed
      * it in DAUD-APPROVER-ID; spaces there mean no approval was
      * needed.
      ******************************************************************
       01 DAUD-REC.
           05 DAUD-TIMESTAMP PIC X(16).
           05 DAUD-FIELD PIC X(8).
           05 DAUD-BEFORE PIC X(21).
           05 DAUD-AFTER PIC X(21).
           05 DAUD-APPROVER-ID PIC X(8).
