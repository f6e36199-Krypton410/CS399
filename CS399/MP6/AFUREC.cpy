      ******************************************************************
      * AFUREC - Used serial record, one row on AFUSED per official
      * receipt serial consumed, keyed by the OR number so a serial
      * can never be posted twice.  Written by the posting programs
      * as each receipt is accepted; a cancelled receipt's serial
      * stays used.  The monthly accountable forms report counts the
      * serials each collector used from here.
      ******************************************************************
       01 AFU-REC.
           05 AFU-OR-NUMBER PIC 9(7).
           05 AFU-DATE PIC 9(8).
           05 AFU-COLLECTOR-ID PIC X(8).
           05 AFU-LOT-NUMBER PIC 999999999.
