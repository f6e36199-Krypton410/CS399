      ******************************************************************
      * PERDREC - Posting period control, one row on PERIODCTL per
      * month that has ever been closed.  A month with no row is open.
      *   PERD-STATUS      - C closed: the posting programs refuse
      *                      entries dated in the month; O reopened
      * Closed and reopened only through the month-end close program,
      * which logs each change to PERDAUD; read through the shared
      * PERDCHK routine.
      ******************************************************************
       01 PERD-REC.
           05 PERD-PERIOD PIC 9(6).
           05 PERD-STATUS PIC X(1).
               88 PERD-CLOSED VALUE "C".
               88 PERD-REOPENED VALUE "O".
           05 PERD-CLOSED-BY PIC X(8).
           05 PERD-CLOSED-DATE PIC 9(8).
           05 PERD-REOPENED-BY PIC X(8).
           05 PERD-REOPENED-DATE PIC 9(8).
           05 PERD-REOPEN-REASON PIC X(30).
