      ******************************************************************
      * PAUDREC - Posting period audit trail, one row appended to
      * PERDAUD each time a period is closed or reopened, with the
      * supervisor who signed on to do it and, for a reopening, the
      * reason given.
      ******************************************************************
       01 PAUD-REC.
           05 PAUD-TIMESTAMP PIC X(16).
           05 PAUD-OPERATOR-ID PIC X(8).
           05 PAUD-PERIOD PIC 9(6).
           05 PAUD-ACTION PIC X(6).
           05 PAUD-REASON PIC X(30).
