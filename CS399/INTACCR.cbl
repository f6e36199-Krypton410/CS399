      *          from accruing the same month twice, and the annual
      *          capitalization run reverses the accrual instead of
      *          double-booking.  A register of the month's postings
      *          goes to ACCRRPT.  A completed run is logged to
      *          MEJOBLOG for the month-end close.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 WS-COUNT-ED PIC ZZ,ZZ9.
       01 WS-TOTAL-ED PIC ZZZ,ZZZ,ZZ9.99.

      * PARAMETER AREA FOR THE SHARED MEJLOG MONTH-END JOB LOG.
       COPY "MJLREC.cpy".

      * WS-ERR-FILE-NAME/WS-ERR-STATUS ARE SET BY THE CHECK-xxx-STATUS
      * PARAGRAPHS BELOW BEFORE PERFORMING ABEND-FILE-ERROR.
       01 WS-ERR-FILE-NAME PIC X(20).
           CLOSE EMP-FILE.
           CLOSE ACCRUAL-FILE.
           CLOSE PRINT-FILE.
           MOVE "INTACCR" TO MJL-JOB-NAME.
           MOVE WS-THIS-YYYYMM TO MJL-PERIOD.
           MOVE WS-BUSINESS-DATE TO MJL-AS-OF-DATE.
           CALL "MEJLOG" USING MONTH-END-LOG-AREA.
           DISPLAY "ACCRUAL RUN COMPLETE - " WS-ACCOUNTS-POSTED
               " ACCOUNT(S) ACCRUED.".

