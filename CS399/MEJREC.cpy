      ******************************************************************
      * MEJREC - Month-end job completion log, one row appended to
      * MEJOBLOG (through the shared MEJLOG routine) each time one of
      * the month-end jobs finishes:
      *   MEJ-JOB-NAME     - INTACCR, WTAXRPT, COLLEFF, VATBOOK or
      *                      GLEXPORT
      *   MEJ-PERIOD       - the month (YYYYMM) the run reported on
      *   MEJ-AS-OF-DATE   - the business date or run date the job
      *                      took its figures through
      * The month-end close reads it to confirm every job has run for
      * the period before the period is closed.
      ******************************************************************
       01 MEJ-REC.
           05 MEJ-JOB-NAME PIC X(8).
           05 MEJ-PERIOD PIC 9(6).
           05 MEJ-AS-OF-DATE PIC 9(8).
           05 MEJ-RUN-DATE PIC 9(8).
           05 MEJ-RUN-TIME PIC 9(8).
