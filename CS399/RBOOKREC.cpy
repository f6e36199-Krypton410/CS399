      ******************************************************************
      * RBOOKREC - Nightly run-book record, one row per batch step
      * per business date on RUNBOOK: step 1 is the file
      * verification, 2 the nightly reports, 3 the journal export,
      * 4 the exception report and 5 the daily management summary.
      * Each batch program proves its predecessor's row complete
      * before it starts, refuses to run its own step twice, and
      * writes its completion when it finishes - so a night that
      * dies at step three restarts from step three, and the
      * morning shift can read what ran off one file.  The day-open
      * refuses until every step shows complete.
      ******************************************************************
       01 RBK-REC.
           05 RBK-KEY.
