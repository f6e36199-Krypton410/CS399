      ******************************************************************
      * MGTHREC - Daily management summary history, one row appended
      * to MGTHIST per business date the summary runs for.  It keeps
      * the figures that are a position on the day rather than a sum
      * of dated postings - the bills that fell delinquent, the
      * deposits maturing in the coming week and the finished frames
      * still on the rack - because those cannot be rebuilt later
      * from the files, and the summary compares each day against
      * the same day last month.  MGTH-BUSINESS-DATE also marks the
      * last date summarized, which the next run counts its new
      * delinquencies from.
      ******************************************************************
       01 MGTH-REC.
           05 MGTH-BUSINESS-DATE PIC 9(8).
           05 MGTH-NEW-DELQ-COUNT PIC 9(5).
           05 MGTH-NEW-DELQ-AMOUNT PIC 9(9)V99.
           05 MGTH-MAT-COUNT PIC 9(5).
           05 MGTH-MAT-BALANCE PIC 9(9)V99.
           05 MGTH-READY-COUNT PIC 9(5).
