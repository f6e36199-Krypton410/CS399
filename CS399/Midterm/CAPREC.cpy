      ******************************************************************
      * CAPREC - Frame-shop capacity record, one row on SHOPCAP per
      * job type: how many frames of that type the back room can
      * build in one working day.  Closed days come off the HOLTAB
      * holiday calendar (and weekends), never off this table.  The
      * promise-date routine (CAPCALC) books orders against it and
      * the weekly load report sets it beside what is booked.
      ******************************************************************
       01 CAP-REC.
           05 CAP-JOB-TYPE PIC A(2).
           05 CAP-FRAMES-PER-DAY PIC 9(3).
           05 CAP-SET-BY PIC X(8).
           05 CAP-SET-DATE PIC 9(8).
