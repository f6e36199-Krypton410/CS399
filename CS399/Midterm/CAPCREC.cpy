      ******************************************************************
      * CAPCREC - parameter area for the shared CAPCALC promise-date
      * routine.  Callers fill CPC-JOB-TYPE, CPC-RUSH and
      * CPC-FROM-DATE (the order date), CALL "CAPCALC" USING
      * CAPACITY-CHECK-AREA and read back CPC-PROMISE-DATE - the
      * first business day after the order date on which the open
      * work queue for that job type still has room under SHOPCAP.
      * A rush order only queues behind other rush orders, so it
      * jumps ahead of ordinary work.  CPC-BOOKED is what is already
      * booked on that day and CPC-FRAMES-PER-DAY the day's capacity
      * (zero when the type has no capacity set, in which case the
      * next business day is returned).  CPC-FULL-FLAG comes back Y
      * when no day within the booking horizon has room, and the
      * last day looked at is returned.
      ******************************************************************
       01 CAPACITY-CHECK-AREA.
           05 CPC-JOB-TYPE PIC A(2).
           05 CPC-RUSH PIC X(1).
           05 CPC-FROM-DATE PIC 9(8).
           05 CPC-PROMISE-DATE PIC 9(8).
           05 CPC-FRAMES-PER-DAY PIC 9(3).
           05 CPC-BOOKED PIC 9(5).
           05 CPC-FULL-FLAG PIC X(1).
