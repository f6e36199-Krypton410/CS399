      ******************************************************************
      * MJLREC - parameter area for the shared MEJLOG month-end job
      * completion routine.  A month-end job moves its name, the
      * month it reported on and the date it ran through, then CALLs
      * "MEJLOG" USING MONTH-END-LOG-AREA as it finishes; the row is
      * stamped with the run date and time and appended to MEJOBLOG.
      ******************************************************************
       01 MONTH-END-LOG-AREA.
           05 MJL-JOB-NAME PIC X(8).
           05 MJL-PERIOD PIC 9(6).
           05 MJL-AS-OF-DATE PIC 9(8).
