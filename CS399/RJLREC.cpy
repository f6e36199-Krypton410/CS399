      ******************************************************************
      * RJLREC - parameter area for the shared RJNLOG recovery journal
      * routine.  A program that updates either master moves its own
      * name to RJL-PROGRAM and the master (L lot, D deposit) to
      * RJL-MASTER, moves the record to RJL-IMAGE before the WRITE,
      * REWRITE or DELETE, and once the update has gone through moves
      * A, C or D to RJL-ACTION and CALLs "RJNLOG" USING
      * RECOVERY-JOURNAL-AREA; the row is stamped with the time and
      * the backup generation it follows and appended to RCVJRNL.
      ******************************************************************
       01 RECOVERY-JOURNAL-AREA.
           05 RJL-MASTER PIC X.
           05 RJL-ACTION PIC X.
           05 RJL-PROGRAM PIC X(8).
           05 RJL-IMAGE PIC X(160).
