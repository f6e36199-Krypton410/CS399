      *          reported to RESTRPT - records missing from the
      *          current master, records that differ, and the record
      *          counts either side - so the operator signs off on
      *          what the restore is about to change.  The restore
      *          brings back the generation as it was taken; ROLLFWD
      *          then reapplies the recovery journal written since.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

      ******************************************************************
      * BAK-REC - one backup image, matching the backup program's
      * 160-byte generations, sized past the wider (deposit) master
      * record so the round trip is lossless; a lot generation just
      * carries more trailing spaces.
      ******************************************************************
       FD BACKUP-FILE
           DATA RECORD IS BAK-REC.

       01 BAK-REC PIC X(160).

       FD PRINT-FILE
           DATA RECORD IS PRINT-REC.
       01 WS-BAK-PATH PIC X(100) VALUE SPACES.
       01 WS-CONFIRM PIC X(1) VALUE SPACE.

       01 WS-CUR-IMAGE PIC X(160) VALUE SPACES.
       01 WS-BAK-COUNT PIC 9(5) VALUE ZERO.
       01 WS-CUR-COUNT PIC 9(5) VALUE ZERO.
       01 WS-MISSING-COUNT PIC 9(5) VALUE ZERO.
                   DELIMITED BY SIZE INTO PRINT-REC
               WRITE PRINT-REC
               PERFORM CHECK-PRINT-STATUS
               MOVE SPACES TO PRINT-REC
               STRING "RUN ROLLFWD TO REAPPLY THE RECOVERY JOURNAL "
                   DELIMITED BY SIZE
                   "SINCE THIS GENERATION." DELIMITED BY SIZE
                   INTO PRINT-REC
               WRITE PRINT-REC
               PERFORM CHECK-PRINT-STATUS
               DISPLAY "RESTORED - RUN ROLLFWD TO REAPPLY THE RECOVERY "
                   "JOURNAL SINCE THIS GENERATION."
           END-IF.

       3100-REBUILD-MASTER.
