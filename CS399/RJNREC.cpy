      ******************************************************************
      * RJNREC - Recovery journal, one after-image row appended to
      * RCVJRNL (through the shared RJNLOG routine) each time a
      * program adds, changes or deletes a record on the lot master
      * (MASTER-FILE.DAT) or the deposit master (ESCABARTE2.DAT):
      *   RJN-DATE/TIME        - when the update was made
      *   RJN-BACKUP-GEN       - the backup generation it follows
      *   RJN-BACKUP-DATE/TIME - when that backup was taken, from the
      *                          last BACKLOG row (zeros before the
      *                          first backup)
      *   RJN-MASTER           - L lot master, D deposit master
      *   RJN-ACTION           - A added, C changed, D deleted
      *   RJN-PROGRAM          - the program that made the update
      *   RJN-IMAGE            - the record as written (for a delete,
      *                          the record as it stood), padded to
      *                          the same 160 bytes as the backups
      * ROLLFWD reapplies these rows on top of a restored generation.
      ******************************************************************
       01 RJN-REC.
           05 RJN-DATE PIC 9(8).
           05 RJN-TIME PIC 9(8).
           05 RJN-BACKUP-GEN PIC 9.
           05 RJN-BACKUP-DATE PIC 9(8).
           05 RJN-BACKUP-TIME PIC 9(8).
           05 RJN-MASTER PIC X.
               88 RJN-LOT-MASTER VALUE "L".
               88 RJN-DEP-MASTER VALUE "D".
           05 RJN-ACTION PIC X.
               88 RJN-ADDED VALUE "A".
               88 RJN-CHANGED VALUE "C".
               88 RJN-DELETED VALUE "D".
           05 RJN-PROGRAM PIC X(8).
           05 RJN-IMAGE PIC X(160).
