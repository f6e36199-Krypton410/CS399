      *          program leaves - and prints a pending-appeals aging
      *          report to APEALRPT.  Appeals used to live in a
      *          folder while the contested value kept billing with
      *          no marker.  Each change it makes to the lot master is
      *          journalled to RCVJRNL through RJNLOG, so ROLLFWD can
      *          reapply it after a restore.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 WS-ERR-FILE-NAME PIC X(20).
       01 WS-ERR-STATUS PIC X(2).

      * PARAMETER AREA FOR THE SHARED RJNLOG RECOVERY JOURNAL ROUTINE.
       COPY "RJLREC.cpy".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE "APPEAL" TO RJL-PROGRAM.
           MOVE "L" TO RJL-MASTER.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-ENV-MASTER-PATH FROM ENVIRONMENT "MASTERFILE".
           IF WS-ENV-MASTER-PATH NOT = SPACES
           END-IF.
           MOVE ASSESSED_VAL_OUT TO WS-AUD-BEFORE-VAL.
           MOVE WS-RESOLVED-VAL TO ASSESSED_VAL_OUT.
           MOVE OUTPUT-REC TO RJL-IMAGE.
           REWRITE OUTPUT-REC.
           IF WS-MASTER-STATUS = "00" OR WS-MASTER-STATUS = "02"
               MOVE "C" TO RJL-ACTION
               CALL "RJNLOG" USING RECOVERY-JOURNAL-AREA
           END-IF.
           CLOSE MASTER-FILE.
           PERFORM WRITE-HISTORY-RECORD.
           PERFORM WRITE-AUDIT-RECORD.
           MOVE "APPEAL" TO AUD-ACTION.
           MOVE WS-AUD-BEFORE-VAL TO AUD-BEFORE-VAL.
           MOVE WS-RESOLVED-VAL TO AUD-AFTER-VAL.
           MOVE SPACES TO AUD-APPROVER-ID.
           WRITE AUDIT-REC.
           PERFORM CHECK-AUD-STATUS.
           CLOSE AUDIT-FILE.
