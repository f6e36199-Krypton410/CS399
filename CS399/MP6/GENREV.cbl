      *          lot.  Each change goes through the same MASTHIST and
      *          MASTAUD conventions the maintenance program uses, and
      *          a before/after register with control totals goes to
      *          REVRPT.  Each change it makes to the lot master is
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
           MOVE "GENREV" TO RJL-PROGRAM.
           MOVE "L" TO RJL-MASTER.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-REVISE-LOTS THRU 2000-REVISE-LOTS-EXIT
               UNTIL WS-EOF = "Y".
           ADD WS-OLD-VAL TO WS-OLD-TOTAL.
           ADD WS-NEW-VAL TO WS-NEW-TOTAL.
           MOVE WS-NEW-VAL TO ASSESSED_VAL_OUT.
           MOVE OUTPUT-REC TO RJL-IMAGE.
           REWRITE OUTPUT-REC.
           IF WS-MASTER-STATUS = "00" OR WS-MASTER-STATUS = "02"
               MOVE "C" TO RJL-ACTION
               CALL "RJNLOG" USING RECOVERY-JOURNAL-AREA
           END-IF.
           COMPUTE WS-FCTL-D-VALUE =
               WS-FCTL-D-VALUE + WS-NEW-VAL - WS-OLD-VAL.
           MOVE "U" TO WS-HIST-ACTION.
           MOVE WS-AUD-ACTION TO AUD-ACTION.
           MOVE WS-AUD-BEFORE-VAL TO AUD-BEFORE-VAL.
           MOVE WS-AUD-AFTER-VAL TO AUD-AFTER-VAL.
           MOVE SPACES TO AUD-APPROVER-ID.
           WRITE AUDIT-REC.
           PERFORM CHECK-AUD-STATUS.
           CLOSE AUDIT-FILE.
