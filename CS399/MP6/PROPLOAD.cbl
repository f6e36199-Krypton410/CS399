      *          MASTCTL control totals moved.  Rejects drain to
      *          EXCPFILE for the EXCPFIX workflow, and a load-
      *          balance summary of read, loaded and rejected counts
      *          with value totals goes to LOADRPT.  Each change it
      *          makes to the lot master is journalled to RCVJRNL
      *          through RJNLOG, so ROLLFWD can reapply it after a
      *          restore.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 WS-ERR-FILE-NAME PIC X(20).
       01 WS-ERR-STATUS PIC X(2).

      * PARAMETER AREA FOR THE SHARED RJNLOG RECOVERY JOURNAL ROUTINE.
       COPY "RJLREC.cpy".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE "PROPLOAD" TO RJL-PROGRAM.
           MOVE "L" TO RJL-MASTER.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-LOAD-ONE-ROW THRU 2000-LOAD-ONE-ROW-EXIT
               UNTIL WS-EOF = "Y".
           ADD 1 TO WS-NEXT-TD-SERIAL.
           MOVE WS-TD-SERIAL TO PROP-TD-NUMBER-OUT.
           MOVE WS-OWNER-NO-IN-HAND TO PROP-OWNER-NO-OUT.
      * THE PROVINCIAL LISTING CARRIES NO LOT AREA, SO A LOADED LOT
      * STARTS ON ITS LISTED (KEYED) VALUATION.
           MOVE ZERO TO PROP-LOT-AREA-OUT PROP-UNIT-VAL-OUT
               PROP-MARKET-VAL-OUT.
           MOVE SPACE TO PROP-VALUE-BASIS-OUT.
           MOVE OUTPUT-REC TO RJL-IMAGE.
           WRITE OUTPUT-REC
               INVALID KEY
                   SUBTRACT 1 FROM WS-NEXT-TD-SERIAL
                       WS-EXCP-REASON
                   PERFORM 2200-REJECT-ROW
               NOT INVALID KEY
                   MOVE "A" TO RJL-ACTION
                   CALL "RJNLOG" USING RECOVERY-JOURNAL-AREA
                   ADD 1 TO WS-ROWS-LOADED
                   ADD LOAD-ASSESSED-VAL TO WS-VALUE-LOADED
                   ADD 1 TO WS-FCTL-D-COUNT
           MOVE "LOAD" TO AUD-ACTION.
           MOVE ZERO TO AUD-BEFORE-VAL.
           MOVE ASSESSED_VAL_OUT TO AUD-AFTER-VAL.
           MOVE SPACES TO AUD-APPROVER-ID.
           WRITE AUDIT-REC.
           PERFORM CHECK-AUD-STATUS.
           CLOSE AUDIT-FILE.
           MOVE "LOAD" TO TD-ACTION.
           MOVE WS-TODAY TO TD-ISSUE-DATE.
           MOVE "PROPLOAD" TO TD-OPERATOR-ID.
           MOVE ZERO TO TD-CANCELS-TD.
           MOVE ASSESSED_VAL_OUT TO TD-ASSESSED-VAL.
           WRITE TD-REG-REC.
           PERFORM CHECK-TDREG-STATUS.
           CLOSE TD-REGISTER-FILE.
