      *          each one to a history file before it disappears, and
      *          then deletes it from the active master so next year's
      *          maintenance and reports only plow through open
      *          business.  Each change it makes to either master is
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
           MOVE "YEARPURG" TO RJL-PROGRAM.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PURGE-LOTS.
           PERFORM 3000-PURGE-DEPOSITS.
           MOVE OWNER_NAME_2_OUT TO ARCH-OWNER-NAME-2.
           MOVE ASSESSED_VAL_OUT TO ARCH-ASSESSED-VAL.
           MOVE WS-TODAY TO ARCH-CLOSE-DATE.
           MOVE PROP-LOT-AREA-OUT TO ARCH-LOT-AREA.
           MOVE PROP-UNIT-VAL-OUT TO ARCH-UNIT-VAL.
           MOVE PROP-MARKET-VAL-OUT TO ARCH-MARKET-VAL.
           MOVE PROP-VALUE-BASIS-OUT TO ARCH-VALUE-BASIS.
           WRITE ARCH-LOT-REC.
           PERFORM CHECK-LOT-ARCH-STATUS.
           MOVE "L" TO RJL-MASTER.
           MOVE OUTPUT-REC TO RJL-IMAGE.
           DELETE MASTER-FILE RECORD
               INVALID KEY
                   MOVE "MASTER-FILE" TO WS-ERR-FILE-NAME
                   MOVE WS-MASTER-STATUS TO WS-ERR-STATUS
                   PERFORM ABEND-FILE-ERROR
               NOT INVALID KEY
                   MOVE "D" TO RJL-ACTION
                   CALL "RJNLOG" USING RECOVERY-JOURNAL-AREA
                   ADD 1 TO WS-LOT-PURGED
                   SUBTRACT 1 FROM WS-FCTL-D-COUNT
                   SUBTRACT ASSESSED_VAL_OUT FROM WS-FCTL-D-VALUE
           MOVE WS-TODAY TO ARCH-DEP-CLOSE-DATE.
           WRITE ARCH-DEP-REC.
           PERFORM CHECK-DEP-ARCH-STATUS.
           MOVE "D" TO RJL-MASTER.
           MOVE NEW-FILE TO RJL-IMAGE.
           DELETE EMP-FILE RECORD
               INVALID KEY
                   MOVE "EMP-FILE" TO WS-ERR-FILE-NAME
                   MOVE WS-EMP-STATUS TO WS-ERR-STATUS
                   PERFORM ABEND-FILE-ERROR
               NOT INVALID KEY
                   MOVE "D" TO RJL-ACTION
                   CALL "RJNLOG" USING RECOVERY-JOURNAL-AREA
                   ADD 1 TO WS-DEP-PURGED
                   SUBTRACT 1 FROM WS-FCTL-D-COUNT
                   SUBTRACT DEP-BALANCE-OUT FROM WS-FCTL-D-VALUE
