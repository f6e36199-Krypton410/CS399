      *          same duplicate and validation checks the entry
      *          programs apply.  A successful repost marks the row
      *          CORRECTED; rejections drain through this workflow
      *          instead of being rekeyed from a printout.  Each change
      *          it makes to either master is journalled to RCVJRNL
      *          through RJNLOG, so ROLLFWD can reapply it after a
      *          restore.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           88 OPERATOR-AUTHORIZED VALUE "A".
           88 OPERATOR-VIEW-ONLY VALUE "V".

      * PARAMETER AREA FOR THE SHARED RJNLOG RECOVERY JOURNAL ROUTINE.
       COPY "RJLREC.cpy".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE "EXCPFIX" TO RJL-PROGRAM.
           ACCEPT WS-ENV-MASTER-PATH FROM ENVIRONMENT "MASTERFILE".
           IF WS-ENV-MASTER-PATH NOT = SPACES
               MOVE WS-ENV-MASTER-PATH TO WS-MASTER-PATH
           MOVE "A" TO LOT-STATUS-OUT.
           MOVE WS-FIX-CLASS TO PROP-CLASS-OUT.
           MOVE WS-FIX-EXEMPT TO PROP-EXEMPT-CODE-OUT.
      * A REPOSTED LOT COMES BACK ON ITS KEYED VALUATION; ITS AREA IS
      * KEYED LATER ON THE MAINTENANCE SCREEN TO PUT IT ON THE
      * SCHEDULE OF MARKET VALUES.
           MOVE ZERO TO PROP-LOT-AREA-OUT PROP-UNIT-VAL-OUT
               PROP-MARKET-VAL-OUT.
           MOVE SPACE TO PROP-VALUE-BASIS-OUT.
           MOVE "N" TO WS-EXMP-OK-SWITCH.
           IF WS-FIX-EXEMPT = SPACES
               SET EXEMPT-CODE-OK TO TRUE
           ELSE IF NOT EXEMPT-CODE-OK
               DISPLAY "EXEMPTION CODE NOT ON EXMPTAB."
           ELSE
               MOVE "L" TO RJL-MASTER
               MOVE OUTPUT-REC TO RJL-IMAGE
               WRITE OUTPUT-REC
                   INVALID KEY
                       DISPLAY "LOT ALREADY ON FILE - STILL REJECTED."
                   NOT INVALID KEY
                       MOVE "A" TO RJL-ACTION
                       CALL "RJNLOG" USING RECOVERY-JOURNAL-AREA
                       SET REPOST-OK TO TRUE
                       PERFORM WRITE-HISTORY-RECORD
                       PERFORM WRITE-AUDIT-RECORD
           COMPUTE DEP-TAX-WITHHELD-OUT ROUNDED =
               WS-INTEREST * WS-WTAX-RATE.
           MOVE WS-FIX-DEPDATE TO DEP-TAX-DATE-OUT.
           MOVE "D" TO RJL-MASTER.
           MOVE NEW-FILE TO RJL-IMAGE.
           WRITE NEW-FILE
               INVALID KEY
                   DISPLAY "ACCOUNT ALREADY ON FILE - STILL REJECTED."
               NOT INVALID KEY
                   MOVE "A" TO RJL-ACTION
                   CALL "RJNLOG" USING RECOVERY-JOURNAL-AREA
                   SET REPOST-OK TO TRUE
                   PERFORM WRITE-TXN-RECORD
                   ADD 1 TO WS-FCTL-D-COUNT
           MOVE "CREATE" TO AUD-ACTION.
           MOVE ZERO TO AUD-BEFORE-VAL.
           MOVE WS-FIX-VAL TO AUD-AFTER-VAL.
           MOVE SPACES TO AUD-APPROVER-ID.
           WRITE AUDIT-REC.
           PERFORM CHECK-AUD-STATUS.
           CLOSE AUDIT-FILE.
