      *          carries no classification (the archive never kept
      *          one) and is billed residential until the assessor
      *          re-keys it; a restored deposit is re-rated off the
      *          current RATETAB the way a rollover is.  Each change it
      *          makes to either master is journalled to RCVJRNL through
      *          RJNLOG, so ROLLFWD can reapply it after a restore.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 WS-ERR-FILE-NAME PIC X(20).
       01 WS-ERR-STATUS PIC X(2).

      * PARAMETER AREA FOR THE SHARED RJNLOG RECOVERY JOURNAL ROUTINE.
       COPY "RJLREC.cpy".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE "ARCHINQ" TO RJL-PROGRAM.
           ACCEPT WS-ENV-MASTER-PATH FROM ENVIRONMENT "MASTERFILE".
           IF WS-ENV-MASTER-PATH NOT = SPACES
               MOVE WS-ENV-MASTER-PATH TO WS-MASTER-PATH
           MOVE "A" TO LOT-STATUS-OUT.
           MOVE SPACE TO PROP-CLASS-OUT.
           MOVE SPACES TO PROP-EXEMPT-CODE-OUT.
           MOVE ARCH-LOT-AREA TO PROP-LOT-AREA-OUT.
           MOVE ARCH-UNIT-VAL TO PROP-UNIT-VAL-OUT.
           MOVE ARCH-MARKET-VAL TO PROP-MARKET-VAL-OUT.
           MOVE ARCH-VALUE-BASIS TO PROP-VALUE-BASIS-OUT.
           MOVE "L" TO RJL-MASTER.
           MOVE OUTPUT-REC TO RJL-IMAGE.
           WRITE OUTPUT-REC
               INVALID KEY
                   DISPLAY "LOT NUMBER ALREADY ACTIVE - NOT RESTORED."
               NOT INVALID KEY
                   MOVE "A" TO RJL-ACTION
                   CALL "RJNLOG" USING RECOVERY-JOURNAL-AREA
                   ADD 1 TO WS-FCTL-D-COUNT
                   ADD ARCH-ASSESSED-VAL TO WS-FCTL-D-VALUE
                   ADD ARCH-LOT-NUMBER TO WS-FCTL-D-KEY
           COMPUTE DEP-TAX-WITHHELD-OUT ROUNDED =
               WS-INTEREST * WS-WTAX-RATE.
           MOVE WS-TODAY TO DEP-TAX-DATE-OUT.
           MOVE "D" TO RJL-MASTER.
           MOVE NEW-FILE TO RJL-IMAGE.
           WRITE NEW-FILE
               INVALID KEY
                   DISPLAY "ACCOUNT ALREADY ACTIVE - NOT RESTORED."
               NOT INVALID KEY
                   MOVE "A" TO RJL-ACTION
                   CALL "RJNLOG" USING RECOVERY-JOURNAL-AREA
                   ADD 1 TO WS-FCTL-D-COUNT
                   ADD ARCH-PRINCIPAL-AMOUNT TO WS-FCTL-D-VALUE
                   ADD ARCH-ACCOUNT-NUMBER TO WS-FCTL-D-KEY
