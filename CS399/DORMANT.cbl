      *          and closes through the normal DEPTXN closure trail
      *          with the DEPCTL control totals moved - the
      *          unclaimed-balances schedule the regulators want,
      *          off the files instead of a yearly hand count.  Each
      *          change it makes to the deposit master is journalled to
      *          RCVJRNL through RJNLOG, so ROLLFWD can reapply it after
      *          a restore.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 WS-ERR-FILE-NAME PIC X(20).
       01 WS-ERR-STATUS PIC X(2).

      * PARAMETER AREA FOR THE SHARED RJNLOG RECOVERY JOURNAL ROUTINE.
       COPY "RJLREC.cpy".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE "DORMANT" TO RJL-PROGRAM.
           MOVE "D" TO RJL-MASTER.
           PERFORM 1000-INITIALIZE.
           PERFORM 1500-LOAD-ACTIVITY THRU 1500-LOAD-ACTIVITY-EXIT
               UNTIL WS-TXN-EOF = "Y".
           ELSE
               IF DEPOSIT-ACTIVE-OUT
                   MOVE "D" TO DEPOSIT-STATUS-OUT
                   MOVE NEW-FILE TO RJL-IMAGE
                   REWRITE NEW-FILE
                   IF WS-EMP-STATUS = "00"
                       MOVE "C" TO RJL-ACTION
                       CALL "RJNLOG" USING RECOVERY-JOURNAL-AREA
                   END-IF
                   ADD 1 TO WS-FLAGGED-COUNT
               END-IF
               PERFORM 2400-WRITE-DORMANT-LINE
           PERFORM 2510-WRITE-ESCHEAT-ROW.
           MOVE ZERO TO DEP-BALANCE-OUT.
           MOVE "C" TO DEPOSIT-STATUS-OUT.
           MOVE NEW-FILE TO RJL-IMAGE.
           REWRITE NEW-FILE.
           IF WS-EMP-STATUS = "00"
               MOVE "C" TO RJL-ACTION
               CALL "RJNLOG" USING RECOVERY-JOURNAL-AREA
           END-IF.
           PERFORM 2520-WRITE-CLOSURE-TXN.
           COMPUTE WS-FCTL-D-VALUE = ZERO - WS-CLOSING-BALANCE.
           PERFORM UPDATE-CONTROL-RECORD.
