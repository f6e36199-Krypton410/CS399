      *          record lock the money programs take, appends a
      *          before/after audit row to DEPAUD (the deposit book's
      *          MASTAUD), and the audit report option prints the
      *          trail back from DEPAUD to DAUDRPT, with the approving
      *          supervisor beside any row that needed one.  Each change
      *          it makes to the deposit master is journalled to RCVJRNL
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
           MOVE "DEPMAINT" TO RJL-PROGRAM.
           MOVE "D" TO RJL-MASTER.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
      * THE STATION IDENTIFIES ITSELF THE WAY THE WITHDRAWAL PROGRAM
      * DOES; THE SAME ID SIGNS THE AUDIT ROWS AND THE LOCKS.
               MOVE SPACES TO WS-AUD-AFTER
               MOVE WS-NEW-BRANCH-IN TO WS-AUD-AFTER(1:4)
           END-IF.
           MOVE NEW-FILE TO RJL-IMAGE.
           REWRITE NEW-FILE.
           IF WS-EMP-STATUS = "00"
               MOVE "C" TO RJL-ACTION
               CALL "RJNLOG" USING RECOVERY-JOURNAL-AREA
           END-IF.
           PERFORM 3000-WRITE-AUDIT-RECORD.
           PERFORM RELEASE-RECORD-LOCK.
           DISPLAY "CHANGE POSTED AND AUDITED.".
           MOVE WS-AUD-FIELD TO DAUD-FIELD.
           MOVE WS-AUD-BEFORE TO DAUD-BEFORE.
           MOVE WS-AUD-AFTER TO DAUD-AFTER.
           MOVE SPACES TO DAUD-APPROVER-ID.
           WRITE DAUD-REC.
           PERFORM CHECK-AUD-STATUS.
           CLOSE AUDIT-FILE.
               STRING "TIMESTAMP         OPERATOR  ACCOUNT  FIELD   "
                   DELIMITED BY SIZE
                   "  BEFORE                AFTER" DELIMITED BY SIZE
                   "             APPROVER" DELIMITED BY SIZE
                   INTO PRINT-REC
               WRITE PRINT-REC
               PERFORM CHECK-PRINT-STATUS
                       DAUD-BEFORE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       DAUD-AFTER DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       DAUD-APPROVER-ID DELIMITED BY SIZE
                       INTO PRINT-REC
                   WRITE PRINT-REC
                   PERFORM CHECK-PRINT-STATUS
