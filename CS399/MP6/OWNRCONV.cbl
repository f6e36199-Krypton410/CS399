      *          exists, and stamps the owner number back on the lot.
      *          A lot already stamped is left alone, so the pass can
      *          rerun safely after an interruption.  A conversion
      *          summary goes to CONVRPT.  Each change it makes to the
      *          lot master is journalled to RCVJRNL through RJNLOG, so
      *          ROLLFWD can reapply it after a restore.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 WS-ERR-FILE-NAME PIC X(20).
       01 WS-ERR-STATUS PIC X(2).

      * PARAMETER AREA FOR THE SHARED RJNLOG RECOVERY JOURNAL ROUTINE.
       COPY "RJLREC.cpy".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE "OWNRCONV" TO RJL-PROGRAM.
           MOVE "L" TO RJL-MASTER.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-CONVERT-LOTS THRU 2000-CONVERT-LOTS-EXIT
               UNTIL WS-EOF = "Y".
               ADD 1 TO WS-NAMES-MERGED
           END-IF.
           MOVE WS-OWNER-NO-IN-HAND TO PROP-OWNER-NO-OUT.
           MOVE OUTPUT-REC TO RJL-IMAGE.
           REWRITE OUTPUT-REC.
           IF WS-MASTER-STATUS = "00" OR WS-MASTER-STATUS = "02"
               MOVE "C" TO RJL-ACTION
               CALL "RJNLOG" USING RECOVERY-JOURNAL-AREA
           END-IF.
           ADD 1 TO WS-LOTS-STAMPED.

      ******************************************************************
