      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared recovery journal routine - every program that
      *          adds, changes or deletes a record on the lot master
      *          or the deposit master CALLs it once the update has
      *          gone through, and it appends an RCVJRNL row carrying
      *          the record's after-image, the program, the action
      *          and the time, stamped with the backup generation it
      *          follows (the last BACKLOG row).  After a restore the
      *          roll-forward reapplies these rows on top of the
      *          restored generation.  See RJLREC for the calling
      *          convention.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RJNLOG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT RECOVERY-JOURNAL-FILE
           ASSIGN TO "RCVJRNL"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RJN-STATUS.

       SELECT BACKUP-LOG-FILE
           ASSIGN TO "BACKLOG"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-BLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD RECOVERY-JOURNAL-FILE
           DATA RECORD IS RJN-REC.

       COPY "RJNREC.cpy".

       FD BACKUP-LOG-FILE
           DATA RECORD IS BLOG-REC.

       COPY "BLOGREC.cpy".

       WORKING-STORAGE SECTION.
       01 WS-RJN-STATUS PIC X(2).
       01 WS-BLOG-STATUS PIC X(2).
       01 WS-BLOG-EOF PIC X VALUE "N".

      * THE BACKUP STAMP IS LOOKED UP ON THE FIRST CALL AND HELD FOR
      * THE REST OF THE RUN - NO BACKUP IS TAKEN WHILE AN UPDATING
      * PROGRAM HAS THE MASTERS OPEN.
       01 WS-STAMP-LOADED PIC X VALUE "N".
       01 WS-BACKUP-GEN PIC 9 VALUE ZERO.
       01 WS-BACKUP-DATE PIC 9(8) VALUE ZERO.
       01 WS-BACKUP-TIME PIC 9(8) VALUE ZERO.

       LINKAGE SECTION.
       COPY "RJLREC.cpy".

       PROCEDURE DIVISION USING RECOVERY-JOURNAL-AREA.
       0000-LOG-IMAGE.
           IF WS-STAMP-LOADED = "N"
               PERFORM 1000-LOAD-STAMP
           END-IF.
           OPEN EXTEND RECOVERY-JOURNAL-FILE.
           IF WS-RJN-STATUS = "35"
               OPEN OUTPUT RECOVERY-JOURNAL-FILE
               CLOSE RECOVERY-JOURNAL-FILE
               OPEN EXTEND RECOVERY-JOURNAL-FILE
           END-IF.
           IF WS-RJN-STATUS NOT = "00"
               DISPLAY "*** FILE ERROR ON RECOVERY-JOURNAL-FILE"
               DISPLAY "*** FILE STATUS = " WS-RJN-STATUS
               STOP RUN
           END-IF.
           ACCEPT RJN-DATE FROM DATE YYYYMMDD.
           ACCEPT RJN-TIME FROM TIME.
           MOVE WS-BACKUP-GEN TO RJN-BACKUP-GEN.
           MOVE WS-BACKUP-DATE TO RJN-BACKUP-DATE.
           MOVE WS-BACKUP-TIME TO RJN-BACKUP-TIME.
           MOVE RJL-MASTER TO RJN-MASTER.
           MOVE RJL-ACTION TO RJN-ACTION.
           MOVE RJL-PROGRAM TO RJN-PROGRAM.
           MOVE RJL-IMAGE TO RJN-IMAGE.
           WRITE RJN-REC.
           IF WS-RJN-STATUS NOT = "00"
               DISPLAY "*** FILE ERROR ON RECOVERY-JOURNAL-FILE"
               DISPLAY "*** FILE STATUS = " WS-RJN-STATUS
               STOP RUN
           END-IF.
           CLOSE RECOVERY-JOURNAL-FILE.
           GOBACK.

      * 1000-LOAD-STAMP - one pass of BACKLOG, keeping the last row.
      * No register yet means no backup has been taken, and the rows
      * are stamped generation zero.
       1000-LOAD-STAMP.
           MOVE "Y" TO WS-STAMP-LOADED.
           OPEN INPUT BACKUP-LOG-FILE.
           IF WS-BLOG-STATUS = "00"
               MOVE "N" TO WS-BLOG-EOF
               PERFORM 1100-READ-BACKUP-LOG
                   UNTIL WS-BLOG-EOF = "Y"
               CLOSE BACKUP-LOG-FILE
           END-IF.

       1100-READ-BACKUP-LOG.
           READ BACKUP-LOG-FILE
               AT END
                   MOVE "Y" TO WS-BLOG-EOF
               NOT AT END
                   MOVE BLOG-GENERATION TO WS-BACKUP-GEN
                   MOVE BLOG-DATE TO WS-BACKUP-DATE
                   MOVE BLOG-TIME TO WS-BACKUP-TIME
           END-READ.

       END PROGRAM RJNLOG.
