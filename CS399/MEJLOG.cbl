      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared month-end job completion routine - each of
      *          the month-end jobs (interest accrual, the withholding
      *          tax remittance, collection efficiency, the VAT books
      *          and the journal export) CALLs it as it finishes, and
      *          it appends a MEJOBLOG row naming the job, the month
      *          it reported on and the date it ran through, stamped
      *          with the run date and time.  The month-end close
      *          reads MEJOBLOG to confirm the jobs have run before it
      *          closes a period.  See MJLREC for the calling
      *          convention.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEJLOG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT MONTH-END-LOG-FILE
           ASSIGN TO "MEJOBLOG"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-MEJ-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD MONTH-END-LOG-FILE
           DATA RECORD IS MEJ-REC.

       COPY "MEJREC.cpy".

       WORKING-STORAGE SECTION.
       01 WS-MEJ-STATUS PIC X(2).

       LINKAGE SECTION.
       COPY "MJLREC.cpy".

       PROCEDURE DIVISION USING MONTH-END-LOG-AREA.
       0000-LOG-COMPLETION.
           OPEN EXTEND MONTH-END-LOG-FILE.
           IF WS-MEJ-STATUS = "35"
               OPEN OUTPUT MONTH-END-LOG-FILE
               CLOSE MONTH-END-LOG-FILE
               OPEN EXTEND MONTH-END-LOG-FILE
           END-IF.
           IF WS-MEJ-STATUS NOT = "00"
               DISPLAY "*** FILE ERROR ON MONTH-END-LOG-FILE"
               DISPLAY "*** FILE STATUS = " WS-MEJ-STATUS
               STOP RUN
           END-IF.
           MOVE MJL-JOB-NAME TO MEJ-JOB-NAME.
           MOVE MJL-PERIOD TO MEJ-PERIOD.
           MOVE MJL-AS-OF-DATE TO MEJ-AS-OF-DATE.
           ACCEPT MEJ-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT MEJ-RUN-TIME FROM TIME.
           WRITE MEJ-REC.
           CLOSE MONTH-END-LOG-FILE.
           GOBACK.

       END PROGRAM MEJLOG.
