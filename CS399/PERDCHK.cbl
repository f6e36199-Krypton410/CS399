      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared posting period routine - given the date of an
      *          entry, looks the month up on PERIODCTL and tells the
      *          caller whether the period has been closed at month
      *          end.  Collections, bank payment import, the teller
      *          and withdrawal programs, interest capitalization and
      *          frame-shop payment posting all ask it before they
      *          post, so nothing lands in a month whose books have
      *          been closed.  A month with no PERIODCTL row, or one
      *          reopened by a supervisor, is open.  See PDCREC for
      *          the calling convention.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERDCHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT PERIOD-CONTROL-FILE
           ASSIGN TO "PERIODCTL"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PERD-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD PERIOD-CONTROL-FILE
           DATA RECORD IS PERD-REC.

       COPY "PERDREC.cpy".

       WORKING-STORAGE SECTION.
       01 WS-PERD-STATUS PIC X(2).
       01 WS-EOF PIC X(1) VALUE "N".
       01 WS-ENTRY-PERIOD PIC 9(6) VALUE ZERO.

       LINKAGE SECTION.
       COPY "PDCREC.cpy".

       PROCEDURE DIVISION USING PERIOD-CHECK-AREA.
       0000-CHECK-PERIOD.
           SET PDC-PERIOD-OPEN TO TRUE.
           MOVE PDC-DATE(1:6) TO WS-ENTRY-PERIOD.
           MOVE "N" TO WS-EOF.
           OPEN INPUT PERIOD-CONTROL-FILE.
           IF WS-PERD-STATUS = "35"
               GOBACK
           END-IF.
           IF WS-PERD-STATUS NOT = "00"
               DISPLAY "*** FILE ERROR ON PERIOD-CONTROL-FILE"
               DISPLAY "*** FILE STATUS = " WS-PERD-STATUS
               STOP RUN
           END-IF.
           PERFORM 1000-READ-ONE-PERIOD UNTIL WS-EOF = "Y".
           CLOSE PERIOD-CONTROL-FILE.
           GOBACK.

       1000-READ-ONE-PERIOD.
           READ PERIOD-CONTROL-FILE
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   IF PERD-PERIOD = WS-ENTRY-PERIOD
                       IF PERD-CLOSED
                           SET PDC-PERIOD-CLOSED TO TRUE
                       END-IF
                       MOVE "Y" TO WS-EOF
                   END-IF
           END-READ.

       END PROGRAM PERDCHK.
