      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared supervisor approval threshold routine - one
      *          CALLable place that reads the APPRTHR thresholds, so
      *          the property master, the collections program and
      *          deposit entry hold the same changes for approval.
      *          APPRTHR is seeded with the standing thresholds the
      *          first time it is found missing.  See THLREC for the
      *          calling convention.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. THRLKUP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT THRESHOLD-FILE
           ASSIGN TO "APPRTHR"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-THR-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD THRESHOLD-FILE
           DATA RECORD IS THR-REC.

       COPY "THRREC.cpy".

       WORKING-STORAGE SECTION.
       01 WS-THR-STATUS PIC X(2).

       LINKAGE SECTION.
       COPY "THLREC.cpy".

       PROCEDURE DIVISION USING THRESHOLD-LOOKUP-AREA.
       0000-DISPATCH.
           OPEN INPUT THRESHOLD-FILE.
           IF WS-THR-STATUS = "35"
               PERFORM 1000-SEED-THRESHOLDS
               OPEN INPUT THRESHOLD-FILE
           END-IF.
           IF WS-THR-STATUS NOT = "00"
               DISPLAY "*** FILE ERROR ON THRESHOLD-FILE"
               DISPLAY "*** FILE STATUS = " WS-THR-STATUS
               STOP RUN
           END-IF.
           READ THRESHOLD-FILE
               AT END
                   PERFORM 2000-STANDING-THRESHOLDS
               NOT AT END
                   MOVE THR-VALUE-PCT TO THL-VALUE-PCT
                   MOVE THR-ADJ-AMOUNT TO THL-ADJ-AMOUNT
                   MOVE THR-RATE-MARGIN TO THL-RATE-MARGIN
                   MOVE THR-SET-BY TO THL-SET-BY
                   MOVE THR-SET-DATE TO THL-SET-DATE
           END-READ.
           CLOSE THRESHOLD-FILE.
           GOBACK.

      ******************************************************************
      * 1000-SEED-THRESHOLDS - the standing thresholds: a value move
      * of more than 20 percent, a correction above 5,000.00, and
      * any placement priced above the board rate.
      ******************************************************************
       1000-SEED-THRESHOLDS.
           PERFORM 2000-STANDING-THRESHOLDS.
           OPEN OUTPUT THRESHOLD-FILE.
           MOVE THL-VALUE-PCT TO THR-VALUE-PCT.
           MOVE THL-ADJ-AMOUNT TO THR-ADJ-AMOUNT.
           MOVE THL-RATE-MARGIN TO THR-RATE-MARGIN.
           MOVE THL-SET-BY TO THR-SET-BY.
           MOVE THL-SET-DATE TO THR-SET-DATE.
           WRITE THR-REC.
           CLOSE THRESHOLD-FILE.

       2000-STANDING-THRESHOLDS.
           MOVE 20 TO THL-VALUE-PCT.
           MOVE 5000.00 TO THL-ADJ-AMOUNT.
           MOVE ZERO TO THL-RATE-MARGIN.
           MOVE "SEED" TO THL-SET-BY.
           MOVE ZERO TO THL-SET-DATE.

       END PROGRAM THRLKUP.
