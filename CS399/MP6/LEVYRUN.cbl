      *          the treasurer used to assemble by trawling old
      *          printouts.  The penalty follows the delinquency
      *          run's convention: 2% of the balance per 30-day month
      *          past the bill date, capped at 36 months.  Only a lot
      *          whose final demand letter on DUNFILE was served and
      *          whose waiting period has run since service is
      *          levied; every other candidate is held back and
      *          counted, so no levy goes out without prior demand.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       SELECT SORT-FILE
           ASSIGN TO "SORTWK".

       SELECT DUNNING-FILE
           ASSIGN TO "DUNFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DUN-KEY
           FILE STATUS IS WS-DUN-STATUS.

       SELECT LEVY-CONTROL-FILE
           ASSIGN TO "LEVYCTL"
           ORGANIZATION IS SEQUENTIAL

       COPY "PROPREC.cpy".

      ******************************************************************
      * DUNNING-FILE - the demand letter log the dunning run keeps;
      * a lot's last letter must be a served final demand whose
      * waiting period has run before the lot can be levied.
      ******************************************************************
       FD DUNNING-FILE
           DATA RECORD IS DUN-REC.

       COPY "DUNREC.cpy".

       SD SORT-FILE
           DATA RECORD IS SORT-REC.

       01 WS-LVCTL-STATUS PIC X(2).
       01 WS-NOTICE-STATUS PIC X(2).
       01 WS-SCHED-STATUS PIC X(2).
       01 WS-DUN-STATUS PIC X(2).
       01 WS-EOF PIC X(1) VALUE "N".
       01 WS-SORT-EOF PIC X(1) VALUE "N".
       01 DASH-LINE PIC X(90) VALUE ALL "-".
       01 WS-OWNER-IN-HAND PIC A(26) VALUE SPACES.
       01 WS-VALUE-IN-HAND PIC 999999V99 VALUE ZERO.

      ******************************************************************
      * PRIOR-DEMAND CHECK FIELDS - WITH NO DUNFILE ON HAND NO LOT HAS
      * BEEN DEMANDED, SO EVERY CANDIDATE IS HELD.
      ******************************************************************
       01 WS-DUN-FILE-SWITCH PIC X VALUE "N".
           88 DUNNING-FILE-ON-HAND VALUE "Y".
       01 WS-DUN-EOF PIC X VALUE "N".
       01 WS-DEMAND-SWITCH PIC X VALUE "N".
           88 DEMAND-LAPSED VALUE "Y".
           88 DEMAND-NOT-LAPSED VALUE "N".
       01 WS-LAST-STAGE PIC 9 VALUE ZERO.
       01 WS-LAST-STATUS PIC X VALUE SPACE.
       01 WS-LAST-SERVED-DATE PIC 9(8) VALUE ZERO.
       01 WS-LAST-WAIT-DAYS PIC 999 VALUE ZERO.
       01 WS-SERVED-DATE PIC 9(8) VALUE ZERO.
       01 WS-SERVED-DATE-R REDEFINES WS-SERVED-DATE.
           05 WS-SERVED-YEAR PIC 9(4).
           05 WS-SERVED-MONTH PIC 99.
           05 WS-SERVED-DAY PIC 99.
       01 WS-DAYS-SINCE-SERVICE PIC S9(5) VALUE ZERO.
       01 WS-LOTS-HELD PIC 9(5) VALUE ZERO.

       01 WS-LEVY-SERIAL PIC 9(7) VALUE ZERO.
       01 WS-LOTS-LISTED PIC 9(5) VALUE ZERO.
       01 WS-GRAND-TOTAL PIC 9(9)V99 VALUE ZERO.
               STOP RUN
           END-IF.
           PERFORM CHECK-MASTER-STATUS.
           OPEN INPUT DUNNING-FILE.
           IF WS-DUN-STATUS = "35"
               MOVE "N" TO WS-DUN-FILE-SWITCH
           ELSE
               PERFORM CHECK-DUN-STATUS
               SET DUNNING-FILE-ON-HAND TO TRUE
           END-IF.
           OPEN OUTPUT NOTICE-FILE.
           PERFORM CHECK-NOTICE-STATUS.
           OPEN OUTPUT SCHEDULE-FILE.
               WS-MONTHS-PAST-DUE.

      ******************************************************************
      * 3400-CLOSE-LOT - the lot's years are all in.  A lot whose
      * final demand has not been served and lapsed is held back;
      * otherwise pull the owner and assessed value off the master,
      * draw the levy serial, and cut the notice and the schedule
      * line.
      ******************************************************************
       3400-CLOSE-LOT.
           PERFORM 3405-CHECK-FINAL-DEMAND.
           IF DEMAND-NOT-LAPSED
               ADD 1 TO WS-LOTS-HELD
           ELSE
               COMPUTE WS-GROUP-TOTAL =
                   WS-GROUP-BALANCE + WS-GROUP-PENALTY
               ADD WS-GROUP-TOTAL TO WS-GRAND-TOTAL
               ADD 1 TO WS-LOTS-LISTED
               PERFORM 3410-READ-MASTER-LOT
               PERFORM 3420-TAKE-NEXT-SERIAL
               PERFORM 3430-WRITE-LEVY-NOTICE
               PERFORM 3440-WRITE-SCHEDULE-LINE
           END-IF.
           MOVE "N" TO WS-GROUP-OPEN-SWITCH.

      ******************************************************************
      * 3405-CHECK-FINAL-DEMAND - reads the lot's DUNFILE rows in key
      * order and keeps the last, the latest letter.  The lot may be
      * levied only if that letter is a final demand still open, was
      * served, and the waiting period it gave has run since service.
      ******************************************************************
       3405-CHECK-FINAL-DEMAND.
           SET DEMAND-NOT-LAPSED TO TRUE.
           MOVE ZERO TO WS-LAST-STAGE WS-LAST-SERVED-DATE
               WS-LAST-WAIT-DAYS.
           MOVE SPACE TO WS-LAST-STATUS.
           IF DUNNING-FILE-ON-HAND
               MOVE "N" TO WS-DUN-EOF
               MOVE WS-GROUP-LOT TO DUN-LOT-NUMBER
               MOVE ZERO TO DUN-LETTER-DATE DUN-STAGE
               START DUNNING-FILE KEY IS NOT LESS THAN DUN-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-DUN-EOF
               END-START
               PERFORM 3406-READ-DEMAND THRU 3406-READ-DEMAND-EXIT
                   UNTIL WS-DUN-EOF = "Y"
           END-IF.
           IF WS-LAST-STAGE = 3 AND WS-LAST-STATUS = "A" AND
               WS-LAST-SERVED-DATE NOT = ZERO
               MOVE WS-LAST-SERVED-DATE TO WS-SERVED-DATE
               COMPUTE WS-DAYS-SINCE-SERVICE =
                   ((WS-TODAY-YEAR - WS-SERVED-YEAR) * 360) +
                   ((WS-TODAY-MONTH - WS-SERVED-MONTH) * 30) +
                   (WS-TODAY-DAY - WS-SERVED-DAY)
               IF WS-DAYS-SINCE-SERVICE >= WS-LAST-WAIT-DAYS
                   SET DEMAND-LAPSED TO TRUE
               END-IF
           END-IF.

       3406-READ-DEMAND.
           READ DUNNING-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-DUN-EOF
               NOT AT END
                   IF DUN-LOT-NUMBER NOT = WS-GROUP-LOT
                       MOVE "Y" TO WS-DUN-EOF
                   ELSE
                       MOVE DUN-STAGE TO WS-LAST-STAGE
                       MOVE DUN-STATUS TO WS-LAST-STATUS
                       MOVE DUN-SERVED-DATE TO WS-LAST-SERVED-DATE
                       MOVE DUN-WAIT-DAYS TO WS-LAST-WAIT-DAYS
                   END-IF
           END-READ.
           IF WS-DUN-STATUS NOT = "00" AND WS-DUN-STATUS NOT = "10"
               MOVE "DUNNING-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-DUN-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.
       3406-READ-DEMAND-EXIT.
           EXIT.

       3410-READ-MASTER-LOT.
           MOVE "N" TO WS-FOUND-SWITCH.
           MOVE WS-GROUP-LOT TO LOT_NUMBER_OUT.
               DELIMITED BY SIZE INTO SCHED-REC.
           WRITE SCHED-REC.
           PERFORM CHECK-SCHED-STATUS.
           MOVE WS-LOTS-HELD TO WS-COUNT-ED.
           MOVE SPACES TO SCHED-REC.
           STRING "HELD - NO LAPSED FINAL DEMAND : " WS-COUNT-ED
               DELIMITED BY SIZE INTO SCHED-REC.
           WRITE SCHED-REC.
           PERFORM CHECK-SCHED-STATUS.
           CLOSE MASTER-FILE.
           IF DUNNING-FILE-ON-HAND
               CLOSE DUNNING-FILE
           END-IF.
           CLOSE NOTICE-FILE.
           CLOSE SCHEDULE-FILE.
           DISPLAY "LEVY RUN COMPLETE - " WS-LOTS-LISTED
               " LOT(S) LISTED FOR AUCTION.".
           DISPLAY "HELD FOR WANT OF A LAPSED FINAL DEMAND - "
               WS-LOTS-HELD " LOT(S).".

      ******************************************************************
      * ABEND-FILE-ERROR - common stop point for any file operation
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-DUN-STATUS.
           IF WS-DUN-STATUS NOT = "00"
               MOVE "DUNNING-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-DUN-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-LVCTL-STATUS.
           IF WS-LVCTL-STATUS NOT = "00"
               MOVE "LEVY-CONTROL-FILE" TO WS-ERR-FILE-NAME
