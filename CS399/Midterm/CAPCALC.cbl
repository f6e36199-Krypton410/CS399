      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared frame-shop promise-date routine - given a job
      *          type, the rush flag and the order date, returns the
      *          earliest business day the back room can take the
      *          frame on: the first day after the order date, past
      *          weekends and HOLTAB holidays, on which the open work
      *          queue (ordered and in-production jobs promised for
      *          that day, of that type) is still under the SHOPCAP
      *          frames-per-day capacity.  A rush order only counts
      *          the rush work already booked, the way the work queue
      *          builds rush frames first, so it jumps ahead of the
      *          ordinary queue.  SHOPCAP is seeded with the shop's
      *          standing capacity the first time it is found
      *          missing.  See CAPCREC for the calling convention.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPCALC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAPACITY-FILE ASSIGN TO "SHOPCAP"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAP-JOB-TYPE
           FILE STATUS IS WS-CAP-STATUS.

           SELECT JOB-FILE ASSIGN TO "JOBFILE"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-JOB-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CAPACITY-FILE
           DATA RECORD IS CAP-REC.

       COPY "CAPREC.cpy".

       FD JOB-FILE
           DATA RECORD IS JOB-REC.

       COPY "JOBREC.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CAP-STATUS PIC X(2).
       01 WS-JOB-STATUS PIC X(2).
       01 WS-EOF PIC X(1) VALUE "N".

      * HOW FAR AHEAD THE ROUTINE WILL LOOK FOR A DAY WITH ROOM.
       01 WS-HORIZON-DAYS PIC 99 VALUE 60.
       01 WS-DAYS-TRIED PIC 99 VALUE ZERO.
       01 WS-FIRST-DATE PIC 9(8) VALUE ZERO.
       01 WS-CANDIDATE-DATE PIC 9(8) VALUE ZERO.
       01 WS-SEEK-DATE PIC 9(8) VALUE ZERO.
       01 WS-ROOM-SWITCH PIC X VALUE "N".
           88 ROOM-FOUND VALUE "Y".
           88 ROOM-NOT-FOUND VALUE "N".

      * THE OPEN WORK ALREADY BOOKED FOR THE JOB TYPE, ONE ENTRY PER
      * PROMISE DATE FROM THE FIRST DAY THE ORDER COULD BE PROMISED.
       01 WS-BOOKING-TABLE.
           05 WS-BOOKING-COUNT PIC 999 VALUE ZERO.
           05 WS-BOOKING-ENTRY OCCURS 200 TIMES.
               10 WS-BK-DATE PIC 9(8).
               10 WS-BK-FRAMES PIC 9(5).
       01 WS-BK-NO PIC 999 VALUE ZERO.
       01 WS-BK-HIT PIC 999 VALUE ZERO.

      * PARAMETER AREA FOR THE SHARED DATECALC DATE ROUTINE.
       COPY "DCALCREC.cpy".

       LINKAGE SECTION.
       COPY "CAPCREC.cpy".

       PROCEDURE DIVISION USING CAPACITY-CHECK-AREA.
       0000-MAINLINE.
           MOVE ZERO TO CPC-FRAMES-PER-DAY.
           MOVE ZERO TO CPC-BOOKED.
           MOVE "N" TO CPC-FULL-FLAG.
           PERFORM 1000-FIND-CAPACITY.
           PERFORM 2000-FIRST-WORKING-DAY.
           MOVE WS-FIRST-DATE TO WS-CANDIDATE-DATE.
           IF CPC-FRAMES-PER-DAY = ZERO
               MOVE WS-CANDIDATE-DATE TO CPC-PROMISE-DATE
               GOBACK
           END-IF.
           PERFORM 3000-LOAD-BOOKINGS.
           SET ROOM-NOT-FOUND TO TRUE.
           MOVE ZERO TO WS-DAYS-TRIED.
           PERFORM 4000-TRY-ONE-DAY THRU 4000-TRY-ONE-DAY-EXIT
               UNTIL ROOM-FOUND OR WS-DAYS-TRIED >= WS-HORIZON-DAYS.
           IF ROOM-NOT-FOUND
               MOVE "Y" TO CPC-FULL-FLAG
           END-IF.
           MOVE WS-CANDIDATE-DATE TO CPC-PROMISE-DATE.
           GOBACK.

      ******************************************************************
      * 1000-FIND-CAPACITY - the frames per day SHOPCAP allows for the
      * job type; zero when the type has no row.
      ******************************************************************
       1000-FIND-CAPACITY.
           OPEN INPUT CAPACITY-FILE.
           IF WS-CAP-STATUS = "35"
               PERFORM 1100-SEED-CAPACITY-TABLE
               OPEN INPUT CAPACITY-FILE
           END-IF.
           IF WS-CAP-STATUS NOT = "00"
               DISPLAY "*** FILE ERROR ON CAPACITY-FILE"
               DISPLAY "*** FILE STATUS = " WS-CAP-STATUS
               STOP RUN
           END-IF.
           MOVE CPC-JOB-TYPE TO CAP-JOB-TYPE.
           READ CAPACITY-FILE KEY IS CAP-JOB-TYPE
               INVALID KEY
                   MOVE ZERO TO CPC-FRAMES-PER-DAY
               NOT INVALID KEY
                   MOVE CAP-FRAMES-PER-DAY TO CPC-FRAMES-PER-DAY
           END-READ.
           CLOSE CAPACITY-FILE.

      ******************************************************************
      * 1100-SEED-CAPACITY-TABLE - the shop's standing capacity: eight
      * regular frames or four fancy frames a working day.
      ******************************************************************
       1100-SEED-CAPACITY-TABLE.
           OPEN OUTPUT CAPACITY-FILE.
           MOVE "A" TO CAP-JOB-TYPE.
           MOVE 8 TO CAP-FRAMES-PER-DAY.
           MOVE "SEED" TO CAP-SET-BY.
           MOVE ZERO TO CAP-SET-DATE.
           WRITE CAP-REC.
           MOVE "B" TO CAP-JOB-TYPE.
           MOVE 4 TO CAP-FRAMES-PER-DAY.
           WRITE CAP-REC.
           CLOSE CAPACITY-FILE.

      ******************************************************************
      * 2000-FIRST-WORKING-DAY - nothing is promised for the day it is
      * ordered: the first candidate is the next business day after
      * the order date.
      ******************************************************************
       2000-FIRST-WORKING-DAY.
           MOVE CPC-FROM-DATE TO WS-SEEK-DATE.
           PERFORM 2100-NEXT-WORKING-DAY.
           MOVE WS-SEEK-DATE TO WS-FIRST-DATE.

      ******************************************************************
      * 2100-NEXT-WORKING-DAY - WS-SEEK-DATE forward one calendar day,
      * then on past weekends and HOLTAB holidays.
      ******************************************************************
       2100-NEXT-WORKING-DAY.
           MOVE "A" TO DC-FUNCTION.
           MOVE WS-SEEK-DATE TO DC-DATE-1.
           MOVE 1 TO DC-ADD-DAYS.
           CALL "DATECALC" USING DATE-CALC-AREA.
           MOVE "B" TO DC-FUNCTION.
           MOVE DC-RESULT-DATE TO DC-DATE-1.
           CALL "DATECALC" USING DATE-CALC-AREA.
           MOVE DC-RESULT-DATE TO WS-SEEK-DATE.

      ******************************************************************
      * 3000-LOAD-BOOKINGS - one pass of JOBFILE counting the frames
      * of the type still to be built (ordered or in production) by
      * promise date.  A rush order counts only the rush frames.
      ******************************************************************
       3000-LOAD-BOOKINGS.
           MOVE ZERO TO WS-BOOKING-COUNT.
           MOVE "N" TO WS-EOF.
           OPEN INPUT JOB-FILE.
           IF WS-JOB-STATUS = "35"
               MOVE "Y" TO WS-EOF
           ELSE
               IF WS-JOB-STATUS NOT = "00"
                   DISPLAY "*** FILE ERROR ON JOB-FILE"
                   DISPLAY "*** FILE STATUS = " WS-JOB-STATUS
                   STOP RUN
               END-IF
           END-IF.
           PERFORM 3100-BANK-ONE-JOB THRU 3100-BANK-ONE-JOB-EXIT
               UNTIL WS-EOF = "Y".
           IF WS-JOB-STATUS NOT = "35"
               CLOSE JOB-FILE
           END-IF.

       3100-BANK-ONE-JOB.
           READ JOB-FILE
               AT END
                   MOVE "Y" TO WS-EOF
                   GO TO 3100-BANK-ONE-JOB-EXIT
           END-READ.
           IF WS-JOB-STATUS NOT = "00"
               DISPLAY "*** FILE ERROR ON JOB-FILE"
               DISPLAY "*** FILE STATUS = " WS-JOB-STATUS
               STOP RUN
           END-IF.
           IF JOB-TYPE NOT = CPC-JOB-TYPE
               GO TO 3100-BANK-ONE-JOB-EXIT
           END-IF.
           IF NOT JOB-ORDERED AND NOT JOB-IN-PRODUCTION
               GO TO 3100-BANK-ONE-JOB-EXIT
           END-IF.
           IF JOB-PROMISE-DATE < WS-FIRST-DATE
               GO TO 3100-BANK-ONE-JOB-EXIT
           END-IF.
           IF CPC-RUSH = "Y" AND JOB-RUSH NOT = "Y"
               GO TO 3100-BANK-ONE-JOB-EXIT
           END-IF.
           MOVE JOB-PROMISE-DATE TO WS-SEEK-DATE.
           PERFORM 3200-FIND-BOOKING-DATE.
           IF WS-BK-HIT > ZERO
               ADD 1 TO WS-BK-FRAMES(WS-BK-HIT)
           ELSE
      * A TABLE FULL OF DATES REACHES WELL PAST THE BOOKING HORIZON.
               IF WS-BOOKING-COUNT < 200
                   ADD 1 TO WS-BOOKING-COUNT
                   MOVE JOB-PROMISE-DATE TO
                       WS-BK-DATE(WS-BOOKING-COUNT)
                   MOVE 1 TO WS-BK-FRAMES(WS-BOOKING-COUNT)
               END-IF
           END-IF.
       3100-BANK-ONE-JOB-EXIT.
           EXIT.

       3200-FIND-BOOKING-DATE.
           MOVE ZERO TO WS-BK-HIT.
           PERFORM 3210-MATCH-ONE-DATE
               VARYING WS-BK-NO FROM 1 BY 1
               UNTIL WS-BK-NO > WS-BOOKING-COUNT.

       3210-MATCH-ONE-DATE.
           IF WS-BK-DATE(WS-BK-NO) = WS-SEEK-DATE
               MOVE WS-BK-NO TO WS-BK-HIT
           END-IF.

      ******************************************************************
      * 4000-TRY-ONE-DAY - the candidate day takes the frame when what
      * is booked on it is still under the day's capacity; otherwise
      * the candidate moves on to the next business day.
      ******************************************************************
       4000-TRY-ONE-DAY.
           ADD 1 TO WS-DAYS-TRIED.
           MOVE WS-CANDIDATE-DATE TO WS-SEEK-DATE.
           PERFORM 3200-FIND-BOOKING-DATE.
           IF WS-BK-HIT > ZERO
               MOVE WS-BK-FRAMES(WS-BK-HIT) TO CPC-BOOKED
           ELSE
               MOVE ZERO TO CPC-BOOKED
           END-IF.
           IF CPC-BOOKED < CPC-FRAMES-PER-DAY
               SET ROOM-FOUND TO TRUE
               GO TO 4000-TRY-ONE-DAY-EXIT
           END-IF.
           IF WS-DAYS-TRIED < WS-HORIZON-DAYS
               MOVE WS-CANDIDATE-DATE TO WS-SEEK-DATE
               PERFORM 2100-NEXT-WORKING-DAY
               MOVE WS-SEEK-DATE TO WS-CANDIDATE-DATE
           END-IF.
       4000-TRY-ONE-DAY-EXIT.
           EXIT.

       END PROGRAM CAPCALC.
