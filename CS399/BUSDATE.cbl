      *          and the exception report have both recorded their
      *          runs against the closing date.  This is how the
      *          2 A.M. "did the run already go?" phone calls stop.
      *          The day will not close while any teller who handled
      *          cash on it has not counted and balanced their drawer
      *          against the position the shared CASHPOS routine
      *          works out.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 WS-RBK-ON-HAND PIC X VALUE "N".
           88 RUN-BOOK-ON-HAND VALUE "Y".

      * PARAMETER AREA FOR THE SHARED CASHPOS POSITION ROUTINE.
       COPY "CPOSREC.cpy".
       01 WS-UNBALANCED-COUNT PIC 9(3) VALUE ZERO.

      * PARAMETER AREA FOR THE SHARED DATECALC DATE ROUTINE.
       COPY "DCALCREC.cpy".

           DISPLAY "ENTER OPTION : ".
           ACCEPT OPTION.
           IF OPTION = 1 THEN
               PERFORM 3000-CLOSE-THE-DAY THRU 3000-CLOSE-THE-DAY-EXIT
           ELSE IF OPTION = 2 THEN
               PERFORM 4000-OPEN-NEXT-DATE
                   THRU 4000-OPEN-NEXT-DATE-EXIT
           DISPLAY "NIGHT BATCH RAN FOR  : " RC-NIGHTRUN-DATE.
           DISPLAY "EXCEPTION RPT RAN FOR: " RC-EXCPRPT-DATE.

      ******************************************************************
      * 3000-CLOSE-THE-DAY - every teller who handled cash on the
      * business date must have counted their drawer against its
      * final position before the day closes.
      ******************************************************************
       3000-CLOSE-THE-DAY.
           IF RC-DAY-IS-CLOSED
               DISPLAY "THE DAY IS ALREADY CLOSED."
               GO TO 3000-CLOSE-THE-DAY-EXIT
           END-IF.
           PERFORM 3100-CHECK-TELLERS.
           IF WS-UNBALANCED-COUNT > ZERO OR CPS-TOO-MANY-TELLERS
               DISPLAY "TELLERS ARE NOT ALL BALANCED FOR "
                   RC-BUSINESS-DATE " - DAY-CLOSE REFUSED."
               GO TO 3000-CLOSE-THE-DAY-EXIT
           END-IF.
           MOVE "Y" TO RC-DAY-CLOSED.
           PERFORM 8100-REWRITE-RUN-CONTROL.
           DISPLAY "DAY CLOSED - THE BATCH SEQUENCE MAY RUN.".
       3000-CLOSE-THE-DAY-EXIT.
           EXIT.

       3100-CHECK-TELLERS.
           MOVE ZERO TO WS-UNBALANCED-COUNT.
           MOVE RC-BUSINESS-DATE TO CPS-BUSINESS-DATE.
           CALL "CASHPOS" USING CASH-POSITION-AREA.
           PERFORM 3110-CHECK-ONE-TELLER
               VARYING CPS-IDX FROM 1 BY 1
               UNTIL CPS-IDX > CPS-TELLER-COUNT.
           IF CPS-TOO-MANY-TELLERS
               DISPLAY "  MORE TELLERS TRANSACTED THAN THE POSITION "
                   "TABLE HOLDS - SEE THE SYSTEMS STAFF."
           END-IF.

       3110-CHECK-ONE-TELLER.
           IF NOT CPS-TELLER-BALANCED (CPS-IDX)
               ADD 1 TO WS-UNBALANCED-COUNT
               IF CPS-POSITION-STATUS (CPS-IDX) = "B"
                   DISPLAY "  TELLER " CPS-TELLER-ID (CPS-IDX)
                       " HAS TRANSACTED SINCE THE LAST COUNT."
               ELSE
                   DISPLAY "  TELLER " CPS-TELLER-ID (CPS-IDX)
                       " HAS NOT BALANCED."
               END-IF
           END-IF.

      ******************************************************************
               MOVE 1 TO WS-CHECK-STEP
               PERFORM 4510-CHECK-ONE-STEP
                   THRU 4510-CHECK-ONE-STEP-EXIT
                   UNTIL WS-CHECK-STEP > 5
               CLOSE RUN-BOOK-FILE
           END-IF.

