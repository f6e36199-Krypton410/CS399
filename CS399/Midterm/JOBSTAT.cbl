      *          then by promise date) to WORKQRPT and the pickup
      *          aging of finished frames nobody has collected to
      *          PICKRPT - the rack space problem the shop only used
      *          to notice at inventory time.  No balance is taken
      *          while the day's month is closed on PERIODCTL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 WS-COUNT-ED PIC ZZ,ZZ9.
       01 WS-DAYS-ED PIC ZZZZ9.

      * PARAMETER AREA FOR THE SHARED PERDCHK POSTING PERIOD ROUTINE.
       COPY "PDCREC.cpy".

      * WS-ERR-FILE-NAME/WS-ERR-STATUS ARE SET BY THE CHECK-xxx-STATUS
      * PARAGRAPHS BELOW BEFORE PERFORMING ABEND-FILE-ERROR.
       01 WS-ERR-FILE-NAME PIC X(20).
               DISPLAY "NOTHING OWING ON THIS INVOICE."
               GO TO 5000-COLLECT-BALANCE-EXIT
           END-IF.
           MOVE WS-TODAY TO PDC-DATE.
           CALL "PERDCHK" USING PERIOD-CHECK-AREA.
           IF PDC-PERIOD-CLOSED
               DISPLAY "THIS MONTH IS CLOSED FOR POSTING - NOTHING "
                   "COLLECTED."
               GO TO 5000-COLLECT-BALANCE-EXIT
           END-IF.
           DISPLAY "AMOUNT COLLECTED : P".
           ACCEPT WS-COLLECT-AMOUNT.
           IF WS-COLLECT-AMOUNT = ZERO
