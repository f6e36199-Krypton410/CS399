      *          YYYYMMDD date, computes a maturity a term of years
      *          out (Feb 29 clamped to Feb 28 in a non-leap year),
      *          and counts true elapsed days between two dates,
      *          leap years included, and adds a number of
      *          calendar days to a date.  See DCALCREC for the
      *          calling convention.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               IF DC-VALID-FLAG = "Y"
                   PERFORM 4000-NEXT-BUSINESS-DAY
               END-IF
           ELSE IF DC-FUNCTION = "A"
               PERFORM 1000-VALIDATE-DATE-1
               IF DC-VALID-FLAG = "Y"
                   PERFORM 5000-ADD-DAYS
               END-IF
           ELSE
               MOVE "N" TO DC-VALID-FLAG
           END-IF.
           EXIT.

      ******************************************************************
      * 4300-ROLL-ONE-DAY - the date forward one calendar day, then
      * tested again.
      ******************************************************************
       4300-ROLL-ONE-DAY.
           PERFORM 5100-NEXT-CALENDAR-DAY.
           ADD 1 TO WS-ROLL-GUARD.
           PERFORM 4200-TEST-BUSINESS-DAY.
       4300-ROLL-ONE-DAY-EXIT.
           EXIT.

      ******************************************************************
      * 5000-ADD-DAYS - DC-DATE-1 carried forward DC-ADD-DAYS calendar
      * days, one day at a time so month ends and leap Februaries
      * fall where the calendar puts them.
      ******************************************************************
       5000-ADD-DAYS.
           MOVE DC-DATE-1 TO WS-WORK-DATE.
           PERFORM 5100-NEXT-CALENDAR-DAY DC-ADD-DAYS TIMES.
           MOVE WS-WORK-DATE TO DC-RESULT-DATE.

      ******************************************************************
      * 5100-NEXT-CALENDAR-DAY - the calendar's own month lengths (and
      * leap Februaries) carry WS-WORK-DATE forward one day.
      ******************************************************************
       5100-NEXT-CALENDAR-DAY.
           MOVE WS-DAYS-IN-MONTH(WS-WK-MONTH) TO WS-MONTH-LIMIT.
           PERFORM 1200-TEST-LEAP-YEAR.
           IF WS-WK-MONTH = 2 AND LEAP-YEAR
                   ADD 1 TO WS-WK-YEAR
               END-IF
           END-IF.

       END PROGRAM DATECALC.
