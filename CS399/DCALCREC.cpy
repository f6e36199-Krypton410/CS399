      *         skipped); result in DC-RESULT-DATE, unchanged when
      *         the date already is a business day.  DC-VALID-FLAG
      *         reports on the input date.
      *   "A" - adds DC-ADD-DAYS calendar days to DC-DATE-1 (due
      *         dates off supplier terms); result in DC-RESULT-DATE.
      *         DC-VALID-FLAG reports on the input date.
      ******************************************************************
       01 DATE-CALC-AREA.
           05 DC-FUNCTION PIC X(1).
           05 DC-RESULT-DATE PIC 9(8).
           05 DC-RESULT-DAYS PIC S9(7).
           05 DC-VALID-FLAG PIC X(1).
           05 DC-ADD-DAYS PIC 9(3).
