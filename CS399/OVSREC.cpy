      ******************************************************************
      * OVSREC - Over/short register row, appended to OVSHREG for
      * every teller cash count: the expected closing cash, the
      * pieces counted in each denomination and their total, and
      * the overage or shortage, signed by the teller and whoever
      * witnessed the count.
      ******************************************************************
       01 OVS-REC.
           05 OVS-DATE PIC 9(8).
           05 OVS-TIME PIC 9(8).
           05 OVS-TELLER PIC X(8).
           05 OVS-EXPECTED PIC S9(9)V99.
      * PIECES BY DENOMINATION, IN THE ORDER OF THE COUNT SHEET:
      * 1000, 500, 200, 100, 50, 20, 10, 5, 1 AND 0.25.
           05 OVS-PIECES PIC 9(5) OCCURS 10 TIMES.
           05 OVS-COUNTED PIC 9(9)V99.
           05 OVS-DIFFERENCE PIC S9(9)V99.
           05 OVS-RESULT PIC X(1).
               88 OVS-EVEN VALUE "E".
               88 OVS-OVER VALUE "O".
               88 OVS-SHORT VALUE "S".
           05 OVS-WITNESS PIC X(8).
