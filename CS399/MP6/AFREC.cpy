      ******************************************************************
      * AFREC - Accountable form record, one row on AFFILE per booklet
      * of pre-numbered official receipts, keyed by the last serial in
      * the booklet so a START NOT LESS THAN on any OR number lands on
      * the only booklet that can hold it.  The booklet comes into
      * stock from the printer, is issued to one collector, and is
      * consumed when its last serial has been used.  Shared by the
      * forms control program that receives and issues booklets and
      * the posting programs that refuse an OR the collector was never
      * issued.
      ******************************************************************
       01 AF-REC.
           05 AF-END-SERIAL PIC 9(7).
           05 AF-START-SERIAL PIC 9(7).
           05 AF-RECEIVED-DATE PIC 9(8).
           05 AF-ISSUE-DATE PIC 9(8).
           05 AF-COLLECTOR-ID PIC X(8).
           05 AF-STATUS PIC X(1).
               88 AF-IN-STOCK VALUE "S".
               88 AF-ISSUED VALUE "I".
               88 AF-CONSUMED VALUE "C".
           05 AF-USED-COUNT PIC 9(5).
           05 AF-LAST-USED PIC 9(7).
           05 AF-STATUS-DATE PIC 9(8).
           05 AF-OPERATOR-ID PIC X(8).
