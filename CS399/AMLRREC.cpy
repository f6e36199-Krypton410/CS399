      ******************************************************************
      * AMLRREC - Financial intelligence unit report record, the
      * fixed layout the unit takes covered transaction reports
      * (CTR, to AMLCTR) and suspicious transaction reports (STR, to
      * AMLSTR, for the worklist items the compliance officer has
      * escalated since the last run) in, both written by the daily
      * screening run: one header ("H"), one detail ("D") per
      * transaction or pattern reported and one trailer ("T")
      * carrying the detail count and amount total the unit proves
      * the file against.  Transaction codes are PL placement, AD
      * additional deposit, WD withdrawal and CL closure; a
      * structured pattern reports SI (cash in) or SO (cash out)
      * with the span of dates and the count behind it.
      ******************************************************************
       01 AMR-REC.
           05 AMR-REC-TYPE PIC X(1).
               88 AMR-HEADER VALUE "H".
               88 AMR-DETAIL VALUE "D".
               88 AMR-TRAILER VALUE "T".
           05 AMR-BODY PIC X(159).
           05 AMR-DETAIL-BODY REDEFINES AMR-BODY.
               10 AMR-REPORT-TYPE PIC X(3).
               10 AMR-TXN-DATE PIC 9(8).
               10 AMR-TXN-TIME PIC 9(8).
               10 AMR-TXN-CODE PIC X(2).
               10 AMR-ACCOUNT-NUMBER PIC 99999.
               10 AMR-BRANCH-CODE PIC X(4).
               10 AMR-CIF-NUMBER PIC 9(5).
               10 AMR-SUBJECT-NAME PIC X(26).
               10 AMR-ADDRESS PIC X(30).
               10 AMR-ID-TYPE PIC X(10).
               10 AMR-ID-NUMBER PIC X(15).
               10 AMR-AMOUNT PIC 9(9)V99.
               10 AMR-TXN-COUNT PIC 9(3).
               10 AMR-FIRST-DATE PIC 9(8).
               10 AMR-REFERENCE PIC X(12).
               10 FILLER PIC X(9).
           05 AMR-HEADER-BODY REDEFINES AMR-BODY.
               10 AMR-H-REPORT-TYPE PIC X(3).
               10 AMR-H-REPORT-DATE PIC 9(8).
               10 AMR-H-INSTITUTION PIC X(30).
               10 FILLER PIC X(118).
           05 AMR-TRAILER-BODY REDEFINES AMR-BODY.
               10 AMR-T-REPORT-TYPE PIC X(3).
               10 AMR-T-COUNT PIC 9(7).
               10 AMR-T-AMOUNT-TOTAL PIC 9(11)V99.
               10 FILLER PIC X(136).
