      ******************************************************************
      * PXMTREC - Provincial transmittal record, the fixed layout the
      * Provincial Assessor's office takes the month's roll changes
      * in on PROVROLL: one header ("H"), one detail ("D") per change
      * and one trailer ("T") carrying the detail count and the total
      * of the detail values, which the province proves the file
      * against before loading it.  Detail change types are NT new
      * tax declaration, TR transfer, SD subdivision, CN
      * consolidation, RT retirement and VC value change.
      ******************************************************************
       01 PXM-REC.
           05 PXM-REC-TYPE PIC X(1).
               88 PXM-HEADER VALUE "H".
               88 PXM-DETAIL VALUE "D".
               88 PXM-TRAILER VALUE "T".
           05 PXM-BODY PIC X(149).
      * DETAIL - THE LOT CHANGED AND, FOR A SUBDIVISION OR
      * CONSOLIDATION, THE PARENT IT CAME FROM; THE TD ISSUED AND THE
      * TD IT CANCELS; THE OWNER AFTER THE CHANGE AND, ON A TRANSFER,
      * THE OWNER BEFORE IT.  THE REFERENCE IS THE DEED NUMBER ON A
      * TRANSFER, OTHERWISE THE TRANSACTION BEHIND THE CHANGE.
           05 PXM-DETAIL-BODY REDEFINES PXM-BODY.
               10 PXM-CHANGE-TYPE PIC X(2).
               10 PXM-CHANGE-DATE PIC 9(8).
               10 PXM-LOT-NUMBER PIC 9(9).
               10 PXM-RELATED-LOT PIC 9(9).
               10 PXM-TD-NUMBER PIC 9(7).
               10 PXM-CANCELS-TD PIC 9(7).
               10 PXM-OWNER-NAME PIC X(26).
               10 PXM-PRIOR-OWNER PIC X(26).
               10 PXM-REFERENCE PIC X(12).
               10 PXM-PRIOR-VAL PIC 9(6)V99.
               10 PXM-VALUE PIC 9(6)V99.
               10 PXM-CONSIDERATION PIC 9(9)V99.
               10 FILLER PIC X(16).
           05 PXM-HEADER-BODY REDEFINES PXM-BODY.
               10 PXM-H-MONTH PIC 9(6).
               10 PXM-H-RUN-DATE PIC 9(8).
               10 PXM-H-SENDER PIC X(30).
               10 PXM-H-RESEND PIC X(1).
               10 FILLER PIC X(104).
           05 PXM-TRAILER-BODY REDEFINES PXM-BODY.
               10 PXM-T-MONTH PIC 9(6).
               10 PXM-T-COUNT PIC 9(7).
               10 PXM-T-VALUE-TOTAL PIC 9(11)V99.
               10 FILLER PIC X(123).
