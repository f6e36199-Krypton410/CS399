      * Date:
      * Purpose: Real-property tax billing run - applies the shop's
      *          tax-rate bands to each lot on the assessment master
      *          and produces a per-lot tax billing listing.  Open
      *          taxpayer credits on TAXCRDT are shown on each bill
      *          as a deduction; the collections load spends them.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           RECORD KEY IS IMP-KEY
           FILE STATUS IS WS-IMP-STATUS.

       SELECT CREDIT-FILE
           ASSIGN TO "TAXCRDT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CRDT-KEY
           FILE STATUS IS WS-CRDT-STATUS.

       DATA DIVISION.
       FILE SECTION.


       COPY "IMPREC.cpy".

      ******************************************************************
      * CREDIT-FILE - the taxpayer credit ledger, read only here for
      * the credit each lot still has on file.
      ******************************************************************
       FD CREDIT-FILE
           DATA RECORD IS CRDT-REC.

       COPY "CRDTREC.cpy".

       WORKING-STORAGE SECTION.
      * WS-MASTER-PATH DEFAULTS TO THE SHOP'S USUAL LOCATION BUT CAN BE
      * OVERRIDDEN BY SETTING THE MASTERFILE ENVIRONMENT VARIABLE, THE
       01 WS-IMP-SUM PIC 9(7)V99 VALUE ZERO.
       01 WS-LOT-TOTAL-VAL PIC 9(7)V99 VALUE ZERO.

      * TAXPAYER CREDIT FIELDS - THE OPEN CREDIT A LOT CARRIES ON
      * TAXCRDT, SHOWN ON ITS BILL AS A DEDUCTION.
       01 WS-CRDT-STATUS PIC X(2).
       01 WS-CRDT-EOF PIC X VALUE "N".
       01 WS-CRDT-FILE-SWITCH PIC X VALUE "N".
           88 CRDT-FILE-ON-HAND VALUE "Y".
       01 WS-CREDIT-ON-FILE PIC 9(7)V99 VALUE ZERO.
       01 WS-CREDIT-TOTAL PIC 9(8)V99 VALUE ZERO.
       01 WS-NET-DUE PIC 9(7)V99 VALUE ZERO.

      ******************************************************************
      * QUARTERLY INSTALLMENT TERMS
      *   FOUR EQUAL QUARTERS (LAST QUARTER CARRIES THE ROUNDING
               PERFORM CHECK-IMP-STATUS
               SET IMP-FILE-ON-HAND TO TRUE
           END-IF.
           OPEN INPUT CREDIT-FILE.
           IF WS-CRDT-STATUS = "35"
               MOVE "N" TO WS-CRDT-FILE-SWITCH
           ELSE
               PERFORM CHECK-CRDT-STATUS
               SET CRDT-FILE-ON-HAND TO TRUE
           END-IF.
           OPEN INPUT MASTER-FILE.
           PERFORM CHECK-MASTER-STATUS.
           OPEN OUTPUT BILL-FILE.
               PERFORM SUM-IMPROVEMENTS
               PERFORM 2100-COMPUTE-TAX
               PERFORM 2150-COMPUTE-INSTALLMENTS
               PERFORM SUM-CREDITS
               PERFORM 2200-WRITE-BILL
               PERFORM 2300-WRITE-LISTING-LINE
               PERFORM 2350-WRITE-INSTALLMENT-LINES
               ADD WS-LOT-TOTAL-VAL TO WS-VAL-TOTAL
               ADD WS-TAX-DUE TO WS-TAX-TOTAL
               ADD WS-SEF-DUE TO WS-SEF-TOTAL
               ADD WS-CREDIT-ON-FILE TO WS-CREDIT-TOTAL
           END-IF.
           PERFORM 1200-READ-MASTER.

               MOVE "  " TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.
      * LAND VALUED OFF THE SCHEDULE OF MARKET VALUES IS ALREADY AT
      * ASSESSED VALUE ON THE MASTER, SO ONLY ITS IMPROVEMENTS TAKE
      * THE CLASS LEVEL HERE; A KEYED VALUATION TAKES IT ON THE WHOLE.
           IF PROP-SMV-VALUED-OUT
               COMPUTE WS-TAXABLE-VAL ROUNDED = ASSESSED_VAL_OUT +
                   (WS-IMP-SUM * WS-CL-ASSESS-LEVEL(CL-IDX))
           ELSE
               COMPUTE WS-TAXABLE-VAL ROUNDED =
                   WS-LOT-TOTAL-VAL * WS-CL-ASSESS-LEVEL(CL-IDX)
           END-IF.
           IF PROP-EXEMPT-CODE-OUT NOT = SPACES
               MOVE PROP-EXEMPT-CODE-OUT TO WS-LOOKUP-EXEMPT-CODE
               PERFORM LOOKUP-EXEMPT
               MOVE "N" TO BILL-APPEAL-FLAG
           END-IF.
           MOVE WS-LOOKUP-CLASS-CODE TO BILL-PROP-CLASS.
           MOVE WS-CREDIT-ON-FILE TO BILL-CREDIT-ON-FILE.
           WRITE BILL-REC.
           PERFORM CHECK-BILL-STATUS.

               INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM CHECK-PRINT-STATUS.
           IF WS-CREDIT-ON-FILE > ZERO
               IF WS-CREDIT-ON-FILE > WS-TAX-DUE + WS-SEF-DUE
                   MOVE ZERO TO WS-NET-DUE
               ELSE
                   COMPUTE WS-NET-DUE =
                       WS-TAX-DUE + WS-SEF-DUE - WS-CREDIT-ON-FILE
               END-IF
               MOVE SPACES TO PRINT-REC
               STRING "      LESS TAX CREDIT ON FILE    : "
                   DELIMITED BY SIZE
                   WS-CREDIT-ON-FILE DELIMITED BY SIZE
                   INTO PRINT-REC
               WRITE PRINT-REC
               PERFORM CHECK-PRINT-STATUS
               MOVE SPACES TO PRINT-REC
               STRING "      NET OF CREDIT (BASIC+SEF)  : "
                   DELIMITED BY SIZE
                   WS-NET-DUE DELIMITED BY SIZE
                   INTO PRINT-REC
               WRITE PRINT-REC
               PERFORM CHECK-PRINT-STATUS
           END-IF.

       2360-WRITE-ONE-INSTALLMENT.
           MOVE ZERO TO WS-INST-DUE-DATE.
               WRITE PRINT-REC
               PERFORM CHECK-PRINT-STATUS
           END-IF.
           IF WS-CREDIT-TOTAL > ZERO
               MOVE WS-CREDIT-TOTAL TO WS-SEF-TOTAL-ED
               MOVE SPACES TO PRINT-REC
               STRING "CREDITS ON FILE   : " WS-SEF-TOTAL-ED
                   DELIMITED BY SIZE INTO PRINT-REC
               WRITE PRINT-REC
               PERFORM CHECK-PRINT-STATUS
           END-IF.
           IF APPEAL-FILE-ON-HAND
               CLOSE APPEAL-FILE
           END-IF.
           IF IMP-FILE-ON-HAND
               CLOSE IMPROVE-FILE
           END-IF.
           IF CRDT-FILE-ON-HAND
               CLOSE CREDIT-FILE
           END-IF.
           CLOSE MASTER-FILE.
           CLOSE BILL-FILE.
           CLOSE PRINT-FILE.
       SUM-ONE-IMPROVEMENT-EXIT.
           EXIT.

      ******************************************************************
      * SUM-CREDITS - the open balance of every TAXCRDT row the lot
      * in hand carries, read off in OR order.
      ******************************************************************
       SUM-CREDITS.
           MOVE ZERO TO WS-CREDIT-ON-FILE.
           IF CRDT-FILE-ON-HAND
               MOVE "N" TO WS-CRDT-EOF
               MOVE LOT_NUMBER_OUT TO CRDT-LOT-NUMBER
               MOVE ZERO TO CRDT-OR-NUMBER
               START CREDIT-FILE KEY IS NOT LESS THAN CRDT-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-CRDT-EOF
               END-START
               PERFORM SUM-ONE-CREDIT THRU SUM-ONE-CREDIT-EXIT
                   UNTIL WS-CRDT-EOF = "Y"
           END-IF.

       SUM-ONE-CREDIT.
           READ CREDIT-FILE NEXT RECORD
           AT END
               MOVE "Y" TO WS-CRDT-EOF
           NOT AT END
               IF CRDT-LOT-NUMBER NOT = LOT_NUMBER_OUT
                   MOVE "Y" TO WS-CRDT-EOF
               ELSE
                   IF CRDT-OPEN
                       ADD CRDT-BALANCE TO WS-CREDIT-ON-FILE
                   END-IF
               END-IF
           END-READ.
           IF WS-CRDT-STATUS NOT = "00" AND WS-CRDT-STATUS NOT = "10"
               MOVE "CREDIT-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-CRDT-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.
       SUM-ONE-CREDIT-EXIT.
           EXIT.

       CHECK-CRDT-STATUS.
           IF WS-CRDT-STATUS NOT = "00"
               MOVE "CREDIT-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-CRDT-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-CLASS-STATUS.
           IF WS-CLASS-STATUS NOT = "00"
               MOVE "CLASS-FILE" TO WS-ERR-FILE-NAME
