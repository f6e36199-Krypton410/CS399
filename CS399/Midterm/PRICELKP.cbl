      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared frame-shop price routine - given a date,
      *          returns every price in force on it off the PRICETAB
      *          price table: for each price code the row with the
      *          latest effective date not after the date asked
      *          for.  The order program prices a frame at its order
      *          date and a converted quote at its quote date; the
      *          maintenance program shows the list in force and the
      *          price a change replaces.  PRICETAB is seeded with
      *          the shop's standing price list, effective from the
      *          beginning, the first time it is found missing.  See
      *          PRCLREC for the calling convention.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRICELKP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRICE-FILE ASSIGN TO "PRICETAB"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRC-KEY
           FILE STATUS IS WS-PRICE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PRICE-FILE
           DATA RECORD IS PRC-REC.

       COPY "PRICEREC.cpy".

       WORKING-STORAGE SECTION.
       01 WS-PRICE-STATUS PIC X(2).
       01 WS-PRICE-EOF PIC X(1) VALUE "N".
       01 WS-CODE-NO PIC 99 VALUE ZERO.

       COPY "PRCCODES.cpy".

       LINKAGE SECTION.
       COPY "PRCLREC.cpy".

       PROCEDURE DIVISION USING PRICE-LOOKUP-AREA.
       0000-MAINLINE.
           OPEN INPUT PRICE-FILE.
           IF WS-PRICE-STATUS = "35"
               PERFORM 1000-SEED-PRICE-TABLE
               OPEN INPUT PRICE-FILE
           END-IF.
           IF WS-PRICE-STATUS NOT = "00"
               DISPLAY "*** FILE ERROR ON PRICE-FILE"
               DISPLAY "*** FILE STATUS = " WS-PRICE-STATUS
               STOP RUN
           END-IF.
           PERFORM 2000-PRICE-ONE-CODE
               VARYING WS-CODE-NO FROM 1 BY 1
               UNTIL WS-CODE-NO > 9.
           CLOSE PRICE-FILE.
           GOBACK.

      ******************************************************************
      * 1000-SEED-PRICE-TABLE - the standing price list, effective
      * from the beginning so every order ever taken prices the way
      * it did before the table existed.
      ******************************************************************
       1000-SEED-PRICE-TABLE.
           OPEN OUTPUT PRICE-FILE.
           PERFORM 1100-SEED-ONE-PRICE
               VARYING WS-CODE-NO FROM 1 BY 1
               UNTIL WS-CODE-NO > 9.
           CLOSE PRICE-FILE.

       1100-SEED-ONE-PRICE.
           MOVE PCT-CODE(WS-CODE-NO) TO PRC-CODE.
           MOVE ZERO TO PRC-EFF-DATE.
           MOVE PCT-DEFAULT(WS-CODE-NO) TO PRC-PRICE.
           MOVE "SEED" TO PRC-OPERATOR-ID.
           MOVE ZERO TO PRC-ENTERED-DATE.
           WRITE PRC-REC.

      ******************************************************************
      * 2000-PRICE-ONE-CODE - walks the code's rows in effective-date
      * order and keeps the last one not after PCL-AS-OF-DATE.  A
      * code with no row yet in force falls back to the standing
      * price.
      ******************************************************************
       2000-PRICE-ONE-CODE.
           MOVE PCT-DEFAULT(WS-CODE-NO) TO PCL-PRICE(WS-CODE-NO).
           MOVE "N" TO WS-PRICE-EOF.
           MOVE PCT-CODE(WS-CODE-NO) TO PRC-CODE.
           MOVE ZERO TO PRC-EFF-DATE.
           START PRICE-FILE KEY IS NOT LESS THAN PRC-KEY
               INVALID KEY
                   MOVE "Y" TO WS-PRICE-EOF
           END-START.
           PERFORM 2100-READ-ONE-ROW THRU 2100-READ-ONE-ROW-EXIT
               UNTIL WS-PRICE-EOF = "Y".

       2100-READ-ONE-ROW.
           READ PRICE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-PRICE-EOF
                   GO TO 2100-READ-ONE-ROW-EXIT
           END-READ.
           IF PRC-CODE NOT = PCT-CODE(WS-CODE-NO) OR
               PRC-EFF-DATE > PCL-AS-OF-DATE
               MOVE "Y" TO WS-PRICE-EOF
           ELSE
               MOVE PRC-PRICE TO PCL-PRICE(WS-CODE-NO)
           END-IF.
       2100-READ-ONE-ROW-EXIT.
           EXIT.

       END PROGRAM PRICELKP.
