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
