           END-IF.

      ******************************************************************
      * SEED-RUNBOOK-STEPS - the night's five step rows for the
      * business date, written pending wherever absent so every
      * batch program finds the same book.
      ******************************************************************
       SEED-RUNBOOK-STEPS.
           MOVE 1 TO WS-SEED-STEP.
           PERFORM SEED-ONE-STEP THRU SEED-ONE-STEP-EXIT
               UNTIL WS-SEED-STEP > 5.

       SEED-ONE-STEP.
           MOVE WS-RBK-DATE TO RBK-BUSINESS-DATE.
                       MOVE "NIGHTRUN" TO RBK-STEP-NAME
                   ELSE IF WS-SEED-STEP = 3
                       MOVE "GLEXPORT" TO RBK-STEP-NAME
                   ELSE IF WS-SEED-STEP = 4
                       MOVE "EXCPRPT" TO RBK-STEP-NAME
                   ELSE
                       MOVE "MGTSUMRY" TO RBK-STEP-NAME
                   END-IF
                   END-IF
                   END-IF
                   END-IF
                   MOVE "P" TO RBK-STATUS
                   MOVE ZERO TO RBK-END-TIME
