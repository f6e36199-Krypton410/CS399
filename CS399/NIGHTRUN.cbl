      ******************************************************************
      * CHECK-RUN-BOOK - the reports are step 2 of the night: the
      * run-book rows for the business date seed if absent, the
      * five step statuses display so the operator restarting a dead
      * night can see where it stands, the verification (step 1)
      * must show complete, and a completed own step refuses a
      * duplicate run.
           DISPLAY "RUN-BOOK FOR BUSINESS DATE " WS-RBK-DATE ":".
           MOVE 1 TO WS-SHOW-STEP.
           PERFORM SHOW-ONE-STEP THRU SHOW-ONE-STEP-EXIT
               UNTIL WS-SHOW-STEP > 5.
           MOVE "N" TO WS-RBK-FOUND-SWITCH.
           MOVE WS-RBK-DATE TO RBK-BUSINESS-DATE.
           MOVE WS-MY-STEP-NO TO RBK-STEP-NO.
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
