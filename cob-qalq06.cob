       AUTHOR.  "Christer Stig Åke Landstedt".

      * Nightly stream driver. Runs the batch stream in order:
      *   ASSEMBLE - cob-qalq11 queue assembly into CALCQIN1-3
      *   EDIT     - cob-qalq03 queue edit pass
      *   CALC     - cob-qalq02 batch pass (QALQ_MODE=BATCH)
      *   POST     - cob-qalq15 GL posting
      *   SUMMARY  - cob-qalq04 operations summary
      * A step return code of 0 is clean and 4 is warnings; anything
      * above 4 halts the stream at that step. Each step's outcome
      * and the overall stream status are written to CALCSTRM so the
       999-STREAM-STEP.
       EVALUATE STEP-NBR
         WHEN 1
           MOVE "ASSEMBLE" TO STEP-NAME
           MOVE "./cob-qalq11" TO STEP-COMMAND
         WHEN 2
           MOVE "EDIT" TO STEP-NAME
           MOVE "./cob-qalq03" TO STEP-COMMAND
         WHEN 3
           MOVE "CALC" TO STEP-NAME
           MOVE "QALQ_MODE=BATCH ./cob-qalq02" TO STEP-COMMAND
         WHEN 4
           MOVE "POST" TO STEP-NAME
           MOVE "./cob-qalq15" TO STEP-COMMAND
         WHEN 5
           MOVE "SUMMARY" TO STEP-NAME
           MOVE "./cob-qalq04" TO STEP-COMMAND
       END-EVALUATE.
               MOVE STEP-RC TO STREAM-RC
           END-IF
           ADD 1 TO STEP-NBR
           IF STEP-NBR < 6
               GO TO 999-STREAM-STEP
           END-IF
           GO TO 999-STREAM-END
