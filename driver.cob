               GOBACK
           END-IF

      *> Cross-company documents get their due-to/due-from lines
      *> before anything validates or totals the journal.  A 4 only
      *> means some could not be balanced; STEP2-ERROR rejects
      *> those and stops the run itself.
           DISPLAY "BATCH-DRIVER: BALANCING INTERCOMPANY DOCUMENTS"
           CALL "INTERCO-GEN"
           MOVE RETURN-CODE TO WS-STEP-RC
           IF WS-STEP-RC > 4
               DISPLAY "BATCH-DRIVER: INTERCO-GEN FAILED, RC="
                   WS-STEP-RC
               DISPLAY "BATCH-DRIVER: STOPPING BEFORE VALIDATION"
               MOVE WS-STEP-RC TO RETURN-CODE
               GOBACK
           END-IF

           DISPLAY "BATCH-DRIVER: VALIDATING JOURNAL"
           CALL "STEP2-ERROR"
           MOVE RETURN-CODE TO WS-STEP-RC
