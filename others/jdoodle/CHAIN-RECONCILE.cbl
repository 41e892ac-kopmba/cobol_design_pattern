      *> when the GL bounces. Amount hashes are compared where the
      *> two steps hash the same base (the edit and the driver both
      *> hash the clean operands)
      *> TRF-MATCH is the one step allowed to hand on a different
      *> count than it received - held and released transfer legs
      *> are accounted for on its own unmatched-leg report
           PERFORM VARYING I FROM 2 BY 1 UNTIL I > WS-STP-COUNT
               IF STP-COUNT(I) NOT = STP-COUNT(I - 1)
                 AND (STP-NAME(I - 1) NOT = "TRF-MATCH-IN"
                      OR STP-NAME(I) NOT = "TRF-MATCH")
                   ADD 1 TO WS-BREAKS
                   DISPLAY "CHAIN-RECONCILE: *** HANDOFF BREAK *** "
                       TRIM(STP-NAME(I - 1)) " passed "
                       WS-EVENT-SEVERITY WS-EVENT-MESSAGE
               END-IF
               IF STP-NAME(I - 1) = "TXN-EDIT"
                 AND (STP-NAME(I) = "BATCH-DRIVER"
                      OR STP-NAME(I) = "TRF-MATCH-IN")
                 AND STP-AMOUNT(I) NOT = STP-AMOUNT(I - 1)
                   ADD 1 TO WS-BREAKS
                   DISPLAY "CHAIN-RECONCILE: *** HANDOFF BREAK *** "
                       TRIM(STP-NAME(I - 1)) "/" TRIM(STP-NAME(I))
                       " amount hash mismatch"
                   MOVE 'E' TO WS-EVENT-SEVERITY
                   MOVE SPACES TO WS-EVENT-MESSAGE
                   STRING "handoff break: " TRIM(STP-NAME(I - 1))
                           "/" TRIM(STP-NAME(I))
                           " amount hash mismatch"
                       DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
                   CALL "LOG-EVENT-SEV" USING WS-PROGRAM-NAME
                       WS-EVENT-SEVERITY WS-EVENT-MESSAGE
