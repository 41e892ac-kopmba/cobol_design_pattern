               PERFORM TRUNCATE-SPILL
               PERFORM SAVE-REPOSITORY
               DISPLAY "COLLECT: repository cleared"
      *> a signed-on clear names the operator and the function it
      *> exercised - the access recertification counts these lines
               IF WS-SIGNED = 'Y'
                   MOVE SPACES TO WS-EVENT-MESSAGE
                   STRING "operator " TRIM(WS-OPERATOR-ID)
                           " used REPO-CLEAR - repository cleared"
                       DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
               ELSE
                   MOVE "repository cleared" TO WS-EVENT-MESSAGE
               END-IF
               CALL "LOG-EVENT" USING WS-EVENT-PROGRAM WS-EVENT-MESSAGE
      *> a clear whose empty state could not be persisted must not
      *> report success - the staged code carries the save outcome
      *> real: sign on (OPERATOR-ID or the terminal) and hold the
      *> named function
           MOVE 'Y' TO WS-AUTH-ALLOWED
           MOVE 'N' TO WS-SIGNED
           MOVE "OPERATOR-PROFILE.DAT" TO WS-PROFILE-PROBE-NAME
           ACCEPT WS-PROFILE-PROBE-NAME FROM ENVIRONMENT
               "OPERATOR-PROFILE-FILE"
