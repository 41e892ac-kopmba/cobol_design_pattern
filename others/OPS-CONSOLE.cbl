       01 WS-COMMAND PIC X(600).
       01 WS-JOB-COMMAND PIC X(160).
       01 WS-JOB-NAME PIC X(30).
      *> the profile function the job is gated by - a launch by a
      *> signed-on operator is audited under it
       01 WS-JOB-FUNCTION PIC X(20).
      *> wide enough for a raw shell wait status (exit code in the
      *> high byte) - a four-digit field truncates it before the
      *> fold below can recognize it (same sizing as JOB-CHAIN's)
               END-IF
               MOVE "OPEN" TO WS-OPERATOR-ID
               MOVE "(no profile)" TO WS-OPERATOR-ROLE
               MOVE 'N' TO WS-SIGNED
               MOVE 'Y' TO WS-CAN-REGRESSION WS-CAN-VERIFY
                   WS-CAN-CALC WS-CAN-EMPLOYEE
           ELSE
       RUN-REGRESSION.
           MOVE SPACES TO WS-ENV-PREFIX
           MOVE "Regression run" TO WS-JOB-NAME
           MOVE "RUN-REGRESSION" TO WS-JOB-FUNCTION
           MOVE "TEST-CLASS-CONTROL-FILE" TO WS-PARAM-NAME
           MOVE "CLASS-DEFINITIONS.DAT" TO WS-PARAM-DEFAULT
           PERFORM PROMPT-ONE-PARAMETER
       RUN-CLASS-VERIFY.
           MOVE SPACES TO WS-ENV-PREFIX
           MOVE "Class verify" TO WS-JOB-NAME
           MOVE "RUN-VERIFY" TO WS-JOB-FUNCTION
           MOVE "NIGHTLY-VERIFY-FILE" TO WS-PARAM-NAME
           MOVE "NIGHTLY-VERIFY.DAT" TO WS-PARAM-DEFAULT
           PERFORM PROMPT-ONE-PARAMETER
       RUN-CALC-BATCH.
           MOVE SPACES TO WS-ENV-PREFIX
           MOVE "Calc batch" TO WS-JOB-NAME
           MOVE "RUN-CALC" TO WS-JOB-FUNCTION
           MOVE "CALC-TXN-FILE" TO WS-PARAM-NAME
           MOVE "TRANSACTIONS.DAT" TO WS-PARAM-DEFAULT
           PERFORM PROMPT-ONE-PARAMETER
       RUN-EMPLOYEE-UPDATE.
           MOVE SPACES TO WS-ENV-PREFIX
           MOVE "Employee update" TO WS-JOB-NAME
           MOVE "RUN-EMPLOYEE" TO WS-JOB-FUNCTION
           MOVE "EMPLOYEE-MASTER-FILE" TO WS-PARAM-NAME
           MOVE "EMPLOYEE.DAT" TO WS-PARAM-DEFAULT
           PERFORM PROMPT-ONE-PARAMETER
               DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
           CALL "LOG-EVENT-SEV" USING WS-PROGRAM-NAME
               WS-EVENT-SEVERITY WS-EVENT-MESSAGE
      *> the function exercised, in the one shape every protected
      *> verb logs it - the access recertification counts these
           IF WS-SIGNED = 'Y'
               MOVE SPACES TO WS-EVENT-MESSAGE
               STRING "operator " TRIM(WS-OPERATOR-ID)
                       " used " TRIM(WS-JOB-FUNCTION)
                   DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
               CALL "LOG-EVENT-SEV" USING WS-PROGRAM-NAME
                   WS-EVENT-SEVERITY WS-EVENT-MESSAGE
           END-IF
           DISPLAY "----- " TRIM(WS-JOB-NAME) " starting -----"
           CALL "SYSTEM" USING WS-COMMAND
           MOVE RETURN-CODE TO WS-STEP-RC
