      *> the failing RETURN-CODE handed to DIAG-SNAPSHOT - staged
      *> here because the CALL itself clobbers the special register
       01 WS-FAIL-CODE PIC 9(2).
      *> METHOD-SIGNATURE-CHECK's verdict on the arguments - a
      *> rejected call never reaches the method and never goes to
      *> the retry queue, the same arguments would fail every time
       01 WS-ARGS-REJECTED PIC X(1) VALUE 'N'.
       01 WS-SIG-REASON-CODE PIC X(4).
       01 WS-SIG-REASON-TEXT PIC X(80).
      *> a failed dispatch is an error-severity event for the
      *> operator alert feed; a clean one stays informational
       01 WS-EVENT-SEVERITY PIC X(1) VALUE 'I'.
      *> call - the CALL itself is by method name either way
               MOVE LS-METHOD-NAME TO WS-RESOLVE-METHOD
               PERFORM RESOLVE-METHOD-ON-CHAIN
               PERFORM DISPATCH-METHOD THRU DISPATCH-METHOD-EXIT
            END-IF.

            IF LS-APPLY = 'A'
               MOVE LS-METHOD-NAME TO WS-RESOLVE-METHOD
               PERFORM RESOLVE-METHOD-ON-CHAIN
               IF WS-RESOLVED-CLASS NOT = SPACES
                   PERFORM DISPATCH-METHOD THRU DISPATCH-METHOD-EXIT
               ELSE
                   DISPLAY "The method does not exist anywhere on "
                       "the ancestor chain"
                   END-IF
               END-PERFORM
               IF ALL-METHODS-FOUND = 'Y'
                   PERFORM DISPATCH-METHOD THRU DISPATCH-METHOD-EXIT
               ELSE
                   DISPLAY "Parent class does not satisfy the interface"
                   DISPLAY "Unable to create an instance"
           END-IF.

       DISPATCH-METHOD.
      *> the arguments are held to the method's declared signature
      *> before the dynamic CALL - a wrong count or a non-numeric
      *> value for a numeric parameter is refused here, by name,
      *> instead of surfacing as garbage inside the called program
           PERFORM CHECK-ARGUMENTS THRU CHECK-ARGUMENTS-EXIT
           IF WS-ARGS-REJECTED = 'Y'
               GO TO DISPATCH-METHOD-EXIT
           END-IF
      *> a typo'd or missing LS-METHOD-NAME should not abend the whole
      *> run - report which method/class failed to resolve and move on
           ACCEPT WS-DISP-START-TIME FROM TIME
      *> RETURN-CODE: 0 = method applied, 4 = method call failed
      *> (LS-METHOD-NAME could not be resolved), 8 = abstract/
      *> interface contract not satisfied (set above DISPATCH-METHOD
      *> is never reached), 12 = arguments rejected (CHECK-ARGUMENTS)
           IF METHOD-CALL-OK = 'Y'
               MOVE 0 TO RETURN-CODE
           ELSE
                   LS-METHOD-NAME WS-FAIL-CODE
               MOVE 4 TO RETURN-CODE
           END-IF.
       DISPATCH-METHOD-EXIT.
           EXIT.

       CHECK-ARGUMENTS.
           MOVE 'N' TO WS-ARGS-REJECTED
           CALL "METHOD-SIGNATURE-CHECK" USING LS-METHOD-NAME LS-OBJ
               WS-SIG-REASON-CODE WS-SIG-REASON-TEXT
           IF WS-SIG-REASON-CODE = SPACES
               GO TO CHECK-ARGUMENTS-EXIT
           END-IF
           MOVE 'Y' TO WS-ARGS-REJECTED
           MOVE 'N' TO METHOD-CALL-OK
           DISPLAY "APPLY: arguments rejected for "
               TRIM(LS-METHOD-NAME) " - " WS-SIG-REASON-CODE ": "
               TRIM(WS-SIG-REASON-TEXT)
           DISPLAY "APPLY: object class was "
               CLASSNAME-PARENT OF RES-PARENT OF LS-OBJ "/"
               CLASSNAME-CHILD OF RES-PARENT OF LS-OBJ
      *> never called, so no time was spent in it
           ACCEPT WS-DISP-START-TIME FROM TIME
           MOVE WS-DISP-START-TIME TO WS-DISP-END-TIME
           MOVE 0 TO WS-DISP-ELAPSED
           PERFORM WRITE-DISPATCH-HISTORY
           MOVE SPACES TO WS-EVENT-MESSAGE
           STRING "rejected " TRIM(LS-METHOD-NAME) " on "
                   TRIM(CLASSNAME-PARENT OF RES-PARENT OF LS-OBJ) "/"
                   TRIM(CLASSNAME-CHILD OF RES-PARENT OF LS-OBJ)
                   " - " WS-SIG-REASON-CODE " "
                   TRIM(WS-SIG-REASON-TEXT)
               DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
           MOVE 'E' TO WS-EVENT-SEVERITY
           CALL "LOG-EVENT-SEV" USING WS-EVENT-PROGRAM
               WS-EVENT-SEVERITY WS-EVENT-MESSAGE
      *> every failure leaves a complete diagnostics record behind -
      *> the object is unrecoverable from a console line alone
           MOVE 12 TO WS-FAIL-CODE
           CALL "DIAG-SNAPSHOT" USING WS-EVENT-PROGRAM LS-OBJ
               LS-METHOD-NAME WS-FAIL-CODE
      *> RETURN-CODE: 12 = arguments rejected against the declared
      *> signature (reason code displayed and logged) - not queued
      *> for retry
           MOVE 12 TO RETURN-CODE.
       CHECK-ARGUMENTS-EXIT.
           EXIT.

       WRITE-DISPATCH-HISTORY.
           MOVE SPACES TO WS-ENV-HIST-FILE-NAME
               IF METHOD-CALL-OK = 'Y'
                   MOVE "OK" TO DH-OUTCOME
               ELSE
                   IF WS-ARGS-REJECTED = 'Y'
                       MOVE "REJ" TO DH-OUTCOME
                   ELSE
                       MOVE "FAIL" TO DH-OUTCOME
                   END-IF
               END-IF
               MOVE WS-DISP-ELAPSED TO DH-DURATION-HSEC
               MOVE SPACES TO WS-HIST-RUN-ID
