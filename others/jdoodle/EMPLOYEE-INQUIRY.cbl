       01 WS-AUTH-FUNCTION PIC X(20).
       01 WS-AUTH-ALLOWED PIC X(1).
       01 WS-SSN-VIEW PIC X(4).
       01 WS-EVENT-MESSAGE PIC X(200).
       01 WS-EVENT-SEVERITY PIC X(1).
      *> RECORD-LOCK's LINKAGE shapes - a record mid-update reads
      *> as "busy", never as a half-applied change
       01 WS-LOCK-VERB PIC X(1).
                       UPON ENVIRONMENT-NAME
                   DISPLAY "MASK" UPON ENVIRONMENT-VALUE
               END-IF
      *> a granted full view by a signed-on operator is audited as
      *> the function exercised - the access recertification
      *> counts these lines
               IF WS-AUTH-ALLOWED = 'Y' AND WS-SIGNED = 'Y'
                   MOVE 'I' TO WS-EVENT-SEVERITY
                   MOVE SPACES TO WS-EVENT-MESSAGE
                   STRING "operator " TRIM(WS-OPERATOR-ID)
                           " used SSN-FULL"
                       DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
                   CALL "LOG-EVENT-SEV" USING WS-PROGRAM-NAME
                       WS-EVENT-SEVERITY WS-EVENT-MESSAGE
               END-IF
           END-IF
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-MASTER-STATUS NOT = "00"
      *> every full view); a profile file present makes the gate
      *> real (same discipline COLLECT keeps on CLEAR)
           MOVE 'Y' TO WS-AUTH-ALLOWED
           MOVE 'N' TO WS-SIGNED
           MOVE "OPERATOR-PROFILE.DAT" TO WS-PROFILE-PROBE-NAME
           ACCEPT WS-PROFILE-PROBE-NAME FROM ENVIRONMENT
               "OPERATOR-PROFILE-FILE"
