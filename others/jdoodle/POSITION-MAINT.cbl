                   MOVE 'Y' TO WS-DEPT-KNOWN
               END-IF
           END-PERFORM
      *> a delete is let through either way - clearing the budget
      *> of a department since dropped from the master is how the
      *> orphan is cleaned up
           IF WS-DEPT-KNOWN = 'N' AND WS-TXN-CODE NOT = 'D'
               ADD 1 TO WS-TXNS-REJECTED
               DISPLAY "POSITION-MAINT: rejected, department '"
                   WS-TXN-DEPT "' not on the department master"
