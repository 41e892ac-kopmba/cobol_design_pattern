       01 WS-ENTRIES-READ PIC 9(5) VALUE 0.
       01 WS-ENTRIES-DISPATCHED PIC 9(5) VALUE 0.
       01 WS-ENTRIES-FAILED PIC 9(5) VALUE 0.
      *> entries whose arguments broke the method's declared
      *> signature - refused before APPLY, with the reason code
       01 WS-ENTRIES-REJECTED PIC 9(5) VALUE 0.
       01 WS-SIG-REASON-CODE PIC X(4).
       01 WS-SIG-REASON-TEXT PIC X(80).
      *> selection mode: a control line whose first field is *SELECT
      *> names a repository query instead of a literal instance -
      *> the collected repository is reloaded once (lazily, the way
       01 WS-MATCH-INDEX PIC 9(2) OCCURS 50 TIMES.
       01 WS-SEARCH-SPILL PIC X(1).
       01 WS-SPILL-MATCH-COUNT PIC 9(4).
      *> zero = search the repository as it stands now, not as of
      *> an earlier moment
       01 WS-AS-OF PIC 9(14) VALUE 0.
       01 WS-MATCH-IX PIC 9(2).
       01 WS-TARGET-IX PIC 9(2).
       01 J PIC 9(2).
           CLOSE BATCH-FILE.
           PERFORM PRINT-SUMMARY.
      *> RETURN-CODE: 0 = every entry dispatched, 4 = at least one
      *> entry failed or was rejected - the chain can decide what a
      *> partial night means
           IF WS-ENTRIES-FAILED > 0 OR WS-ENTRIES-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
               ADD 1 TO WS-ENTRIES-FAILED
               GO TO DISPATCH-ONE-ENTRY-EXIT
           END-IF
      *> the arguments are held to the method's declared signature
      *> before anything is dispatched - a line that can never
      *> succeed is refused with its reason, not sent on to fail
           CALL "METHOD-SIGNATURE-CHECK" USING WS-CTL-METHOD
               WS-OBJECT WS-SIG-REASON-CODE WS-SIG-REASON-TEXT
           IF WS-SIG-REASON-CODE NOT = SPACES
               DISPLAY "METHOD-BATCH-DRIVER: entry " WS-ENTRIES-READ
                   " REJECTED - " WS-SIG-REASON-CODE ": "
                   TRIM(WS-SIG-REASON-TEXT) " - "
                   TRIM(WS-CTL-METHOD) " on "
                   TRIM(WS-CTL-PARENT) "/" TRIM(WS-CTL-CHILD)
               ADD 1 TO WS-ENTRIES-REJECTED
               GO TO DISPATCH-ONE-ENTRY-EXIT
           END-IF
           CALL "APPLY" USING WS-OBJECT WS-CTL-METHOD
               WS-CTL-APPLY-TYPE WS-RES WS-REQUIRED-METHODS
           IF RETURN-CODE NOT = 0
           CALL "REPOSITORY-FIND" USING WS-REPO-TABLE WS-REPO-COUNT
               WS-SEL-FIELD WS-SEL-VALUE WS-MATCH-COUNT
               WS-MATCH-INDEX WS-SEARCH-SPILL WS-SPILL-MATCH-COUNT
               WS-AS-OF
           IF WS-SEL-COUNT < WS-SEL-MAX
               ADD 1 TO WS-SEL-COUNT
               MOVE WS-CTL-CHILD TO SEL-EXPRESSION(WS-SEL-COUNT)
                   UNTIL WS-MATCH-IX > WS-MATCH-COUNT
               MOVE WS-MATCH-INDEX(WS-MATCH-IX) TO WS-TARGET-IX
               PERFORM BUILD-OBJECT-FROM-MATCH
               PERFORM DISPATCH-ONE-MATCH
           END-PERFORM.
       DISPATCH-SELECTION-EXIT.
           EXIT.

       DISPATCH-ONE-MATCH.
      *> each matched instance carries its own properties, so each
      *> is held to the method's declared signature on its own
           CALL "METHOD-SIGNATURE-CHECK" USING WS-CTL-METHOD
               WS-OBJECT WS-SIG-REASON-CODE WS-SIG-REASON-TEXT
           IF WS-SIG-REASON-CODE NOT = SPACES
               DISPLAY "METHOD-BATCH-DRIVER: selection dispatch "
                   "REJECTED - " WS-SIG-REASON-CODE ": "
                   TRIM(WS-SIG-REASON-TEXT) " - "
                   TRIM(WS-CTL-METHOD) " on "
                   TRIM(CLASSNAME-PARENT OF RES-PARENT OF WS-OBJECT)
                   "/"
                   TRIM(CLASSNAME-CHILD OF RES-PARENT OF WS-OBJECT)
               ADD 1 TO WS-ENTRIES-REJECTED
           ELSE
               CALL "APPLY" USING WS-OBJECT WS-CTL-METHOD
                   WS-CTL-APPLY-TYPE WS-RES WS-REQUIRED-METHODS
               IF RETURN-CODE NOT = 0
                       ADD 1 TO SEL-DISPATCHED(WS-SEL-COUNT)
                   END-IF
               END-IF
           END-IF.

       BUILD-OBJECT-FROM-MATCH.
      *> element by element, not a whole-group MOVE - the matched
           DISPLAY "Entries read:       " WS-ENTRIES-READ
           DISPLAY "Entries dispatched: " WS-ENTRIES-DISPATCHED
           DISPLAY "Entries failed:     " WS-ENTRIES-FAILED
           DISPLAY "Entries rejected:   " WS-ENTRIES-REJECTED
           IF WS-SEL-COUNT > 0
               DISPLAY "----- Selections -----"
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-SEL-COUNT
