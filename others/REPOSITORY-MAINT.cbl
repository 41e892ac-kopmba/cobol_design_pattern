      *> without a full CLEAR and re-collect, and without writing a
      *> new compiled caller. Parameters ride environment variables
      *> so OPS-CONSOLE and chain steps can drive it, same pattern
      *> as IMPACT-ANALYSIS; an operator at a terminal is prompted.
      *> RELATE/UNRELATE record or retire one instance-to-instance
      *> reference (see INSTANCE-RELATION)
       01 WS-OPERATION PIC X(8).
       01 WS-MAINT-PARENT PIC X(44).
       01 WS-MAINT-CHILD PIC X(44).
      *> ';'-separated replacement property list, UPDATE only - same
      *> list shape METHOD-BATCH-DRIVER's control file carries
       01 WS-PROP-LIST PIC X(200).
      *> RELATE/UNRELATE only - the relationship name and the
      *> instance the parent/child instance refers to
       01 WS-RELATION PIC X(20).
       01 WS-TO-PARENT PIC X(44).
       01 WS-TO-CHILD PIC X(44).
      *> REMOVE only - 'Y' removes every instance that still refers
      *> to the target (and everything referring to those) along
      *> with it; anything else refuses a referenced target
       01 WS-CASCADE PIC X(1).
       01 I PIC 9(2).
       01 J PIC 9(3).
       01 K PIC 9(3).
       01 WS-ACC-VERB PIC X(1).
       01 WS-ACC-FOUND PIC X(1).
       01 WS-REL-VERB PIC X(1).
       01 WS-TARGET-FOUND PIC X(1).
       01 WS-DOOMED-KNOWN PIC X(1).
       01 WS-FROM-OBJ.
      *> shared RES-PARENT/RES-PROPERTIES shape - see OBJECT-RECORD.CPY
           COPY OBJECT-RECORD
               REPLACING ==PLVL-A== BY ==05==
                         ==PLVL-B== BY ==10==
                         ==PLVL-NAME== BY ==WS-FROM-OBJ==.
       01 WS-TO-OBJ.
           COPY OBJECT-RECORD
               REPLACING ==PLVL-A== BY ==05==
                         ==PLVL-B== BY ==10==
                         ==PLVL-NAME== BY ==WS-TO-OBJ==.
      *> INSTANCE-RELATION's answer - same shape as its LS-REFS
       01 WS-REFS.
           05 REF-COUNT PIC 9(4).
           05 REF-ENTRY OCCURS 50 TIMES.
               10 REF-NAME PIC X(20).
               10 REF-SERIAL PIC 9(12).
               10 REF-PARENT PIC X(44).
               10 REF-CHILD PIC X(44).
      *> a cascading REMOVE gathers its whole victim set first - the
      *> target, then whatever refers to it, then whatever refers to
      *> those - so an oversized cascade is refused before anything
      *> is touched
       01 WS-DOOMED-COUNT PIC 9(3).
       01 WS-DOOMED-MAX PIC 9(3) VALUE 50.
       01 WS-CASCADE-BLOCKED PIC X(1).
       01 WS-DOOMED-ENTRY OCCURS 50 TIMES.
           05 DOOMED-SERIAL PIC 9(12).
           05 DOOMED-PARENT PIC X(44).
           05 DOOMED-CHILD PIC X(44).
      *> sign-on state for the destructive-verb gate, plus the
      *> audit holders naming who did it
       01 WS-PROFILE-PROBE-NAME PIC X(80).
       MAIN-PROCEDURE.
           CALL "LOG-STARTUP" USING WS-PROGRAM-NAME
           MOVE SPACES TO WS-OPERATION WS-MAINT-PARENT
               WS-MAINT-CHILD WS-PROP-LIST WS-RELATION WS-TO-PARENT
               WS-TO-CHILD WS-CASCADE
           ACCEPT WS-OPERATION FROM ENVIRONMENT
               "REPO-MAINT-OPERATION"
           ACCEPT WS-MAINT-PARENT FROM ENVIRONMENT
           ACCEPT WS-MAINT-CHILD FROM ENVIRONMENT "REPO-MAINT-CHILD"
           ACCEPT WS-PROP-LIST FROM ENVIRONMENT
               "REPO-MAINT-PROPERTIES"
           ACCEPT WS-RELATION FROM ENVIRONMENT "REPO-MAINT-RELATION"
           ACCEPT WS-TO-PARENT FROM ENVIRONMENT
               "REPO-MAINT-TO-PARENT"
           ACCEPT WS-TO-CHILD FROM ENVIRONMENT "REPO-MAINT-TO-CHILD"
           ACCEPT WS-CASCADE FROM ENVIRONMENT "REPO-MAINT-CASCADE"
           MOVE UPPER-CASE(WS-OPERATION) TO WS-OPERATION
           IF WS-OPERATION = SPACES
      *> no env vars means an operator at a terminal - prompt instead
               DISPLAY "Operation (REMOVE/UPDATE/RELATE/UNRELATE): "
                   WITH NO ADVANCING
               ACCEPT WS-OPERATION
               MOVE UPPER-CASE(WS-OPERATION) TO WS-OPERATION
                       WITH NO ADVANCING
                   ACCEPT WS-PROP-LIST
               END-IF
               IF WS-OPERATION = "RELATE"
                 OR WS-OPERATION = "UNRELATE"
                   DISPLAY "Relationship name: " WITH NO ADVANCING
                   ACCEPT WS-RELATION
                   DISPLAY "Refers to parent class: "
                       WITH NO ADVANCING
                   ACCEPT WS-TO-PARENT
                   DISPLAY "Refers to child class:  "
                       WITH NO ADVANCING
                   ACCEPT WS-TO-CHILD
               END-IF
               IF WS-OPERATION = "REMOVE"
                   DISPLAY "Cascade to referencing instances (Y/N): "
                       WITH NO ADVANCING
                   ACCEPT WS-CASCADE
               END-IF
           END-IF
           MOVE UPPER-CASE(WS-CASCADE) TO WS-CASCADE
      *> REMOVE destroys data - a shop with operator profiles
      *> requires the REPO-REMOVE function before it proceeds, and
      *> the trail says which operator did it
                   MOVE 'I' TO WS-EVENT-SEVERITY
                   MOVE SPACES TO WS-EVENT-MESSAGE
                   STRING "operator " TRIM(WS-OPERATOR-ID)
                           " used REPO-REMOVE - authorized for REMOVE"
                       DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
                   CALL "LOG-EVENT-SEV" USING WS-PROGRAM-NAME
                       WS-EVENT-SEVERITY WS-EVENT-MESSAGE
           END-IF
           IF WS-OPERATION NOT = "REMOVE"
             AND WS-OPERATION NOT = "UPDATE"
             AND WS-OPERATION NOT = "RELATE"
             AND WS-OPERATION NOT = "UNRELATE"
               DISPLAY "REPOSITORY-MAINT: operation must be REMOVE, "
                   "UPDATE, RELATE or UNRELATE, got '"
                   TRIM(WS-OPERATION) "'"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-OPERATION = "RELATE" OR WS-OPERATION = "UNRELATE"
               PERFORM RELATE-INSTANCES THRU RELATE-INSTANCES-EXIT
               STOP RUN
           END-IF
      *> an instance other instances still refer to is not removed
      *> out from under them - refused, or with cascade taken down
      *> together with everything that refers to it
           IF WS-OPERATION = "REMOVE"
               PERFORM CHECK-REFERENCES THRU CHECK-REFERENCES-EXIT
           END-IF
      *> COLLECT owns the repository table (and reloads the persisted
      *> collection on its first call), so the correction rides in
      *> through its verb interface: the verb in OBJECT-TYPE, the
               DISPLAY "REPOSITORY-MAINT: " TRIM(WS-OPERATION)
                   " applied to " TRIM(WS-MAINT-PARENT) "/"
                   TRIM(WS-MAINT-CHILD)
      *> the removed instance's own outgoing references go with it
               IF WS-OPERATION = "REMOVE" AND WS-TARGET-FOUND = 'Y'
                   MOVE 'P' TO WS-REL-VERB
                   CALL "INSTANCE-RELATION" USING WS-REL-VERB
                       WS-FROM-OBJ WS-RELATION WS-TO-OBJ WS-REFS
                   IF RETURN-CODE NOT = 0
                       DISPLAY "REPOSITORY-MAINT: relationships of "
                           "the removed instance were not purged - "
                           "INSTANCE-REF-SCAN will report them"
      *> RETURN-CODE: 4 = removed, but its references linger
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           ELSE
               DISPLAY "REPOSITORY-MAINT: " TRIM(WS-OPERATION)
                   " FAILED (RETURN-CODE=" RETURN-CODE ")"
       CHECK-DESTRUCTIVE-AUTH-EXIT.
           EXIT.

       RELATE-INSTANCES.
      *> both ends must be collected instances - the relationship is
      *> filed under their permanent serials, read from the master
           IF WS-RELATION = SPACES OR WS-TO-PARENT = SPACES
             OR WS-TO-CHILD = SPACES
               DISPLAY "REPOSITORY-MAINT: relationship name and the "
                   "referred-to parent and child are all required"
               MOVE 8 TO RETURN-CODE
               GO TO RELATE-INSTANCES-EXIT
           END-IF
           INITIALIZE WS-FROM-OBJ
           MOVE WS-MAINT-PARENT TO CLASSNAME-PARENT OF RES-PARENT
               OF WS-FROM-OBJ
           MOVE WS-MAINT-CHILD TO CLASSNAME-CHILD OF RES-PARENT
               OF WS-FROM-OBJ
           MOVE 'G' TO WS-ACC-VERB
           CALL "REPOSITORY-ACCESS" USING WS-ACC-VERB WS-FROM-OBJ
               WS-ACC-FOUND
           IF RETURN-CODE NOT = 0 OR WS-ACC-FOUND NOT = 'Y'
               DISPLAY "REPOSITORY-MAINT: instance not found: "
                   TRIM(WS-MAINT-PARENT) "/" TRIM(WS-MAINT-CHILD)
               MOVE 8 TO RETURN-CODE
               GO TO RELATE-INSTANCES-EXIT
           END-IF
           INITIALIZE WS-TO-OBJ
           MOVE WS-TO-PARENT TO CLASSNAME-PARENT OF RES-PARENT
               OF WS-TO-OBJ
           MOVE WS-TO-CHILD TO CLASSNAME-CHILD OF RES-PARENT
               OF WS-TO-OBJ
           CALL "REPOSITORY-ACCESS" USING WS-ACC-VERB WS-TO-OBJ
               WS-ACC-FOUND
           IF RETURN-CODE NOT = 0 OR WS-ACC-FOUND NOT = 'Y'
               DISPLAY "REPOSITORY-MAINT: instance not found: "
                   TRIM(WS-TO-PARENT) "/" TRIM(WS-TO-CHILD)
               MOVE 8 TO RETURN-CODE
               GO TO RELATE-INSTANCES-EXIT
           END-IF
           IF WS-OPERATION = "RELATE"
               MOVE 'A' TO WS-REL-VERB
           ELSE
               MOVE 'D' TO WS-REL-VERB
           END-IF
           CALL "INSTANCE-RELATION" USING WS-REL-VERB WS-FROM-OBJ
               WS-RELATION WS-TO-OBJ WS-REFS
           IF RETURN-CODE = 0
               DISPLAY "REPOSITORY-MAINT: " TRIM(WS-OPERATION) " "
                   TRIM(WS-MAINT-PARENT) "/" TRIM(WS-MAINT-CHILD) " "
                   TRIM(WS-RELATION) " " TRIM(WS-TO-PARENT) "/"
                   TRIM(WS-TO-CHILD)
           ELSE
               DISPLAY "REPOSITORY-MAINT: " TRIM(WS-OPERATION)
                   " FAILED (RETURN-CODE=" RETURN-CODE ")"
           END-IF.
       RELATE-INSTANCES-EXIT.
           EXIT.

       CHECK-REFERENCES.
           MOVE 'N' TO WS-TARGET-FOUND
           INITIALIZE WS-TO-OBJ
           MOVE WS-MAINT-PARENT TO CLASSNAME-PARENT OF RES-PARENT
               OF WS-TO-OBJ
           MOVE WS-MAINT-CHILD TO CLASSNAME-CHILD OF RES-PARENT
               OF WS-TO-OBJ
           MOVE 'G' TO WS-ACC-VERB
           CALL "REPOSITORY-ACCESS" USING WS-ACC-VERB WS-TO-OBJ
               WS-ACC-FOUND
           IF RETURN-CODE NOT = 0
               DISPLAY "REPOSITORY-MAINT: REMOVE refused - the "
                   "repository could not be read to check references"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      *> not on the master: nothing can refer to it, and COLLECT
      *> gives the not-found answer as it always has
           IF WS-ACC-FOUND NOT = 'Y'
               GO TO CHECK-REFERENCES-EXIT
           END-IF
           MOVE 'Y' TO WS-TARGET-FOUND
           MOVE 'R' TO WS-REL-VERB
           CALL "INSTANCE-RELATION" USING WS-REL-VERB WS-FROM-OBJ
               WS-RELATION WS-TO-OBJ WS-REFS
           IF RETURN-CODE NOT = 0
               DISPLAY "REPOSITORY-MAINT: REMOVE refused - the "
                   "relationship file could not be read"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF REF-COUNT = 0
               GO TO CHECK-REFERENCES-EXIT
           END-IF
           IF WS-CASCADE NOT = 'Y'
               DISPLAY "REPOSITORY-MAINT: REMOVE refused - "
                   TRIM(WS-MAINT-PARENT) "/" TRIM(WS-MAINT-CHILD)
                   " is still referenced by " REF-COUNT
                   " relationship(s):"
               PERFORM VARYING K FROM 1 BY 1
                       UNTIL K > REF-COUNT OR K > 50
                   DISPLAY "    " TRIM(REF-PARENT(K)) "/"
                       TRIM(REF-CHILD(K)) " " TRIM(REF-NAME(K))
               END-PERFORM
               MOVE 'W' TO WS-EVENT-SEVERITY
               MOVE SPACES TO WS-EVENT-MESSAGE
               STRING "REMOVE refused, still referenced: "
                       TRIM(WS-MAINT-PARENT) "/" TRIM(WS-MAINT-CHILD)
                   DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
               CALL "LOG-EVENT-SEV" USING WS-PROGRAM-NAME
                   WS-EVENT-SEVERITY WS-EVENT-MESSAGE
      *> RETURN-CODE: 8 = nothing removed, references stand in the
      *> way (rerun with REPO-MAINT-CASCADE=Y to take them too)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CASCADE-REMOVE THRU CASCADE-REMOVE-EXIT
           STOP RUN.
       CHECK-REFERENCES-EXIT.
           EXIT.

       CASCADE-REMOVE.
           MOVE 1 TO WS-DOOMED-COUNT
           MOVE 'N' TO WS-CASCADE-BLOCKED
           MOVE INSTANCE-SERIAL OF RES-PARENT OF WS-TO-OBJ
               TO DOOMED-SERIAL(1)
           MOVE WS-MAINT-PARENT TO DOOMED-PARENT(1)
           MOVE WS-MAINT-CHILD TO DOOMED-CHILD(1)
      *> the list grows while it is walked - every entry added is
      *> asked in turn who refers to it
           PERFORM GATHER-REFERENCERS THRU GATHER-REFERENCERS-EXIT
               VARYING J FROM 1 BY 1
               UNTIL J > WS-DOOMED-COUNT OR WS-CASCADE-BLOCKED = 'Y'
           IF WS-CASCADE-BLOCKED = 'Y'
               DISPLAY "REPOSITORY-MAINT: cascading REMOVE refused - "
                   "nothing removed"
      *> RETURN-CODE: 8 = the victim set could not be settled, the
      *> repository is untouched
               MOVE 8 TO RETURN-CODE
               GO TO CASCADE-REMOVE-EXIT
           END-IF
      *> the referrers go first, the target last - a failure part
      *> way through leaves the target and its remaining referrers
      *> standing together, never a reference to a removed instance
           PERFORM VARYING J FROM WS-DOOMED-COUNT BY -1 UNTIL J < 1
               INITIALIZE WS-REQUEST
               MOVE DOOMED-PARENT(J) TO CLASSNAME-PARENT OF RES-PARENT
                   OF WS-REQUEST
               MOVE DOOMED-CHILD(J) TO CLASSNAME-CHILD OF RES-PARENT
                   OF WS-REQUEST
               MOVE "REMOVE" TO OBJECT-TYPE OF RES-PARENT
                   OF WS-REQUEST
               CALL "COLLECT" USING WS-REQUEST
               IF RETURN-CODE NOT = 0
                   DISPLAY "REPOSITORY-MAINT: cascading REMOVE "
                       "stopped at " TRIM(DOOMED-PARENT(J)) "/"
                       TRIM(DOOMED-CHILD(J)) " (RETURN-CODE="
                       RETURN-CODE ")"
                   MOVE 8 TO RETURN-CODE
                   GO TO CASCADE-REMOVE-EXIT
               END-IF
               DISPLAY "REPOSITORY-MAINT: REMOVE applied to "
                   TRIM(DOOMED-PARENT(J)) "/" TRIM(DOOMED-CHILD(J))
               MOVE DOOMED-SERIAL(J) TO INSTANCE-SERIAL OF RES-PARENT
                   OF WS-TO-OBJ
               MOVE DOOMED-PARENT(J) TO CLASSNAME-PARENT OF RES-PARENT
                   OF WS-TO-OBJ
               MOVE DOOMED-CHILD(J) TO CLASSNAME-CHILD OF RES-PARENT
                   OF WS-TO-OBJ
               MOVE 'P' TO WS-REL-VERB
               CALL "INSTANCE-RELATION" USING WS-REL-VERB
                   WS-FROM-OBJ WS-RELATION WS-TO-OBJ WS-REFS
           END-PERFORM
           MOVE 'I' TO WS-EVENT-SEVERITY
           MOVE SPACES TO WS-EVENT-MESSAGE
           STRING "cascading REMOVE of " TRIM(WS-MAINT-PARENT) "/"
                   TRIM(WS-MAINT-CHILD) " took " WS-DOOMED-COUNT
                   " instance(s)"
               DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
           CALL "LOG-EVENT-SEV" USING WS-PROGRAM-NAME
               WS-EVENT-SEVERITY WS-EVENT-MESSAGE
      *> RETURN-CODE: 0 = the target and every referrer removed
           MOVE 0 TO RETURN-CODE.
       CASCADE-REMOVE-EXIT.
           EXIT.

       GATHER-REFERENCERS.
           INITIALIZE WS-TO-OBJ
           MOVE DOOMED-SERIAL(J) TO INSTANCE-SERIAL OF RES-PARENT
               OF WS-TO-OBJ
           MOVE 'R' TO WS-REL-VERB
           CALL "INSTANCE-RELATION" USING WS-REL-VERB WS-FROM-OBJ
               WS-RELATION WS-TO-OBJ WS-REFS
           IF RETURN-CODE NOT = 0
               DISPLAY "REPOSITORY-MAINT: the relationship file "
                   "could not be read"
               MOVE 'Y' TO WS-CASCADE-BLOCKED
               GO TO GATHER-REFERENCERS-EXIT
           END-IF
           IF REF-COUNT > 50
               DISPLAY "REPOSITORY-MAINT: " TRIM(DOOMED-PARENT(J))
                   "/" TRIM(DOOMED-CHILD(J)) " has " REF-COUNT
                   " referrers - more than one cascade can take"
               MOVE 'Y' TO WS-CASCADE-BLOCKED
               GO TO GATHER-REFERENCERS-EXIT
           END-IF
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > REF-COUNT OR WS-CASCADE-BLOCKED = 'Y'
               MOVE 'N' TO WS-DOOMED-KNOWN
               PERFORM VARYING I FROM 1 BY 1
                       UNTIL I > WS-DOOMED-COUNT
                   IF DOOMED-SERIAL(I) = REF-SERIAL(K)
                       MOVE 'Y' TO WS-DOOMED-KNOWN
                   END-IF
               END-PERFORM
      *> a referrer that is no longer on the master under that
      *> serial is a dangling line - the purge clears it, there is
      *> nothing to remove
               IF WS-DOOMED-KNOWN = 'N'
                   INITIALIZE WS-FROM-OBJ
                   MOVE REF-PARENT(K) TO CLASSNAME-PARENT
                       OF RES-PARENT OF WS-FROM-OBJ
                   MOVE REF-CHILD(K) TO CLASSNAME-CHILD
                       OF RES-PARENT OF WS-FROM-OBJ
                   MOVE 'G' TO WS-ACC-VERB
                   CALL "REPOSITORY-ACCESS" USING WS-ACC-VERB
                       WS-FROM-OBJ WS-ACC-FOUND
                   IF RETURN-CODE NOT = 0
                       DISPLAY "REPOSITORY-MAINT: the repository "
                           "could not be read"
                       MOVE 'Y' TO WS-CASCADE-BLOCKED
                   END-IF
                   IF WS-ACC-FOUND = 'Y'
                     AND INSTANCE-SERIAL OF RES-PARENT OF WS-FROM-OBJ
                           = REF-SERIAL(K)
                       IF WS-DOOMED-COUNT < WS-DOOMED-MAX
                           ADD 1 TO WS-DOOMED-COUNT
                           MOVE REF-SERIAL(K)
                               TO DOOMED-SERIAL(WS-DOOMED-COUNT)
                           MOVE REF-PARENT(K)
                               TO DOOMED-PARENT(WS-DOOMED-COUNT)
                           MOVE REF-CHILD(K)
                               TO DOOMED-CHILD(WS-DOOMED-COUNT)
                       ELSE
                           DISPLAY "REPOSITORY-MAINT: more than "
                               WS-DOOMED-MAX " instances would go"
                           MOVE 'Y' TO WS-CASCADE-BLOCKED
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       GATHER-REFERENCERS-EXIT.
           EXIT.

       END PROGRAM REPOSITORY-MAINT.
