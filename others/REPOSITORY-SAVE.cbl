       01 WS-LAYOUT-VERSION PIC X(3) VALUE "V02".
       01 I PIC 9(2).
       01 J PIC 9(2).
       01 WS-OLD-EOF PIC X(1).
       01 WS-KEPT PIC X(1).
      *> correctly-sized holder for REPOSITORY-HISTORY-WRITE's and
      *> REPOSITORY-EVENT-QUEUE's action
       01 WS-HIST-ACTION PIC X(1) VALUE 'R'.
      *> a master record the rewrite is about to drop, rebuilt in the
      *> shared shape for its remove version
       01 WS-GONE-OBJ.
           COPY OBJECT-RECORD REPLACING ==PLVL-A== BY ==05==
                                         ==PLVL-B== BY ==10==
                                         ==PLVL-NAME== BY
                                             ==WS-GONE-OBJ==.
       LINKAGE SECTION.
       01 LS-TABLE-COUNT PIC 9(2).
       01 LS-TABLE.
           IF WS-ENV-REPO-FILE-NAME NOT = SPACES
               MOVE WS-ENV-REPO-FILE-NAME TO WS-REPO-FILE-NAME
           END-IF
      *> whatever the rewrite is about to drop is a remove like any
      *> other, and leaves its version behind first
           PERFORM RECORD-DROPPED-INSTANCES
               THRU RECORD-DROPPED-INSTANCES-EXIT
      *> OPEN OUTPUT, not I-O - the in-memory table is the whole truth
      *> of the repository at save time, so the file is rewritten from
      *> scratch rather than merged, which is what lets CLEAR and
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       RECORD-DROPPED-INSTANCES.
      *> one sweep of the master as it stands before the rewrite -
      *> every instance not carried in the table is leaving the
      *> repository (a CLEAR drops them all)
           MOVE 'N' TO WS-OLD-EOF
           OPEN INPUT REPO-FILE
           IF WS-REPO-STATUS NOT = "00"
      *> no master yet just means there is nothing to drop
               IF WS-REPO-STATUS = "05"
                   CLOSE REPO-FILE
               END-IF
               GO TO RECORD-DROPPED-INSTANCES-EXIT
           END-IF
           PERFORM UNTIL WS-OLD-EOF = 'Y'
               READ REPO-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-OLD-EOF
                   NOT AT END
                       PERFORM RECORD-ONE-DROPPED
               END-READ
           END-PERFORM
           CLOSE REPO-FILE.
       RECORD-DROPPED-INSTANCES-EXIT.
           EXIT.

       RECORD-ONE-DROPPED.
      *> the reserved version-header record is bookkeeping, not an
      *> instance
           MOVE 'N' TO WS-KEPT
           IF REPO-PARENT = "*LAYOUT-VERSION*"
               MOVE 'Y' TO WS-KEPT
           END-IF
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > LS-TABLE-COUNT OR WS-KEPT = 'Y'
               IF CLASSNAME-PARENT OF RES-PARENT OF LS-ELEMENT(I)
                       = REPO-PARENT
                 AND CLASSNAME-CHILD OF RES-PARENT OF LS-ELEMENT(I)
                       = REPO-CHILD
                   MOVE 'Y' TO WS-KEPT
               END-IF
           END-PERFORM
           IF WS-KEPT = 'N'
      *> element by element into the shared shape - the receiving
      *> side carries an OCCURS DEPENDING ON (see INSTANCE.cbl's
      *> same MOVE discipline)
               MOVE REPO-PARENT TO CLASSNAME-PARENT OF RES-PARENT
                   OF WS-GONE-OBJ
               MOVE REPO-CHILD TO CLASSNAME-CHILD OF RES-PARENT
                   OF WS-GONE-OBJ
               MOVE REPO-ANCESTOR-COUNT TO ANCESTOR-COUNT
                   OF RES-PARENT OF WS-GONE-OBJ
               PERFORM VARYING J FROM 1 BY 1
                       UNTIL J > REPO-ANCESTOR-COUNT
                   MOVE REPO-ANCESTOR(J) TO CLASSNAME-ANCESTOR
                       OF RES-PARENT OF WS-GONE-OBJ(J)
               END-PERFORM
               MOVE REPO-OBJECT-TYPE TO OBJECT-TYPE OF RES-PARENT
                   OF WS-GONE-OBJ
               MOVE REPO-ARRAY-COUNT TO ARRAY-COUNT
                   OF RES-PROPERTIES OF WS-GONE-OBJ
               PERFORM VARYING J FROM 1 BY 1
                       UNTIL J > REPO-ARRAY-COUNT
                   MOVE REPO-ARRAY-ELEMENT(J) TO ARRAY-ELEMENT
                       OF RES-PROPERTIES OF WS-GONE-OBJ(J)
               END-PERFORM
               MOVE REPO-SERIAL TO INSTANCE-SERIAL OF RES-PARENT
                   OF WS-GONE-OBJ
               MOVE REPO-CREATED TO CREATED-STAMP OF RES-PARENT
                   OF WS-GONE-OBJ
               CALL "REPOSITORY-HISTORY-WRITE" USING WS-HIST-ACTION
                   WS-GONE-OBJ
      *> a CLEAR is a remove of every instance it drops - the
      *> subscribers hear about each one, as they would from a
      *> single keyed delete
               CALL "REPOSITORY-EVENT-QUEUE" USING WS-HIST-ACTION
                   WS-GONE-OBJ
           END-IF.
       END PROGRAM REPOSITORY-SAVE.
