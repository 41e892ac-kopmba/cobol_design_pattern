       01 WS-LAYOUT-VERSION PIC X(3) VALUE "V02".
       01 WS-HOLD-PARENT PIC X(44).
       01 WS-HOLD-CHILD PIC X(44).
      *> correctly-sized holder for REPOSITORY-HISTORY-WRITE's and
      *> REPOSITORY-EVENT-QUEUE's action
       01 WS-HIST-ACTION PIC X(1).
       LINKAGE SECTION.
      *> 'G' = keyed read into LS-OBJ, 'W' = write LS-OBJ (add or
      *> replace), 'D' = delete the record under LS-OBJ's key (LS-OBJ
      *> comes back holding the image that was retired)
       01 LS-VERB PIC X(1).
      *> shared RES-PARENT/RES-PROPERTIES shape - see OBJECT-RECORD.CPY
       01 LS-OBJ.
                               WS-REPO-STATUS
                       NOT INVALID KEY
                           MOVE 'Y' TO LS-FOUND
                           MOVE 'U' TO WS-HIST-ACTION
                           CALL "REPOSITORY-HISTORY-WRITE" USING
                               WS-HIST-ACTION LS-OBJ
                           CALL "REPOSITORY-EVENT-QUEUE" USING
                               WS-HIST-ACTION LS-OBJ
                   END-REWRITE
               NOT INVALID KEY
                   MOVE 'Y' TO LS-FOUND
      *> every change that lands on the master leaves a dated
      *> version behind under the permanent serial - this is the
      *> one door all creates, updates and removes pass through
                   MOVE 'C' TO WS-HIST-ACTION
                   CALL "REPOSITORY-HISTORY-WRITE" USING
                       WS-HIST-ACTION LS-OBJ
      *> and is offered to every subscriber of the class or type,
      *> for EVENT-DISPATCH to deliver
                   CALL "REPOSITORY-EVENT-QUEUE" USING
                       WS-HIST-ACTION LS-OBJ
           END-WRITE.

       KEYED-DELETE.
      *> the image is read before it goes, so the remove's version
      *> record carries the serial and the last state it had
           PERFORM KEYED-GET
           IF LS-FOUND = 'Y'
               MOVE 'N' TO LS-FOUND
               DELETE REPO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO LS-FOUND
                       MOVE 'R' TO WS-HIST-ACTION
                       CALL "REPOSITORY-HISTORY-WRITE" USING
                           WS-HIST-ACTION LS-OBJ
                       CALL "REPOSITORY-EVENT-QUEUE" USING
                           WS-HIST-ACTION LS-OBJ
               END-DELETE
           END-IF.

       STAGE-RECORD.
           MOVE SPACES TO REPO-RECORD
