      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVENT-DISPATCH.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> the queue REPOSITORY-EVENT-QUEUE appends to on every change
      *> a subscriber asked about. Overridable via EVENT-QUEUE-FILE
       SELECT OPTIONAL QUEUE-FILE ASSIGN DYNAMIC WS-QUEUE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-QUEUE-STATUS.
      *> how many queue lines earlier runs have already delivered -
      *> the queue itself is append-only, so the position is kept
      *> beside it (same idea as CHECK-METHOD's checkpoint file).
      *> Overridable via EVENT-CURSOR-FILE
       SELECT OPTIONAL CURSOR-FILE ASSIGN DYNAMIC WS-CURSOR-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CURSOR-STATUS.
      *> one line per delivery attempt, whatever its outcome.
      *> Overridable via EVENT-DELIVERY-LOG-FILE
       SELECT OPTIONAL DELIVERY-LOG ASSIGN DYNAMIC WS-LOG-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD QUEUE-FILE.
      *> must stay byte-for-byte identical to REPOSITORY-EVENT-QUEUE's
      *> EVENT-RECORD
       01 EVENT-RECORD.
           05 EV-STAMP PIC 9(14).
           05 FILLER PIC X(1).
      *> 'C' = collected, 'U' = updated, 'R' = removed
           05 EV-ACTION PIC X(1).
           05 FILLER PIC X(1).
           05 EV-RUN-ID PIC X(12).
           05 FILLER PIC X(1).
           05 EV-SUBSCRIBER PIC X(44).
           05 EV-METHOD PIC X(50).
           05 EV-SERIAL PIC 9(12).
           05 EV-PARENT PIC X(44).
           05 EV-CHILD PIC X(44).
           05 EV-ANCESTOR-COUNT PIC 9(2).
           05 EV-ANCESTOR PIC X(44) OCCURS 5 TIMES.
           05 EV-OBJECT-TYPE PIC X(44).
           05 EV-ARRAY-COUNT PIC 9(2).
           05 EV-ARRAY-ELEMENT PIC X(80) OCCURS 15 TIMES.
           05 EV-CREATED PIC 9(14).
       FD CURSOR-FILE.
       01 CURSOR-RECORD PIC 9(9).
       FD DELIVERY-LOG.
       01 DELIVERY-RECORD.
           05 DL-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 DL-TIME PIC 9(8).
           05 FILLER PIC X(1).
           05 DL-SEQ PIC 9(9).
           05 FILLER PIC X(1).
           05 DL-ACTION PIC X(1).
           05 FILLER PIC X(1).
           05 DL-SUBSCRIBER PIC X(44).
           05 FILLER PIC X(1).
           05 DL-METHOD PIC X(50).
           05 FILLER PIC X(1).
           05 DL-PARENT PIC X(44).
           05 FILLER PIC X(1).
           05 DL-CHILD PIC X(44).
           05 FILLER PIC X(1).
           05 DL-SERIAL PIC 9(12).
           05 FILLER PIC X(1).
      *> DELIVERED, RETRY when APPLY could not dispatch it and has
      *> put it on the APPLY-RETRY queue, or REJECTED when APPLY
      *> refused the arguments against the method's signature
           05 DL-OUTCOME PIC X(9).
           05 FILLER PIC X(1).
           05 DL-RC PIC 9(2).
           05 FILLER PIC X(1).
           05 DL-RUN-ID PIC X(12).
       WORKING-STORAGE SECTION.
      *> correctly-sized holders for the literal audit message - a
      *> literal passed straight to LOG-EVENT's LINKAGE would only be
      *> allocated as big as the literal itself, not the LINKAGE PIC
       01 WS-EVENT-PROGRAM PIC X(44) VALUE "EVENT-DISPATCH".
       01 WS-EVENT-MESSAGE PIC X(200).
       01 WS-QUEUE-FILE-NAME PIC X(80) VALUE "EVENT-QUEUE.DAT".
       01 WS-ENV-QUEUE-FILE-NAME PIC X(80).
       01 WS-QUEUE-STATUS PIC X(2).
       01 WS-CURSOR-FILE-NAME PIC X(80)
               VALUE "EVENT-QUEUE-CURSOR.DAT".
       01 WS-ENV-CURSOR-FILE-NAME PIC X(80).
       01 WS-CURSOR-STATUS PIC X(2).
       01 WS-LOG-FILE-NAME PIC X(80) VALUE "EVENT-DELIVERY.LOG".
       01 WS-ENV-LOG-FILE-NAME PIC X(80).
       01 WS-LOG-STATUS PIC X(2).
       01 WS-EOF PIC X(1).
      *> queue positions: what earlier runs delivered, where this
      *> run's slice ends, and the line being read
       01 WS-CURSOR PIC 9(9) VALUE 0.
       01 WS-QUEUE-END PIC 9(9) VALUE 0.
       01 WS-QUEUE-NOW PIC 9(9) VALUE 0.
       01 WS-SEQ PIC 9(9) VALUE 0.
       01 WS-RUN-ID PIC X(12).
       01 WS-TS-DATE PIC 9(8).
       01 WS-TS-TIME PIC 9(8).
      *> the changed instance rebuilt in the shared shape for APPLY -
      *> see OBJECT-RECORD.CPY
       01 WS-OBJECT.
           COPY OBJECT-RECORD
               REPLACING ==PLVL-A== BY ==05==
                         ==PLVL-B== BY ==10==
                         ==PLVL-NAME== BY ==WS-OBJECT==.
      *> APPLY's LS-METHOD-NAME / LS-APPLY / LS-RES /
      *> LS-REQUIRED-METHODS shapes - an event is an ordinary 'N'
      *> dispatch, the class contract gates belong to instance build
       01 WS-METHOD-NAME PIC X(50).
       01 WS-APPLY-MODE PIC X(1) VALUE 'N'.
       01 WS-RES.
           05 WS-RES-STR PIC X(100).
           05 WS-RES-NUM PIC 9(9).
           05 WS-RES-NUL PIC X(10).
       01 WS-REQUIRED-METHODS.
           05 WS-REQUIRED-COUNT PIC 9(2).
           05 WS-REQUIRED-NAME PIC X(50) OCCURS 10 TIMES.
       01 WS-DELIVERY-RC PIC 9(2).
      *> a cursor that could not be moved means the next run will
      *> deliver this run's events a second time
       01 WS-CURSOR-FAILED PIC X(1) VALUE 'N'.
       01 J PIC 9(2).
       01 WS-DELIVERED PIC 9(7) VALUE 0.
       01 WS-RETRY-QUEUED PIC 9(7) VALUE 0.
      *> refused by APPLY against the method's declared signature -
      *> never retried, the same arguments would fail every time
       01 WS-REJECTED PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "LOG-STARTUP" USING WS-EVENT-PROGRAM
      *> accept into a separate staging field first - ACCEPT FROM
      *> ENVIRONMENT blanks the target unconditionally when the
      *> variable is unset, which would wipe out the VALUE defaults
           MOVE SPACES TO WS-ENV-QUEUE-FILE-NAME
           ACCEPT WS-ENV-QUEUE-FILE-NAME FROM ENVIRONMENT
               "EVENT-QUEUE-FILE"
           IF WS-ENV-QUEUE-FILE-NAME NOT = SPACES
               MOVE WS-ENV-QUEUE-FILE-NAME TO WS-QUEUE-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-CURSOR-FILE-NAME
           ACCEPT WS-ENV-CURSOR-FILE-NAME FROM ENVIRONMENT
               "EVENT-CURSOR-FILE"
           IF WS-ENV-CURSOR-FILE-NAME NOT = SPACES
               MOVE WS-ENV-CURSOR-FILE-NAME TO WS-CURSOR-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-LOG-FILE-NAME
           ACCEPT WS-ENV-LOG-FILE-NAME FROM ENVIRONMENT
               "EVENT-DELIVERY-LOG-FILE"
           IF WS-ENV-LOG-FILE-NAME NOT = SPACES
               MOVE WS-ENV-LOG-FILE-NAME TO WS-LOG-FILE-NAME
           END-IF
           MOVE SPACES TO WS-RUN-ID
           ACCEPT WS-RUN-ID FROM ENVIRONMENT "CHAIN-RUN-ID"
           IF WS-RUN-ID = SPACES
               MOVE "NONE" TO WS-RUN-ID
           END-IF
           PERFORM READ-CURSOR
      *> this run's slice ends where the queue ends right now - events
      *> the subscribers' own methods raise while being delivered
      *> wait for the next run instead of feeding this one forever
           PERFORM COUNT-QUEUE
           MOVE WS-QUEUE-NOW TO WS-QUEUE-END
           IF WS-CURSOR > WS-QUEUE-END
               DISPLAY "EVENT-DISPATCH: cursor " WS-CURSOR
                   " is past the end of the queue (" WS-QUEUE-END
                   " lines) - queue was replaced, starting over"
               MOVE 0 TO WS-CURSOR
           END-IF
           IF WS-CURSOR < WS-QUEUE-END
               PERFORM DELIVER-QUEUE THRU DELIVER-QUEUE-EXIT
           END-IF
           PERFORM SETTLE-QUEUE
           DISPLAY "===== Event dispatch run ====="
           DISPLAY "Events delivered:     " WS-DELIVERED
           DISPLAY "Events queued retry:  " WS-RETRY-QUEUED
           DISPLAY "Events rejected:      " WS-REJECTED
           MOVE SPACES TO WS-EVENT-MESSAGE
           STRING "event dispatch: delivered " WS-DELIVERED
                   " retry-queued " WS-RETRY-QUEUED
                   " rejected " WS-REJECTED
               DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
           CALL "LOG-EVENT" USING WS-EVENT-PROGRAM WS-EVENT-MESSAGE
      *> RETURN-CODE: 0 = every queued event delivered (or none was
      *> waiting), 4 = at least one went to the APPLY retry queue
      *> or was rejected against the method's signature,
      *> 8 = the delivery log could not be opened (nothing delivered)
      *> or the cursor could not be moved (redelivery next run)
           IF WS-CURSOR-FAILED = 'Y'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-RETRY-QUEUED > 0 OR WS-REJECTED > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       READ-CURSOR.
           MOVE 0 TO WS-CURSOR
           OPEN INPUT CURSOR-FILE
           IF WS-CURSOR-STATUS = "00"
               READ CURSOR-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CURSOR-RECORD IS NUMERIC
                           MOVE CURSOR-RECORD TO WS-CURSOR
                       END-IF
               END-READ
               CLOSE CURSOR-FILE
           ELSE
      *> the optional-but-absent open leaves the handle open with
      *> status 05 - close it so the settle step can rewrite it
               IF WS-CURSOR-STATUS = "05"
                   CLOSE CURSOR-FILE
               END-IF
           END-IF.

       COUNT-QUEUE.
           MOVE 0 TO WS-QUEUE-NOW
           MOVE 'N' TO WS-EOF
           OPEN INPUT QUEUE-FILE
           IF WS-QUEUE-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ QUEUE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-QUEUE-NOW
                   END-READ
               END-PERFORM
           END-IF
           IF WS-QUEUE-STATUS = "00" OR WS-QUEUE-STATUS = "05"
             OR WS-QUEUE-STATUS = "10"
               CLOSE QUEUE-FILE
           END-IF.

       DELIVER-QUEUE.
      *> no delivery without its log line - an event delivered with
      *> no record of it is exactly what the log is there to prevent
           OPEN EXTEND DELIVERY-LOG
      *> EXTEND on a log that does not exist yet reports status 05 on
      *> this runtime even though it creates the file underneath
           IF WS-LOG-STATUS NOT = "00" AND WS-LOG-STATUS NOT = "05"
               DISPLAY "EVENT-DISPATCH: unable to open delivery log "
                   TRIM(WS-LOG-FILE-NAME) " - file status "
                   WS-LOG-STATUS
               MOVE SPACES TO WS-EVENT-MESSAGE
               STRING "delivery log unavailable - no events "
                       "delivered"
                   DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
               CALL "LOG-EVENT" USING WS-EVENT-PROGRAM
                   WS-EVENT-MESSAGE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO WS-SEQ
           MOVE 'N' TO WS-EOF
           OPEN INPUT QUEUE-FILE
           PERFORM UNTIL WS-EOF = 'Y'
               READ QUEUE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-SEQ
                       IF WS-SEQ > WS-CURSOR
                           PERFORM DELIVER-ONE-EVENT
                       END-IF
                       IF WS-SEQ >= WS-QUEUE-END
                           MOVE 'Y' TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE QUEUE-FILE
           CLOSE DELIVERY-LOG
           MOVE WS-QUEUE-END TO WS-CURSOR.
       DELIVER-QUEUE-EXIT.
           EXIT.

       DELIVER-ONE-EVENT.
      *> element by element into the shared shape - the receiving
      *> side carries an OCCURS DEPENDING ON (see INSTANCE.cbl's
      *> same MOVE discipline)
           MOVE SPACES TO WS-OBJECT
           MOVE EV-PARENT TO CLASSNAME-PARENT OF RES-PARENT
               OF WS-OBJECT
           MOVE EV-CHILD TO CLASSNAME-CHILD OF RES-PARENT OF WS-OBJECT
           MOVE EV-ANCESTOR-COUNT TO ANCESTOR-COUNT OF RES-PARENT
               OF WS-OBJECT
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > EV-ANCESTOR-COUNT
               MOVE EV-ANCESTOR(J) TO CLASSNAME-ANCESTOR
                   OF RES-PARENT OF WS-OBJECT(J)
           END-PERFORM
           MOVE EV-OBJECT-TYPE TO OBJECT-TYPE OF RES-PARENT
               OF WS-OBJECT
           MOVE EV-ARRAY-COUNT TO ARRAY-COUNT OF RES-PROPERTIES
               OF WS-OBJECT
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > EV-ARRAY-COUNT
               MOVE EV-ARRAY-ELEMENT(J) TO ARRAY-ELEMENT
                   OF RES-PROPERTIES OF WS-OBJECT(J)
           END-PERFORM
           MOVE EV-SERIAL TO INSTANCE-SERIAL OF RES-PARENT
               OF WS-OBJECT
           MOVE EV-CREATED TO CREATED-STAMP OF RES-PARENT
               OF WS-OBJECT
           MOVE EV-METHOD TO WS-METHOD-NAME
           MOVE 'N' TO WS-APPLY-MODE
           MOVE SPACES TO WS-RES WS-REQUIRED-METHODS
           MOVE 0 TO WS-REQUIRED-COUNT WS-RES-NUM
      *> a dispatch APPLY cannot resolve is put on the APPLY-RETRY
      *> queue by APPLY itself (QUEUE-FAILED-DISPATCH), so
      *> APPLY-RETRY-RUN redelivers it with the rest of the failed
      *> work - this run only has to record that it went there
           CALL "APPLY" USING WS-OBJECT WS-METHOD-NAME WS-APPLY-MODE
               WS-RES WS-REQUIRED-METHODS
           MOVE RETURN-CODE TO WS-DELIVERY-RC
           MOVE SPACES TO DELIVERY-RECORD
           ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TS-TIME FROM TIME
           MOVE WS-TS-DATE TO DL-DATE
           MOVE WS-TS-TIME TO DL-TIME
           MOVE WS-SEQ TO DL-SEQ
           MOVE EV-ACTION TO DL-ACTION
           MOVE EV-SUBSCRIBER TO DL-SUBSCRIBER
           MOVE EV-METHOD TO DL-METHOD
           MOVE EV-PARENT TO DL-PARENT
           MOVE EV-CHILD TO DL-CHILD
           MOVE EV-SERIAL TO DL-SERIAL
           MOVE WS-DELIVERY-RC TO DL-RC
           MOVE WS-RUN-ID TO DL-RUN-ID
           EVALUATE WS-DELIVERY-RC
               WHEN 0
                   MOVE "DELIVERED" TO DL-OUTCOME
                   ADD 1 TO WS-DELIVERED
               WHEN 12
                   MOVE "REJECTED" TO DL-OUTCOME
                   ADD 1 TO WS-REJECTED
                   DISPLAY "EVENT-DISPATCH: event " WS-SEQ " ("
                       EV-ACTION " " TRIM(EV-PARENT) "/"
                       TRIM(EV-CHILD) ") to " TRIM(EV-SUBSCRIBER) "."
                       TRIM(EV-METHOD) " rejected - arguments do "
                       "not fit the method's signature"
               WHEN OTHER
                   MOVE "RETRY" TO DL-OUTCOME
                   ADD 1 TO WS-RETRY-QUEUED
                   DISPLAY "EVENT-DISPATCH: event " WS-SEQ " ("
                       EV-ACTION " " TRIM(EV-PARENT) "/"
                       TRIM(EV-CHILD) ") to " TRIM(EV-SUBSCRIBER) "."
                       TRIM(EV-METHOD) " failed (RETURN-CODE="
                       WS-DELIVERY-RC ") - queued for retry"
           END-EVALUATE
           WRITE DELIVERY-RECORD.

       SETTLE-QUEUE.
      *> a fully delivered queue is emptied so it does not grow
      *> without bound - unless something was appended while this
      *> run was delivering, in which case the cursor just moves up
      *> to where this run's slice ended
           PERFORM COUNT-QUEUE
           IF WS-QUEUE-END > 0 AND WS-CURSOR = WS-QUEUE-END
             AND WS-QUEUE-NOW = WS-QUEUE-END
               OPEN OUTPUT QUEUE-FILE
               IF WS-QUEUE-STATUS = "00"
                   CLOSE QUEUE-FILE
                   MOVE 0 TO WS-CURSOR
               END-IF
           END-IF
           OPEN OUTPUT CURSOR-FILE
      *> OUTPUT on a cursor that does not exist yet reports status 05
      *> on this runtime even though it creates the file underneath
           IF WS-CURSOR-STATUS = "00" OR WS-CURSOR-STATUS = "05"
               MOVE WS-CURSOR TO CURSOR-RECORD
               WRITE CURSOR-RECORD
               CLOSE CURSOR-FILE
           ELSE
               DISPLAY "EVENT-DISPATCH: unable to write cursor "
                   TRIM(WS-CURSOR-FILE-NAME) " - file status "
                   WS-CURSOR-STATUS
               MOVE 'Y' TO WS-CURSOR-FAILED
           END-IF.
       END PROGRAM EVENT-DISPATCH.
