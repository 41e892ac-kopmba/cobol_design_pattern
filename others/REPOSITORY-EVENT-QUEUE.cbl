      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPOSITORY-EVENT-QUEUE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> who wants to hear about what - one subscription per line:
      *> SELECTOR,EVENTS,SUBSCRIBER-CLASS,METHOD. SELECTOR is
      *> P=<class> (the instance's class or any of its ancestors),
      *> T=<object type>, or * for every instance; EVENTS is any of
      *> C (collected), U (updated), R (removed), or * for all three.
      *> Overridable via EVENT-SUBSCRIPTION-FILE
       SELECT OPTIONAL SUBSCRIPTION-FILE
           ASSIGN DYNAMIC WS-SUB-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUB-STATUS.
      *> append-only queue EVENT-DISPATCH drains - one line per
      *> matching subscription per change. Overridable via
      *> EVENT-QUEUE-FILE
       SELECT OPTIONAL QUEUE-FILE ASSIGN DYNAMIC WS-QUEUE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-QUEUE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD SUBSCRIPTION-FILE.
       01 SUBSCRIPTION-RECORD PIC X(200).
       FD QUEUE-FILE.
      *> event identity and delivery address up front, then the
      *> complete instance image flat at full declared widths (same
      *> layout idea as REPOSITORY-HISTORY-WRITE's record) - a remove
      *> carries the image as it stood when it was retired
      *> must stay byte-for-byte identical to EVENT-DISPATCH's
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
       WORKING-STORAGE SECTION.
      *> correctly-sized holder for the startup trace - a literal
      *> passed straight to LOG-STARTUP's LINKAGE would only be
      *> allocated as big as the literal itself, not the LINKAGE PIC
       01 WS-PROGRAM-NAME PIC X(44) VALUE "REPOSITORY-EVENT-QUEUE".
       01 WS-EVENT-MESSAGE PIC X(200).
       01 WS-SUB-FILE-NAME PIC X(80) VALUE "EVENT-SUBSCRIPTIONS.DAT".
       01 WS-ENV-SUB-FILE-NAME PIC X(80).
       01 WS-SUB-STATUS PIC X(2).
       01 WS-QUEUE-FILE-NAME PIC X(80) VALUE "EVENT-QUEUE.DAT".
       01 WS-ENV-QUEUE-FILE-NAME PIC X(80).
       01 WS-QUEUE-STATUS PIC X(2).
       01 WS-QUEUE-OPEN PIC X(1).
       01 WS-EOF PIC X(1).
      *> one subscription line taken apart
       01 WS-SUB-SELECTOR PIC X(50).
       01 WS-SUB-FIELD PIC X(1).
       01 WS-SUB-FIELD-RAW PIC X(4).
       01 WS-SUB-VALUE PIC X(44).
       01 WS-SUB-EVENTS PIC X(10).
       01 WS-SUB-CLASS PIC X(44).
       01 WS-SUB-METHOD PIC X(50).
       01 WS-SUB-MATCH PIC X(1).
       01 WS-HITS PIC 9(2).
       01 WS-QUEUED PIC 9(4).
       01 WS-TS-DATE PIC 9(8).
       01 WS-TS-TIME PIC 9(8).
       01 WS-RUN-ID PIC X(12).
       01 J PIC 9(2).
       LINKAGE SECTION.
      *> 'C' = collected, 'U' = updated, 'R' = removed
       01 LS-ACTION PIC X(1).
      *> shared RES-PARENT/RES-PROPERTIES shape - see OBJECT-RECORD.CPY
       01 LS-OBJ.
           COPY OBJECT-RECORD REPLACING ==PLVL-A== BY ==05==
                                         ==PLVL-B== BY ==10==
                                         ==PLVL-NAME== BY ==LS-OBJ==.

      *> called beside REPOSITORY-HISTORY-WRITE from the same two
      *> places - the keyed door (REPOSITORY-ACCESS) and the
      *> whole-file rewrite (REPOSITORY-SAVE) - so every change that
      *> lands on the master, COLLECT's included, is offered to the
      *> subscribers exactly once
       PROCEDURE DIVISION USING LS-ACTION LS-OBJ.
       000-Main.
           CALL "LOG-STARTUP" USING WS-PROGRAM-NAME
      *> this subprogram is called repeatedly in the same run -
      *> working-storage must start clean every call
           MOVE 'N' TO WS-EOF
           MOVE 'N' TO WS-QUEUE-OPEN
           MOVE 0 TO WS-QUEUED
      *> accept into a separate staging field first - ACCEPT FROM
      *> ENVIRONMENT blanks the target unconditionally when the
      *> variable is unset, which would wipe out the VALUE default
           MOVE "EVENT-SUBSCRIPTIONS.DAT" TO WS-SUB-FILE-NAME
           MOVE SPACES TO WS-ENV-SUB-FILE-NAME
           ACCEPT WS-ENV-SUB-FILE-NAME FROM ENVIRONMENT
               "EVENT-SUBSCRIPTION-FILE"
           IF WS-ENV-SUB-FILE-NAME NOT = SPACES
               MOVE WS-ENV-SUB-FILE-NAME TO WS-SUB-FILE-NAME
           END-IF
           MOVE "EVENT-QUEUE.DAT" TO WS-QUEUE-FILE-NAME
           MOVE SPACES TO WS-ENV-QUEUE-FILE-NAME
           ACCEPT WS-ENV-QUEUE-FILE-NAME FROM ENVIRONMENT
               "EVENT-QUEUE-FILE"
           IF WS-ENV-QUEUE-FILE-NAME NOT = SPACES
               MOVE WS-ENV-QUEUE-FILE-NAME TO WS-QUEUE-FILE-NAME
           END-IF
           OPEN INPUT SUBSCRIPTION-FILE
      *> a shop with no subscription file simply has no subscribers
           IF WS-SUB-STATUS NOT = "00"
               IF WS-SUB-STATUS = "05"
                   CLOSE SUBSCRIPTION-FILE
               END-IF
               GO TO 000-EXIT
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ SUBSCRIPTION-FILE INTO SUBSCRIPTION-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SUBSCRIPTION-RECORD NOT = SPACES
                           PERFORM MATCH-SUBSCRIPTION
                           IF WS-SUB-MATCH = 'Y'
                               PERFORM QUEUE-ONE-EVENT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUBSCRIPTION-FILE
           IF WS-QUEUE-OPEN = 'Y'
               CLOSE QUEUE-FILE
           END-IF
           IF WS-QUEUED > 0
               MOVE SPACES TO WS-EVENT-MESSAGE
               STRING "queued " WS-QUEUED " event(s) of kind "
                       LS-ACTION " for "
                       TRIM(CLASSNAME-PARENT OF RES-PARENT OF LS-OBJ)
                       "/"
                       TRIM(CLASSNAME-CHILD OF RES-PARENT OF LS-OBJ)
                   DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
               CALL "LOG-EVENT" USING WS-PROGRAM-NAME WS-EVENT-MESSAGE
           END-IF.
       000-EXIT.
      *> RETURN-CODE: 0 = every matching subscription queued (or
      *> none matched), 8 = the queue could not be opened - the
      *> change to the master itself still stands
           IF WS-QUEUE-OPEN = 'F'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       MATCH-SUBSCRIPTION.
           MOVE 'N' TO WS-SUB-MATCH
           MOVE SPACES TO WS-SUB-SELECTOR WS-SUB-EVENTS WS-SUB-CLASS
               WS-SUB-METHOD WS-SUB-FIELD-RAW WS-SUB-VALUE
           UNSTRING SUBSCRIPTION-RECORD DELIMITED BY ","
               INTO WS-SUB-SELECTOR WS-SUB-EVENTS WS-SUB-CLASS
                   WS-SUB-METHOD
           IF WS-SUB-METHOD = SPACES
               DISPLAY "REPOSITORY-EVENT-QUEUE: subscription without "
                   "a method ignored - " TRIM(SUBSCRIPTION-RECORD)
           ELSE
      *> the event kind first - cheapest test
               MOVE 0 TO WS-HITS
               INSPECT WS-SUB-EVENTS TALLYING WS-HITS
                   FOR ALL LS-ACTION
               INSPECT WS-SUB-EVENTS TALLYING WS-HITS FOR ALL "*"
               IF WS-HITS > 0
                   IF TRIM(WS-SUB-SELECTOR) = "*"
                       MOVE 'Y' TO WS-SUB-MATCH
                   ELSE
      *> FIELD=VALUE, the selector convention REPOSITORY-FIND and
      *> METHOD-BATCH-DRIVER already use
                       UNSTRING WS-SUB-SELECTOR DELIMITED BY "="
                           INTO WS-SUB-FIELD-RAW WS-SUB-VALUE
                       MOVE WS-SUB-FIELD-RAW(1:1) TO WS-SUB-FIELD
                       PERFORM MATCH-SELECTOR
                   END-IF
               END-IF
           END-IF.

       MATCH-SELECTOR.
           EVALUATE WS-SUB-FIELD
               WHEN 'P'
      *> an instance of a subclass is an instance of the class too -
      *> the lineage counts, not just the immediate parent
                   IF CLASSNAME-PARENT OF RES-PARENT OF LS-OBJ
                           = WS-SUB-VALUE
                       MOVE 'Y' TO WS-SUB-MATCH
                   END-IF
                   PERFORM VARYING J FROM 1 BY 1
                           UNTIL J > ANCESTOR-COUNT OF RES-PARENT
                               OF LS-OBJ
                       IF CLASSNAME-ANCESTOR OF RES-PARENT OF LS-OBJ(J)
                               = WS-SUB-VALUE
                           MOVE 'Y' TO WS-SUB-MATCH
                       END-IF
                   END-PERFORM
               WHEN 'T'
                   IF OBJECT-TYPE OF RES-PARENT OF LS-OBJ
                           = WS-SUB-VALUE
                       MOVE 'Y' TO WS-SUB-MATCH
                   END-IF
               WHEN OTHER
                   DISPLAY "REPOSITORY-EVENT-QUEUE: bad selector "
                       TRIM(WS-SUB-SELECTOR) " ignored"
           END-EVALUATE.

       QUEUE-ONE-EVENT.
      *> opened on the first match only - a change nobody subscribed
      *> to never touches the queue
           IF WS-QUEUE-OPEN = 'N'
               OPEN EXTEND QUEUE-FILE
      *> EXTEND on a queue that does not exist yet reports status 05
      *> on this runtime even though it creates the file underneath
      *> (the same SELECT OPTIONAL quirk LOG-EVENT works around)
               IF WS-QUEUE-STATUS = "00" OR WS-QUEUE-STATUS = "05"
                   MOVE 'Y' TO WS-QUEUE-OPEN
               ELSE
                   DISPLAY "REPOSITORY-EVENT-QUEUE: unable to open "
                       "event queue " TRIM(WS-QUEUE-FILE-NAME)
                       " - file status " WS-QUEUE-STATUS
                   MOVE 'F' TO WS-QUEUE-OPEN
               END-IF
               ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
               ACCEPT WS-TS-TIME FROM TIME
      *> the chain's run id, same convention as APPLY's dispatch
      *> history - a change made outside a chain run says NONE
               MOVE SPACES TO WS-RUN-ID
               ACCEPT WS-RUN-ID FROM ENVIRONMENT "CHAIN-RUN-ID"
               IF WS-RUN-ID = SPACES
                   MOVE "NONE" TO WS-RUN-ID
               END-IF
           END-IF
           IF WS-QUEUE-OPEN = 'Y'
               MOVE SPACES TO EVENT-RECORD
               COMPUTE EV-STAMP = WS-TS-DATE * 1000000
                   + WS-TS-TIME / 100
               MOVE LS-ACTION TO EV-ACTION
               MOVE WS-RUN-ID TO EV-RUN-ID
               MOVE WS-SUB-CLASS TO EV-SUBSCRIBER
               MOVE WS-SUB-METHOD TO EV-METHOD
               MOVE INSTANCE-SERIAL OF RES-PARENT OF LS-OBJ
                   TO EV-SERIAL
               MOVE CLASSNAME-PARENT OF RES-PARENT OF LS-OBJ
                   TO EV-PARENT
               MOVE CLASSNAME-CHILD OF RES-PARENT OF LS-OBJ
                   TO EV-CHILD
               MOVE ANCESTOR-COUNT OF RES-PARENT OF LS-OBJ
                   TO EV-ANCESTOR-COUNT
               PERFORM VARYING J FROM 1 BY 1
                       UNTIL J > ANCESTOR-COUNT OF RES-PARENT
                           OF LS-OBJ
                   MOVE CLASSNAME-ANCESTOR OF RES-PARENT OF LS-OBJ(J)
                       TO EV-ANCESTOR(J)
               END-PERFORM
               MOVE OBJECT-TYPE OF RES-PARENT OF LS-OBJ
                   TO EV-OBJECT-TYPE
               MOVE ARRAY-COUNT OF RES-PROPERTIES OF LS-OBJ
                   TO EV-ARRAY-COUNT
               PERFORM VARYING J FROM 1 BY 1
                       UNTIL J > ARRAY-COUNT OF RES-PROPERTIES
                           OF LS-OBJ
                   MOVE ARRAY-ELEMENT OF RES-PROPERTIES OF LS-OBJ(J)
                       TO EV-ARRAY-ELEMENT(J)
               END-PERFORM
               MOVE CREATED-STAMP OF RES-PARENT OF LS-OBJ
                   TO EV-CREATED
               WRITE EVENT-RECORD
               ADD 1 TO WS-QUEUED
           END-IF.
       END PROGRAM REPOSITORY-EVENT-QUEUE.
