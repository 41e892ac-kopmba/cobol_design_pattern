      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPROVAL-QUEUE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> the pending-approval file the master maintenance programs
      *> hold their sensitive changes in - one line per item:
      *>   ITEM,PROGRAM,KIND,KEY,STATUS,MAKER,HELDDATE,HELDTIME,
      *>   CHECKER,DECIDEDDATE,TRANSACTION
      *> the transaction line rides last, whole, commas and all.
      *> STATUS 'P' pending, 'A' approved, 'R' rejected, 'E' expired
      *> unapproved, 'X' applied, 'F' failed when released.
      *> Overridable via APPROVAL-QUEUE-FILE
       SELECT OPTIONAL QUEUE-FILE ASSIGN DYNAMIC WS-QUEUE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-QUEUE-STATUS.
      *> the exclusive door in front of the queue - the same
      *> one-stream-at-a-time discipline RECORD-LOCK keeps on its
      *> registry, so a maintenance run holding an item and an
      *> approver deciding one can never both rewrite the file
       SELECT OPTIONAL DOOR-FILE ASSIGN DYNAMIC WS-DOOR-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           SHARING WITH NO OTHER
           FILE STATUS IS WS-DOOR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD QUEUE-FILE.
       01 QUEUE-RECORD PIC X(400).
       FD DOOR-FILE.
       01 DOOR-RECORD PIC X(10).
       WORKING-STORAGE SECTION.
      *> correctly-sized holders for the startup trace and the audit
      *> message - a literal passed straight to LOG-STARTUP's or
      *> LOG-EVENT-SEV's LINKAGE would only be allocated as big as
      *> the literal itself, not the LINKAGE PIC
       01 WS-PROGRAM-NAME PIC X(44) VALUE "APPROVAL-QUEUE".
       01 WS-EVENT-MESSAGE PIC X(200).
       01 WS-EVENT-SEVERITY PIC X(1).
       01 WS-QUEUE-FILE-NAME PIC X(80) VALUE "APPROVAL-QUEUE.DAT".
       01 WS-ENV-QUEUE-FILE-NAME PIC X(80).
       01 WS-QUEUE-STATUS PIC X(2).
       01 WS-EOF PIC X(1).
      *> the queue staged whole for the rewrite - a few days of
      *> held changes, tens of items, never thousands
       01 WS-APQ-COUNT PIC 9(3) VALUE 0.
       01 WS-APQ-MAX PIC 9(3) VALUE 300.
       01 WS-APQ-ENTRY OCCURS 300 TIMES.
           05 APQ-ITEM PIC 9(6).
           05 APQ-PROGRAM PIC X(20).
           05 APQ-KIND PIC X(12).
           05 APQ-KEY PIC X(10).
           05 APQ-STATUS PIC X(1).
           05 APQ-MAKER PIC X(8).
           05 APQ-HELD-DATE PIC X(8).
           05 APQ-HELD-TIME PIC X(8).
           05 APQ-CHECKER PIC X(8).
           05 APQ-DECIDED-DATE PIC X(8).
           05 APQ-TEXT PIC X(250).
           05 APQ-DROP PIC X(1).
       01 WS-APQ-ITEM-X PIC X(6).
      *> 'Y' once a queue line would not fit the table - the table
      *> is then not the whole queue, and rewriting the file from it
      *> would lose every line past the last one staged
       01 WS-APQ-OVERFLOW PIC X(1).
       01 WS-APQ-LINES-OVER PIC 9(5).
       01 WS-PTR PIC 9(3).
       01 I PIC 9(3).
       01 WS-FOUND PIC 9(3).
       01 WS-LAST-ITEM PIC 9(6).
       01 WS-CHANGED PIC X(1).
       01 WS-TS-TIME PIC 9(8).
      *> the business date held items age against - CALC-BUSINESS-
      *> DATE when the chain sets one, the system date otherwise
       01 WS-TODAY PIC 9(8).
       01 WS-ENV-BUSINESS-DATE PIC X(8).
       01 WS-TODAY-INT PIC 9(7).
       01 WS-AGE-DAYS PIC S9(7).
      *> an item nobody has approved in this many days lapses -
      *> the maker raises it again if it still stands.
      *> Configurable via APPROVAL-EXPIRY-DAYS
       77 WS-EXPIRY-DAYS PIC 9(3) VALUE 5.
       01 WS-ENV-EXPIRY-DAYS PIC X(3).
      *> closed items stay on the file this long for the auditors,
      *> then are dropped. Configurable via APPROVAL-RETAIN-DAYS
       77 WS-RETAIN-DAYS PIC 9(3) VALUE 90.
       01 WS-ENV-RETAIN-DAYS PIC X(3).
      *> the door's busy-retry state, as RECORD-LOCK keeps it
       01 WS-DOOR-FILE-NAME PIC X(90).
       01 WS-DOOR-STATUS PIC X(2).
       01 WS-DOOR-HELD PIC X(1).
       77 WS-RETRY-LIMIT PIC 9(2) VALUE 5.
       01 WS-OPEN-TRIES PIC 9(2).
       01 WS-SLEEP-SECONDS PIC 9(8) COMP VALUE 1.
       LINKAGE SECTION.
      *> 'H' hold a change for approval, 'N' next approved item for
      *> LS-PROGRAM after LS-ITEM-ID, 'P' next pending item (any
      *> program) after LS-ITEM-ID, 'A' approve / 'R' reject item
      *> LS-ITEM-ID as LS-CHECKER, 'X' applied / 'F' failed for a
      *> released item
       01 LS-VERB PIC X(1).
       01 LS-ITEM-ID PIC 9(6).
      *> the maintenance program the change belongs to - the one
      *> that applies it once approved
       01 LS-PROGRAM PIC X(20).
      *> what kind of change - CREDIT-LIMIT, REOPEN, SALARY,
      *> BANK-DETAILS - and the master key it touches
       01 LS-KIND PIC X(12).
       01 LS-KEY PIC X(10).
      *> the operator who raised it and the one who decided it
       01 LS-MAKER PIC X(8).
       01 LS-CHECKER PIC X(8).
       01 LS-HELD-DATE PIC X(8).
      *> the transaction line exactly as the maker keyed it
       01 LS-TEXT PIC X(250).
      *> 'Y' = done / found, 'N' = nothing found or not done, 'S' =
      *> refused, the checker raised the item, 'M' = hold refused,
      *> no maker named
       01 LS-RESULT PIC X(1).

      *> the one pending-approval queue for the sensitive master
      *> changes - a maker's change waits here until a second,
      *> different operator approves it, and lapses if nobody does
       PROCEDURE DIVISION USING LS-VERB LS-ITEM-ID LS-PROGRAM
                 LS-KIND LS-KEY LS-MAKER LS-CHECKER LS-HELD-DATE
                 LS-TEXT LS-RESULT.
       000-Main.
           CALL "LOG-STARTUP" USING WS-PROGRAM-NAME
           MOVE 'N' TO LS-RESULT
           MOVE 0 TO WS-APQ-COUNT
           MOVE 0 TO WS-LAST-ITEM
           MOVE 'N' TO WS-CHANGED
           MOVE 'N' TO WS-APQ-OVERFLOW
           MOVE 0 TO WS-APQ-LINES-OVER
           ACCEPT WS-TS-TIME FROM TIME
      *> accept into a separate staging field first - ACCEPT FROM
      *> ENVIRONMENT blanks the target unconditionally when the
      *> variable is unset
           MOVE "APPROVAL-QUEUE.DAT" TO WS-QUEUE-FILE-NAME
           MOVE SPACES TO WS-ENV-QUEUE-FILE-NAME
           ACCEPT WS-ENV-QUEUE-FILE-NAME FROM ENVIRONMENT
               "APPROVAL-QUEUE-FILE"
           IF WS-ENV-QUEUE-FILE-NAME NOT = SPACES
               MOVE WS-ENV-QUEUE-FILE-NAME TO WS-QUEUE-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-EXPIRY-DAYS
           ACCEPT WS-ENV-EXPIRY-DAYS FROM ENVIRONMENT
               "APPROVAL-EXPIRY-DAYS"
           IF WS-ENV-EXPIRY-DAYS NOT = SPACES
             AND TEST-NUMVAL(WS-ENV-EXPIRY-DAYS) = 0
               MOVE NUMVAL(WS-ENV-EXPIRY-DAYS) TO WS-EXPIRY-DAYS
           END-IF
           MOVE SPACES TO WS-ENV-RETAIN-DAYS
           ACCEPT WS-ENV-RETAIN-DAYS FROM ENVIRONMENT
               "APPROVAL-RETAIN-DAYS"
           IF WS-ENV-RETAIN-DAYS NOT = SPACES
             AND TEST-NUMVAL(WS-ENV-RETAIN-DAYS) = 0
               MOVE NUMVAL(WS-ENV-RETAIN-DAYS) TO WS-RETAIN-DAYS
           END-IF
           MOVE SPACES TO WS-ENV-BUSINESS-DATE
           ACCEPT WS-ENV-BUSINESS-DATE FROM ENVIRONMENT
               "CALC-BUSINESS-DATE"
           IF WS-ENV-BUSINESS-DATE IS NUMERIC
               MOVE WS-ENV-BUSINESS-DATE TO WS-TODAY
           ELSE
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
           END-IF
           COMPUTE WS-TODAY-INT = INTEGER-OF-DATE(WS-TODAY)
      *> nothing is read or judged until this stream alone holds the
      *> door
           PERFORM HOLD-THE-DOOR
           IF WS-DOOR-HELD NOT = 'Y'
               DISPLAY "APPROVAL-QUEUE: queue busy past the retry "
                   "ceiling - request refused"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-QUEUE THRU LOAD-QUEUE-EXIT
      *> a queue bigger than the table is answered for no one - every
      *> verb would be judged on part of it, and any rewrite would
      *> drop the rest
           IF WS-APQ-OVERFLOW = 'Y'
               DISPLAY "APPROVAL-QUEUE: queue " TRIM(WS-QUEUE-FILE-NAME)
                   " holds more than " WS-APQ-MAX " items - "
                   WS-APQ-LINES-OVER " line(s) not staged, request "
                   "refused and the file left as it is"
               MOVE 'E' TO WS-EVENT-SEVERITY
               MOVE SPACES TO WS-EVENT-MESSAGE
               STRING "approval queue over " WS-APQ-MAX " items - "
                       WS-APQ-LINES-OVER " line(s) past the table, "
                       "verb " LS-VERB " REFUSED"
                   DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
               CALL "LOG-EVENT-SEV" USING WS-PROGRAM-NAME
                   WS-EVENT-SEVERITY WS-EVENT-MESSAGE
               MOVE 'N' TO LS-RESULT
               CLOSE DOOR-FILE
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM SWEEP-EXPIRED-ITEMS
           EVALUATE LS-VERB
               WHEN 'H'
                   PERFORM HOLD-ITEM THRU HOLD-ITEM-EXIT
               WHEN 'N'
                   PERFORM NEXT-APPROVED-ITEM
               WHEN 'P'
                   PERFORM NEXT-PENDING-ITEM
               WHEN 'A'
                   PERFORM DECIDE-ITEM THRU DECIDE-ITEM-EXIT
               WHEN 'R'
                   PERFORM DECIDE-ITEM THRU DECIDE-ITEM-EXIT
               WHEN 'X'
                   PERFORM CLOSE-RELEASED-ITEM
               WHEN 'F'
                   PERFORM CLOSE-RELEASED-ITEM
               WHEN OTHER
                   DISPLAY "APPROVAL-QUEUE: unknown verb '" LS-VERB
                       "'"
           END-EVALUATE
           IF WS-CHANGED = 'Y'
               PERFORM REWRITE-QUEUE
           END-IF
           CLOSE DOOR-FILE
      *> RETURN-CODE: 0 = the queue answered - the verdict is data
      *> in LS-RESULT
           MOVE 0 TO RETURN-CODE
           GOBACK.

       HOLD-THE-DOOR.
           MOVE SPACES TO WS-DOOR-FILE-NAME
           STRING TRIM(WS-QUEUE-FILE-NAME TRAILING) ".DOOR"
               DELIMITED BY SIZE INTO WS-DOOR-FILE-NAME
           MOVE 'N' TO WS-DOOR-HELD
           MOVE 0 TO WS-OPEN-TRIES
           OPEN EXTEND DOOR-FILE
           PERFORM UNTIL WS-DOOR-STATUS = "00"
                   OR WS-DOOR-STATUS = "05"
                   OR WS-OPEN-TRIES >= WS-RETRY-LIMIT
               ADD 1 TO WS-OPEN-TRIES
               DISPLAY "APPROVAL-QUEUE: queue busy (status "
                   WS-DOOR-STATUS ") - retry " WS-OPEN-TRIES
                   " of " WS-RETRY-LIMIT
      *> one-second pause so the stream holding the door has time
      *> to finish its rewrite and let go
               CALL "C$SLEEP" USING WS-SLEEP-SECONDS
               OPEN EXTEND DOOR-FILE
           END-PERFORM
           IF WS-DOOR-STATUS = "00" OR WS-DOOR-STATUS = "05"
               MOVE 'Y' TO WS-DOOR-HELD
           END-IF.

       LOAD-QUEUE.
           MOVE 'N' TO WS-EOF
           OPEN INPUT QUEUE-FILE
           IF WS-QUEUE-STATUS NOT = "00"
               IF WS-QUEUE-STATUS = "05"
                   CLOSE QUEUE-FILE
               END-IF
               GO TO LOAD-QUEUE-EXIT
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ QUEUE-FILE INTO QUEUE-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF QUEUE-RECORD NOT = SPACES
                           IF WS-APQ-COUNT < WS-APQ-MAX
                               PERFORM STAGE-QUEUE-LINE
                           ELSE
                               MOVE 'Y' TO WS-APQ-OVERFLOW
                               ADD 1 TO WS-APQ-LINES-OVER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE QUEUE-FILE.
       LOAD-QUEUE-EXIT.
           EXIT.

       STAGE-QUEUE-LINE.
           ADD 1 TO WS-APQ-COUNT
           MOVE 'N' TO APQ-DROP(WS-APQ-COUNT)
           MOVE SPACES TO WS-APQ-ITEM-X APQ-TEXT(WS-APQ-COUNT)
           MOVE 1 TO WS-PTR
      *> the first ten fields by comma; whatever is left after the
      *> pointer is the transaction line itself
           UNSTRING QUEUE-RECORD DELIMITED BY ","
               INTO WS-APQ-ITEM-X APQ-PROGRAM(WS-APQ-COUNT)
                   APQ-KIND(WS-APQ-COUNT) APQ-KEY(WS-APQ-COUNT)
                   APQ-STATUS(WS-APQ-COUNT) APQ-MAKER(WS-APQ-COUNT)
                   APQ-HELD-DATE(WS-APQ-COUNT)
                   APQ-HELD-TIME(WS-APQ-COUNT)
                   APQ-CHECKER(WS-APQ-COUNT)
                   APQ-DECIDED-DATE(WS-APQ-COUNT)
               WITH POINTER WS-PTR
           IF WS-PTR <= 400
               MOVE QUEUE-RECORD(WS-PTR:) TO APQ-TEXT(WS-APQ-COUNT)
           END-IF
           MOVE NUMVAL(WS-APQ-ITEM-X) TO APQ-ITEM(WS-APQ-COUNT)
           IF APQ-ITEM(WS-APQ-COUNT) > WS-LAST-ITEM
               MOVE APQ-ITEM(WS-APQ-COUNT) TO WS-LAST-ITEM
           END-IF.

       SWEEP-EXPIRED-ITEMS.
      *> a pending item past its time lapses unapproved - it can no
      *> longer be approved, and the maker has to raise it again;
      *> a closed item past the retention period leaves the file,
      *> all but the newest, which keeps the numbering climbing
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-APQ-COUNT
               IF APQ-STATUS(I) = 'P'
                 AND APQ-HELD-DATE(I) IS NUMERIC
                   COMPUTE WS-AGE-DAYS = WS-TODAY-INT
                       - INTEGER-OF-DATE(NUMVAL(APQ-HELD-DATE(I)))
                   IF WS-AGE-DAYS > WS-EXPIRY-DAYS
                       MOVE 'E' TO APQ-STATUS(I)
                       MOVE WS-TODAY TO APQ-DECIDED-DATE(I)
                       MOVE 'Y' TO WS-CHANGED
                       DISPLAY "APPROVAL-QUEUE: item " APQ-ITEM(I)
                           " " TRIM(APQ-KIND(I)) " "
                           TRIM(APQ-KEY(I)) " raised by "
                           TRIM(APQ-MAKER(I)) " expired unapproved"
                       MOVE 'W' TO WS-EVENT-SEVERITY
                       MOVE SPACES TO WS-EVENT-MESSAGE
                       STRING "approval item " APQ-ITEM(I) " "
                               TRIM(APQ-PROGRAM(I)) " "
                               TRIM(APQ-KIND(I)) " "
                               TRIM(APQ-KEY(I)) " raised by "
                               TRIM(APQ-MAKER(I)) " on "
                               APQ-HELD-DATE(I)
                               " EXPIRED unapproved"
                           DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
                       CALL "LOG-EVENT-SEV" USING WS-PROGRAM-NAME
                           WS-EVENT-SEVERITY WS-EVENT-MESSAGE
                   END-IF
               END-IF
               IF APQ-STATUS(I) NOT = 'P'
                 AND APQ-STATUS(I) NOT = 'A'
                 AND APQ-DECIDED-DATE(I) IS NUMERIC
                 AND APQ-ITEM(I) NOT = WS-LAST-ITEM
                   COMPUTE WS-AGE-DAYS = WS-TODAY-INT
                       - INTEGER-OF-DATE(NUMVAL(APQ-DECIDED-DATE(I)))
                   IF WS-AGE-DAYS > WS-RETAIN-DAYS
                       MOVE 'Y' TO APQ-DROP(I)
                       MOVE 'Y' TO WS-CHANGED
                   END-IF
               END-IF
           END-PERFORM.

       HOLD-ITEM.
      *> a change nobody can be shown to have raised has no maker for
      *> the checker to differ from - holding it would let whoever
      *> keyed it approve it as well, so it is turned away instead
           IF LS-MAKER = SPACES
               MOVE 'M' TO LS-RESULT
               DISPLAY "APPROVAL-QUEUE: no operator named as maker - "
                   TRIM(LS-KIND) " " TRIM(LS-KEY) " cannot be held"
               MOVE 'W' TO WS-EVENT-SEVERITY
               MOVE SPACES TO WS-EVENT-MESSAGE
               STRING TRIM(LS-PROGRAM) " " TRIM(LS-KIND) " "
                       TRIM(LS-KEY) " hold REFUSED - no maker"
                   DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
               CALL "LOG-EVENT-SEV" USING WS-PROGRAM-NAME
                   WS-EVENT-SEVERITY WS-EVENT-MESSAGE
               GO TO HOLD-ITEM-EXIT
           END-IF
           IF WS-APQ-COUNT >= WS-APQ-MAX
               DISPLAY "APPROVAL-QUEUE: queue full - "
                   TRIM(LS-KIND) " " TRIM(LS-KEY) " cannot be held"
               GO TO HOLD-ITEM-EXIT
           END-IF
           ADD 1 TO WS-APQ-COUNT
           ADD 1 TO WS-LAST-ITEM
           MOVE WS-LAST-ITEM TO APQ-ITEM(WS-APQ-COUNT)
           MOVE LS-PROGRAM TO APQ-PROGRAM(WS-APQ-COUNT)
           MOVE LS-KIND TO APQ-KIND(WS-APQ-COUNT)
           MOVE LS-KEY TO APQ-KEY(WS-APQ-COUNT)
           MOVE 'P' TO APQ-STATUS(WS-APQ-COUNT)
           MOVE LS-MAKER TO APQ-MAKER(WS-APQ-COUNT)
           MOVE WS-TODAY TO APQ-HELD-DATE(WS-APQ-COUNT)
           MOVE WS-TS-TIME TO APQ-HELD-TIME(WS-APQ-COUNT)
           MOVE SPACES TO APQ-CHECKER(WS-APQ-COUNT)
               APQ-DECIDED-DATE(WS-APQ-COUNT)
           MOVE LS-TEXT TO APQ-TEXT(WS-APQ-COUNT)
           MOVE 'N' TO APQ-DROP(WS-APQ-COUNT)
           MOVE 'Y' TO WS-CHANGED
           MOVE WS-LAST-ITEM TO LS-ITEM-ID
           MOVE 'Y' TO LS-RESULT
           MOVE 'I' TO WS-EVENT-SEVERITY
           MOVE SPACES TO WS-EVENT-MESSAGE
           STRING "approval item " WS-LAST-ITEM " "
                   TRIM(LS-PROGRAM) " " TRIM(LS-KIND) " "
                   TRIM(LS-KEY) " held - raised by "
                   TRIM(APQ-MAKER(WS-APQ-COUNT))
               DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
           CALL "LOG-EVENT-SEV" USING WS-PROGRAM-NAME
               WS-EVENT-SEVERITY WS-EVENT-MESSAGE.
       HOLD-ITEM-EXIT.
           EXIT.

       NEXT-APPROVED-ITEM.
           MOVE 0 TO WS-FOUND
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WS-APQ-COUNT OR WS-FOUND > 0
               IF APQ-STATUS(I) = 'A'
                 AND APQ-PROGRAM(I) = LS-PROGRAM
                 AND APQ-ITEM(I) > LS-ITEM-ID
                   MOVE I TO WS-FOUND
               END-IF
           END-PERFORM
           IF WS-FOUND > 0
               PERFORM RETURN-ITEM
           END-IF.

       NEXT-PENDING-ITEM.
           MOVE 0 TO WS-FOUND
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WS-APQ-COUNT OR WS-FOUND > 0
               IF APQ-STATUS(I) = 'P'
                 AND APQ-ITEM(I) > LS-ITEM-ID
                   MOVE I TO WS-FOUND
               END-IF
           END-PERFORM
           IF WS-FOUND > 0
               PERFORM RETURN-ITEM
           END-IF.

       RETURN-ITEM.
           MOVE APQ-ITEM(WS-FOUND) TO LS-ITEM-ID
           MOVE APQ-PROGRAM(WS-FOUND) TO LS-PROGRAM
           MOVE APQ-KIND(WS-FOUND) TO LS-KIND
           MOVE APQ-KEY(WS-FOUND) TO LS-KEY
           MOVE APQ-MAKER(WS-FOUND) TO LS-MAKER
           MOVE APQ-CHECKER(WS-FOUND) TO LS-CHECKER
           MOVE APQ-HELD-DATE(WS-FOUND) TO LS-HELD-DATE
           MOVE APQ-TEXT(WS-FOUND) TO LS-TEXT
           MOVE 'Y' TO LS-RESULT.

       FIND-ITEM.
           MOVE 0 TO WS-FOUND
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WS-APQ-COUNT OR WS-FOUND > 0
               IF APQ-ITEM(I) = LS-ITEM-ID AND APQ-DROP(I) = 'N'
                   MOVE I TO WS-FOUND
               END-IF
           END-PERFORM.

       DECIDE-ITEM.
           PERFORM FIND-ITEM
           IF WS-FOUND = 0 OR LS-CHECKER = SPACES
               GO TO DECIDE-ITEM-EXIT
           END-IF
           IF APQ-STATUS(WS-FOUND) NOT = 'P'
               GO TO DECIDE-ITEM-EXIT
           END-IF
      *> the whole point of the queue - whoever raised a change can
      *> never be the one who lets it through, or turns it down
           IF LS-CHECKER = APQ-MAKER(WS-FOUND)
               MOVE 'S' TO LS-RESULT
               MOVE 'W' TO WS-EVENT-SEVERITY
               MOVE SPACES TO WS-EVENT-MESSAGE
               STRING "approval item " APQ-ITEM(WS-FOUND)
                       " decision REFUSED - operator "
                       TRIM(LS-CHECKER) " raised it"
                   DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
               CALL "LOG-EVENT-SEV" USING WS-PROGRAM-NAME
                   WS-EVENT-SEVERITY WS-EVENT-MESSAGE
               GO TO DECIDE-ITEM-EXIT
           END-IF
           MOVE LS-VERB TO APQ-STATUS(WS-FOUND)
           MOVE LS-CHECKER TO APQ-CHECKER(WS-FOUND)
           MOVE WS-TODAY TO APQ-DECIDED-DATE(WS-FOUND)
           MOVE 'Y' TO WS-CHANGED
           MOVE 'Y' TO LS-RESULT
           MOVE 'I' TO WS-EVENT-SEVERITY
           MOVE SPACES TO WS-EVENT-MESSAGE
           IF LS-VERB = 'A'
               STRING "approval item " APQ-ITEM(WS-FOUND) " "
                       TRIM(APQ-PROGRAM(WS-FOUND)) " "
                       TRIM(APQ-KIND(WS-FOUND)) " "
                       TRIM(APQ-KEY(WS-FOUND)) " APPROVED by "
                       TRIM(LS-CHECKER) " - raised by "
                       TRIM(APQ-MAKER(WS-FOUND))
                   DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
           ELSE
               STRING "approval item " APQ-ITEM(WS-FOUND) " "
                       TRIM(APQ-PROGRAM(WS-FOUND)) " "
                       TRIM(APQ-KIND(WS-FOUND)) " "
                       TRIM(APQ-KEY(WS-FOUND)) " REJECTED by "
                       TRIM(LS-CHECKER) " - raised by "
                       TRIM(APQ-MAKER(WS-FOUND))
                   DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
           END-IF
           CALL "LOG-EVENT-SEV" USING WS-PROGRAM-NAME
               WS-EVENT-SEVERITY WS-EVENT-MESSAGE.
       DECIDE-ITEM-EXIT.
           EXIT.

       CLOSE-RELEASED-ITEM.
      *> an approved item is released once - applied, or failed the
      *> maintenance program's own edits on the day it was released
           PERFORM FIND-ITEM
           IF WS-FOUND > 0
               IF APQ-STATUS(WS-FOUND) = 'A'
                   MOVE LS-VERB TO APQ-STATUS(WS-FOUND)
                   MOVE WS-TODAY TO APQ-DECIDED-DATE(WS-FOUND)
                   MOVE 'Y' TO WS-CHANGED
                   MOVE 'Y' TO LS-RESULT
               END-IF
           END-IF.

       REWRITE-QUEUE.
           OPEN OUTPUT QUEUE-FILE
      *> OUTPUT on a file that does not exist yet reports status 05
      *> on this runtime even though it creates the file underneath
           IF WS-QUEUE-STATUS NOT = "00" AND WS-QUEUE-STATUS NOT = "05"
               DISPLAY "APPROVAL-QUEUE: cannot rewrite queue "
                   TRIM(WS-QUEUE-FILE-NAME) " - file status "
                   WS-QUEUE-STATUS
               MOVE 'N' TO LS-RESULT
           ELSE
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-APQ-COUNT
                   IF APQ-DROP(I) = 'N'
                       MOVE SPACES TO QUEUE-RECORD
                       STRING APQ-ITEM(I) ","
                               TRIM(APQ-PROGRAM(I)) ","
                               TRIM(APQ-KIND(I)) ","
                               TRIM(APQ-KEY(I)) ","
                               APQ-STATUS(I) ","
                               TRIM(APQ-MAKER(I)) ","
                               APQ-HELD-DATE(I) ","
                               APQ-HELD-TIME(I) ","
                               TRIM(APQ-CHECKER(I)) ","
                               TRIM(APQ-DECIDED-DATE(I)) ","
                               TRIM(APQ-TEXT(I) TRAILING)
                           DELIMITED BY SIZE INTO QUEUE-RECORD
                       WRITE QUEUE-RECORD
                   END-IF
               END-PERFORM
               CLOSE QUEUE-FILE
           END-IF.
       END PROGRAM APPROVAL-QUEUE.
