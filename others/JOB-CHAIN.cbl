       SELECT OPTIONAL RC-FILE ASSIGN DYNAMIC WS-RC-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RC-STATUS.
      *> the inputs a step must not start without, one line each:
      *>   STEP-NAME,FILE-NAME,DEADLINE-HHMM,CHECK,SEMAPHORE-NAME
      *> CHECK: TRAILER = the file is complete once its last line is
      *> the T,count,total control record, SEMAPHORE = complete once
      *> the semaphore file exists (SEMAPHORE-NAME, or FILE-NAME.OK
      *> when left blank). Overridable via CHAIN-ARRIVAL-FILE
       SELECT OPTIONAL ARRIVAL-FILE ASSIGN DYNAMIC
           WS-ARRIVAL-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARRIVAL-STATUS.
      *> the awaited input itself, or its semaphore, opened only to
      *> see whether it is there yet and whole
       SELECT OPTIONAL PROBE-FILE ASSIGN DYNAMIC WS-PROBE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROBE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CHAIN-FILE.
       01 STATE-RECORD PIC X(60).
       FD RC-FILE.
       01 RC-RECORD PIC X(10).
       FD ARRIVAL-FILE.
       01 ARRIVAL-RECORD PIC X(250).
       FD PROBE-FILE.
       01 PROBE-RECORD PIC X(250).
       WORKING-STORAGE SECTION.
      *> correctly-sized holders for the literal audit message - a
      *> literal passed straight to LOG-EVENT's LINKAGE would only be
       01 WS-BATCH-PENDING PIC 9(2).
       01 WS-POLL-HOPS PIC 9(5).
       01 WS-UNRESOLVED PIC X(1).
      *> file-arrival triggers - a step with an awaited input waits
      *> for it; past the input's deadline the on-call feed hears of
      *> it and only that step, and whatever depends on it, is held
       01 WS-ARRIVAL-FILE-NAME PIC X(80) VALUE "CHAIN-ARRIVALS.DAT".
       01 WS-ENV-ARRIVAL-FILE-NAME PIC X(80).
       01 WS-ARRIVAL-STATUS PIC X(2).
       01 WS-PROBE-FILE-NAME PIC X(80).
       01 WS-PROBE-STATUS PIC X(2).
       01 WS-ARR-COUNT PIC 9(2) VALUE 0.
       01 WS-ARR-MAX PIC 9(2) VALUE 50.
       01 WS-ARR-ENTRY OCCURS 50 TIMES.
           05 ARR-STEP PIC X(20).
           05 ARR-FILE PIC X(80).
           05 ARR-CHECK PIC X(9).
           05 ARR-SEMAPHORE PIC X(80).
      *> minutes past the midnight the chain started from - a
      *> deadline earlier in the day than the chain start is taken as
      *> the next morning's
           05 ARR-DEADLINE PIC 9(4).
           05 ARR-DEADLINE-HHMM PIC X(4).
      *> 'W' = being waited for, 'A' = arrived and complete, 'L' =
      *> late and alerted
           05 ARR-STATE PIC X(1).
       01 WS-ARR-DEADLINE-X PIC X(4).
       01 WS-ARR-CHECK-X PIC X(9).
       01 K PIC 9(2).
       01 WS-LAST-LINE PIC X(250).
       01 WS-PROBE-EOF PIC X(1).
       01 WS-START-MINUTE PIC 9(4).
       01 WS-NOW-MINUTE PIC 9(4).
       01 WS-CLOCK.
           05 WS-CLOCK-HH PIC 9(2).
           05 WS-CLOCK-MM PIC 9(2).
           05 FILLER PIC 9(4).
      *> set while judging readiness: some step is waiting on an
      *> input still inside its deadline / already past it
       01 WS-FILES-AWAITED PIC X(1).
       01 WS-FILES-OVERDUE PIC X(1).
       01 WS-FILES-MISSING PIC X(1).
       77 WS-ARRIVAL-POLL PIC 9(3) VALUE 60.
       01 WS-ENV-POLL PIC X(3).
      *> report distribution - once a step ends clean, the reports
      *> it left behind are cut and delivered by REPORT-DISTRIBUTE;
      *> with no distribution control file the chain runs as before
       01 WS-DIST-FILE-NAME PIC X(80)
           VALUE "REPORT-DISTRIBUTION.DAT".
       01 WS-ENV-DIST-FILE-NAME PIC X(80).
       01 WS-DIST-ACTIVE PIC X(1) VALUE 'N'.
       01 WS-DIST-RC PIC S9(9).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RESTART-RUN-ID FROM ENVIRONMENT
               "CHAIN-RESTART-RUN-ID"
           PERFORM LOAD-CHAIN-DEFINITION THRU LOAD-CHAIN-EXIT
           MOVE SPACES TO WS-ENV-ARRIVAL-FILE-NAME
           ACCEPT WS-ENV-ARRIVAL-FILE-NAME FROM ENVIRONMENT
               "CHAIN-ARRIVAL-FILE"
           IF WS-ENV-ARRIVAL-FILE-NAME NOT = SPACES
               MOVE WS-ENV-ARRIVAL-FILE-NAME TO WS-ARRIVAL-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-POLL
           ACCEPT WS-ENV-POLL FROM ENVIRONMENT "CHAIN-ARRIVAL-POLL"
           IF WS-ENV-POLL IS NUMERIC AND WS-ENV-POLL NOT = SPACES
             AND NUMVAL(WS-ENV-POLL) >= 1
               MOVE NUMVAL(WS-ENV-POLL) TO WS-ARRIVAL-POLL
           END-IF
           PERFORM LOAD-ARRIVAL-RULES THRU LOAD-ARRIVAL-RULES-EXIT
           MOVE SPACES TO WS-ENV-DIST-FILE-NAME
           ACCEPT WS-ENV-DIST-FILE-NAME FROM ENVIRONMENT
               "REPORT-DIST-FILE"
           IF WS-ENV-DIST-FILE-NAME NOT = SPACES
               MOVE WS-ENV-DIST-FILE-NAME TO WS-DIST-FILE-NAME
           END-IF
           PERFORM PROBE-DISTRIBUTION
           IF WS-RESTART-RUN-ID NOT = SPACES
               PERFORM MARK-ALREADY-DONE THRU MARK-ALREADY-DONE-EXIT
           END-IF
      *> the serial chain always did
           MOVE 'Y' TO WS-UNRESOLVED
           PERFORM UNTIL WS-UNRESOLVED = 'N' OR WS-ABORTED = 'Y'
               MOVE 'N' TO WS-FILES-AWAITED WS-FILES-OVERDUE
               PERFORM BUILD-READY-BATCH
               IF WS-BATCH-COUNT = 0
      *> nothing runnable right now - if an input is still inside its
      *> deadline, wait for it; once only overdue inputs are left,
      *> their steps are held and the chain runs out without them
                   EVALUATE TRUE
                       WHEN WS-FILES-AWAITED = 'Y'
                           PERFORM WAIT-FOR-ARRIVALS
                       WHEN WS-FILES-OVERDUE = 'Y'
                           PERFORM HOLD-OVERDUE-STEPS
                       WHEN OTHER
                           MOVE 'N' TO WS-UNRESOLVED
                   END-EVALUATE
               ELSE
                   IF WS-BATCH-COUNT = 1
                       MOVE WS-BATCH-INDEX(1) TO I
       JUDGE-STEP-READY.
           MOVE 'Y' TO WS-DEP-SATISFIED
           IF STEP-DEPENDS(I) = SPACES
               PERFORM CHECK-STEP-ARRIVALS
               GO TO JUDGE-STEP-READY-EXIT
           END-IF
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-STEP-COUNT
                         OR STEP-OUTCOME(J) = "SKIPPED"
                         OR STEP-OUTCOME(J) = "TIMEOUT"
                         OR STEP-OUTCOME(J) = "ABORTED"
                         OR STEP-OUTCOME(J) = "HELD"
                           MOVE 'S' TO WS-DEP-SATISFIED
                       WHEN STEP-OUTCOME(J) = SPACES
                           MOVE 'N' TO WS-DEP-SATISFIED
                   " SKIPPED - prerequisite "
                   TRIM(STEP-DEPENDS(I)) " did not succeed"
               PERFORM LOG-STEP-OUTCOME
           END-IF
           IF WS-DEP-SATISFIED = 'Y'
               PERFORM CHECK-STEP-ARRIVALS
           END-IF.
       JUDGE-STEP-READY-EXIT.
           EXIT.

       CHECK-STEP-ARRIVALS.
      *> a step whose prerequisites are met still waits while any of
      *> its awaited inputs is missing or incomplete
           MOVE 'N' TO WS-FILES-MISSING
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-ARR-COUNT
               IF ARR-STEP(K) = STEP-NAME(I)
                 AND ARR-STATE(K) NOT = 'A'
                   PERFORM PROBE-ARRIVAL THRU PROBE-ARRIVAL-EXIT
                   IF ARR-STATE(K) NOT = 'A'
                       MOVE 'Y' TO WS-FILES-MISSING
                       PERFORM JUDGE-ARRIVAL-DEADLINE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FILES-MISSING = 'Y'
               MOVE 'N' TO WS-DEP-SATISFIED
           END-IF.

       PROBE-ARRIVAL.
           IF ARR-CHECK(K) = "SEMAPHORE"
               MOVE ARR-SEMAPHORE(K) TO WS-PROBE-FILE-NAME
           ELSE
               MOVE ARR-FILE(K) TO WS-PROBE-FILE-NAME
           END-IF
           OPEN INPUT PROBE-FILE
           IF WS-PROBE-STATUS NOT = "00"
      *> not there yet - the optional-but-absent open leaves the
      *> handle open with status 05, close it or the next probe's
      *> OPEN fails with 41
               IF WS-PROBE-STATUS = "05"
                   CLOSE PROBE-FILE
               END-IF
               GO TO PROBE-ARRIVAL-EXIT
           END-IF
           IF ARR-CHECK(K) = "SEMAPHORE"
               CLOSE PROBE-FILE
               MOVE 'A' TO ARR-STATE(K)
               GO TO PROBE-ARRIVAL-EXIT
           END-IF
      *> a file still being written has no trailer on its last line
      *> yet - only the T,count,total record proves upstream finished
           MOVE SPACES TO WS-LAST-LINE
           MOVE 'N' TO WS-PROBE-EOF
           PERFORM UNTIL WS-PROBE-EOF = 'Y'
               READ PROBE-FILE
                   AT END
                       MOVE 'Y' TO WS-PROBE-EOF
                   NOT AT END
                       IF PROBE-RECORD NOT = SPACES
                           MOVE PROBE-RECORD TO WS-LAST-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROBE-FILE
           IF WS-LAST-LINE(1:2) = "T,"
               MOVE 'A' TO ARR-STATE(K)
           END-IF.
       PROBE-ARRIVAL-EXIT.
           EXIT.

       JUDGE-ARRIVAL-DEADLINE.
           PERFORM READ-CHAIN-CLOCK
           IF WS-NOW-MINUTE < ARR-DEADLINE(K)
               MOVE 'Y' TO WS-FILES-AWAITED
               IF ARR-STATE(K) = SPACE
                   MOVE 'W' TO ARR-STATE(K)
                   DISPLAY "JOB-CHAIN: step " TRIM(STEP-NAME(I))
                       " waiting for input " TRIM(ARR-FILE(K))
                       " (deadline " ARR-DEADLINE-HHMM(K) ")"
               END-IF
           ELSE
               MOVE 'Y' TO WS-FILES-OVERDUE
      *> raised once per late input - the step keeps waiting while
      *> other work runs, in case the file turns up after all
               IF ARR-STATE(K) NOT = 'L'
                   MOVE 'L' TO ARR-STATE(K)
                   DISPLAY "JOB-CHAIN: step " TRIM(STEP-NAME(I))
                       " HELD - input " TRIM(ARR-FILE(K))
                       " not arrived complete by its deadline "
                       ARR-DEADLINE-HHMM(K)
                   MOVE STEP-NAME(I) TO WS-ALERT-NAME
                   MOVE 1 TO WS-ALERT-COUNT
                   MOVE 8 TO WS-ALERT-WORST-RC
                   CALL "JOB-END-ALERT" USING WS-ALERT-NAME
                       WS-ALERT-COUNT WS-ALERT-WORST-RC
                   MOVE 'E' TO WS-EVENT-SEVERITY
                   MOVE SPACES TO WS-EVENT-MESSAGE
                   STRING "step " TRIM(STEP-NAME(I))
                           " held - input " TRIM(ARR-FILE(K))
                           " late past its deadline "
                           ARR-DEADLINE-HHMM(K)
                       DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
                   CALL "LOG-EVENT-SEV" USING WS-EVENT-PROGRAM
                       WS-EVENT-SEVERITY WS-EVENT-MESSAGE
               END-IF
           END-IF.

       READ-CHAIN-CLOCK.
           ACCEPT WS-CLOCK FROM TIME
           COMPUTE WS-NOW-MINUTE = WS-CLOCK-HH * 60 + WS-CLOCK-MM
           IF WS-NOW-MINUTE < WS-START-MINUTE
               ADD 1440 TO WS-NOW-MINUTE
           END-IF.

       WAIT-FOR-ARRIVALS.
           MOVE SPACES TO WS-COMMAND
           STRING "sleep " WS-ARRIVAL-POLL
               DELIMITED BY SIZE INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND.

       HOLD-OVERDUE-STEPS.
      *> every step still waiting is waiting on a late input - held,
      *> recorded so a restart of this run picks it up once the file
      *> is in, and its dependents are skipped on the next pass
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-ARR-COUNT
               IF ARR-STATE(K) = 'L'
                   PERFORM VARYING I FROM 1 BY 1
                           UNTIL I > WS-STEP-COUNT
                       IF STEP-NAME(I) = ARR-STEP(K)
                         AND STEP-OUTCOME(I) = SPACES
                           MOVE "HELD" TO STEP-OUTCOME(I)
                           ADD 1 TO WS-FAILED-COUNT
                           PERFORM LOG-STEP-OUTCOME
                           PERFORM RECORD-STEP-STATE
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       RUN-PARALLEL-BATCH.
      *> each member runs in the background, writing its exit code
      *> to its own drop file; the chain then polls until the whole
           MOVE SPACES TO WS-COMMAND
           STRING "rm -f CHAIN-RC-" TRIM(STEP-NAME(I)) ".TMP"
               DELIMITED BY SIZE INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           PERFORM DISTRIBUTE-STEP-REPORTS
               THRU DISTRIBUTE-STEP-REPORTS-EXIT.
       COLLECT-ONE-RESULT-EXIT.
           EXIT.

               SUBTRACT 1 FROM WS-STEP-COUNT
           END-IF.

       LOAD-ARRIVAL-RULES.
           ACCEPT WS-CLOCK FROM TIME
           COMPUTE WS-START-MINUTE = WS-CLOCK-HH * 60 + WS-CLOCK-MM
           MOVE 'N' TO WS-EOF
           OPEN INPUT ARRIVAL-FILE
           IF WS-ARRIVAL-STATUS NOT = "00"
      *> no arrival rules - every step starts on the clock as before
               IF WS-ARRIVAL-STATUS = "05"
                   CLOSE ARRIVAL-FILE
               END-IF
               GO TO LOAD-ARRIVAL-RULES-EXIT
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARRIVAL-FILE INTO ARRIVAL-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-ARR-COUNT >= WS-ARR-MAX
                           DISPLAY "JOB-CHAIN: more than "
                               WS-ARR-MAX " awaited inputs in "
                               TRIM(WS-ARRIVAL-FILE-NAME)
                               " - chain ABORTED"
                           MOVE 'Y' TO WS-ABORTED
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           PERFORM LOAD-ONE-ARRIVAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARRIVAL-FILE
           MOVE 'N' TO WS-EOF.
       LOAD-ARRIVAL-RULES-EXIT.
           EXIT.

       LOAD-ONE-ARRIVAL.
           ADD 1 TO WS-ARR-COUNT
           MOVE SPACES TO ARR-STEP(WS-ARR-COUNT) ARR-FILE(WS-ARR-COUNT)
               WS-ARR-DEADLINE-X WS-ARR-CHECK-X
               ARR-SEMAPHORE(WS-ARR-COUNT) ARR-STATE(WS-ARR-COUNT)
           UNSTRING ARRIVAL-RECORD DELIMITED BY ","
               INTO ARR-STEP(WS-ARR-COUNT) ARR-FILE(WS-ARR-COUNT)
                   WS-ARR-DEADLINE-X WS-ARR-CHECK-X
                   ARR-SEMAPHORE(WS-ARR-COUNT)
           MOVE WS-ARR-DEADLINE-X TO ARR-DEADLINE-HHMM(WS-ARR-COUNT)
           IF ARR-STEP(WS-ARR-COUNT) = SPACES
             OR ARR-FILE(WS-ARR-COUNT) = SPACES
               SUBTRACT 1 FROM WS-ARR-COUNT
           ELSE
               PERFORM VALIDATE-ONE-ARRIVAL
           END-IF.

       VALIDATE-ONE-ARRIVAL.
           MOVE 'N' TO WS-DEP-SATISFIED
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-STEP-COUNT
               IF STEP-NAME(J) = ARR-STEP(WS-ARR-COUNT)
                   MOVE 'Y' TO WS-DEP-SATISFIED
               END-IF
           END-PERFORM
      *> a mistyped step name would quietly switch the wait off
           IF WS-DEP-SATISFIED = 'N'
               DISPLAY "JOB-CHAIN: awaited input "
                   TRIM(ARR-FILE(WS-ARR-COUNT)) " names step "
                   TRIM(ARR-STEP(WS-ARR-COUNT))
                   ", which is not in this chain - ignored"
           END-IF
           IF WS-ARR-CHECK-X = "SEMAPHORE"
               MOVE "SEMAPHORE" TO ARR-CHECK(WS-ARR-COUNT)
               IF ARR-SEMAPHORE(WS-ARR-COUNT) = SPACES
                   STRING TRIM(ARR-FILE(WS-ARR-COUNT)) ".OK"
                       DELIMITED BY SIZE
                       INTO ARR-SEMAPHORE(WS-ARR-COUNT)
               END-IF
           ELSE
               MOVE "TRAILER" TO ARR-CHECK(WS-ARR-COUNT)
               IF WS-ARR-CHECK-X NOT = "TRAILER"
                   DISPLAY "JOB-CHAIN: awaited input "
                       TRIM(ARR-FILE(WS-ARR-COUNT))
                       " has check '" TRIM(WS-ARR-CHECK-X)
                       "' - TRAILER assumed"
               END-IF
           END-IF
      *> an unreadable deadline is treated as already passed - the
      *> input must be there when the step comes up, or it is held
           IF WS-ARR-DEADLINE-X IS NUMERIC
             AND WS-ARR-DEADLINE-X(1:2) <= "23"
             AND WS-ARR-DEADLINE-X(3:2) <= "59"
               COMPUTE ARR-DEADLINE(WS-ARR-COUNT) =
                   NUMVAL(WS-ARR-DEADLINE-X(1:2)) * 60
                   + NUMVAL(WS-ARR-DEADLINE-X(3:2))
               IF ARR-DEADLINE(WS-ARR-COUNT) < WS-START-MINUTE
                   ADD 1440 TO ARR-DEADLINE(WS-ARR-COUNT)
               END-IF
           ELSE
               DISPLAY "JOB-CHAIN: awaited input "
                   TRIM(ARR-FILE(WS-ARR-COUNT)) " has deadline '"
                   WS-ARR-DEADLINE-X "' - not HHMM, no wait allowed"
               MOVE 0 TO ARR-DEADLINE(WS-ARR-COUNT)
           END-IF.

       MARK-ALREADY-DONE.
      *> the named failed run's completed steps are honored - they
      *> ran, the work is on disk, running them again is at best
           PERFORM JUDGE-STEP-OUTCOME
               THRU JUDGE-STEP-OUTCOME-EXIT
           PERFORM LOG-STEP-OUTCOME
           PERFORM RECORD-STEP-STATE
           PERFORM DISTRIBUTE-STEP-REPORTS
               THRU DISTRIBUTE-STEP-REPORTS-EXIT.
       RUN-ONE-STEP-EXIT.
           EXIT.

           CALL "LOG-EVENT-SEV" USING WS-EVENT-PROGRAM
               WS-EVENT-SEVERITY WS-EVENT-MESSAGE.

       PROBE-DISTRIBUTION.
           MOVE WS-DIST-FILE-NAME TO WS-PROBE-FILE-NAME
           OPEN INPUT PROBE-FILE
           IF WS-PROBE-STATUS = "00"
               MOVE 'Y' TO WS-DIST-ACTIVE
               CLOSE PROBE-FILE
           ELSE
               IF WS-PROBE-STATUS = "05"
                   CLOSE PROBE-FILE
               END-IF
           END-IF.

      *> a failed step's reports are not fit to send anyone; an
      *> undeliverable copy is the distribution log's business and
      *> never fails the step that wrote the report
       DISTRIBUTE-STEP-REPORTS.
           IF WS-DIST-ACTIVE NOT = 'Y' OR STEP-OUTCOME(I) NOT = "OK"
               GO TO DISTRIBUTE-STEP-REPORTS-EXIT
           END-IF
           MOVE SPACES TO WS-COMMAND
           STRING "env " QUOTE "CHAIN-RUN-ID=" TRIM(WS-RUN-ID) QUOTE
                   " " QUOTE "REPORT-DIST-STEP=" TRIM(STEP-NAME(I))
                   QUOTE " " QUOTE "REPORT-DIST-FILE="
                   TRIM(WS-DIST-FILE-NAME) QUOTE
                   " cobcrun REPORT-DISTRIBUTE"
               DELIMITED BY SIZE INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           MOVE RETURN-CODE TO WS-DIST-RC
           IF WS-DIST-RC >= 256 AND MOD(WS-DIST-RC, 256) = 0
               COMPUTE WS-DIST-RC = WS-DIST-RC / 256
           END-IF
           IF WS-DIST-RC = 0
               GO TO DISTRIBUTE-STEP-REPORTS-EXIT
           END-IF
           DISPLAY "JOB-CHAIN: report distribution after step "
               TRIM(STEP-NAME(I)) " ended RC=" WS-DIST-RC
               " - see the distribution log"
           MOVE SPACES TO WS-EVENT-MESSAGE
           STRING "distribution after step " TRIM(STEP-NAME(I))
                   " rc=" WS-DIST-RC " - copies undelivered"
               DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
           MOVE 'W' TO WS-EVENT-SEVERITY
           CALL "LOG-EVENT-SEV" USING WS-EVENT-PROGRAM
               WS-EVENT-SEVERITY WS-EVENT-MESSAGE.
       DISTRIBUTE-STEP-REPORTS-EXIT.
           EXIT.

       PRINT-CHAIN-SUMMARY.
           DISPLAY "===== Job chain summary ====="
           DISPLAY "Run id: " WS-RUN-ID
