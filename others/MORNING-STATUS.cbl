           WS-REJECT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REJECT-STATUS.
      *> the calc driver's run control - one line per business date
      *> and cycle posted. Overridable via CALC-RUN-CONTROL-FILE
       SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN DYNAMIC
           WS-RUN-CONTROL-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUN-CONTROL-STATUS.
      *> REPOSITORY-COMPARE's summary lines - the latest compare of
      *> two repository generations goes on the page.
      *> Overridable via REPOSITORY-COMPARE-FILE
       SELECT OPTIONAL COMPARE-FILE ASSIGN DYNAMIC
           WS-COMPARE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COMPARE-STATUS.
      *> the one-pager itself - dated, and what the console opens on
       SELECT OPTIONAL STATUS-FILE ASSIGN DYNAMIC
           WS-STATUS-FILE-NAME
       01 AUDIT-RECORD PIC X(300).
       FD REJECT-FILE.
       01 REJECT-RECORD PIC X(110).
       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-RECORD PIC X(40).
       FD COMPARE-FILE.
       01 COMPARE-RECORD PIC X(200).
       FD STATUS-FILE.
       01 STATUS-RECORD PIC X(120).
       WORKING-STORAGE SECTION.
       01 WS-AUDIT-STATUS PIC X(2).
       01 WS-REJECT-FILE-NAME PIC X(80).
       01 WS-REJECT-STATUS PIC X(2).
       01 WS-RUN-CONTROL-NAME PIC X(80) VALUE "CALC-RUN-CONTROL.DAT".
       01 WS-ENV-RUN-CONTROL-NAME PIC X(80).
       01 WS-RUN-CONTROL-STATUS PIC X(2).
       01 WS-COMPARE-FILE-NAME PIC X(80)
           VALUE "REPOSITORY-COMPARE.DAT".
       01 WS-ENV-COMPARE-FILE-NAME PIC X(80).
       01 WS-COMPARE-STATUS PIC X(2).
      *> the last compare line on file - DATE,ADDED,REMOVED,CHANGED,
      *> UNCHANGED,OLD,NEW
       01 WS-CMP-LINE PIC X(200) VALUE SPACES.
       01 WS-CMP-DATE PIC X(8).
       01 WS-CMP-ADDED PIC X(6).
       01 WS-CMP-REMOVED PIC X(6).
       01 WS-CMP-CHANGED PIC X(6).
       01 WS-CMP-UNCHANGED PIC X(6).
       01 WS-CMP-OLD PIC X(80).
       01 WS-CMP-NEW PIC X(80).
       01 WS-STATUS-FILE-NAME PIC X(80).
       01 WS-STATUS-STATUS PIC X(2).
       01 WS-EOF PIC X(1) VALUE 'N'.
       01 WS-SECS-ED PIC Z(5)9.99.
       01 WS-CHAIN-TROUBLE PIC X(1) VALUE 'N'.
       01 WS-CHAIN-SKIPS PIC X(1) VALUE 'N'.
      *> the calc cycles of the business date - CALC-BUSINESS-DATE
      *> when set, otherwise the latest date the driver posted. The
      *> last run-control line for a cycle is the one that counts
       01 WS-CALC-DATE PIC X(8) VALUE SPACES.
       01 WS-ENV-CALC-DATE PIC X(8).
       01 WS-RC-DATE-X PIC X(8).
       01 WS-RC-CYCLE-X PIC X(2).
       01 WS-RC-COUNT-X PIC X(9).
       01 WS-RC-TOTAL-X PIC X(20).
       01 WS-RC-CYCLE PIC 9(2).
       01 WS-CYC-ENTRY OCCURS 99 TIMES.
           05 CYC-SEEN PIC X(1).
           05 CYC-LEGACY PIC X(1).
           05 CYC-TXNS PIC 9(9).
           05 CYC-TOTAL PIC S9(11)V99.
       01 WS-CYCLES-RUN PIC 9(2) VALUE 0.
       01 WS-CYCLES-TOTAL PIC S9(13)V99 VALUE 0.
       01 WS-CYCLES-TXNS PIC 9(9) VALUE 0.
       01 WS-CYC-TOTAL-ED PIC -9(11).99.
       01 WS-CYCLES-TOTAL-ED PIC -9(13).99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM COLLECT-DURATIONS THRU COLLECT-DURATIONS-EXIT
           PERFORM COUNT-ALERTS THRU COUNT-ALERTS-EXIT
           PERFORM COUNT-REJECT-FILES
           PERFORM COLLECT-CALC-CYCLES THRU COLLECT-CALC-CYCLES-EXIT
           PERFORM COLLECT-REPOSITORY-COMPARE
               THRU COLLECT-REPOSITORY-COMPARE-EXIT
           PERFORM DECIDE-VERDICT
           OPEN OUTPUT STATUS-FILE
      *> OUTPUT on a file that does not exist yet reports status 05
                           IF WS-ST-OUTCOME = "FAILED"
                             OR WS-ST-OUTCOME = "ABORTED"
                             OR WS-ST-OUTCOME = "TIMEOUT"
                             OR WS-ST-OUTCOME = "HELD"
                               MOVE 'Y' TO WS-CHAIN-TROUBLE
                           END-IF
                           IF WS-ST-OUTCOME = "SKIPPED"
           END-IF
           MOVE 'N' TO WS-EOF.

       COLLECT-CALC-CYCLES.
           MOVE SPACES TO WS-ENV-RUN-CONTROL-NAME
           ACCEPT WS-ENV-RUN-CONTROL-NAME FROM ENVIRONMENT
               "CALC-RUN-CONTROL-FILE"
           IF WS-ENV-RUN-CONTROL-NAME NOT = SPACES
               MOVE WS-ENV-RUN-CONTROL-NAME TO WS-RUN-CONTROL-NAME
           END-IF
           MOVE SPACES TO WS-ENV-CALC-DATE
           ACCEPT WS-ENV-CALC-DATE FROM ENVIRONMENT
               "CALC-BUSINESS-DATE"
           IF WS-ENV-CALC-DATE IS NUMERIC
             AND WS-ENV-CALC-DATE NOT = SPACES
               MOVE WS-ENV-CALC-DATE TO WS-CALC-DATE
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 99
               MOVE 'N' TO CYC-SEEN(I)
           END-PERFORM
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUN-CONTROL-STATUS NOT = "00"
               IF WS-RUN-CONTROL-STATUS = "05"
                   CLOSE RUN-CONTROL-FILE
               END-IF
               GO TO COLLECT-CALC-CYCLES-EXIT
           END-IF
      *> no date given - the latest one posted is the night's
           IF WS-CALC-DATE = SPACES
               PERFORM UNTIL WS-EOF = 'Y'
                   READ RUN-CONTROL-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF RUN-CONTROL-RECORD(1:8) > WS-CALC-DATE
                               MOVE RUN-CONTROL-RECORD(1:8)
                                   TO WS-CALC-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
               MOVE 'N' TO WS-EOF
               OPEN INPUT RUN-CONTROL-FILE
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ RUN-CONTROL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF RUN-CONTROL-RECORD(1:8) = WS-CALC-DATE
                           PERFORM NOTE-ONE-CYCLE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUN-CONTROL-FILE
           MOVE 'N' TO WS-EOF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 99
               IF CYC-SEEN(I) = 'Y'
                   ADD 1 TO WS-CYCLES-RUN
                   ADD CYC-TXNS(I) TO WS-CYCLES-TXNS
                   ADD CYC-TOTAL(I) TO WS-CYCLES-TOTAL
               END-IF
           END-PERFORM.
       COLLECT-CALC-CYCLES-EXIT.
           EXIT.

       NOTE-ONE-CYCLE.
      *> a bare date line predates cycles - cycle 01, no figures kept
           MOVE SPACES TO WS-RC-DATE-X WS-RC-CYCLE-X WS-RC-COUNT-X
               WS-RC-TOTAL-X
           UNSTRING RUN-CONTROL-RECORD DELIMITED BY ","
               INTO WS-RC-DATE-X WS-RC-CYCLE-X WS-RC-COUNT-X
                   WS-RC-TOTAL-X
           IF WS-RC-CYCLE-X = SPACES
               MOVE 1 TO WS-RC-CYCLE
               MOVE 'Y' TO CYC-LEGACY(WS-RC-CYCLE)
               MOVE 0 TO CYC-TXNS(WS-RC-CYCLE)
               MOVE 0 TO CYC-TOTAL(WS-RC-CYCLE)
           ELSE
               MOVE NUMVAL(WS-RC-CYCLE-X) TO WS-RC-CYCLE
               MOVE 'N' TO CYC-LEGACY(WS-RC-CYCLE)
               MOVE NUMVAL(WS-RC-COUNT-X) TO CYC-TXNS(WS-RC-CYCLE)
               MOVE NUMVAL(WS-RC-TOTAL-X) TO CYC-TOTAL(WS-RC-CYCLE)
           END-IF
           MOVE 'Y' TO CYC-SEEN(WS-RC-CYCLE).

       COLLECT-REPOSITORY-COMPARE.
           MOVE SPACES TO WS-ENV-COMPARE-FILE-NAME
           ACCEPT WS-ENV-COMPARE-FILE-NAME FROM ENVIRONMENT
               "REPOSITORY-COMPARE-FILE"
           IF WS-ENV-COMPARE-FILE-NAME NOT = SPACES
               MOVE WS-ENV-COMPARE-FILE-NAME TO WS-COMPARE-FILE-NAME
           END-IF
           OPEN INPUT COMPARE-FILE
           IF WS-COMPARE-STATUS NOT = "00"
               IF WS-COMPARE-STATUS = "05"
                   CLOSE COMPARE-FILE
               END-IF
               GO TO COLLECT-REPOSITORY-COMPARE-EXIT
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ COMPARE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF COMPARE-RECORD NOT = SPACES
                           MOVE COMPARE-RECORD TO WS-CMP-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COMPARE-FILE
           MOVE 'N' TO WS-EOF
           MOVE SPACES TO WS-CMP-DATE WS-CMP-ADDED WS-CMP-REMOVED
               WS-CMP-CHANGED WS-CMP-UNCHANGED WS-CMP-OLD WS-CMP-NEW
           UNSTRING WS-CMP-LINE DELIMITED BY ","
               INTO WS-CMP-DATE WS-CMP-ADDED WS-CMP-REMOVED
                   WS-CMP-CHANGED WS-CMP-UNCHANGED WS-CMP-OLD
                   WS-CMP-NEW.
       COLLECT-REPOSITORY-COMPARE-EXIT.
           EXIT.

       DECIDE-VERDICT.
      *> RED = the chain broke or something alarmed at error
      *> severity; AMBER = rejects, skips or warnings to review;
                   WS-EMP-REJECTS
               DELIMITED BY SIZE INTO STATUS-RECORD
           PERFORM PUT-LINE
           MOVE SPACES TO STATUS-RECORD
           IF WS-CALC-DATE = SPACES
               MOVE "Calc cycles: (no calc run on file)"
                   TO STATUS-RECORD
           ELSE
               STRING "Calc cycles for " WS-CALC-DATE ": "
                       WS-CYCLES-RUN
                   DELIMITED BY SIZE INTO STATUS-RECORD
           END-IF
           PERFORM PUT-LINE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 99
               IF CYC-SEEN(I) = 'Y'
                   MOVE SPACES TO STATUS-RECORD
                   MOVE I TO WS-RC-CYCLE
                   IF CYC-LEGACY(I) = 'Y'
                       STRING "  cycle " WS-RC-CYCLE
                               "  (posted before cycles were kept - "
                               "no figures)"
                           DELIMITED BY SIZE INTO STATUS-RECORD
                   ELSE
                       MOVE CYC-TOTAL(I) TO WS-CYC-TOTAL-ED
                       STRING "  cycle " WS-RC-CYCLE "  txns "
                               CYC-TXNS(I) "  total "
                               WS-CYC-TOTAL-ED
                           DELIMITED BY SIZE INTO STATUS-RECORD
                   END-IF
                   PERFORM PUT-LINE
               END-IF
           END-PERFORM
           IF WS-CYCLES-RUN > 0
               MOVE WS-CYCLES-TOTAL TO WS-CYCLES-TOTAL-ED
               MOVE SPACES TO STATUS-RECORD
               STRING "  all cycles  txns " WS-CYCLES-TXNS
                       "  total " WS-CYCLES-TOTAL-ED
                   DELIMITED BY SIZE INTO STATUS-RECORD
               PERFORM PUT-LINE
           END-IF
      *> what changed in the repository between the two generations
      *> last compared - information for the regression review, not
      *> a verdict input
           MOVE SPACES TO STATUS-RECORD
           IF WS-CMP-LINE = SPACES
               STRING "Repository changes: (no generation compare "
                       "on file)"
                   DELIMITED BY SIZE INTO STATUS-RECORD
               PERFORM PUT-LINE
           ELSE
               STRING "Repository changes " WS-CMP-DATE ": "
                       TRIM(WS-CMP-OLD) " -> " TRIM(WS-CMP-NEW)
                   DELIMITED BY SIZE INTO STATUS-RECORD
               PERFORM PUT-LINE
               MOVE SPACES TO STATUS-RECORD
               STRING "  added " WS-CMP-ADDED "  removed "
                       WS-CMP-REMOVED "  changed " WS-CMP-CHANGED
                       "  unchanged " WS-CMP-UNCHANGED
                   DELIMITED BY SIZE INTO STATUS-RECORD
               PERFORM PUT-LINE
           END-IF
           MOVE "Overnight audit errors (verbatim):"
               TO STATUS-RECORD
           PERFORM PUT-LINE
