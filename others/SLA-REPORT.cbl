      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLA-REPORT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> the commitments: one key deliverable per line -
      *>   DELIVERABLE,STEP,DEADLINE-HHMM
      *> met on a night when the chain step, or the program timing
      *> itself (the timing unit), that produces it finished by the
      *> deadline. A deadline before the noon cutover is the next
      *> morning's. Overridable via SLA-DELIVERABLES-FILE
       SELECT OPTIONAL SLA-FILE ASSIGN DYNAMIC WS-SLA-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SLA-STATUS.
      *> TIMER-LOG's start/end history - when each step finished
       SELECT OPTIONAL TIMING-FILE ASSIGN DYNAMIC WS-TIMING-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TIMING-STATUS.
      *> JOB-CHAIN's per-run step outcomes - what went wrong that
      *> night, and under which run id
       SELECT OPTIONAL STATE-FILE ASSIGN DYNAMIC WS-STATE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATE-STATUS.
      *> the incident book, joined to a breach by run id
       SELECT OPTIONAL INCIDENT-FILE ASSIGN DYNAMIC
           WS-INCIDENT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INCIDENT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD SLA-FILE.
       01 SLA-RECORD PIC X(100).
       FD TIMING-FILE.
      *> must stay byte-for-byte identical to TIMER-LOG's record
       01 TIMING-RECORD.
           05 TL-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 TL-TIME.
               10 TL-HH PIC 9(2).
               10 TL-MM PIC 9(2).
               10 TL-SS PIC 9(2).
               10 TL-HS PIC 9(2).
           05 FILLER PIC X(1).
           05 TL-PHASE PIC X(1).
           05 FILLER PIC X(1).
           05 TL-PROGRAM PIC X(44).
       FD STATE-FILE.
       01 STATE-RECORD PIC X(60).
       FD INCIDENT-FILE.
       01 INCIDENT-RECORD PIC X(250).
       WORKING-STORAGE SECTION.
      *> correctly-sized holders for the startup trace and the audit
      *> message - a literal passed straight to LOG-STARTUP's or
      *> LOG-EVENT's LINKAGE would only be allocated as big as the
      *> literal itself, not the LINKAGE PIC
       01 WS-PROGRAM-NAME PIC X(44) VALUE "SLA-REPORT".
       01 WS-EVENT-MESSAGE PIC X(200).
       01 WS-SLA-FILE-NAME PIC X(80) VALUE "SLA-DELIVERABLES.DAT".
       01 WS-ENV-SLA-FILE-NAME PIC X(80).
       01 WS-SLA-STATUS PIC X(2).
       01 WS-TIMING-FILE-NAME PIC X(80) VALUE "TIMING.LOG".
       01 WS-ENV-TIMING-NAME PIC X(80).
       01 WS-TIMING-STATUS PIC X(2).
       01 WS-STATE-FILE-NAME PIC X(80) VALUE "CHAIN-STATE.DAT".
       01 WS-ENV-STATE-FILE-NAME PIC X(80).
       01 WS-STATE-STATUS PIC X(2).
       01 WS-INCIDENT-FILE-NAME PIC X(80) VALUE "INCIDENTS.DAT".
       01 WS-ENV-INCIDENT-FILE-NAME PIC X(80).
       01 WS-INCIDENT-STATUS PIC X(2).
       01 WS-EOF PIC X(1) VALUE 'N'.
      *> the month reported - SLA-REPORT-MONTH (CCYYMM) when ops
      *> names one, otherwise the month before the business date
       01 WS-ENV-MONTH PIC X(6).
       01 WS-REPORT-MONTH PIC 9(6).
       01 WS-REPORT-MONTH-X REDEFINES WS-REPORT-MONTH.
           05 WS-REPORT-YEAR PIC 9(4).
           05 WS-REPORT-MM PIC 9(2).
       01 WS-ENV-BUSINESS-DATE PIC X(8).
       01 WS-BUSINESS-DATE PIC 9(8).
      *> a batch night runs from the noon cutover to the next noon -
      *> a step starting at 01:30 belongs to the night before
       77 WS-NIGHT-CUTOVER PIC 9(4) VALUE 1200.
      *> the deliverables and their running tallies
       01 WS-SLA-COUNT PIC 9(2) VALUE 0.
       01 WS-SLA-MAX PIC 9(2) VALUE 20.
       01 WS-SLA-ENTRY OCCURS 20 TIMES.
           05 SLA-NAME PIC X(30).
      *> as wide as the TIMER-LOG unit it is matched against - a
      *> program timing itself is named in full
           05 SLA-STEP PIC X(44).
           05 SLA-DEADLINE-HHMM PIC X(4).
      *> minutes past the night's midnight - past 1440 is morning
           05 SLA-DEADLINE PIC 9(5).
           05 SLA-ON-TIME PIC 9(3).
           05 SLA-LATE PIC 9(3).
           05 SLA-DELIVERED PIC 9(3).
           05 SLA-MARGIN-SUM PIC S9(7).
           05 SLA-WORST-LATE PIC 9(5).
           05 SLA-WORST-NIGHT PIC 9(8).
           05 SLA-WORST-MISSED PIC X(1).
       01 WS-SLA-DEADLINE-X PIC X(4).
      *> the nights of the month that saw batch activity
       01 WS-NGT-COUNT PIC 9(2) VALUE 0.
       01 WS-NGT-ENTRY OCCURS 31 TIMES.
           05 NGT-DATE PIC 9(8).
           05 NGT-RUN-COUNT PIC 9(1).
           05 NGT-RUN-ID PIC X(12) OCCURS 4 TIMES.
      *> the first step that did not end OK that night, if any
           05 NGT-FAILED-STEP PIC X(20).
           05 NGT-FAILED-OUTCOME PIC X(8).
      *> one finished step per night - the last finish counts when
      *> a restart ran it again
       01 WS-RUN-COUNT PIC 9(4) VALUE 0.
       01 WS-RUN-MAX PIC 9(4) VALUE 2000.
       01 WS-RUN-ENTRY OCCURS 2000 TIMES.
           05 RUN-NIGHT PIC 9(2).
           05 RUN-UNIT PIC X(44).
           05 RUN-ELAPSED PIC 9(9).
           05 RUN-END-MINUTE PIC 9(5).
           05 RUN-OUTCOME PIC X(8).
      *> starts still waiting for their end stamp
       01 WS-OPN-COUNT PIC 9(3) VALUE 0.
       01 WS-OPN-MAX PIC 9(3) VALUE 100.
       01 WS-OPN-ENTRY OCCURS 100 TIMES.
           05 OPN-UNIT PIC X(44).
           05 OPN-DATE PIC 9(8).
           05 OPN-HSEC PIC 9(9).
           05 OPN-HHMM PIC 9(4).
       01 WS-INC-COUNT PIC 9(3) VALUE 0.
       01 WS-INC-MAX PIC 9(3) VALUE 500.
       01 WS-INC-ENTRY OCCURS 500 TIMES.
           05 INC-NUMBER PIC X(6).
           05 INC-RUN-ID PIC X(12).
           05 INC-PROGRAM PIC X(44).
           05 INC-OPENED PIC 9(8).
       01 WS-INC-STATUS-X PIC X(10).
       01 WS-INC-RC-X PIC X(5).
       01 WS-INC-OPENED-X PIC X(8).
       01 WS-ST-RUN PIC X(12).
       01 WS-ST-STEP PIC X(20).
       01 WS-ST-OUTCOME PIC X(8).
       01 WS-ST-RC PIC X(5).
      *> stamp-to-night working fields
       01 WS-STAMP-DATE PIC 9(8).
       01 WS-STAMP-HHMM PIC 9(4).
       01 WS-NIGHT-DATE PIC 9(8).
       01 WS-NIGHT-IX PIC 9(2).
       01 WS-RUN-IX PIC 9(4).
       01 WS-EVENT-HSEC PIC 9(9).
       01 WS-ELAPSED PIC S9(11).
       01 WS-DAYS PIC S9(3).
       01 WS-RUN-MMDD PIC X(4).
       01 WS-RUN-HHMM PIC X(4).
       01 WS-RUN-YEAR PIC 9(4).
       01 I PIC 9(4).
       01 J PIC 9(4).
       01 K PIC 9(2).
      *> per-breach judgement
       01 WS-MARGIN PIC S9(5).
       01 WS-CAUSE-STEP PIC X(44).
       01 WS-CAUSE-WHY PIC X(40).
       01 WS-BEST-EXCESS PIC S9(11).
       01 WS-EXCESS PIC S9(11).
       01 WS-AVG PIC 9(11).
       01 WS-SUM PIC 9(13).
       01 WS-CNT PIC 9(4).
       01 WS-INCIDENT-REF PIC X(20).
       01 WS-MINUTES-ED PIC Z(4)9.
       01 WS-LATE-ED PIC Z(4)9.
       01 WS-MARGIN-ED PIC -(5)9.
       01 WS-MARGIN-TEXT PIC X(6).
       01 WS-SEEN PIC X(1).
       01 WS-TOTAL-BREACHES PIC 9(5) VALUE 0.
       01 WS-DETAIL PIC X(132).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "LOG-STARTUP" USING WS-PROGRAM-NAME
      *> accept into a separate staging field first - ACCEPT FROM
      *> ENVIRONMENT blanks the target unconditionally when the
      *> variable is unset, which would wipe out the VALUE defaults
           MOVE SPACES TO WS-ENV-SLA-FILE-NAME
           ACCEPT WS-ENV-SLA-FILE-NAME FROM ENVIRONMENT
               "SLA-DELIVERABLES-FILE"
           IF WS-ENV-SLA-FILE-NAME NOT = SPACES
               MOVE WS-ENV-SLA-FILE-NAME TO WS-SLA-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-TIMING-NAME
           ACCEPT WS-ENV-TIMING-NAME FROM ENVIRONMENT
               "TIMING-LOG-FILE"
           IF WS-ENV-TIMING-NAME NOT = SPACES
               MOVE WS-ENV-TIMING-NAME TO WS-TIMING-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-STATE-FILE-NAME
           ACCEPT WS-ENV-STATE-FILE-NAME FROM ENVIRONMENT
               "CHAIN-STATE-FILE"
           IF WS-ENV-STATE-FILE-NAME NOT = SPACES
               MOVE WS-ENV-STATE-FILE-NAME TO WS-STATE-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-INCIDENT-FILE-NAME
           ACCEPT WS-ENV-INCIDENT-FILE-NAME FROM ENVIRONMENT
               "INCIDENTS-FILE"
           IF WS-ENV-INCIDENT-FILE-NAME NOT = SPACES
               MOVE WS-ENV-INCIDENT-FILE-NAME TO WS-INCIDENT-FILE-NAME
           END-IF
           PERFORM ESTABLISH-REPORT-MONTH
           PERFORM LOAD-DELIVERABLES THRU LOAD-DELIVERABLES-EXIT
           IF WS-SLA-COUNT = 0
               DISPLAY "SLA-REPORT: no deliverables in "
                   TRIM(WS-SLA-FILE-NAME) " - nothing to measure"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-TIMING-HISTORY THRU LOAD-TIMING-EXIT
           PERFORM LOAD-CHAIN-STATE THRU LOAD-CHAIN-STATE-EXIT
           PERFORM LOAD-INCIDENTS THRU LOAD-INCIDENTS-EXIT
           DISPLAY "===== Batch window SLA compliance - "
               WS-REPORT-MONTH " ====="
           DISPLAY "Nights with batch activity: " WS-NGT-COUNT
           DISPLAY " "
           DISPLAY "Breaches:"
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-SLA-COUNT
               PERFORM MEASURE-DELIVERABLE
           END-PERFORM
           IF WS-TOTAL-BREACHES = 0
               DISPLAY "  (none)"
           END-IF
           PERFORM PRINT-COMPLIANCE-TABLE
           MOVE SPACES TO WS-EVENT-MESSAGE
           STRING "SLA compliance for " WS-REPORT-MONTH ": "
                   WS-SLA-COUNT " deliverable(s) over " WS-NGT-COUNT
                   " night(s), " WS-TOTAL-BREACHES " breach(es)"
               DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
           CALL "LOG-EVENT" USING WS-PROGRAM-NAME WS-EVENT-MESSAGE
      *> RETURN-CODE: 0 = every commitment met every night, 4 = at
      *> least one breach in the month, 8 = no deliverables defined
           IF WS-TOTAL-BREACHES > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       ESTABLISH-REPORT-MONTH.
           MOVE SPACES TO WS-ENV-MONTH
           ACCEPT WS-ENV-MONTH FROM ENVIRONMENT "SLA-REPORT-MONTH"
           IF WS-ENV-MONTH IS NUMERIC
               MOVE WS-ENV-MONTH TO WS-REPORT-MONTH
           ELSE
               MOVE SPACES TO WS-ENV-BUSINESS-DATE
               ACCEPT WS-ENV-BUSINESS-DATE FROM ENVIRONMENT
                   "CALC-BUSINESS-DATE"
               IF WS-ENV-BUSINESS-DATE IS NUMERIC
                   MOVE WS-ENV-BUSINESS-DATE TO WS-BUSINESS-DATE
               ELSE
                   ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
               END-IF
      *> run on the first of the month, it reports the month just
      *> closed
               MOVE WS-BUSINESS-DATE(1:6) TO WS-REPORT-MONTH
               IF WS-REPORT-MM = 1
                   MOVE 12 TO WS-REPORT-MM
                   SUBTRACT 1 FROM WS-REPORT-YEAR
               ELSE
                   SUBTRACT 1 FROM WS-REPORT-MM
               END-IF
           END-IF.

       LOAD-DELIVERABLES.
           OPEN INPUT SLA-FILE
           IF WS-SLA-STATUS NOT = "00"
               IF WS-SLA-STATUS = "05"
                   CLOSE SLA-FILE
               END-IF
               GO TO LOAD-DELIVERABLES-EXIT
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ SLA-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-SLA-COUNT < WS-SLA-MAX
                         AND SLA-RECORD NOT = SPACES
                           PERFORM LOAD-ONE-DELIVERABLE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SLA-FILE
           MOVE 'N' TO WS-EOF.
       LOAD-DELIVERABLES-EXIT.
           EXIT.

       LOAD-ONE-DELIVERABLE.
           ADD 1 TO WS-SLA-COUNT
           MOVE SPACES TO SLA-NAME(WS-SLA-COUNT)
               SLA-STEP(WS-SLA-COUNT) WS-SLA-DEADLINE-X
           UNSTRING SLA-RECORD DELIMITED BY ","
               INTO SLA-NAME(WS-SLA-COUNT) SLA-STEP(WS-SLA-COUNT)
                   WS-SLA-DEADLINE-X
      *> a commitment without a readable HHMM deadline measures
      *> nothing - dropped with a line rather than judged against
      *> midnight
           IF SLA-STEP(WS-SLA-COUNT) = SPACES
             OR WS-SLA-DEADLINE-X IS NOT NUMERIC
             OR WS-SLA-DEADLINE-X(1:2) > "23"
             OR WS-SLA-DEADLINE-X(3:2) > "59"
               DISPLAY "SLA-REPORT: deliverable "
                   TRIM(SLA-NAME(WS-SLA-COUNT))
                   " has no step or no HHMM deadline - ignored"
               SUBTRACT 1 FROM WS-SLA-COUNT
           ELSE
               MOVE WS-SLA-DEADLINE-X
                   TO SLA-DEADLINE-HHMM(WS-SLA-COUNT)
               COMPUTE SLA-DEADLINE(WS-SLA-COUNT) =
                   NUMVAL(WS-SLA-DEADLINE-X(1:2)) * 60
                   + NUMVAL(WS-SLA-DEADLINE-X(3:2))
               IF NUMVAL(WS-SLA-DEADLINE-X) < WS-NIGHT-CUTOVER
                   ADD 1440 TO SLA-DEADLINE(WS-SLA-COUNT)
               END-IF
               MOVE 0 TO SLA-ON-TIME(WS-SLA-COUNT)
                   SLA-LATE(WS-SLA-COUNT) SLA-DELIVERED(WS-SLA-COUNT)
                   SLA-MARGIN-SUM(WS-SLA-COUNT)
                   SLA-WORST-LATE(WS-SLA-COUNT)
                   SLA-WORST-NIGHT(WS-SLA-COUNT)
               MOVE 'N' TO SLA-WORST-MISSED(WS-SLA-COUNT)
           END-IF.

       LOAD-TIMING-HISTORY.
           OPEN INPUT TIMING-FILE
           IF WS-TIMING-STATUS NOT = "00"
               IF WS-TIMING-STATUS = "05"
                   CLOSE TIMING-FILE
               END-IF
               DISPLAY "SLA-REPORT: no timing history in "
                   TRIM(WS-TIMING-FILE-NAME)
               GO TO LOAD-TIMING-EXIT
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ TIMING-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TL-PHASE = 'S'
                           PERFORM OPEN-ONE-START
                       ELSE
                           PERFORM CLOSE-ONE-END
                               THRU CLOSE-ONE-END-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TIMING-FILE
           MOVE 'N' TO WS-EOF.
       LOAD-TIMING-EXIT.
           EXIT.

       OPEN-ONE-START.
           COMPUTE WS-EVENT-HSEC =
               TL-HH * 360000 + TL-MM * 6000 + TL-SS * 100 + TL-HS
           MOVE 0 TO J
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-OPN-COUNT
               IF OPN-UNIT(I) = TL-PROGRAM
                   MOVE I TO J
               END-IF
           END-PERFORM
           IF J = 0
               IF WS-OPN-COUNT >= WS-OPN-MAX
      *> more concurrent units than the table holds - this start
      *> goes unpaired rather than overwriting another's
                   DISPLAY "SLA-REPORT: too many open units - start of "
                       TRIM(TL-PROGRAM) " on " TL-DATE " not paired"
               ELSE
                   ADD 1 TO WS-OPN-COUNT
                   MOVE WS-OPN-COUNT TO J
               END-IF
           END-IF
           IF J > 0
               MOVE TL-PROGRAM TO OPN-UNIT(J)
               MOVE TL-DATE TO OPN-DATE(J)
               MOVE WS-EVENT-HSEC TO OPN-HSEC(J)
               COMPUTE OPN-HHMM(J) = TL-HH * 100 + TL-MM
           END-IF.

       CLOSE-ONE-END.
      *> an end with no matching start (log trimmed mid-unit) is
      *> dropped, the way CHAIN-FORECAST drops it
           MOVE 0 TO J
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-OPN-COUNT
               IF OPN-UNIT(I) = TL-PROGRAM AND OPN-DATE(I) > 0
                   MOVE I TO J
               END-IF
           END-PERFORM
           IF J = 0
               GO TO CLOSE-ONE-END-EXIT
           END-IF
      *> the night a step belongs to is the night it started in
           MOVE OPN-DATE(J) TO WS-STAMP-DATE
           MOVE OPN-HHMM(J) TO WS-STAMP-HHMM
           PERFORM NIGHT-OF-STAMP THRU NIGHT-OF-STAMP-EXIT
           COMPUTE WS-EVENT-HSEC =
               TL-HH * 360000 + TL-MM * 6000 + TL-SS * 100 + TL-HS
           COMPUTE WS-DAYS = INTEGER-OF-DATE(TL-DATE)
               - INTEGER-OF-DATE(OPN-DATE(J))
           COMPUTE WS-ELAPSED = WS-DAYS * 8640000 + WS-EVENT-HSEC
               - OPN-HSEC(J)
           MOVE 0 TO OPN-DATE(J)
           IF WS-NIGHT-IX = 0 OR WS-ELAPSED < 0
               GO TO CLOSE-ONE-END-EXIT
           END-IF
           MOVE 0 TO WS-RUN-IX
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-RUN-COUNT
               IF RUN-NIGHT(I) = WS-NIGHT-IX
                 AND RUN-UNIT(I) = TL-PROGRAM
                   MOVE I TO WS-RUN-IX
               END-IF
           END-PERFORM
           IF WS-RUN-IX = 0
               IF WS-RUN-COUNT >= WS-RUN-MAX
                   GO TO CLOSE-ONE-END-EXIT
               END-IF
               ADD 1 TO WS-RUN-COUNT
               MOVE WS-RUN-COUNT TO WS-RUN-IX
               MOVE SPACES TO RUN-OUTCOME(WS-RUN-IX)
           END-IF
           MOVE WS-NIGHT-IX TO RUN-NIGHT(WS-RUN-IX)
           MOVE TL-PROGRAM TO RUN-UNIT(WS-RUN-IX)
           MOVE WS-ELAPSED TO RUN-ELAPSED(WS-RUN-IX)
      *> the finish on the night's own clock - minutes past the
      *> night's midnight, so the 04:10 next morning is 1690
           COMPUTE WS-DAYS = INTEGER-OF-DATE(TL-DATE)
               - INTEGER-OF-DATE(WS-NIGHT-DATE)
           COMPUTE RUN-END-MINUTE(WS-RUN-IX) = WS-DAYS * 1440
               + TL-HH * 60 + TL-MM.
       CLOSE-ONE-END-EXIT.
           EXIT.

       NIGHT-OF-STAMP.
      *> WS-STAMP-DATE/HHMM to the batch night it falls in, and that
      *> night's slot when it is in the month reported (0 if not)
           MOVE WS-STAMP-DATE TO WS-NIGHT-DATE
           IF WS-STAMP-HHMM < WS-NIGHT-CUTOVER
               COMPUTE WS-NIGHT-DATE = DATE-OF-INTEGER(
                   INTEGER-OF-DATE(WS-STAMP-DATE) - 1)
           END-IF
           MOVE 0 TO WS-NIGHT-IX
           IF WS-NIGHT-DATE(1:6) NOT = WS-REPORT-MONTH-X
               GO TO NIGHT-OF-STAMP-EXIT
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-NGT-COUNT
               IF NGT-DATE(I) = WS-NIGHT-DATE
                   MOVE I TO WS-NIGHT-IX
               END-IF
           END-PERFORM
           IF WS-NIGHT-IX = 0 AND WS-NGT-COUNT < 31
               ADD 1 TO WS-NGT-COUNT
               MOVE WS-NGT-COUNT TO WS-NIGHT-IX
               MOVE WS-NIGHT-DATE TO NGT-DATE(WS-NIGHT-IX)
               MOVE 0 TO NGT-RUN-COUNT(WS-NIGHT-IX)
               MOVE SPACES TO NGT-FAILED-STEP(WS-NIGHT-IX)
                   NGT-FAILED-OUTCOME(WS-NIGHT-IX)
           END-IF.
       NIGHT-OF-STAMP-EXIT.
           EXIT.

       LOAD-CHAIN-STATE.
           OPEN INPUT STATE-FILE
           IF WS-STATE-STATUS NOT = "00"
               IF WS-STATE-STATUS = "05"
                   CLOSE STATE-FILE
               END-IF
               GO TO LOAD-CHAIN-STATE-EXIT
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ STATE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM TAKE-STATE-LINE THRU TAKE-STATE-LINE-EXIT
               END-READ
           END-PERFORM
           CLOSE STATE-FILE
           MOVE 'N' TO WS-EOF.
       LOAD-CHAIN-STATE-EXIT.
           EXIT.

       TAKE-STATE-LINE.
           MOVE SPACES TO WS-ST-RUN WS-ST-STEP WS-ST-OUTCOME WS-ST-RC
           UNSTRING STATE-RECORD DELIMITED BY ","
               INTO WS-ST-RUN WS-ST-STEP WS-ST-OUTCOME WS-ST-RC
      *> JOB-CHAIN's own run ids are R + MMDD + HHMMSS of the chain
      *> start - an id handed down from a parent chain carries no
      *> clock and cannot be placed on a night
           MOVE WS-ST-RUN(2:4) TO WS-RUN-MMDD
           MOVE WS-ST-RUN(6:4) TO WS-RUN-HHMM
           IF WS-ST-RUN(1:1) NOT = "R"
             OR WS-RUN-MMDD IS NOT NUMERIC
             OR WS-RUN-HHMM IS NOT NUMERIC
               GO TO TAKE-STATE-LINE-EXIT
           END-IF
      *> the id has no year - the report month's, except across the
      *> turn of the year
           MOVE WS-REPORT-YEAR TO WS-RUN-YEAR
           IF WS-RUN-MMDD(1:2) = "12" AND WS-REPORT-MM = 1
               SUBTRACT 1 FROM WS-RUN-YEAR
           END-IF
           IF WS-RUN-MMDD(1:2) = "01" AND WS-REPORT-MM = 12
               ADD 1 TO WS-RUN-YEAR
           END-IF
           COMPUTE WS-STAMP-DATE = WS-RUN-YEAR * 10000
               + NUMVAL(WS-RUN-MMDD)
           IF TEST-DATE-YYYYMMDD(WS-STAMP-DATE) NOT = 0
               GO TO TAKE-STATE-LINE-EXIT
           END-IF
           MOVE NUMVAL(WS-RUN-HHMM) TO WS-STAMP-HHMM
           PERFORM NIGHT-OF-STAMP THRU NIGHT-OF-STAMP-EXIT
           IF WS-NIGHT-IX = 0
               GO TO TAKE-STATE-LINE-EXIT
           END-IF
           MOVE 'N' TO WS-SEEN
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > NGT-RUN-COUNT(WS-NIGHT-IX)
               IF NGT-RUN-ID(WS-NIGHT-IX, I) = WS-ST-RUN
                   MOVE 'Y' TO WS-SEEN
               END-IF
           END-PERFORM
           IF WS-SEEN = 'N' AND NGT-RUN-COUNT(WS-NIGHT-IX) < 4
               ADD 1 TO NGT-RUN-COUNT(WS-NIGHT-IX)
               MOVE WS-ST-RUN TO NGT-RUN-ID(WS-NIGHT-IX,
                   NGT-RUN-COUNT(WS-NIGHT-IX))
           END-IF
      *> the night's first real failure is the prime suspect for any
      *> breach - a skip is only the shadow of one, and a restart's
      *> already-done step is not news
           IF WS-ST-OUTCOME NOT = "OK"
             AND WS-ST-OUTCOME NOT = "SKIPPED"
             AND WS-ST-OUTCOME NOT = "DONE-PRV"
             AND NGT-FAILED-STEP(WS-NIGHT-IX) = SPACES
               MOVE WS-ST-STEP TO NGT-FAILED-STEP(WS-NIGHT-IX)
               MOVE WS-ST-OUTCOME TO NGT-FAILED-OUTCOME(WS-NIGHT-IX)
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-RUN-COUNT
               IF RUN-NIGHT(I) = WS-NIGHT-IX
                 AND RUN-UNIT(I) = WS-ST-STEP
                   MOVE WS-ST-OUTCOME TO RUN-OUTCOME(I)
               END-IF
           END-PERFORM.
       TAKE-STATE-LINE-EXIT.
           EXIT.

       LOAD-INCIDENTS.
           OPEN INPUT INCIDENT-FILE
           IF WS-INCIDENT-STATUS NOT = "00"
               IF WS-INCIDENT-STATUS = "05"
                   CLOSE INCIDENT-FILE
               END-IF
               GO TO LOAD-INCIDENTS-EXIT
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ INCIDENT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-INC-COUNT < WS-INC-MAX
                           ADD 1 TO WS-INC-COUNT
                           MOVE SPACES TO INC-NUMBER(WS-INC-COUNT)
                               WS-INC-STATUS-X
                               INC-RUN-ID(WS-INC-COUNT)
                               INC-PROGRAM(WS-INC-COUNT)
                               WS-INC-RC-X WS-INC-OPENED-X
                           UNSTRING INCIDENT-RECORD DELIMITED BY ","
                               INTO INC-NUMBER(WS-INC-COUNT)
                                   WS-INC-STATUS-X
                                   INC-RUN-ID(WS-INC-COUNT)
                                   INC-PROGRAM(WS-INC-COUNT)
                                   WS-INC-RC-X WS-INC-OPENED-X
                           MOVE 0 TO INC-OPENED(WS-INC-COUNT)
                           IF WS-INC-OPENED-X IS NUMERIC
                               MOVE WS-INC-OPENED-X
                                   TO INC-OPENED(WS-INC-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INCIDENT-FILE
           MOVE 'N' TO WS-EOF.
       LOAD-INCIDENTS-EXIT.
           EXIT.

       MEASURE-DELIVERABLE.
      *> night by night in calendar order - on time, late, or never
      *> delivered at all
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > 31
               COMPUTE WS-NIGHT-DATE = WS-REPORT-MONTH * 100 + J
               MOVE 0 TO WS-NIGHT-IX
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-NGT-COUNT
                   IF NGT-DATE(I) = WS-NIGHT-DATE
                       MOVE I TO WS-NIGHT-IX
                   END-IF
               END-PERFORM
               IF WS-NIGHT-IX > 0
                   PERFORM MEASURE-ONE-NIGHT
               END-IF
           END-PERFORM.

       MEASURE-ONE-NIGHT.
           MOVE 0 TO WS-RUN-IX
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-RUN-COUNT
               IF RUN-NIGHT(I) = WS-NIGHT-IX
                 AND RUN-UNIT(I) = SLA-STEP(K)
                   MOVE I TO WS-RUN-IX
               END-IF
           END-PERFORM
      *> a finish stamp under a failed outcome delivered nothing
           IF WS-RUN-IX > 0
             AND RUN-OUTCOME(WS-RUN-IX) NOT = SPACES
             AND RUN-OUTCOME(WS-RUN-IX) NOT = "OK"
               MOVE 0 TO WS-RUN-IX
           END-IF
           IF WS-RUN-IX = 0
               ADD 1 TO SLA-LATE(K)
               ADD 1 TO WS-TOTAL-BREACHES
               IF SLA-WORST-MISSED(K) = 'N'
                   MOVE 'Y' TO SLA-WORST-MISSED(K)
                   MOVE WS-NIGHT-DATE TO SLA-WORST-NIGHT(K)
               END-IF
               PERFORM ATTRIBUTE-BREACH
               PERFORM FIND-BREACH-INCIDENT
               MOVE SPACES TO WS-DETAIL
               STRING "  " SLA-NAME(K) " " WS-NIGHT-DATE
                       " NOT DELIVERED - cause " TRIM(WS-CAUSE-STEP)
                       " (" TRIM(WS-CAUSE-WHY) ") - "
                       TRIM(WS-INCIDENT-REF)
                   DELIMITED BY SIZE INTO WS-DETAIL
               DISPLAY TRIM(WS-DETAIL TRAILING)
           ELSE
               ADD 1 TO SLA-DELIVERED(K)
               COMPUTE WS-MARGIN = SLA-DEADLINE(K)
                   - RUN-END-MINUTE(WS-RUN-IX)
               ADD WS-MARGIN TO SLA-MARGIN-SUM(K)
               IF WS-MARGIN >= 0
                   ADD 1 TO SLA-ON-TIME(K)
               ELSE
                   ADD 1 TO SLA-LATE(K)
                   ADD 1 TO WS-TOTAL-BREACHES
                   COMPUTE WS-LATE-ED = 0 - WS-MARGIN
                   IF SLA-WORST-MISSED(K) = 'N'
                     AND 0 - WS-MARGIN > SLA-WORST-LATE(K)
                       COMPUTE SLA-WORST-LATE(K) = 0 - WS-MARGIN
                       MOVE WS-NIGHT-DATE TO SLA-WORST-NIGHT(K)
                   END-IF
                   PERFORM ATTRIBUTE-BREACH
                   PERFORM FIND-BREACH-INCIDENT
                   MOVE SPACES TO WS-DETAIL
                   STRING "  " SLA-NAME(K) " " WS-NIGHT-DATE " "
                           TRIM(WS-LATE-ED) " min late - cause "
                           TRIM(WS-CAUSE-STEP) " ("
                           TRIM(WS-CAUSE-WHY) ") - "
                           TRIM(WS-INCIDENT-REF)
                       DELIMITED BY SIZE INTO WS-DETAIL
                   DISPLAY TRIM(WS-DETAIL TRAILING)
               END-IF
           END-IF.

       ATTRIBUTE-BREACH.
      *> a step that failed, timed out or was held that night is the
      *> cause; on a night where everything ended OK, the step that
      *> ran furthest over its own average for the month is
           MOVE SPACES TO WS-CAUSE-STEP WS-CAUSE-WHY
           IF NGT-FAILED-STEP(WS-NIGHT-IX) NOT = SPACES
               MOVE NGT-FAILED-STEP(WS-NIGHT-IX) TO WS-CAUSE-STEP
               STRING TRIM(NGT-FAILED-OUTCOME(WS-NIGHT-IX))
                       " in the chain"
                   DELIMITED BY SIZE INTO WS-CAUSE-WHY
           ELSE
               MOVE 0 TO WS-BEST-EXCESS
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-RUN-COUNT
                   IF RUN-NIGHT(I) = WS-NIGHT-IX
                       PERFORM AVERAGE-OF-UNIT
                       COMPUTE WS-EXCESS = RUN-ELAPSED(I) - WS-AVG
                       IF WS-EXCESS > WS-BEST-EXCESS
                           MOVE WS-EXCESS TO WS-BEST-EXCESS
                           MOVE RUN-UNIT(I) TO WS-CAUSE-STEP
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-CAUSE-STEP = SPACES
                   MOVE SLA-STEP(K) TO WS-CAUSE-STEP
                   MOVE "no step over its usual time" TO WS-CAUSE-WHY
               ELSE
                   COMPUTE WS-MINUTES-ED = WS-BEST-EXCESS / 6000
                   STRING "ran " TRIM(WS-MINUTES-ED)
                           " min over its average"
                       DELIMITED BY SIZE INTO WS-CAUSE-WHY
               END-IF
           END-IF.

       AVERAGE-OF-UNIT.
           MOVE 0 TO WS-SUM WS-CNT
           PERFORM VARYING WS-RUN-IX FROM 1 BY 1
                   UNTIL WS-RUN-IX > WS-RUN-COUNT
               IF RUN-UNIT(WS-RUN-IX) = RUN-UNIT(I)
                   ADD RUN-ELAPSED(WS-RUN-IX) TO WS-SUM
                   ADD 1 TO WS-CNT
               END-IF
           END-PERFORM
           COMPUTE WS-AVG = WS-SUM / WS-CNT.

       FIND-BREACH-INCIDENT.
      *> the incident opened under one of that night's run ids -
      *> preferably the one raised for the cause step itself
           MOVE "no incident" TO WS-INCIDENT-REF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-INC-COUNT
               PERFORM VARYING WS-RUN-IX FROM 1 BY 1
                       UNTIL WS-RUN-IX > NGT-RUN-COUNT(WS-NIGHT-IX)
                   IF INC-RUN-ID(I) =
                           NGT-RUN-ID(WS-NIGHT-IX, WS-RUN-IX)
                       IF INC-PROGRAM(I) = WS-CAUSE-STEP
                         OR WS-INCIDENT-REF = "no incident"
                           MOVE SPACES TO WS-INCIDENT-REF
                           STRING "incident " INC-NUMBER(I)
                               DELIMITED BY SIZE INTO WS-INCIDENT-REF
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.

       PRINT-COMPLIANCE-TABLE.
           DISPLAY " "
           DISPLAY "DELIVERABLE                    STEP                "
               "     DUE  ON TIME LATE AVG MARGIN  WORST BREACH"
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-SLA-COUNT
               MOVE SPACES TO WS-DETAIL
               IF SLA-DELIVERED(K) > 0
                   COMPUTE WS-MARGIN ROUNDED =
                       SLA-MARGIN-SUM(K) / SLA-DELIVERED(K)
                   MOVE WS-MARGIN TO WS-MARGIN-ED
                   MOVE WS-MARGIN-ED TO WS-MARGIN-TEXT
               ELSE
                   MOVE "   n/a" TO WS-MARGIN-TEXT
               END-IF
               STRING SLA-NAME(K) " " SLA-STEP(K)(1:24) " "
                       SLA-DEADLINE-HHMM(K) "  " SLA-ON-TIME(K)
                       "    " SLA-LATE(K) "  " WS-MARGIN-TEXT " min  "
                   DELIMITED BY SIZE INTO WS-DETAIL
               EVALUATE TRUE
                   WHEN SLA-WORST-MISSED(K) = 'Y'
                       STRING TRIM(WS-DETAIL TRAILING) "  NOT "
                               "DELIVERED " SLA-WORST-NIGHT(K)
                           DELIMITED BY SIZE INTO WS-DETAIL
                   WHEN SLA-WORST-LATE(K) > 0
                       MOVE SLA-WORST-LATE(K) TO WS-MINUTES-ED
                       STRING TRIM(WS-DETAIL TRAILING) "  "
                               TRIM(WS-MINUTES-ED) " min late "
                               SLA-WORST-NIGHT(K)
                           DELIMITED BY SIZE INTO WS-DETAIL
                   WHEN OTHER
                       STRING TRIM(WS-DETAIL TRAILING) "  none"
                           DELIMITED BY SIZE INTO WS-DETAIL
               END-EVALUATE
               DISPLAY TRIM(WS-DETAIL TRAILING)
           END-PERFORM
           DISPLAY "(margin = minutes to spare before the deadline, "
               "negative when late)"
           DISPLAY "===== End of SLA compliance report =====".
       END PROGRAM SLA-REPORT.
