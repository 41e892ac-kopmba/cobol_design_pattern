      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPACITY-REPORT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> CAPACITY-SNAPSHOT's nightly counts -
      *>   CCYYMMDD,FILE,PROGRAM,TABLE,COUNT,CEILING
      *> Overridable via CAPACITY-HISTORY-FILE
       SELECT OPTIONAL HISTORY-FILE ASSIGN DYNAMIC
           WS-HISTORY-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD HISTORY-FILE.
       01 HISTORY-RECORD PIC X(160).
       WORKING-STORAGE SECTION.
      *> correctly-sized holders for the startup trace and the audit
      *> message - a literal passed straight to LOG-STARTUP's or
      *> LOG-EVENT's LINKAGE would only be allocated as big as the
      *> literal itself, not the LINKAGE PIC
       01 WS-PROGRAM-NAME PIC X(44) VALUE "CAPACITY-REPORT".
       01 WS-EVENT-MESSAGE PIC X(200).
       01 WS-EVENT-SEVERITY PIC X(1).
       01 WS-HISTORY-FILE-NAME PIC X(80)
           VALUE "CAPACITY-HISTORY.DAT".
       01 WS-ENV-HISTORY-FILE-NAME PIC X(80).
       01 WS-HISTORY-STATUS PIC X(2).
       01 WS-EOF PIC X(1) VALUE 'N'.
       01 WS-ENV-BUSINESS-DATE PIC X(8).
       01 WS-BUSINESS-DATE PIC 9(8).
      *> the trend is drawn over the last WS-TREND-DAYS of history -
      *> long enough to smooth a month-end bulge, short enough to
      *> follow a real change in volume
       77 WS-TREND-DAYS PIC 9(3) VALUE 90.
      *> a ceiling projected to be hit inside this many days raises
      *> an alert - time enough to widen a table and test it
       77 WS-ALERT-DAYS PIC 9(3) VALUE 60.
      *> a file not counted for this long has dropped out of the
      *> nightly snapshot and its trend is shown as stale
       77 WS-STALE-DAYS PIC 9(3) VALUE 7.
       01 WS-WINDOW-START PIC 9(8).
      *> one series per file and loading table, first and latest
      *> counts inside the window
       01 WS-SER-COUNT PIC 9(3) VALUE 0.
       01 WS-SER-MAX PIC 9(3) VALUE 200.
       01 WS-SER-ENTRY OCCURS 200 TIMES.
           05 SER-FILE PIC X(40).
           05 SER-PROGRAM PIC X(30).
           05 SER-TABLE PIC X(30).
           05 SER-CEILING PIC 9(5).
           05 SER-FIRST-DATE PIC 9(8).
           05 SER-FIRST-COUNT PIC 9(7).
           05 SER-LAST-DATE PIC 9(8).
           05 SER-LAST-COUNT PIC 9(7).
       01 WS-HIS-DATE-X PIC X(8).
       01 WS-HIS-FILE PIC X(40).
       01 WS-HIS-PROGRAM PIC X(30).
       01 WS-HIS-TABLE PIC X(30).
       01 WS-HIS-COUNT-X PIC X(10).
       01 WS-HIS-CEILING-X PIC X(10).
       01 WS-HIS-DATE PIC 9(8).
       01 WS-SER-IX PIC 9(3).
       01 I PIC 9(3).
      *> per-series projection
       01 WS-SPAN PIC S9(5).
       01 WS-GROWTH-PER-DAY PIC S9(7)V9(4).
       01 WS-GROWTH-PER-WEEK PIC S9(7)V9.
       01 WS-DAYS-LEFT PIC 9(9).
       01 WS-HIT-DATE PIC 9(8).
       01 WS-FLAG PIC X(22).
       01 WS-COUNT-ED PIC Z(6)9.
       01 WS-CEILING-ED PIC Z(4)9.
       01 WS-GROWTH-ED PIC -(5)9.9.
       01 WS-DAYS-ED PIC Z(6)9.
       01 WS-ROW PIC X(132).
       01 WS-ALERTS PIC 9(5) VALUE 0.
       01 WS-STALE PIC 9(5) VALUE 0.
      *> JOB-END-ALERT's LINKAGE shapes
       01 WS-ALERT-COUNT PIC 9(5).
       01 WS-ALERT-WORST-RC PIC 9(2).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "LOG-STARTUP" USING WS-PROGRAM-NAME
      *> accept into a separate staging field first - ACCEPT FROM
      *> ENVIRONMENT blanks the target unconditionally when the
      *> variable is unset, which would wipe out the VALUE defaults
           MOVE SPACES TO WS-ENV-HISTORY-FILE-NAME
           ACCEPT WS-ENV-HISTORY-FILE-NAME FROM ENVIRONMENT
               "CAPACITY-HISTORY-FILE"
           IF WS-ENV-HISTORY-FILE-NAME NOT = SPACES
               MOVE WS-ENV-HISTORY-FILE-NAME TO WS-HISTORY-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-BUSINESS-DATE
           ACCEPT WS-ENV-BUSINESS-DATE FROM ENVIRONMENT
               "CALC-BUSINESS-DATE"
           IF WS-ENV-BUSINESS-DATE IS NUMERIC
               MOVE WS-ENV-BUSINESS-DATE TO WS-BUSINESS-DATE
           ELSE
               ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF
           COMPUTE WS-WINDOW-START = DATE-OF-INTEGER(
               INTEGER-OF-DATE(WS-BUSINESS-DATE) - WS-TREND-DAYS)
           PERFORM LOAD-HISTORY THRU LOAD-HISTORY-EXIT
           IF WS-SER-COUNT = 0
               DISPLAY "CAPACITY-REPORT: no capacity history since "
                   WS-WINDOW-START " in " TRIM(WS-HISTORY-FILE-NAME)
                   " - nothing to project"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "===== Capacity headroom - " WS-BUSINESS-DATE
               " ====="
           DISPLAY "Trend over counts since " WS-WINDOW-START
               ", alert inside " WS-ALERT-DAYS " day(s)"
           DISPLAY " "
           DISPLAY "FILE                      LOADED BY"
               "                 COUNT CEILING  GROWTH/WK"
               "  DAYS LEFT  HITS ON"
           PERFORM VARYING WS-SER-IX FROM 1 BY 1
                   UNTIL WS-SER-IX > WS-SER-COUNT
               PERFORM PROJECT-ONE-SERIES
           END-PERFORM
           DISPLAY " "
           DISPLAY "Files tracked:          " WS-SER-COUNT
           DISPLAY "Inside alert window:    " WS-ALERTS
           DISPLAY "Stale (not counted):    " WS-STALE
           MOVE SPACES TO WS-EVENT-MESSAGE
           STRING "capacity headroom " WS-BUSINESS-DATE ": "
                   WS-SER-COUNT " file(s) tracked, " WS-ALERTS
                   " inside " WS-ALERT-DAYS " day(s) of a ceiling"
               DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
           CALL "LOG-EVENT" USING WS-PROGRAM-NAME WS-EVENT-MESSAGE
           IF WS-ALERTS > 0
               MOVE WS-ALERTS TO WS-ALERT-COUNT
               MOVE 4 TO WS-ALERT-WORST-RC
               CALL "JOB-END-ALERT" USING WS-PROGRAM-NAME
                   WS-ALERT-COUNT WS-ALERT-WORST-RC
           END-IF
      *> RETURN-CODE: 0 = every ceiling comfortably out of reach,
      *> 4 = at least one inside the alert window (or already hit),
      *> 8 = no history to project from
           IF WS-ALERTS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00"
               IF WS-HISTORY-STATUS = "05"
                   CLOSE HISTORY-FILE
               END-IF
               GO TO LOAD-HISTORY-EXIT
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-COUNT
                           THRU LOAD-ONE-COUNT-EXIT
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE
           MOVE 'N' TO WS-EOF.
       LOAD-HISTORY-EXIT.
           EXIT.

       LOAD-ONE-COUNT.
           MOVE SPACES TO WS-HIS-DATE-X WS-HIS-FILE WS-HIS-PROGRAM
               WS-HIS-TABLE WS-HIS-COUNT-X WS-HIS-CEILING-X
           UNSTRING HISTORY-RECORD DELIMITED BY ","
               INTO WS-HIS-DATE-X WS-HIS-FILE WS-HIS-PROGRAM
                   WS-HIS-TABLE WS-HIS-COUNT-X WS-HIS-CEILING-X
           IF WS-HIS-DATE-X NOT NUMERIC
             OR TEST-NUMVAL(WS-HIS-COUNT-X) NOT = 0
             OR TEST-NUMVAL(WS-HIS-CEILING-X) NOT = 0
               GO TO LOAD-ONE-COUNT-EXIT
           END-IF
           MOVE WS-HIS-DATE-X TO WS-HIS-DATE
      *> a count dated past the business date belongs to a later
      *> run than the one being reported
           IF WS-HIS-DATE < WS-WINDOW-START
             OR WS-HIS-DATE > WS-BUSINESS-DATE
               GO TO LOAD-ONE-COUNT-EXIT
           END-IF
           MOVE 0 TO WS-SER-IX
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-SER-COUNT
               IF SER-FILE(I) = WS-HIS-FILE
                 AND SER-PROGRAM(I) = WS-HIS-PROGRAM
                 AND SER-TABLE(I) = WS-HIS-TABLE
                   MOVE I TO WS-SER-IX
               END-IF
           END-PERFORM
           IF WS-SER-IX = 0
               IF WS-SER-COUNT >= WS-SER-MAX
                   GO TO LOAD-ONE-COUNT-EXIT
               END-IF
               ADD 1 TO WS-SER-COUNT
               MOVE WS-SER-COUNT TO WS-SER-IX
               MOVE WS-HIS-FILE TO SER-FILE(WS-SER-IX)
               MOVE WS-HIS-PROGRAM TO SER-PROGRAM(WS-SER-IX)
               MOVE WS-HIS-TABLE TO SER-TABLE(WS-SER-IX)
               MOVE WS-HIS-DATE TO SER-FIRST-DATE(WS-SER-IX)
               MOVE NUMVAL(WS-HIS-COUNT-X)
                   TO SER-FIRST-COUNT(WS-SER-IX)
               MOVE 0 TO SER-LAST-DATE(WS-SER-IX)
           END-IF
           IF WS-HIS-DATE < SER-FIRST-DATE(WS-SER-IX)
               MOVE WS-HIS-DATE TO SER-FIRST-DATE(WS-SER-IX)
               MOVE NUMVAL(WS-HIS-COUNT-X)
                   TO SER-FIRST-COUNT(WS-SER-IX)
           END-IF
      *> the latest count wins, and on a night snapshotted twice the
      *> later line - the rerun - wins; the ceiling is taken from it
      *> too, so a widened table shows at once
           IF WS-HIS-DATE NOT < SER-LAST-DATE(WS-SER-IX)
               MOVE WS-HIS-DATE TO SER-LAST-DATE(WS-SER-IX)
               MOVE NUMVAL(WS-HIS-COUNT-X)
                   TO SER-LAST-COUNT(WS-SER-IX)
               MOVE NUMVAL(WS-HIS-CEILING-X)
                   TO SER-CEILING(WS-SER-IX)
           END-IF.
       LOAD-ONE-COUNT-EXIT.
           EXIT.

       PROJECT-ONE-SERIES.
           MOVE SPACES TO WS-FLAG
           MOVE 0 TO WS-GROWTH-PER-DAY
           COMPUTE WS-SPAN = INTEGER-OF-DATE(SER-LAST-DATE(WS-SER-IX))
               - INTEGER-OF-DATE(SER-FIRST-DATE(WS-SER-IX))
           IF WS-SPAN > 0
               COMPUTE WS-GROWTH-PER-DAY ROUNDED =
                   (SER-LAST-COUNT(WS-SER-IX)
                       - SER-FIRST-COUNT(WS-SER-IX)) / WS-SPAN
           END-IF
           COMPUTE WS-GROWTH-PER-WEEK ROUNDED = WS-GROWTH-PER-DAY * 7
           MOVE SER-LAST-COUNT(WS-SER-IX) TO WS-COUNT-ED
           MOVE SER-CEILING(WS-SER-IX) TO WS-CEILING-ED
           MOVE WS-GROWTH-PER-WEEK TO WS-GROWTH-ED
           MOVE SPACES TO WS-ROW
           MOVE SER-FILE(WS-SER-IX) TO WS-ROW(1:25)
           MOVE SER-PROGRAM(WS-SER-IX) TO WS-ROW(27:24)
           MOVE WS-COUNT-ED TO WS-ROW(52:7)
           IF SER-CEILING(WS-SER-IX) > 0
               MOVE WS-CEILING-ED TO WS-ROW(61:5)
           ELSE
               MOVE "none" TO WS-ROW(62:4)
           END-IF
           IF WS-SPAN > 0
               MOVE WS-GROWTH-ED TO WS-ROW(68:8)
           ELSE
               MOVE "-" TO WS-ROW(75:1)
           END-IF
      *> days left: the headroom over the daily growth - only a
      *> growing file with a ceiling has a date to hit it on
           EVALUATE TRUE
               WHEN SER-CEILING(WS-SER-IX) = 0
                   CONTINUE
               WHEN SER-LAST-COUNT(WS-SER-IX)
                       >= SER-CEILING(WS-SER-IX)
                   MOVE 0 TO WS-DAYS-LEFT
                   MOVE WS-DAYS-LEFT TO WS-DAYS-ED
                   MOVE WS-DAYS-ED TO WS-ROW(80:7)
                   MOVE "*** AT CEILING ***" TO WS-FLAG
               WHEN WS-GROWTH-PER-DAY > 0
                   COMPUTE WS-DAYS-LEFT =
                       (SER-CEILING(WS-SER-IX)
                           - SER-LAST-COUNT(WS-SER-IX))
                       / WS-GROWTH-PER-DAY
      *> a trickle of growth puts the ceiling decades away - no
      *> date worth printing
                   IF WS-DAYS-LEFT > 9999
                       MOVE "over 9999" TO WS-ROW(78:9)
                   ELSE
                       COMPUTE WS-HIT-DATE = DATE-OF-INTEGER(
                           INTEGER-OF-DATE(SER-LAST-DATE(WS-SER-IX))
                               + WS-DAYS-LEFT)
                       MOVE WS-DAYS-LEFT TO WS-DAYS-ED
                       MOVE WS-DAYS-ED TO WS-ROW(80:7)
                       MOVE WS-HIT-DATE TO WS-ROW(89:8)
                   END-IF
                   IF WS-DAYS-LEFT <= WS-ALERT-DAYS
                       MOVE "*** ALERT ***" TO WS-FLAG
                   END-IF
               WHEN OTHER
                   MOVE "not growing" TO WS-ROW(80:11)
           END-EVALUATE
           IF INTEGER-OF-DATE(SER-LAST-DATE(WS-SER-IX)) + WS-STALE-DAYS
                   < INTEGER-OF-DATE(WS-BUSINESS-DATE)
               ADD 1 TO WS-STALE
               IF WS-FLAG = SPACES
                   MOVE "stale" TO WS-FLAG
               END-IF
           END-IF
           MOVE WS-FLAG TO WS-ROW(99:22)
           DISPLAY TRIM(WS-ROW TRAILING)
           IF SER-TABLE(WS-SER-IX) = SPACES
               DISPLAY "      counted " SER-FIRST-DATE(WS-SER-IX)
                   " to " SER-LAST-DATE(WS-SER-IX)
           ELSE
               DISPLAY "      " TRIM(SER-TABLE(WS-SER-IX))
                   ", counted " SER-FIRST-DATE(WS-SER-IX) " to "
                   SER-LAST-DATE(WS-SER-IX)
           END-IF
           IF WS-FLAG(1:3) = "***"
               ADD 1 TO WS-ALERTS
               MOVE 'W' TO WS-EVENT-SEVERITY
               MOVE SPACES TO WS-EVENT-MESSAGE
               IF WS-FLAG = "*** AT CEILING ***"
                   STRING TRIM(SER-FILE(WS-SER-IX))
                           " has reached the ceiling of "
                           TRIM(WS-CEILING-ED) " in "
                           TRIM(SER-PROGRAM(WS-SER-IX)) " "
                           TRIM(SER-TABLE(WS-SER-IX))
                       DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
               ELSE
                   STRING TRIM(SER-FILE(WS-SER-IX))
                           " projected to reach the ceiling of "
                           TRIM(WS-CEILING-ED) " in "
                           TRIM(SER-PROGRAM(WS-SER-IX)) " "
                           TRIM(SER-TABLE(WS-SER-IX)) " in "
                           TRIM(WS-DAYS-ED) " day(s), on "
                           WS-HIT-DATE
                       DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
               END-IF
               CALL "LOG-EVENT-SEV" USING WS-PROGRAM-NAME
                   WS-EVENT-SEVERITY WS-EVENT-MESSAGE
           END-IF.
       END PROGRAM CAPACITY-REPORT.
