      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALC-YOY-REPORT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> this year so far: the accumulator the driver posts every
      *> business date into. Overridable via CALC-ACCUM-FILE
       SELECT OPTIONAL ACCUM-FILE ASSIGN DYNAMIC WS-ACCUM-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACCUM-STATUS.
      *> the prior years: every closed year's daily totals as
      *> YEAR-END-CLOSE appended them. Overridable via
      *> CALC-ACCUM-HISTORY-FILE
       SELECT OPTIONAL HISTORY-FILE ASSIGN DYNAMIC
           WS-HISTORY-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ACCUM-FILE.
       01 ACCUM-RECORD PIC X(30).
       FD HISTORY-FILE.
      *> one line per closed business date: year,date,total
       01 HISTORY-RECORD PIC X(40).
       WORKING-STORAGE SECTION.
      *> correctly-sized holders for the literal audit message - a
      *> literal passed straight to LOG-EVENT's LINKAGE would only be
      *> allocated as big as the literal itself, not the LINKAGE PIC
       01 WS-PROGRAM-NAME PIC X(44) VALUE "CALC-YOY-REPORT".
       01 WS-EVENT-MESSAGE PIC X(200).
       01 WS-ACCUM-FILE-NAME PIC X(80) VALUE "CALC-ACCUM.DAT".
       01 WS-ENV-ACCUM-FILE-NAME PIC X(80).
       01 WS-ACCUM-STATUS PIC X(2).
       01 WS-HISTORY-FILE-NAME PIC X(80)
           VALUE "CALC-ACCUM-HISTORY.DAT".
       01 WS-ENV-HISTORY-FILE-NAME PIC X(80).
       01 WS-HISTORY-STATUS PIC X(2).
       01 WS-EOF PIC X(1).
      *> the as-of date - the chain's date when ops supplies one,
      *> today otherwise
       01 WS-RUN-DATE PIC 9(8).
       01 WS-ENV-RUN-DATE PIC X(8).
       01 WS-RUN-YEAR PIC 9(4).
       01 WS-RUN-MONTH PIC 9(2).
      *> a month whose growth against the prior year moves by more
      *> than CALC-YOY-THRESHOLD-PCT (10 when unset) either way is
      *> flagged for management
       01 WS-THRESHOLD PIC 9(3)V99 VALUE 10.
       01 WS-ENV-THRESHOLD PIC X(6).
      *> every posted business date on file, this year's and the
      *> closed years' alike. Only business days ever post, so the
      *> n-th date of a month is its n-th business day - the
      *> comparison lines up on that, never on the calendar date
       01 WS-DAY-COUNT PIC 9(5) VALUE 0.
       01 WS-DAY-MAX PIC 9(5) VALUE 6000.
       01 WS-DAY-ENTRY OCCURS 6000 TIMES.
           05 DAY-YEAR PIC 9(4).
           05 DAY-DATE PIC 9(8).
           05 DAY-TOTAL PIC S9(11)V99.
       01 WS-FLD-1 PIC X(20).
       01 WS-FLD-2 PIC X(20).
       01 WS-FLD-3 PIC X(20).
       01 I PIC 9(5).
       01 J PIC 9(5).
      *> how far into the current month the as-of date is, counted
      *> in business days posted
       01 WS-BDAY-OF-MONTH PIC 9(3) VALUE 0.
       01 WS-ORDINAL PIC 9(3).
      *> the prior years on file, most recent first
       01 WS-YEAR-COUNT PIC 9(2) VALUE 0.
       01 WS-YEAR-ENTRY OCCURS 20 TIMES.
           05 YR-YEAR PIC 9(4).
       01 WS-YEAR-HOLD PIC 9(4).
       01 WS-YEAR-FOUND PIC X(1).
       01 WS-Y PIC 9(2).
       01 WS-MM PIC 9(2).
      *> the two years being compared, month by month - the current
      *> month holds only the business days up to the as-of day
       01 WS-CMP-ENTRY OCCURS 2 TIMES.
           05 CMP-YEAR PIC 9(4).
           05 CMP-MONTH OCCURS 12 TIMES.
               10 CMP-DAYS PIC 9(3).
               10 CMP-AMOUNT PIC S9(13)V99.
           05 CMP-MTD-DAYS PIC 9(3).
           05 CMP-MTD-AMOUNT PIC S9(13)V99.
           05 CMP-YTD-DAYS PIC 9(4).
           05 CMP-YTD-AMOUNT PIC S9(13)V99.
       01 WS-SIDE PIC 9(1).
       01 WS-GROWTH PIC S9(7)V99.
       01 WS-GROWTH-OK PIC X(1).
       01 WS-FLAG PIC X(7).
       01 WS-FLAGGED-COUNT PIC 9(4) VALUE 0.
       01 WS-CUR-AMOUNT PIC S9(13)V99.
       01 WS-PRI-AMOUNT PIC S9(13)V99.
       01 WS-CUR-DAYS PIC 9(4).
       01 WS-PRI-DAYS PIC 9(4).
       01 WS-LABEL PIC X(5).
       01 WS-DAYS-ED PIC ZZZ9.
       01 WS-DAYS2-ED PIC ZZZ9.
       01 WS-AMOUNT-ED PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-AMOUNT2-ED PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-GROWTH-ED PIC -ZZZZZZ9.99.
       01 WS-GROWTH-TEXT PIC X(11).
       01 WS-THRESHOLD-ED PIC ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "LOG-STARTUP" USING WS-PROGRAM-NAME
      *> accept into a separate staging field first - ACCEPT FROM
      *> ENVIRONMENT blanks the target unconditionally when the
      *> variable is unset, which would wipe out the VALUE defaults
           MOVE SPACES TO WS-ENV-ACCUM-FILE-NAME
           ACCEPT WS-ENV-ACCUM-FILE-NAME FROM ENVIRONMENT
               "CALC-ACCUM-FILE"
           IF WS-ENV-ACCUM-FILE-NAME NOT = SPACES
               MOVE WS-ENV-ACCUM-FILE-NAME TO WS-ACCUM-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-HISTORY-FILE-NAME
           ACCEPT WS-ENV-HISTORY-FILE-NAME FROM ENVIRONMENT
               "CALC-ACCUM-HISTORY-FILE"
           IF WS-ENV-HISTORY-FILE-NAME NOT = SPACES
               MOVE WS-ENV-HISTORY-FILE-NAME TO WS-HISTORY-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-THRESHOLD
           ACCEPT WS-ENV-THRESHOLD FROM ENVIRONMENT
               "CALC-YOY-THRESHOLD-PCT"
           IF WS-ENV-THRESHOLD NOT = SPACES
             AND TEST-NUMVAL(WS-ENV-THRESHOLD) = 0
               MOVE NUMVAL(WS-ENV-THRESHOLD) TO WS-THRESHOLD
           END-IF
           MOVE SPACES TO WS-ENV-RUN-DATE
           ACCEPT WS-ENV-RUN-DATE FROM ENVIRONMENT
               "CALC-BUSINESS-DATE"
           IF WS-ENV-RUN-DATE IS NUMERIC
             AND WS-ENV-RUN-DATE NOT = SPACES
               MOVE WS-ENV-RUN-DATE TO WS-RUN-DATE
           ELSE
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF
           MOVE WS-RUN-DATE(1:4) TO WS-RUN-YEAR
           MOVE WS-RUN-DATE(5:2) TO WS-RUN-MONTH
           PERFORM LOAD-ACCUMULATION THRU LOAD-ACCUMULATION-EXIT
           PERFORM LOAD-HISTORY THRU LOAD-HISTORY-EXIT
           PERFORM FIND-BUSINESS-DAY
           PERFORM LIST-PRIOR-YEARS
           MOVE WS-THRESHOLD TO WS-THRESHOLD-ED
           DISPLAY "===== Year-over-year comparison as of "
               WS-RUN-DATE " ====="
           DISPLAY "Business day of month:  " WS-BDAY-OF-MONTH
           DISPLAY "Flag threshold (%):     " WS-THRESHOLD-ED
           DISPLAY "Prior years on file:    " WS-YEAR-COUNT
           MOVE 1 TO WS-SIDE
           MOVE WS-RUN-YEAR TO WS-YEAR-HOLD
           PERFORM TOTAL-ONE-YEAR
           IF WS-YEAR-COUNT = 0
               DISPLAY " "
               DISPLAY "  (no prior year in "
                   TRIM(WS-HISTORY-FILE-NAME)
                   " - nothing to compare against)"
           END-IF
           PERFORM VARYING WS-Y FROM 1 BY 1
                   UNTIL WS-Y > WS-YEAR-COUNT
               MOVE 2 TO WS-SIDE
               MOVE YR-YEAR(WS-Y) TO WS-YEAR-HOLD
               PERFORM TOTAL-ONE-YEAR
               PERFORM PRINT-ONE-COMPARISON
           END-PERFORM
           DISPLAY "Months flagged:         " WS-FLAGGED-COUNT
           DISPLAY "===== End of year-over-year comparison ====="
           MOVE SPACES TO WS-EVENT-MESSAGE
           STRING "year-over-year comparison " WS-RUN-DATE ": "
                   WS-YEAR-COUNT " prior year(s), " WS-FLAGGED-COUNT
                   " month(s) past the threshold"
               DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
           CALL "LOG-EVENT" USING WS-PROGRAM-NAME WS-EVENT-MESSAGE
      *> RETURN-CODE: 0 = compared and nothing moved past the
      *> threshold, 4 = a month was flagged or there was no prior
      *> year to compare against
           IF WS-FLAGGED-COUNT > 0 OR WS-YEAR-COUNT = 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-ACCUMULATION.
           MOVE 'N' TO WS-EOF
           OPEN INPUT ACCUM-FILE
           IF WS-ACCUM-STATUS NOT = "00"
      *> nothing posted yet this year still compares - as zeroes
               IF WS-ACCUM-STATUS = "05"
                   CLOSE ACCUM-FILE
               END-IF
               GO TO LOAD-ACCUMULATION-EXIT
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ACCUM-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-FLD-1 WS-FLD-2
                       UNSTRING ACCUM-RECORD DELIMITED BY ","
                           INTO WS-FLD-1 WS-FLD-2
                       IF WS-FLD-1(1:8) IS NUMERIC
                         AND WS-DAY-COUNT < WS-DAY-MAX
                           ADD 1 TO WS-DAY-COUNT
                           MOVE WS-FLD-1(1:8) TO DAY-DATE(WS-DAY-COUNT)
                           MOVE WS-FLD-1(1:4) TO DAY-YEAR(WS-DAY-COUNT)
                           MOVE NUMVAL(WS-FLD-2)
                               TO DAY-TOTAL(WS-DAY-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCUM-FILE.
       LOAD-ACCUMULATION-EXIT.
           EXIT.

       LOAD-HISTORY.
           MOVE 'N' TO WS-EOF
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
                       MOVE SPACES TO WS-FLD-1 WS-FLD-2 WS-FLD-3
                       UNSTRING HISTORY-RECORD DELIMITED BY ","
                           INTO WS-FLD-1 WS-FLD-2 WS-FLD-3
      *> the current year is the accumulator's to report - a closed
      *> year is never the year being compared
                       IF WS-FLD-2(1:8) IS NUMERIC
                         AND WS-FLD-2(1:4) < WS-RUN-YEAR
                           IF WS-DAY-COUNT < WS-DAY-MAX
                               ADD 1 TO WS-DAY-COUNT
                               MOVE WS-FLD-2(1:8)
                                   TO DAY-DATE(WS-DAY-COUNT)
                               MOVE WS-FLD-2(1:4)
                                   TO DAY-YEAR(WS-DAY-COUNT)
                               MOVE NUMVAL(WS-FLD-3)
                                   TO DAY-TOTAL(WS-DAY-COUNT)
                           ELSE
                               DISPLAY "CALC-YOY-REPORT: history over "
                                   WS-DAY-MAX " dates - earliest "
                                   "years not compared"
                               MOVE 'Y' TO WS-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE.
       LOAD-HISTORY-EXIT.
           EXIT.

       FIND-BUSINESS-DAY.
      *> the as-of day's place in its month: the business days of
      *> the month posted on or before it
           MOVE 0 TO WS-BDAY-OF-MONTH
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-DAY-COUNT
               IF DAY-DATE(I)(1:6) = WS-RUN-DATE(1:6)
                 AND DAY-DATE(I) <= WS-RUN-DATE
                   ADD 1 TO WS-BDAY-OF-MONTH
               END-IF
           END-PERFORM.

       LIST-PRIOR-YEARS.
      *> distinct closed years, then ordered most recent first
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-DAY-COUNT
               IF DAY-YEAR(I) < WS-RUN-YEAR
                   MOVE 'N' TO WS-YEAR-FOUND
                   PERFORM VARYING WS-Y FROM 1 BY 1
                           UNTIL WS-Y > WS-YEAR-COUNT
                       IF YR-YEAR(WS-Y) = DAY-YEAR(I)
                           MOVE 'Y' TO WS-YEAR-FOUND
                       END-IF
                   END-PERFORM
                   IF WS-YEAR-FOUND = 'N' AND WS-YEAR-COUNT < 20
                       ADD 1 TO WS-YEAR-COUNT
                       MOVE DAY-YEAR(I) TO YR-YEAR(WS-YEAR-COUNT)
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I >= WS-YEAR-COUNT
               PERFORM VARYING J FROM 1 BY 1
                       UNTIL J > WS-YEAR-COUNT - I
                   IF YR-YEAR(J) < YR-YEAR(J + 1)
                       MOVE YR-YEAR(J) TO WS-YEAR-HOLD
                       MOVE YR-YEAR(J + 1) TO YR-YEAR(J)
                       MOVE WS-YEAR-HOLD TO YR-YEAR(J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       TOTAL-ONE-YEAR.
      *> months before the as-of month count whole; the as-of month
      *> counts only its first WS-BDAY-OF-MONTH business days, so a
      *> year is compared with the same stretch of the other
           MOVE WS-YEAR-HOLD TO CMP-YEAR(WS-SIDE)
           PERFORM VARYING WS-MM FROM 1 BY 1 UNTIL WS-MM > 12
               MOVE 0 TO CMP-DAYS(WS-SIDE, WS-MM)
               MOVE 0 TO CMP-AMOUNT(WS-SIDE, WS-MM)
           END-PERFORM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-DAY-COUNT
               IF DAY-YEAR(I) = WS-YEAR-HOLD
                   MOVE DAY-DATE(I)(5:2) TO WS-MM
                   IF WS-MM < WS-RUN-MONTH
                       ADD 1 TO CMP-DAYS(WS-SIDE, WS-MM)
                       ADD DAY-TOTAL(I) TO CMP-AMOUNT(WS-SIDE, WS-MM)
                   END-IF
                   IF WS-MM = WS-RUN-MONTH
                       PERFORM FIND-ORDINAL
                       IF WS-ORDINAL <= WS-BDAY-OF-MONTH
                           ADD 1 TO CMP-DAYS(WS-SIDE, WS-MM)
                           ADD DAY-TOTAL(I)
                               TO CMP-AMOUNT(WS-SIDE, WS-MM)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE CMP-DAYS(WS-SIDE, WS-RUN-MONTH)
               TO CMP-MTD-DAYS(WS-SIDE)
           MOVE CMP-AMOUNT(WS-SIDE, WS-RUN-MONTH)
               TO CMP-MTD-AMOUNT(WS-SIDE)
           MOVE 0 TO CMP-YTD-DAYS(WS-SIDE) CMP-YTD-AMOUNT(WS-SIDE)
           PERFORM VARYING WS-MM FROM 1 BY 1
                   UNTIL WS-MM > WS-RUN-MONTH
               ADD CMP-DAYS(WS-SIDE, WS-MM) TO CMP-YTD-DAYS(WS-SIDE)
               ADD CMP-AMOUNT(WS-SIDE, WS-MM)
                   TO CMP-YTD-AMOUNT(WS-SIDE)
           END-PERFORM.

       FIND-ORDINAL.
      *> this date's business day number within its own month
           MOVE 0 TO WS-ORDINAL
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-DAY-COUNT
               IF DAY-DATE(J)(1:6) = DAY-DATE(I)(1:6)
                 AND DAY-DATE(J) <= DAY-DATE(I)
                   ADD 1 TO WS-ORDINAL
               END-IF
           END-PERFORM.

       PRINT-ONE-COMPARISON.
           DISPLAY " "
           DISPLAY "----- " CMP-YEAR(1) " against " CMP-YEAR(2)
               " -----"
           DISPLAY "PERIOD  " CMP-YEAR(1) " DAYS            AMOUNT  "
               CMP-YEAR(2) " DAYS            AMOUNT     GROWTH %"
           PERFORM VARYING WS-MM FROM 1 BY 1
                   UNTIL WS-MM > WS-RUN-MONTH
               MOVE CMP-DAYS(1, WS-MM) TO WS-CUR-DAYS
               MOVE CMP-AMOUNT(1, WS-MM) TO WS-CUR-AMOUNT
               MOVE CMP-DAYS(2, WS-MM) TO WS-PRI-DAYS
               MOVE CMP-AMOUNT(2, WS-MM) TO WS-PRI-AMOUNT
               MOVE SPACES TO WS-LABEL
               STRING "M" WS-MM DELIMITED BY SIZE INTO WS-LABEL
               PERFORM COMPUTE-GROWTH
      *> only a month is flagged - MTD and YTD are the summary lines
               IF WS-GROWTH-OK = 'Y'
                 AND ABS(WS-GROWTH) > WS-THRESHOLD
                   MOVE "*MOVED*" TO WS-FLAG
                   ADD 1 TO WS-FLAGGED-COUNT
               ELSE
                   MOVE SPACES TO WS-FLAG
               END-IF
               PERFORM PRINT-ONE-LINE
           END-PERFORM
           MOVE CMP-MTD-DAYS(1) TO WS-CUR-DAYS
           MOVE CMP-MTD-AMOUNT(1) TO WS-CUR-AMOUNT
           MOVE CMP-MTD-DAYS(2) TO WS-PRI-DAYS
           MOVE CMP-MTD-AMOUNT(2) TO WS-PRI-AMOUNT
           MOVE "MTD" TO WS-LABEL
           PERFORM COMPUTE-GROWTH
           MOVE SPACES TO WS-FLAG
           PERFORM PRINT-ONE-LINE
           MOVE CMP-YTD-DAYS(1) TO WS-CUR-DAYS
           MOVE CMP-YTD-AMOUNT(1) TO WS-CUR-AMOUNT
           MOVE CMP-YTD-DAYS(2) TO WS-PRI-DAYS
           MOVE CMP-YTD-AMOUNT(2) TO WS-PRI-AMOUNT
           MOVE "YTD" TO WS-LABEL
           PERFORM COMPUTE-GROWTH
           PERFORM PRINT-ONE-LINE.

       COMPUTE-GROWTH.
      *> growth against the prior year's own figure - a prior of
      *> zero has no percentage to give
           IF WS-PRI-AMOUNT = 0
               MOVE 'N' TO WS-GROWTH-OK
               MOVE 0 TO WS-GROWTH
               MOVE "        n/a" TO WS-GROWTH-TEXT
           ELSE
               MOVE 'Y' TO WS-GROWTH-OK
               COMPUTE WS-GROWTH ROUNDED =
                   (WS-CUR-AMOUNT - WS-PRI-AMOUNT) * 100
                   / ABS(WS-PRI-AMOUNT)
                   ON SIZE ERROR
                       MOVE 9999999.99 TO WS-GROWTH
               END-COMPUTE
               MOVE WS-GROWTH TO WS-GROWTH-ED
               MOVE WS-GROWTH-ED TO WS-GROWTH-TEXT
           END-IF.

       PRINT-ONE-LINE.
           MOVE WS-CUR-AMOUNT TO WS-AMOUNT-ED
           MOVE WS-PRI-AMOUNT TO WS-AMOUNT2-ED
           MOVE WS-CUR-DAYS TO WS-DAYS-ED
           MOVE WS-PRI-DAYS TO WS-DAYS2-ED
           DISPLAY WS-LABEL "      " WS-DAYS-ED " " WS-AMOUNT-ED
               "       " WS-DAYS2-ED " " WS-AMOUNT2-ED " "
               WS-GROWTH-TEXT " " WS-FLAG.
       END PROGRAM CALC-YOY-REPORT.
