      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASH-FORECAST.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> the standing-orders book SO-GENERATE expands each morning -
      *> ACCOUNT,AMOUNT,TYPE,FREQ,DAY,START,END. Overridable via
      *> STANDING-ORDERS-FILE
       SELECT OPTIONAL ORDER-FILE ASSIGN DYNAMIC WS-ORDER-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ORDER-STATUS.
      *> the closing balances the statement print carries -
      *> ACCOUNT,BALANCE. Overridable via STATEMENT-BALANCE-FILE
       SELECT OPTIONAL BALANCE-FILE ASSIGN DYNAMIC
           WS-BALANCE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BALANCE-STATUS.
      *> this cycle's posted transactions in the fixed layout, on
      *> top of the carried balance. Overridable via CALC-TXN-FILE
       SELECT OPTIONAL TXN-FILE ASSIGN DYNAMIC WS-TXN-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TXN-STATUS.
      *> the dated archives the calc runs write, one per business
      *> date - which date's file opens is decided as the history
      *> walk moves forward (the same naming CALC-ARCHIVE-RETRIEVE
      *> opens by)
       SELECT OPTIONAL ARCHIVE-FILE ASSIGN DYNAMIC
           WS-ARCHIVE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARCHIVE-STATUS.
      *> the forecast for treasury's own tools -
      *> ACCOUNT,CCYYMMDD,INFLOW,OUTFLOW,CLOSING, the shop total
      *> under account TOTAL. Overridable via CASH-FORECAST-FILE
       SELECT OPTIONAL FORECAST-FILE ASSIGN DYNAMIC
           WS-FORECAST-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FORECAST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ORDER-FILE.
       01 ORDER-RECORD PIC X(80).
       FD BALANCE-FILE.
       01 BALANCE-RECORD PIC X(30).
       FD TXN-FILE.
      *> CALC-TXN-EDIT's fixed layout, field for field
       01 TXN-RECORD.
           05 TXN-ACCOUNT PIC X(10).
           05 TXN-DATE PIC X(8).
           05 TXN-AMOUNT PIC X(11).
           05 TXN-DC PIC X(1).
           05 TXN-TYPE PIC X(3).
       FD ARCHIVE-FILE.
       01 ARCHIVE-RECORD PIC X(80).
       FD FORECAST-FILE.
       01 FORECAST-RECORD PIC X(80).
       WORKING-STORAGE SECTION.
      *> correctly-sized holders for the literal audit message - a
      *> literal passed straight to LOG-EVENT's LINKAGE would only be
      *> allocated as big as the literal itself, not the LINKAGE PIC
       01 WS-PROGRAM-NAME PIC X(44) VALUE "CASH-FORECAST".
       01 WS-EVENT-MESSAGE PIC X(200).
       01 WS-ORDER-FILE-NAME PIC X(80) VALUE "STANDING-ORDERS.DAT".
       01 WS-ENV-ORDER-FILE-NAME PIC X(80).
       01 WS-ORDER-STATUS PIC X(2).
       01 WS-BALANCE-FILE-NAME PIC X(80)
           VALUE "STATEMENT-BALANCES.DAT".
       01 WS-ENV-BALANCE-FILE-NAME PIC X(80).
       01 WS-BALANCE-STATUS PIC X(2).
       01 WS-TXN-FILE-NAME PIC X(80) VALUE "TRANSACTIONS.DAT".
       01 WS-ENV-TXN-FILE-NAME PIC X(80).
      *> the later cycles run control shows for the date - one byte
      *> per cycle 01-99 - and the one whose TRANSACTIONS-Cnn.DAT is
      *> being read
       01 WS-POSTED-CYCLES PIC X(99).
       01 WS-TXN-CYCLE PIC 9(3).
       01 WS-TXN-CYCLE-ED PIC 9(2).
       01 WS-TXN-STATUS PIC X(2).
       01 WS-ARCHIVE-FILE-NAME PIC X(80).
       01 WS-ARCHIVE-STATUS PIC X(2).
      *> cycle 01's archive carries the plain dated name; each later
      *> cycle of the date sits beside it as -Cnn
       01 WS-ARCHIVE-CYCLE PIC 9(3).
       01 WS-ARCHIVE-CYCLE-ED PIC 9(2).
       01 WS-ARCHIVE-FOUND PIC X(1).
       01 WS-CALC-PREFIX PIC X(60) VALUE "CALC-ARCHIVE-".
       01 WS-ENV-PREFIX PIC X(60).
       01 WS-FORECAST-FILE-NAME PIC X(80) VALUE "CASH-FORECAST.DAT".
       01 WS-ENV-FORECAST-FILE-NAME PIC X(80).
       01 WS-FORECAST-STATUS PIC X(2).
       01 WS-EOF PIC X(1) VALUE 'N'.
      *> the date the forecast runs from - CALC-BUSINESS-DATE when
      *> ops supplies one, today otherwise (the driver's own rule)
       01 WS-BUSINESS-DATE PIC 9(8).
       01 WS-ENV-BUSINESS-DATE PIC X(8).
       01 WS-BD-INT PIC 9(7).
      *> the horizon in business days - CASH-FORECAST-DAYS, thirty
      *> when unset, never more than the table holds
       01 WS-HORIZON PIC 9(2) VALUE 30.
       01 WS-HORIZON-MAX PIC 9(2) VALUE 60.
       01 WS-ENV-HORIZON PIC X(2).
      *> how far back the unscheduled average looks, in calendar
      *> days - CASH-FORECAST-HISTORY-DAYS, ninety when unset
       01 WS-HISTORY-DAYS PIC 9(3) VALUE 90.
       01 WS-ENV-HISTORY-DAYS PIC X(3).
       01 WS-HISTORY-FILES PIC 9(3) VALUE 0.
      *> the forecast's business days, walked off the calendar
       01 WS-DAY-COUNT PIC 9(2) VALUE 0.
       01 WS-FC-DATE PIC 9(8) OCCURS 60 TIMES.
       01 WS-WALK-INT PIC 9(7).
       01 WS-WALK-DATE PIC 9(8).
       01 WS-DOW PIC 9(1).
       01 WS-DAY-TYPE PIC X(1).
      *> the standing-orders book staged once for every day's check
       01 WS-ORD-COUNT PIC 9(4) VALUE 0.
       01 WS-ORD-MAX PIC 9(4) VALUE 1000.
       01 WS-ORD-ENTRY OCCURS 1000 TIMES.
           05 ORD-ACCOUNT PIC 9(10).
           05 ORD-AMOUNT PIC 9(9)V99.
           05 ORD-TYPE PIC X(3).
           05 ORD-FREQ PIC X(1).
           05 ORD-DAY PIC 9(2).
           05 ORD-START PIC 9(8).
           05 ORD-END PIC 9(8).
       01 WS-FLD-ACCOUNT PIC X(10).
       01 WS-FLD-AMOUNT PIC X(20).
       01 WS-FLD-TYPE PIC X(3).
       01 WS-FLD-FREQ PIC X(1).
       01 WS-FLD-DAY PIC X(2).
       01 WS-FLD-START PIC X(8).
       01 WS-FLD-END PIC X(8).
      *> one slot per account - the opening position and, per
      *> forecast day, what flows in and out. Positions read the
      *> customer's way round: credits add to it, debits draw it down
       01 WS-ACCT-COUNT PIC 9(3) VALUE 0.
       01 WS-ACCT-MAX PIC 9(3) VALUE 500.
       01 WS-ACCT-ENTRY OCCURS 500 TIMES.
           05 FCA-ACCOUNT PIC 9(10).
           05 FCA-OPENING PIC S9(11)V99.
           05 FCA-HIST-IN PIC S9(11)V99.
           05 FCA-HIST-OUT PIC S9(11)V99.
           05 FCA-AVG-IN PIC S9(11)V99.
           05 FCA-AVG-OUT PIC S9(11)V99.
           05 FCA-DAY OCCURS 60 TIMES.
               10 FCD-IN PIC S9(11)V99.
               10 FCD-OUT PIC S9(11)V99.
       01 WS-FIND-ACCOUNT PIC 9(10).
       01 WS-ACCT-INDEX PIC 9(3).
      *> the shop-wide position, day by day
       01 WS-TOT-OPENING PIC S9(13)V99 VALUE 0.
       01 WS-TOT-DAY OCCURS 60 TIMES.
           05 TOT-IN PIC S9(13)V99.
           05 TOT-OUT PIC S9(13)V99.
       01 WS-FIXED-VIEW.
           05 WS-FIXED-ACCOUNT PIC X(10).
           05 WS-FIXED-DATE PIC X(8).
           05 WS-FIXED-AMOUNT PIC X(11).
           05 WS-FIXED-DC PIC X(1).
           05 WS-FIXED-TYPE PIC X(3).
       01 WS-FIXED-VALUE PIC S9(11)V99.
       01 WS-SCHEDULED PIC X(1).
      *> SO-GENERATE's own due rule, judged for a forecast day
      *> instead of the business date
       01 WS-EVAL-DATE PIC 9(8).
       01 WS-EVAL-SPLIT REDEFINES WS-EVAL-DATE.
           05 WS-EVAL-CCYY PIC 9(4).
           05 WS-EVAL-MM PIC 9(2).
           05 WS-EVAL-DD PIC 9(2).
       01 WS-EVAL-INT PIC 9(7).
       01 WS-SCHED-DATE PIC 9(8).
       01 WS-PRIOR-SCHED PIC 9(8).
       01 WS-PRIOR-FIRST PIC 9(8).
       01 WS-ORDER-DUE PIC X(1).
       01 WS-SCHED-INT PIC 9(7).
       01 WS-ROLL-HOPS PIC 9(2).
       01 WS-MONTH-FIRST PIC 9(8).
       01 WS-NEXT-MONTH PIC 9(8).
       01 WS-DAYS-IN-MONTH PIC 9(2).
       01 WS-TARGET-DAY PIC 9(2).
       01 WS-EVAL-DOW PIC 9(1).
       01 WS-DOW-DIFF PIC S9(2).
       01 I PIC 9(4).
       01 D PIC 9(2).
       01 K PIC 9(3).
       01 WS-CLOSING PIC S9(13)V99.
       01 WS-DAY-IN PIC S9(13)V99.
       01 WS-DAY-OUT PIC S9(13)V99.
       01 WS-IN-ED PIC -(11)9.99.
       01 WS-OUT-ED PIC -(11)9.99.
       01 WS-CLOSING-ED PIC -(11)9.99.
       01 WS-ACCOUNT-TEXT PIC X(10).
       01 WS-SCHEDULED-COUNT PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "LOG-STARTUP" USING WS-PROGRAM-NAME
      *> accept into a separate staging field first - ACCEPT FROM
      *> ENVIRONMENT blanks the target unconditionally when the
      *> variable is unset, which would wipe out the VALUE defaults
           MOVE SPACES TO WS-ENV-ORDER-FILE-NAME
           ACCEPT WS-ENV-ORDER-FILE-NAME FROM ENVIRONMENT
               "STANDING-ORDERS-FILE"
           IF WS-ENV-ORDER-FILE-NAME NOT = SPACES
               MOVE WS-ENV-ORDER-FILE-NAME TO WS-ORDER-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-BALANCE-FILE-NAME
           ACCEPT WS-ENV-BALANCE-FILE-NAME FROM ENVIRONMENT
               "STATEMENT-BALANCE-FILE"
           IF WS-ENV-BALANCE-FILE-NAME NOT = SPACES
               MOVE WS-ENV-BALANCE-FILE-NAME TO WS-BALANCE-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-TXN-FILE-NAME
           ACCEPT WS-ENV-TXN-FILE-NAME FROM ENVIRONMENT
               "CALC-TXN-FILE"
           IF WS-ENV-TXN-FILE-NAME NOT = SPACES
               MOVE WS-ENV-TXN-FILE-NAME TO WS-TXN-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-PREFIX
           ACCEPT WS-ENV-PREFIX FROM ENVIRONMENT "CALC-ARCHIVE-PREFIX"
           IF WS-ENV-PREFIX NOT = SPACES
               MOVE WS-ENV-PREFIX TO WS-CALC-PREFIX
           END-IF
           MOVE SPACES TO WS-ENV-FORECAST-FILE-NAME
           ACCEPT WS-ENV-FORECAST-FILE-NAME FROM ENVIRONMENT
               "CASH-FORECAST-FILE"
           IF WS-ENV-FORECAST-FILE-NAME NOT = SPACES
               MOVE WS-ENV-FORECAST-FILE-NAME TO WS-FORECAST-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-HORIZON
           ACCEPT WS-ENV-HORIZON FROM ENVIRONMENT "CASH-FORECAST-DAYS"
           IF WS-ENV-HORIZON NOT = SPACES
             AND TEST-NUMVAL(WS-ENV-HORIZON) = 0
               MOVE NUMVAL(WS-ENV-HORIZON) TO WS-HORIZON
           END-IF
           IF WS-HORIZON > WS-HORIZON-MAX OR WS-HORIZON = 0
               MOVE WS-HORIZON-MAX TO WS-HORIZON
           END-IF
           MOVE SPACES TO WS-ENV-HISTORY-DAYS
           ACCEPT WS-ENV-HISTORY-DAYS FROM ENVIRONMENT
               "CASH-FORECAST-HISTORY-DAYS"
           IF WS-ENV-HISTORY-DAYS NOT = SPACES
             AND TEST-NUMVAL(WS-ENV-HISTORY-DAYS) = 0
               MOVE NUMVAL(WS-ENV-HISTORY-DAYS) TO WS-HISTORY-DAYS
           END-IF
           MOVE SPACES TO WS-ENV-BUSINESS-DATE
           ACCEPT WS-ENV-BUSINESS-DATE FROM ENVIRONMENT
               "CALC-BUSINESS-DATE"
           IF WS-ENV-BUSINESS-DATE IS NUMERIC
             AND WS-ENV-BUSINESS-DATE NOT = SPACES
               MOVE WS-ENV-BUSINESS-DATE TO WS-BUSINESS-DATE
           ELSE
               ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF
           MOVE INTEGER-OF-DATE(WS-BUSINESS-DATE) TO WS-BD-INT
           PERFORM BUILD-FORECAST-DAYS
           PERFORM LOAD-ORDERS THRU LOAD-ORDERS-EXIT
           PERFORM LOAD-OPENING-BALANCES THRU LOAD-OPENING-BALANCES-EXIT
           PERFORM APPLY-CYCLE-TRANSACTIONS
               THRU APPLY-CYCLE-TRANSACTIONS-EXIT
           PERFORM APPLY-LATER-CYCLES THRU APPLY-LATER-CYCLES-EXIT
           PERFORM VARYING WS-WALK-INT FROM WS-BD-INT BY -1
                   UNTIL WS-WALK-INT <= WS-BD-INT - WS-HISTORY-DAYS
               MOVE DATE-OF-INTEGER(WS-WALK-INT) TO WS-WALK-DATE
               PERFORM SCAN-ONE-ARCHIVE THRU SCAN-ONE-ARCHIVE-EXIT
           END-PERFORM
      *> the unscheduled average is per business day that actually
      *> ran - the archive count, not the calendar span
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-ACCT-COUNT
               IF WS-HISTORY-FILES > 0
                   COMPUTE FCA-AVG-IN(K) ROUNDED =
                       FCA-HIST-IN(K) / WS-HISTORY-FILES
                   COMPUTE FCA-AVG-OUT(K) ROUNDED =
                       FCA-HIST-OUT(K) / WS-HISTORY-FILES
               END-IF
               PERFORM VARYING D FROM 1 BY 1 UNTIL D > WS-DAY-COUNT
                   ADD FCA-AVG-IN(K) TO FCD-IN(K, D)
                   ADD FCA-AVG-OUT(K) TO FCD-OUT(K, D)
               END-PERFORM
           END-PERFORM
           PERFORM VARYING D FROM 1 BY 1 UNTIL D > WS-DAY-COUNT
               MOVE WS-FC-DATE(D) TO WS-EVAL-DATE
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ORD-COUNT
                   PERFORM JUDGE-ORDER-ON-DAY
                       THRU JUDGE-ORDER-ON-DAY-EXIT
               END-PERFORM
           END-PERFORM
           OPEN OUTPUT FORECAST-FILE.
      *> OUTPUT on a file that does not exist yet reports status 05
      *> on this runtime even though it creates the file underneath
           IF WS-FORECAST-STATUS NOT = "00"
                   AND WS-FORECAST-STATUS NOT = "05"
               DISPLAY "CASH-FORECAST: cannot open forecast file "
                   TRIM(WS-FORECAST-FILE-NAME) " - file status "
                   WS-FORECAST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM PRINT-FORECAST.
           CLOSE FORECAST-FILE.
           MOVE SPACES TO WS-EVENT-MESSAGE
           STRING "cash forecast from " WS-BUSINESS-DATE ": "
                   WS-DAY-COUNT " business day(s), " WS-ACCT-COUNT
                   " account(s), " WS-SCHEDULED-COUNT
                   " standing order occurrence(s)"
               DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
           CALL "LOG-EVENT" USING WS-PROGRAM-NAME WS-EVENT-MESSAGE
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       BUILD-FORECAST-DAYS.
      *> the next business days after the business date - a date
      *> the calendar does not know counts on a weekday only
           MOVE WS-BD-INT TO WS-WALK-INT
           PERFORM UNTIL WS-DAY-COUNT >= WS-HORIZON
               ADD 1 TO WS-WALK-INT
               MOVE DATE-OF-INTEGER(WS-WALK-INT) TO WS-WALK-DATE
               CALL "CALENDAR-LOOKUP" USING WS-WALK-DATE WS-DAY-TYPE
               EVALUATE WS-DAY-TYPE
                   WHEN 'B'
                   WHEN 'M'
                       ADD 1 TO WS-DAY-COUNT
                       MOVE WS-WALK-DATE TO WS-FC-DATE(WS-DAY-COUNT)
                   WHEN 'U'
      *> day 1 of the INTEGER-OF-DATE epoch was a Monday, so the
      *> weekday falls straight out of the remainder
                       COMPUTE WS-DOW = MOD(WS-WALK-INT - 1, 7) + 1
                       IF WS-DOW < 6
                           ADD 1 TO WS-DAY-COUNT
                           MOVE WS-WALK-DATE
                               TO WS-FC-DATE(WS-DAY-COUNT)
                       END-IF
               END-EVALUATE
           END-PERFORM
           PERFORM VARYING D FROM 1 BY 1 UNTIL D > WS-DAY-COUNT
               MOVE 0 TO TOT-IN(D) TOT-OUT(D)
           END-PERFORM.

       LOAD-ORDERS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT ORDER-FILE
           IF WS-ORDER-STATUS NOT = "00"
      *> no order book just means nothing is scheduled - the
      *> unscheduled average still forecasts
               IF WS-ORDER-STATUS = "05"
                   CLOSE ORDER-FILE
               END-IF
               GO TO LOAD-ORDERS-EXIT
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ORDER-FILE INTO ORDER-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM STAGE-ONE-ORDER
               END-READ
           END-PERFORM
           CLOSE ORDER-FILE.
       LOAD-ORDERS-EXIT.
           EXIT.

       STAGE-ONE-ORDER.
           MOVE SPACES TO WS-FLD-ACCOUNT WS-FLD-AMOUNT WS-FLD-TYPE
               WS-FLD-FREQ WS-FLD-DAY WS-FLD-START WS-FLD-END
           UNSTRING ORDER-RECORD DELIMITED BY ","
               INTO WS-FLD-ACCOUNT WS-FLD-AMOUNT WS-FLD-TYPE
                   WS-FLD-FREQ WS-FLD-DAY WS-FLD-START WS-FLD-END
      *> the same order SO-GENERATE would skip is skipped here
           IF WS-FLD-ACCOUNT IS NUMERIC
             AND WS-FLD-START IS NUMERIC
             AND WS-FLD-END IS NUMERIC
             AND WS-FLD-DAY IS NUMERIC
             AND (WS-FLD-FREQ = 'M' OR WS-FLD-FREQ = 'W')
             AND WS-ORD-COUNT < WS-ORD-MAX
               ADD 1 TO WS-ORD-COUNT
               MOVE WS-FLD-ACCOUNT TO ORD-ACCOUNT(WS-ORD-COUNT)
               MOVE NUMVAL(WS-FLD-AMOUNT) TO ORD-AMOUNT(WS-ORD-COUNT)
               MOVE WS-FLD-TYPE TO ORD-TYPE(WS-ORD-COUNT)
               MOVE WS-FLD-FREQ TO ORD-FREQ(WS-ORD-COUNT)
               MOVE WS-FLD-DAY TO ORD-DAY(WS-ORD-COUNT)
               MOVE WS-FLD-START TO ORD-START(WS-ORD-COUNT)
               MOVE WS-FLD-END TO ORD-END(WS-ORD-COUNT)
               MOVE ORD-ACCOUNT(WS-ORD-COUNT) TO WS-FIND-ACCOUNT
               PERFORM FIND-ACCOUNT
           END-IF.

       LOAD-OPENING-BALANCES.
           MOVE 'N' TO WS-EOF
           OPEN INPUT BALANCE-FILE
           IF WS-BALANCE-STATUS NOT = "00"
               IF WS-BALANCE-STATUS = "05"
                   CLOSE BALANCE-FILE
               END-IF
               GO TO LOAD-OPENING-BALANCES-EXIT
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ BALANCE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-FLD-ACCOUNT WS-FLD-AMOUNT
                       UNSTRING BALANCE-RECORD DELIMITED BY ","
                           INTO WS-FLD-ACCOUNT WS-FLD-AMOUNT
                       IF WS-FLD-ACCOUNT IS NUMERIC
                           MOVE WS-FLD-ACCOUNT TO WS-FIND-ACCOUNT
                           PERFORM FIND-ACCOUNT
      *> the ledger carries what the customer owes; the position is
      *> the other way round
                           IF WS-ACCT-INDEX > 0
                               SUBTRACT NUMVAL(WS-FLD-AMOUNT)
                                   FROM FCA-OPENING(WS-ACCT-INDEX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BALANCE-FILE.
       LOAD-OPENING-BALANCES-EXIT.
           EXIT.

       APPLY-CYCLE-TRANSACTIONS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT TXN-FILE
           IF WS-TXN-STATUS NOT = "00"
               IF WS-TXN-STATUS = "05"
                   CLOSE TXN-FILE
               END-IF
               GO TO APPLY-CYCLE-TRANSACTIONS-EXIT
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ TXN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
      *> only real detail counts - the trailer and any malformed
      *> stragglers stay behind
                       IF TXN-ACCOUNT IS NUMERIC
                         AND TXN-AMOUNT IS NUMERIC
                           MOVE TXN-ACCOUNT TO WS-FIND-ACCOUNT
                           PERFORM FIND-ACCOUNT
                           IF WS-ACCT-INDEX > 0
                             AND UPPER-CASE(TXN-DC) = 'C'
                               COMPUTE FCA-OPENING(WS-ACCT-INDEX) =
                                   FCA-OPENING(WS-ACCT-INDEX)
                                   + NUMVAL(TXN-AMOUNT) / 100
                           END-IF
                           IF WS-ACCT-INDEX > 0
                             AND UPPER-CASE(TXN-DC) NOT = 'C'
                               COMPUTE FCA-OPENING(WS-ACCT-INDEX) =
                                   FCA-OPENING(WS-ACCT-INDEX)
                                   - NUMVAL(TXN-AMOUNT) / 100
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TXN-FILE.
       APPLY-CYCLE-TRANSACTIONS-EXIT.
           EXIT.

       APPLY-LATER-CYCLES.
      *> cycle 01's file keeps the name it always had; each later
      *> cycle the driver posted for the date left its own
      *> TRANSACTIONS-Cnn.DAT beside it. Those carry no date, so only
      *> the cycles run control shows for the date are read - one
      *> left over from an earlier day is not today's business. A
      *> file named outright via CALC-TXN-FILE is read alone
           IF WS-ENV-TXN-FILE-NAME NOT = SPACES
               GO TO APPLY-LATER-CYCLES-EXIT
           END-IF
           CALL "CALC-CYCLE-LOOKUP" USING WS-BUSINESS-DATE
               WS-POSTED-CYCLES
           PERFORM VARYING WS-TXN-CYCLE FROM 2 BY 1
                   UNTIL WS-TXN-CYCLE > 99
               IF WS-POSTED-CYCLES(WS-TXN-CYCLE:1) = 'Y'
                   MOVE WS-TXN-CYCLE TO WS-TXN-CYCLE-ED
                   MOVE SPACES TO WS-TXN-FILE-NAME
                   STRING "TRANSACTIONS-C" WS-TXN-CYCLE-ED ".DAT"
                       DELIMITED BY SIZE INTO WS-TXN-FILE-NAME
                   PERFORM APPLY-CYCLE-TRANSACTIONS
                       THRU APPLY-CYCLE-TRANSACTIONS-EXIT
               END-IF
           END-PERFORM
           MOVE "TRANSACTIONS.DAT" TO WS-TXN-FILE-NAME.
       APPLY-LATER-CYCLES-EXIT.
           EXIT.

       SCAN-ONE-ARCHIVE.
           MOVE SPACES TO WS-ARCHIVE-FILE-NAME
           STRING TRIM(WS-CALC-PREFIX) WS-WALK-DATE ".DAT"
               DELIMITED BY SIZE INTO WS-ARCHIVE-FILE-NAME
           PERFORM SCAN-ARCHIVE-FILE THRU SCAN-ARCHIVE-FILE-EXIT
      *> later cycles of the date follow in order until the first
      *> one missing, as CALC-ARCHIVE-RETRIEVE walks them
           PERFORM VARYING WS-ARCHIVE-CYCLE FROM 2 BY 1
                   UNTIL WS-ARCHIVE-CYCLE > 99
                      OR WS-ARCHIVE-FOUND = 'N'
               MOVE WS-ARCHIVE-CYCLE TO WS-ARCHIVE-CYCLE-ED
               MOVE SPACES TO WS-ARCHIVE-FILE-NAME
               STRING TRIM(WS-CALC-PREFIX) WS-WALK-DATE
                       "-C" WS-ARCHIVE-CYCLE-ED ".DAT"
                   DELIMITED BY SIZE INTO WS-ARCHIVE-FILE-NAME
               PERFORM SCAN-ARCHIVE-FILE THRU SCAN-ARCHIVE-FILE-EXIT
           END-PERFORM.
       SCAN-ONE-ARCHIVE-EXIT.
           EXIT.

       SCAN-ARCHIVE-FILE.
           MOVE 'N' TO WS-ARCHIVE-FOUND
           OPEN INPUT ARCHIVE-FILE
      *> no archive for a date is normal - weekends and holidays
           IF WS-ARCHIVE-STATUS NOT = "00"
               IF WS-ARCHIVE-STATUS = "05"
                   CLOSE ARCHIVE-FILE
               END-IF
               GO TO SCAN-ARCHIVE-FILE-EXIT
           END-IF
           MOVE 'Y' TO WS-ARCHIVE-FOUND
           ADD 1 TO WS-HISTORY-FILES
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARCHIVE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
      *> only the fixed dated layout names an account - delimited
      *> calculator lines and trailers pass by
                       MOVE ARCHIVE-RECORD TO WS-FIXED-VIEW
                       IF WS-FIXED-ACCOUNT IS NUMERIC
                         AND WS-FIXED-AMOUNT IS NUMERIC
                           PERFORM NOTE-UNSCHEDULED
                               THRU NOTE-UNSCHEDULED-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-FILE.
       SCAN-ARCHIVE-FILE-EXIT.
           EXIT.

       NOTE-UNSCHEDULED.
      *> interest and fees move no cash; a standing order's own
      *> charge is already in the schedule and must not count twice
           IF WS-FIXED-TYPE = "INT" OR WS-FIXED-TYPE = "INP"
             OR WS-FIXED-TYPE = "FEE"
               GO TO NOTE-UNSCHEDULED-EXIT
           END-IF
           COMPUTE WS-FIXED-VALUE = NUMVAL(WS-FIXED-AMOUNT) / 100
           MOVE 'N' TO WS-SCHEDULED
           IF UPPER-CASE(WS-FIXED-DC) NOT = 'C'
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ORD-COUNT
                   IF ORD-ACCOUNT(I) = NUMVAL(WS-FIXED-ACCOUNT)
                     AND ORD-AMOUNT(I) = WS-FIXED-VALUE
                     AND ORD-TYPE(I) = WS-FIXED-TYPE
                       MOVE 'Y' TO WS-SCHEDULED
                       MOVE WS-ORD-COUNT TO I
                   END-IF
               END-PERFORM
           END-IF
           IF WS-SCHEDULED = 'Y'
               GO TO NOTE-UNSCHEDULED-EXIT
           END-IF
           MOVE WS-FIXED-ACCOUNT TO WS-FIND-ACCOUNT
           PERFORM FIND-ACCOUNT
           IF WS-ACCT-INDEX = 0
               GO TO NOTE-UNSCHEDULED-EXIT
           END-IF
           IF UPPER-CASE(WS-FIXED-DC) = 'C'
               ADD WS-FIXED-VALUE TO FCA-HIST-IN(WS-ACCT-INDEX)
           ELSE
               ADD WS-FIXED-VALUE TO FCA-HIST-OUT(WS-ACCT-INDEX)
           END-IF.
       NOTE-UNSCHEDULED-EXIT.
           EXIT.

       FIND-ACCOUNT.
      *> the account's slot, opened empty on first sight - zero
      *> when the table is full
           MOVE 0 TO WS-ACCT-INDEX
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-ACCT-COUNT
               IF FCA-ACCOUNT(K) = WS-FIND-ACCOUNT
                   MOVE K TO WS-ACCT-INDEX
                   MOVE WS-ACCT-COUNT TO K
               END-IF
           END-PERFORM
           IF WS-ACCT-INDEX = 0
               IF WS-ACCT-COUNT >= WS-ACCT-MAX
                   DISPLAY "CASH-FORECAST: more than " WS-ACCT-MAX
                       " accounts - forecast incomplete"
               ELSE
                   ADD 1 TO WS-ACCT-COUNT
                   MOVE WS-ACCT-COUNT TO WS-ACCT-INDEX
                   INITIALIZE WS-ACCT-ENTRY(WS-ACCT-INDEX)
                   MOVE WS-FIND-ACCOUNT
                       TO FCA-ACCOUNT(WS-ACCT-INDEX)
               END-IF
           END-IF.

       JUDGE-ORDER-ON-DAY.
      *> an order only lives between its start and end dates
           IF WS-EVAL-DATE < ORD-START(I)
             OR WS-EVAL-DATE > ORD-END(I)
               GO TO JUDGE-ORDER-ON-DAY-EXIT
           END-IF
           MOVE INTEGER-OF-DATE(WS-EVAL-DATE) TO WS-EVAL-INT
           IF ORD-FREQ(I) = 'M'
               PERFORM SCHEDULE-MONTHLY
           ELSE
               PERFORM SCHEDULE-WEEKLY THRU SCHEDULE-WEEKLY-EXIT
           END-IF
      *> due means a rolled schedule lands exactly on the forecast
      *> day - the current period's occurrence or the previous
      *> period's rolled across the boundary, as SO-GENERATE judges
           MOVE 'N' TO WS-ORDER-DUE
           IF WS-SCHED-DATE NOT = 0
               PERFORM ROLL-FORWARD-NON-BUSINESS
               IF WS-SCHED-DATE = WS-EVAL-DATE
                   MOVE 'Y' TO WS-ORDER-DUE
               END-IF
           END-IF
           IF WS-ORDER-DUE = 'N' AND WS-PRIOR-SCHED NOT = 0
               MOVE WS-PRIOR-SCHED TO WS-SCHED-DATE
               PERFORM ROLL-FORWARD-NON-BUSINESS
               IF WS-SCHED-DATE = WS-EVAL-DATE
                   MOVE 'Y' TO WS-ORDER-DUE
               END-IF
           END-IF
           IF WS-ORDER-DUE = 'N'
               GO TO JUDGE-ORDER-ON-DAY-EXIT
           END-IF
           MOVE ORD-ACCOUNT(I) TO WS-FIND-ACCOUNT
           PERFORM FIND-ACCOUNT
           IF WS-ACCT-INDEX > 0
      *> standing orders are always charges to the account
               ADD ORD-AMOUNT(I) TO FCD-OUT(WS-ACCT-INDEX, D)
               ADD 1 TO WS-SCHEDULED-COUNT
           END-IF.
       JUDGE-ORDER-ON-DAY-EXIT.
           EXIT.

       SCHEDULE-MONTHLY.
      *> the order's day within the month, clamped to the month's
      *> real length, and the previous month's occurrence likewise
           COMPUTE WS-MONTH-FIRST =
               WS-EVAL-CCYY * 10000 + WS-EVAL-MM * 100 + 1
           IF WS-EVAL-MM = 12
               COMPUTE WS-NEXT-MONTH =
                   (WS-EVAL-CCYY + 1) * 10000 + 0101
           ELSE
               COMPUTE WS-NEXT-MONTH =
                   WS-EVAL-CCYY * 10000 + (WS-EVAL-MM + 1) * 100 + 1
           END-IF
           COMPUTE WS-DAYS-IN-MONTH =
               INTEGER-OF-DATE(WS-NEXT-MONTH)
               - INTEGER-OF-DATE(WS-MONTH-FIRST)
           MOVE ORD-DAY(I) TO WS-TARGET-DAY
           IF WS-TARGET-DAY > WS-DAYS-IN-MONTH
               MOVE WS-DAYS-IN-MONTH TO WS-TARGET-DAY
           END-IF
           COMPUTE WS-SCHED-DATE = WS-MONTH-FIRST - 1 + WS-TARGET-DAY
           IF WS-EVAL-MM = 1
               COMPUTE WS-PRIOR-FIRST =
                   (WS-EVAL-CCYY - 1) * 10000 + 1201
           ELSE
               COMPUTE WS-PRIOR-FIRST =
                   WS-EVAL-CCYY * 10000 + (WS-EVAL-MM - 1) * 100 + 1
           END-IF
           COMPUTE WS-DAYS-IN-MONTH =
               INTEGER-OF-DATE(WS-MONTH-FIRST)
               - INTEGER-OF-DATE(WS-PRIOR-FIRST)
           MOVE ORD-DAY(I) TO WS-TARGET-DAY
           IF WS-TARGET-DAY > WS-DAYS-IN-MONTH
               MOVE WS-DAYS-IN-MONTH TO WS-TARGET-DAY
           END-IF
           COMPUTE WS-PRIOR-SCHED =
               WS-PRIOR-FIRST - 1 + WS-TARGET-DAY.

       SCHEDULE-WEEKLY.
      *> the order's day within the week (1 = Monday) at or before
      *> the forecast day, and the week before's
           MOVE 0 TO WS-SCHED-DATE
           COMPUTE WS-EVAL-DOW = MOD(WS-EVAL-INT - 1, 7) + 1
           COMPUTE WS-DOW-DIFF = WS-EVAL-DOW - ORD-DAY(I)
           IF WS-DOW-DIFF < 0
               MOVE DATE-OF-INTEGER(WS-EVAL-INT - WS-DOW-DIFF - 7)
                   TO WS-PRIOR-SCHED
               GO TO SCHEDULE-WEEKLY-EXIT
           END-IF
           MOVE DATE-OF-INTEGER(WS-EVAL-INT - WS-DOW-DIFF)
               TO WS-SCHED-DATE
           MOVE DATE-OF-INTEGER(WS-EVAL-INT - WS-DOW-DIFF - 7)
               TO WS-PRIOR-SCHED.
       SCHEDULE-WEEKLY-EXIT.
           EXIT.

       ROLL-FORWARD-NON-BUSINESS.
      *> a charge scheduled onto a holiday rolls forward to the next
      *> business day - ten hops stops a miskeyed calendar looping
           MOVE 0 TO WS-ROLL-HOPS
           CALL "CALENDAR-LOOKUP" USING WS-SCHED-DATE WS-DAY-TYPE
           PERFORM UNTIL WS-DAY-TYPE NOT = 'H'
                   OR WS-ROLL-HOPS >= 10
               MOVE INTEGER-OF-DATE(WS-SCHED-DATE) TO WS-SCHED-INT
               MOVE DATE-OF-INTEGER(WS-SCHED-INT + 1)
                   TO WS-SCHED-DATE
               ADD 1 TO WS-ROLL-HOPS
               CALL "CALENDAR-LOOKUP" USING WS-SCHED-DATE WS-DAY-TYPE
           END-PERFORM.

       PRINT-FORECAST.
           DISPLAY "===== Cash position forecast ====="
           DISPLAY "Business date:     " WS-BUSINESS-DATE
           DISPLAY "Business days:     " WS-DAY-COUNT
           DISPLAY "History files:     " WS-HISTORY-FILES
               " (last " WS-HISTORY-DAYS " days)"
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-ACCT-COUNT
               MOVE FCA-OPENING(K) TO WS-CLOSING WS-CLOSING-ED
               ADD FCA-OPENING(K) TO WS-TOT-OPENING
               DISPLAY " "
               DISPLAY "ACCOUNT " FCA-ACCOUNT(K) "   OPENING "
                   WS-CLOSING-ED
               DISPLAY "DATE            INFLOW         OUTFLOW"
                   "         CLOSING"
               MOVE FCA-ACCOUNT(K) TO WS-ACCOUNT-TEXT
               PERFORM VARYING D FROM 1 BY 1 UNTIL D > WS-DAY-COUNT
                   MOVE FCD-IN(K, D) TO WS-DAY-IN
                   MOVE FCD-OUT(K, D) TO WS-DAY-OUT
                   ADD WS-DAY-IN TO TOT-IN(D)
                   ADD WS-DAY-OUT TO TOT-OUT(D)
                   PERFORM PRINT-ONE-DAY
               END-PERFORM
           END-PERFORM
           DISPLAY " "
           MOVE WS-TOT-OPENING TO WS-CLOSING WS-CLOSING-ED
           DISPLAY "SHOP TOTAL          OPENING " WS-CLOSING-ED
           DISPLAY "DATE            INFLOW         OUTFLOW"
               "         CLOSING"
           MOVE "TOTAL" TO WS-ACCOUNT-TEXT
           PERFORM VARYING D FROM 1 BY 1 UNTIL D > WS-DAY-COUNT
               MOVE TOT-IN(D) TO WS-DAY-IN
               MOVE TOT-OUT(D) TO WS-DAY-OUT
               PERFORM PRINT-ONE-DAY
           END-PERFORM
           DISPLAY "Accounts forecast: " WS-ACCT-COUNT
           DISPLAY "Scheduled items:   " WS-SCHEDULED-COUNT
           DISPLAY "Forecast file:     " TRIM(WS-FORECAST-FILE-NAME)
           DISPLAY "===== End of cash position forecast =====".

       PRINT-ONE-DAY.
           COMPUTE WS-CLOSING = WS-CLOSING + WS-DAY-IN - WS-DAY-OUT
           MOVE WS-DAY-IN TO WS-IN-ED
           MOVE WS-DAY-OUT TO WS-OUT-ED
           MOVE WS-CLOSING TO WS-CLOSING-ED
           DISPLAY WS-FC-DATE(D) " " WS-IN-ED " " WS-OUT-ED " "
               WS-CLOSING-ED
           MOVE SPACES TO FORECAST-RECORD
           STRING TRIM(WS-ACCOUNT-TEXT) "," WS-FC-DATE(D) ","
                   TRIM(WS-IN-ED) "," TRIM(WS-OUT-ED) ","
                   TRIM(WS-CLOSING-ED)
               DELIMITED BY SIZE INTO FORECAST-RECORD
           WRITE FORECAST-RECORD.
       END PROGRAM CASH-FORECAST.
