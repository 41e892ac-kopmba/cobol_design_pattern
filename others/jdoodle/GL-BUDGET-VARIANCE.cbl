      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-BUDGET-VARIANCE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> GL-BUDGET-MAINT's budget - read end to end, only the
      *> report year's months kept. Overridable via GL-BUDGET-FILE
       SELECT OPTIONAL BUDGET-MASTER ASSIGN DYNAMIC
           WS-BUDGET-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BUD-KEY OF BUDGET-RECORD
           FILE STATUS IS WS-BUDGET-STATUS.
      *> the posting history GL-EXTRACT-VALIDATE appends to - one
      *> CCYYMMDD,D/C,account,amount line each, the same actuals
      *> TRIAL-BALANCE-REPORT nets. Overridable via GL-HISTORY-FILE
       SELECT OPTIONAL HISTORY-FILE ASSIGN DYNAMIC
           WS-HISTORY-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD BUDGET-MASTER.
      *> must stay byte-for-byte identical to GL-BUDGET-MAINT's record
       01 BUDGET-RECORD.
           05 BUD-KEY.
               10 BUD-ACCOUNT PIC X(10).
               10 BUD-PERIOD PIC 9(6).
           05 BUD-AMOUNT PIC S9(11)V99.
           05 BUD-UPDATED-DATE PIC 9(8).
       FD HISTORY-FILE.
       01 HISTORY-RECORD PIC X(70).
       WORKING-STORAGE SECTION.
      *> correctly-sized holders for the literal audit message - a
      *> literal passed straight to LOG-EVENT's LINKAGE would only be
      *> allocated as big as the literal itself, not the LINKAGE PIC
       01 WS-PROGRAM-NAME PIC X(44) VALUE "GL-BUDGET-VARIANCE".
       01 WS-EVENT-MESSAGE PIC X(200).
       01 WS-BUDGET-FILE-NAME PIC X(80) VALUE "GL-BUDGET.DAT".
       01 WS-ENV-BUDGET-FILE-NAME PIC X(80).
       01 WS-BUDGET-STATUS PIC X(2).
       01 WS-HISTORY-FILE-NAME PIC X(80) VALUE "GL-HISTORY.DAT".
       01 WS-ENV-HISTORY-FILE-NAME PIC X(80).
       01 WS-HISTORY-STATUS PIC X(2).
       01 WS-EOF PIC X(1) VALUE 'N'.
      *> the month to report - BUDGET-VARIANCE-PERIOD (CCYYMM) when
      *> finance names one, the current month otherwise. Year to
      *> date runs from January of the same year
       01 WS-PERIOD PIC X(6).
       01 WS-ENV-PERIOD PIC X(6).
       01 WS-YEAR-START PIC X(6).
       01 WS-TODAY PIC 9(8).
      *> the tolerance in percent either way - BUDGET-TOLERANCE-PCT
      *> overrides
       01 WS-TOLERANCE-PCT PIC 9(3)V99 VALUE 10.00.
       01 WS-ENV-TOLERANCE PIC X(6).
       01 WS-REC-DATE PIC X(8).
       01 WS-REC-FLAG PIC X(1).
       01 WS-REC-ACCOUNT PIC X(10).
       01 WS-REC-AMOUNT-X PIC X(20).
       01 WS-REC-NET PIC S9(11)V99.
      *> per-account budget and actual, month and year to date -
      *> actuals netted debits less credits, the trial balance's sign
       01 WS-ACCT-COUNT PIC 9(3) VALUE 0.
       01 WS-ACCT-MAX PIC 9(3) VALUE 500.
       01 WS-ACCT-ENTRY OCCURS 500 TIMES.
           05 VAR-ACCOUNT PIC X(10).
           05 VAR-MTD-BUDGET PIC S9(11)V99.
           05 VAR-MTD-ACTUAL PIC S9(11)V99.
           05 VAR-YTD-BUDGET PIC S9(11)V99.
           05 VAR-YTD-ACTUAL PIC S9(11)V99.
       01 WS-ACCT-INDEX PIC 9(3).
       01 WS-LOOKUP-ACCOUNT PIC X(10).
       01 I PIC 9(3).
       01 WS-BUDGET PIC S9(11)V99.
       01 WS-ACTUAL PIC S9(11)V99.
       01 WS-VARIANCE PIC S9(11)V99.
       01 WS-VARIANCE-PCT PIC S9(5)V9.
       01 WS-SCOPE PIC X(3).
       01 WS-FLAG PIC X(10).
       01 WS-BUDGET-ED PIC -Z(10)9.99.
       01 WS-ACTUAL-ED PIC -Z(10)9.99.
       01 WS-VARIANCE-ED PIC -Z(10)9.99.
       01 WS-PCT-ED PIC -ZZZZ9.9.
       01 WS-PCT-TEXT PIC X(8).
       01 WS-BUDGET-LINES PIC 9(5) VALUE 0.
       01 WS-HISTORY-LINES PIC 9(7) VALUE 0.
       01 WS-FLAGGED PIC 9(5) VALUE 0.
       01 WS-TOT-MTD-BUDGET PIC S9(13)V99 VALUE 0.
       01 WS-TOT-MTD-ACTUAL PIC S9(13)V99 VALUE 0.
       01 WS-TOT-YTD-BUDGET PIC S9(13)V99 VALUE 0.
       01 WS-TOT-YTD-ACTUAL PIC S9(13)V99 VALUE 0.
       01 WS-TOTAL-ED PIC -Z(12)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "LOG-STARTUP" USING WS-PROGRAM-NAME
      *> accept into a separate staging field first - ACCEPT FROM
      *> ENVIRONMENT blanks the target unconditionally when the
      *> variable is unset, which would wipe out the VALUE defaults
           MOVE SPACES TO WS-ENV-BUDGET-FILE-NAME
           ACCEPT WS-ENV-BUDGET-FILE-NAME FROM ENVIRONMENT
               "GL-BUDGET-FILE"
           IF WS-ENV-BUDGET-FILE-NAME NOT = SPACES
               MOVE WS-ENV-BUDGET-FILE-NAME TO WS-BUDGET-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-HISTORY-FILE-NAME
           ACCEPT WS-ENV-HISTORY-FILE-NAME FROM ENVIRONMENT
               "GL-HISTORY-FILE"
           IF WS-ENV-HISTORY-FILE-NAME NOT = SPACES
               MOVE WS-ENV-HISTORY-FILE-NAME TO WS-HISTORY-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-TOLERANCE
           ACCEPT WS-ENV-TOLERANCE FROM ENVIRONMENT
               "BUDGET-TOLERANCE-PCT"
           IF WS-ENV-TOLERANCE NOT = SPACES
             AND TEST-NUMVAL(WS-ENV-TOLERANCE) = 0
               MOVE NUMVAL(WS-ENV-TOLERANCE) TO WS-TOLERANCE-PCT
           END-IF
           MOVE SPACES TO WS-ENV-PERIOD
           ACCEPT WS-ENV-PERIOD FROM ENVIRONMENT
               "BUDGET-VARIANCE-PERIOD"
           IF WS-ENV-PERIOD NOT = SPACES
                   AND WS-ENV-PERIOD IS NUMERIC
               MOVE WS-ENV-PERIOD TO WS-PERIOD
           ELSE
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               MOVE WS-TODAY(1:6) TO WS-PERIOD
           END-IF
           MOVE WS-PERIOD TO WS-YEAR-START
           MOVE "01" TO WS-YEAR-START(5:2)
           PERFORM LOAD-BUDGET THRU LOAD-BUDGET-EXIT
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "GL-BUDGET-VARIANCE: GL history not "
                   "available - " TRIM(WS-HISTORY-FILE-NAME)
                   ", file status " WS-HISTORY-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ HISTORY-FILE INTO HISTORY-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-HISTORY-LINES
                       PERFORM TALLY-ONE-POSTING
                           THRU TALLY-ONE-POSTING-EXIT
               END-READ
           END-PERFORM.
           CLOSE HISTORY-FILE.
           PERFORM PRINT-REPORT.
           MOVE SPACES TO WS-EVENT-MESSAGE
           STRING "budget variance " WS-PERIOD ": " WS-ACCT-COUNT
                   " account(s), " WS-FLAGGED
                   " outside tolerance"
               DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
           CALL "LOG-EVENT" USING WS-PROGRAM-NAME WS-EVENT-MESSAGE
      *> RETURN-CODE: 0 = every account within tolerance, 4 = at
      *> least one flagged for finance to explain
           IF WS-FLAGGED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-BUDGET.
           OPEN INPUT BUDGET-MASTER
           IF WS-BUDGET-STATUS NOT = "00"
      *> no budget yet still reports - every actual is unbudgeted
               IF WS-BUDGET-STATUS = "05"
                   CLOSE BUDGET-MASTER
               END-IF
               DISPLAY "GL-BUDGET-VARIANCE: no budget on file - "
                   TRIM(WS-BUDGET-FILE-NAME)
               GO TO LOAD-BUDGET-EXIT
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ BUDGET-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF BUD-PERIOD >= WS-YEAR-START
                         AND BUD-PERIOD <= WS-PERIOD
                           ADD 1 TO WS-BUDGET-LINES
                           MOVE BUD-ACCOUNT TO WS-LOOKUP-ACCOUNT
                           PERFORM FIND-ACCOUNT
                           IF WS-ACCT-INDEX > 0
                               ADD BUD-AMOUNT
                                   TO VAR-YTD-BUDGET(WS-ACCT-INDEX)
                               IF BUD-PERIOD = WS-PERIOD
                                   ADD BUD-AMOUNT TO
                                       VAR-MTD-BUDGET(WS-ACCT-INDEX)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BUDGET-MASTER.
       LOAD-BUDGET-EXIT.
           EXIT.

       TALLY-ONE-POSTING.
           MOVE SPACES TO WS-REC-DATE WS-REC-FLAG WS-REC-ACCOUNT
               WS-REC-AMOUNT-X
           UNSTRING HISTORY-RECORD DELIMITED BY ","
               INTO WS-REC-DATE WS-REC-FLAG WS-REC-ACCOUNT
                   WS-REC-AMOUNT-X
           IF WS-REC-DATE(1:6) < WS-YEAR-START
             OR WS-REC-DATE(1:6) > WS-PERIOD
               GO TO TALLY-ONE-POSTING-EXIT
           END-IF
           IF WS-REC-FLAG = 'D'
               MOVE NUMVAL(WS-REC-AMOUNT-X) TO WS-REC-NET
           ELSE
               IF WS-REC-FLAG = 'C'
                   COMPUTE WS-REC-NET = 0 - NUMVAL(WS-REC-AMOUNT-X)
               ELSE
                   GO TO TALLY-ONE-POSTING-EXIT
               END-IF
           END-IF
           MOVE WS-REC-ACCOUNT TO WS-LOOKUP-ACCOUNT
           PERFORM FIND-ACCOUNT
           IF WS-ACCT-INDEX = 0
               GO TO TALLY-ONE-POSTING-EXIT
           END-IF
           ADD WS-REC-NET TO VAR-YTD-ACTUAL(WS-ACCT-INDEX)
           IF WS-REC-DATE(1:6) = WS-PERIOD
               ADD WS-REC-NET TO VAR-MTD-ACTUAL(WS-ACCT-INDEX)
           END-IF.
       TALLY-ONE-POSTING-EXIT.
           EXIT.

       FIND-ACCOUNT.
      *> the account's slot, opened empty on first sight - zero
      *> when the table is full
           MOVE 0 TO WS-ACCT-INDEX
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ACCT-COUNT
               IF VAR-ACCOUNT(I) = WS-LOOKUP-ACCOUNT
                   MOVE I TO WS-ACCT-INDEX
                   MOVE WS-ACCT-COUNT TO I
               END-IF
           END-PERFORM
           IF WS-ACCT-INDEX = 0
               IF WS-ACCT-COUNT >= WS-ACCT-MAX
                   DISPLAY "GL-BUDGET-VARIANCE: more than "
                       WS-ACCT-MAX " accounts - report incomplete"
               ELSE
                   ADD 1 TO WS-ACCT-COUNT
                   MOVE WS-ACCT-COUNT TO WS-ACCT-INDEX
                   MOVE WS-LOOKUP-ACCOUNT
                       TO VAR-ACCOUNT(WS-ACCT-INDEX)
                   MOVE 0 TO VAR-MTD-BUDGET(WS-ACCT-INDEX)
                       VAR-MTD-ACTUAL(WS-ACCT-INDEX)
                       VAR-YTD-BUDGET(WS-ACCT-INDEX)
                       VAR-YTD-ACTUAL(WS-ACCT-INDEX)
               END-IF
           END-IF.

       PRINT-REPORT.
           DISPLAY "===== Budget versus actual for period " WS-PERIOD
               " ====="
           DISPLAY "Tolerance (pct):   " WS-TOLERANCE-PCT
           DISPLAY "Account    Scope          Budget          Actual"
               "        Variance     Var%  Flag"
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ACCT-COUNT
               MOVE "MTD" TO WS-SCOPE
               MOVE VAR-MTD-BUDGET(I) TO WS-BUDGET
               MOVE VAR-MTD-ACTUAL(I) TO WS-ACTUAL
               PERFORM PRINT-VARIANCE-LINE
               MOVE "YTD" TO WS-SCOPE
               MOVE VAR-YTD-BUDGET(I) TO WS-BUDGET
               MOVE VAR-YTD-ACTUAL(I) TO WS-ACTUAL
               PERFORM PRINT-VARIANCE-LINE
               ADD VAR-MTD-BUDGET(I) TO WS-TOT-MTD-BUDGET
               ADD VAR-MTD-ACTUAL(I) TO WS-TOT-MTD-ACTUAL
               ADD VAR-YTD-BUDGET(I) TO WS-TOT-YTD-BUDGET
               ADD VAR-YTD-ACTUAL(I) TO WS-TOT-YTD-ACTUAL
           END-PERFORM
           IF WS-ACCT-COUNT = 0
               DISPLAY "(no budget or postings for this year)"
           END-IF
           DISPLAY "----------"
           MOVE WS-TOT-MTD-BUDGET TO WS-TOTAL-ED
           DISPLAY "Month budget:      " WS-TOTAL-ED
           MOVE WS-TOT-MTD-ACTUAL TO WS-TOTAL-ED
           DISPLAY "Month actual:      " WS-TOTAL-ED
           MOVE WS-TOT-YTD-BUDGET TO WS-TOTAL-ED
           DISPLAY "Year budget:       " WS-TOTAL-ED
           MOVE WS-TOT-YTD-ACTUAL TO WS-TOTAL-ED
           DISPLAY "Year actual:       " WS-TOTAL-ED
           DISPLAY "Budget lines read: " WS-BUDGET-LINES
           DISPLAY "History lines read:" WS-HISTORY-LINES
           DISPLAY "Outside tolerance: " WS-FLAGGED
           DISPLAY "===== End of budget versus actual =====".

       PRINT-VARIANCE-LINE.
      *> variance is actual less budget on the trial balance's sign -
      *> the percent is taken against the budget's size, so the flag
      *> reads the same for a revenue line as for an expense line
           COMPUTE WS-VARIANCE = WS-ACTUAL - WS-BUDGET
           MOVE SPACES TO WS-FLAG
           IF WS-BUDGET = 0
               MOVE "    n/a" TO WS-PCT-TEXT
               IF WS-ACTUAL NOT = 0
                   MOVE "NO BUDGET" TO WS-FLAG
               END-IF
           ELSE
               COMPUTE WS-VARIANCE-PCT ROUNDED =
                   WS-VARIANCE * 100 / ABS(WS-BUDGET)
                   ON SIZE ERROR
                       IF WS-VARIANCE < 0
                           MOVE -99999.9 TO WS-VARIANCE-PCT
                       ELSE
                           MOVE 99999.9 TO WS-VARIANCE-PCT
                       END-IF
               END-COMPUTE
               MOVE WS-VARIANCE-PCT TO WS-PCT-ED
               MOVE WS-PCT-ED TO WS-PCT-TEXT
               IF ABS(WS-VARIANCE-PCT) > WS-TOLERANCE-PCT
                   MOVE "*** OVER" TO WS-FLAG
                   IF WS-VARIANCE-PCT < 0
                       MOVE "*** UNDER" TO WS-FLAG
                   END-IF
               END-IF
           END-IF
           IF WS-FLAG NOT = SPACES
               ADD 1 TO WS-FLAGGED
           END-IF
           MOVE WS-BUDGET TO WS-BUDGET-ED
           MOVE WS-ACTUAL TO WS-ACTUAL-ED
           MOVE WS-VARIANCE TO WS-VARIANCE-ED
           DISPLAY VAR-ACCOUNT(I) " " WS-SCOPE " " WS-BUDGET-ED " "
               WS-ACTUAL-ED " " WS-VARIANCE-ED " " WS-PCT-TEXT " "
               WS-FLAG.
       END PROGRAM GL-BUDGET-VARIANCE.
