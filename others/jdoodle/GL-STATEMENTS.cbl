      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-STATEMENTS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> the chart of accounts - GLACCOUNT,DESCRIPTION,STATUS,CLASS,
      *> LINE, CLASS 'A' asset, 'L' liability, 'E' equity, 'R'
      *> revenue, 'X' expense and LINE the statement line the account
      *> rolls up into. Overridable via GL-CHART-FILE
       SELECT OPTIONAL CHART-FILE ASSIGN DYNAMIC WS-CHART-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHART-STATUS.
      *> the posting history GL-EXTRACT-VALIDATE appends to - one
      *> CCYYMMDD,D/C,account,amount line each. Overridable via
      *> GL-HISTORY-FILE
       SELECT OPTIONAL HISTORY-FILE ASSIGN DYNAMIC
           WS-HISTORY-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CHART-FILE.
       01 CHART-RECORD PIC X(80).
       FD HISTORY-FILE.
       01 HISTORY-RECORD PIC X(70).
       WORKING-STORAGE SECTION.
      *> correctly-sized holders for the literal audit message - a
      *> literal passed straight to LOG-EVENT-SEV's LINKAGE would
      *> only be allocated as big as the literal itself
       01 WS-PROGRAM-NAME PIC X(44) VALUE "GL-STATEMENTS".
       01 WS-EVENT-MESSAGE PIC X(200).
       01 WS-EVENT-SEVERITY PIC X(1).
       01 WS-CHART-FILE-NAME PIC X(80) VALUE "GL-CHART.DAT".
       01 WS-ENV-CHART-FILE-NAME PIC X(80).
       01 WS-CHART-STATUS PIC X(2).
       01 WS-HISTORY-FILE-NAME PIC X(80) VALUE "GL-HISTORY.DAT".
       01 WS-ENV-HISTORY-FILE-NAME PIC X(80).
       01 WS-HISTORY-STATUS PIC X(2).
       01 WS-EOF PIC X(1) VALUE 'N'.
      *> the period to report - GL-STATEMENT-PERIOD (CCYYMM) when
      *> finance names one, the current month otherwise. The income
      *> statement covers that month; the balance sheet stands at its
      *> close, everything posted up to and including it
       01 WS-PERIOD PIC X(6).
       01 WS-ENV-PERIOD PIC X(6).
       01 WS-TODAY PIC 9(8).
       01 WS-REC-DATE PIC X(8).
       01 WS-REC-FLAG PIC X(1).
       01 WS-REC-ACCOUNT PIC X(10).
       01 WS-REC-AMOUNT-X PIC X(20).
       01 WS-REC-NET PIC S9(11)V99.
      *> the chart staged with each account's statement line
       01 WS-CHART-COUNT PIC 9(3) VALUE 0.
       01 WS-CHART-MAX PIC 9(3) VALUE 500.
       01 WS-CHART-ENTRY OCCURS 500 TIMES.
           05 CHART-ACCOUNT PIC X(10).
           05 CHART-GROUP PIC 9(3).
       01 WS-CHART-ACCT-X PIC X(10).
       01 WS-CHART-DESC-X PIC X(30).
       01 WS-CHART-STATUS-X PIC X(2).
       01 WS-CHART-CLASS-X PIC X(1).
       01 WS-CHART-LINE-X PIC X(30).
      *> one entry per class and statement line - the period's net
      *> and the cumulative net to the period's close, both debits
      *> less credits the way the trial balance nets
       01 WS-GROUP-COUNT PIC 9(3) VALUE 0.
       01 WS-GROUP-MAX PIC 9(3) VALUE 200.
       01 WS-GROUP-ENTRY OCCURS 200 TIMES.
           05 GRP-CLASS PIC X(1).
           05 GRP-LINE PIC X(30).
           05 GRP-PERIOD-NET PIC S9(13)V99.
           05 GRP-CUM-NET PIC S9(13)V99.
       01 WS-GROUP-INDEX PIC 9(3).
       01 I PIC 9(3).
       01 J PIC 9(3).
       01 WS-PRINT-CLASS PIC X(1).
       01 WS-PRINT-SIGN PIC S9(1).
       01 WS-PRINT-CUMULATIVE PIC X(1).
       01 WS-SECTION-TOTAL PIC S9(13)V99.
       01 WS-LINE-AMOUNT PIC S9(13)V99.
      *> postings to accounts the chart does not classify - they
      *> cannot land on either statement and will unbalance it
       01 WS-UNCLASSIFIED-COUNT PIC 9(7) VALUE 0.
       01 WS-UNCLASSIFIED-NET PIC S9(13)V99 VALUE 0.
       01 WS-TOTAL-REVENUE PIC S9(13)V99 VALUE 0.
       01 WS-TOTAL-EXPENSE PIC S9(13)V99 VALUE 0.
       01 WS-NET-INCOME PIC S9(13)V99 VALUE 0.
       01 WS-TOTAL-ASSETS PIC S9(13)V99 VALUE 0.
       01 WS-TOTAL-LIABILITIES PIC S9(13)V99 VALUE 0.
       01 WS-TOTAL-EQUITY PIC S9(13)V99 VALUE 0.
       01 WS-CURRENT-EARNINGS PIC S9(13)V99 VALUE 0.
       01 WS-LIAB-AND-EQUITY PIC S9(13)V99 VALUE 0.
       01 WS-DIFFERENCE PIC S9(13)V99 VALUE 0.
       01 WS-AMOUNT-ED PIC -(13)9.99.
       01 WS-RECORDS-READ PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "LOG-STARTUP" USING WS-PROGRAM-NAME
      *> accept into a separate staging field first - ACCEPT FROM
      *> ENVIRONMENT blanks the target unconditionally when the
      *> variable is unset, which would wipe out the VALUE defaults
           MOVE SPACES TO WS-ENV-CHART-FILE-NAME
           ACCEPT WS-ENV-CHART-FILE-NAME FROM ENVIRONMENT
               "GL-CHART-FILE"
           IF WS-ENV-CHART-FILE-NAME NOT = SPACES
               MOVE WS-ENV-CHART-FILE-NAME TO WS-CHART-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-HISTORY-FILE-NAME
           ACCEPT WS-ENV-HISTORY-FILE-NAME FROM ENVIRONMENT
               "GL-HISTORY-FILE"
           IF WS-ENV-HISTORY-FILE-NAME NOT = SPACES
               MOVE WS-ENV-HISTORY-FILE-NAME TO WS-HISTORY-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-PERIOD
           ACCEPT WS-ENV-PERIOD FROM ENVIRONMENT
               "GL-STATEMENT-PERIOD"
           IF WS-ENV-PERIOD NOT = SPACES
                   AND WS-ENV-PERIOD IS NUMERIC
               MOVE WS-ENV-PERIOD TO WS-PERIOD
           ELSE
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               MOVE WS-TODAY(1:6) TO WS-PERIOD
           END-IF
           PERFORM LOAD-CHART THRU LOAD-CHART-EXIT
           IF WS-CHART-COUNT = 0
               DISPLAY "GL-STATEMENTS: chart of accounts not "
                   "available - " TRIM(WS-CHART-FILE-NAME)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "GL-STATEMENTS: GL history not "
                   "available - " TRIM(WS-HISTORY-FILE-NAME)
                   ", file status " WS-HISTORY-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ HISTORY-FILE INTO HISTORY-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       PERFORM TALLY-ONE-POSTING
                           THRU TALLY-ONE-POSTING-EXIT
               END-READ
           END-PERFORM.
           CLOSE HISTORY-FILE.
           PERFORM PRINT-INCOME-STATEMENT.
           PERFORM PRINT-BALANCE-SHEET.
      *> RETURN-CODE: 0 = statements balance, 8 = assets disagree
      *> with liabilities and equity - the statements are not fit to
      *> hand to management and the run is failed
           IF WS-DIFFERENCE NOT = 0
               MOVE WS-DIFFERENCE TO WS-AMOUNT-ED
               DISPLAY "*** GL-STATEMENTS: BALANCE SHEET OUT OF "
                   "BALANCE by " TRIM(WS-AMOUNT-ED) " - run aborted"
                   " ***"
               MOVE 'E' TO WS-EVENT-SEVERITY
               MOVE SPACES TO WS-EVENT-MESSAGE
               STRING "statements " WS-PERIOD " OUT OF BALANCE by "
                       TRIM(WS-AMOUNT-ED) ", " WS-UNCLASSIFIED-COUNT
                       " unclassified posting(s)"
                   DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
               CALL "LOG-EVENT-SEV" USING WS-PROGRAM-NAME
                   WS-EVENT-SEVERITY WS-EVENT-MESSAGE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'I' TO WS-EVENT-SEVERITY
           MOVE WS-NET-INCOME TO WS-AMOUNT-ED
           MOVE SPACES TO WS-EVENT-MESSAGE
           STRING "statements " WS-PERIOD ": net income "
                   TRIM(WS-AMOUNT-ED) ", balance sheet in balance"
               DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
           CALL "LOG-EVENT-SEV" USING WS-PROGRAM-NAME
               WS-EVENT-SEVERITY WS-EVENT-MESSAGE
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       LOAD-CHART.
           MOVE 0 TO WS-CHART-COUNT
           OPEN INPUT CHART-FILE
           IF WS-CHART-STATUS NOT = "00"
               IF WS-CHART-STATUS = "05"
                   CLOSE CHART-FILE
               END-IF
               GO TO LOAD-CHART-EXIT
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CHART-FILE INTO CHART-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM STAGE-CHART-ACCOUNT
               END-READ
           END-PERFORM
           CLOSE CHART-FILE
           MOVE 'N' TO WS-EOF.
       LOAD-CHART-EXIT.
           EXIT.

       STAGE-CHART-ACCOUNT.
           IF WS-CHART-COUNT >= WS-CHART-MAX
               DISPLAY "GL-STATEMENTS: more than " WS-CHART-MAX
                   " chart accounts - statements incomplete"
           ELSE
               MOVE SPACES TO WS-CHART-ACCT-X WS-CHART-DESC-X
                   WS-CHART-STATUS-X WS-CHART-CLASS-X
                   WS-CHART-LINE-X
               UNSTRING CHART-RECORD DELIMITED BY ","
                   INTO WS-CHART-ACCT-X WS-CHART-DESC-X
                       WS-CHART-STATUS-X WS-CHART-CLASS-X
                       WS-CHART-LINE-X
               MOVE UPPER-CASE(WS-CHART-CLASS-X) TO WS-CHART-CLASS-X
               ADD 1 TO WS-CHART-COUNT
               MOVE WS-CHART-ACCT-X TO CHART-ACCOUNT(WS-CHART-COUNT)
               MOVE 0 TO CHART-GROUP(WS-CHART-COUNT)
      *> an account with no class stays unclassified - its postings
      *> are counted, not guessed onto a statement
               IF WS-CHART-CLASS-X = 'A' OR 'L' OR 'E' OR 'R' OR 'X'
                   IF WS-CHART-LINE-X = SPACES
                       MOVE WS-CHART-DESC-X TO WS-CHART-LINE-X
                   END-IF
                   PERFORM FIND-GROUP
                   MOVE WS-GROUP-INDEX
                       TO CHART-GROUP(WS-CHART-COUNT)
               END-IF
           END-IF.

       FIND-GROUP.
           MOVE 0 TO WS-GROUP-INDEX
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-GROUP-COUNT
               IF GRP-CLASS(J) = WS-CHART-CLASS-X
                 AND GRP-LINE(J) = WS-CHART-LINE-X
                   MOVE J TO WS-GROUP-INDEX
                   MOVE WS-GROUP-COUNT TO J
               END-IF
           END-PERFORM
           IF WS-GROUP-INDEX = 0
             AND WS-GROUP-COUNT < WS-GROUP-MAX
               ADD 1 TO WS-GROUP-COUNT
               MOVE WS-GROUP-COUNT TO WS-GROUP-INDEX
               MOVE WS-CHART-CLASS-X TO GRP-CLASS(WS-GROUP-INDEX)
               MOVE WS-CHART-LINE-X TO GRP-LINE(WS-GROUP-INDEX)
               MOVE 0 TO GRP-PERIOD-NET(WS-GROUP-INDEX)
                   GRP-CUM-NET(WS-GROUP-INDEX)
           END-IF.

       TALLY-ONE-POSTING.
           MOVE SPACES TO WS-REC-DATE WS-REC-FLAG WS-REC-ACCOUNT
               WS-REC-AMOUNT-X
           UNSTRING HISTORY-RECORD DELIMITED BY ","
               INTO WS-REC-DATE WS-REC-FLAG WS-REC-ACCOUNT
                   WS-REC-AMOUNT-X
      *> nothing posted after the period's close belongs on either
      *> statement
           IF WS-REC-DATE(1:6) > WS-PERIOD
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
           MOVE 0 TO WS-GROUP-INDEX
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CHART-COUNT
               IF CHART-ACCOUNT(I) = WS-REC-ACCOUNT
                   MOVE CHART-GROUP(I) TO WS-GROUP-INDEX
                   MOVE WS-CHART-COUNT TO I
               END-IF
           END-PERFORM
           IF WS-GROUP-INDEX = 0
               ADD 1 TO WS-UNCLASSIFIED-COUNT
               ADD WS-REC-NET TO WS-UNCLASSIFIED-NET
               GO TO TALLY-ONE-POSTING-EXIT
           END-IF
           ADD WS-REC-NET TO GRP-CUM-NET(WS-GROUP-INDEX)
           IF WS-REC-DATE(1:6) = WS-PERIOD
               ADD WS-REC-NET TO GRP-PERIOD-NET(WS-GROUP-INDEX)
           END-IF.
       TALLY-ONE-POSTING-EXIT.
           EXIT.

       PRINT-CLASS-LINES.
      *> one class's statement lines, each turned to its natural
      *> sign - credits positive for revenue, liabilities and
      *> equity, debits positive for expenses and assets
           MOVE 0 TO WS-SECTION-TOTAL
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-GROUP-COUNT
               IF GRP-CLASS(J) = WS-PRINT-CLASS
                   IF WS-PRINT-CUMULATIVE = 'Y'
                       COMPUTE WS-LINE-AMOUNT =
                           GRP-CUM-NET(J) * WS-PRINT-SIGN
                   ELSE
                       COMPUTE WS-LINE-AMOUNT =
                           GRP-PERIOD-NET(J) * WS-PRINT-SIGN
                   END-IF
                   ADD WS-LINE-AMOUNT TO WS-SECTION-TOTAL
                   MOVE WS-LINE-AMOUNT TO WS-AMOUNT-ED
                   DISPLAY "    " GRP-LINE(J) "  " WS-AMOUNT-ED
               END-IF
           END-PERFORM.

       PRINT-INCOME-STATEMENT.
           DISPLAY "===== Income statement for period " WS-PERIOD
               " ====="
           DISPLAY "REVENUE"
           MOVE 'R' TO WS-PRINT-CLASS
           MOVE -1 TO WS-PRINT-SIGN
           MOVE 'N' TO WS-PRINT-CUMULATIVE
           PERFORM PRINT-CLASS-LINES
           MOVE WS-SECTION-TOTAL TO WS-TOTAL-REVENUE
           MOVE WS-TOTAL-REVENUE TO WS-AMOUNT-ED
           DISPLAY "  TOTAL REVENUE                     " WS-AMOUNT-ED
           DISPLAY "EXPENSES"
           MOVE 'X' TO WS-PRINT-CLASS
           MOVE 1 TO WS-PRINT-SIGN
           PERFORM PRINT-CLASS-LINES
           MOVE WS-SECTION-TOTAL TO WS-TOTAL-EXPENSE
           MOVE WS-TOTAL-EXPENSE TO WS-AMOUNT-ED
           DISPLAY "  TOTAL EXPENSES                    " WS-AMOUNT-ED
           COMPUTE WS-NET-INCOME = WS-TOTAL-REVENUE - WS-TOTAL-EXPENSE
           MOVE WS-NET-INCOME TO WS-AMOUNT-ED
           DISPLAY "----------"
           DISPLAY "NET INCOME                          " WS-AMOUNT-ED
           DISPLAY "===== End of income statement =====".

       PRINT-BALANCE-SHEET.
      *> current earnings are every revenue and expense posting to
      *> the close not yet carried to retained earnings - without
      *> them the sheet cannot balance
           MOVE 0 TO WS-CURRENT-EARNINGS
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-GROUP-COUNT
               IF GRP-CLASS(J) = 'R' OR GRP-CLASS(J) = 'X'
                   SUBTRACT GRP-CUM-NET(J) FROM WS-CURRENT-EARNINGS
               END-IF
           END-PERFORM
           DISPLAY " "
           DISPLAY "===== Balance sheet at close of period "
               WS-PERIOD " ====="
           MOVE 'Y' TO WS-PRINT-CUMULATIVE
           DISPLAY "ASSETS"
           MOVE 'A' TO WS-PRINT-CLASS
           MOVE 1 TO WS-PRINT-SIGN
           PERFORM PRINT-CLASS-LINES
           MOVE WS-SECTION-TOTAL TO WS-TOTAL-ASSETS
           MOVE WS-TOTAL-ASSETS TO WS-AMOUNT-ED
           DISPLAY "  TOTAL ASSETS                      " WS-AMOUNT-ED
           DISPLAY "LIABILITIES"
           MOVE 'L' TO WS-PRINT-CLASS
           MOVE -1 TO WS-PRINT-SIGN
           PERFORM PRINT-CLASS-LINES
           MOVE WS-SECTION-TOTAL TO WS-TOTAL-LIABILITIES
           MOVE WS-TOTAL-LIABILITIES TO WS-AMOUNT-ED
           DISPLAY "  TOTAL LIABILITIES                 " WS-AMOUNT-ED
           DISPLAY "EQUITY"
           MOVE 'E' TO WS-PRINT-CLASS
           PERFORM PRINT-CLASS-LINES
           MOVE WS-CURRENT-EARNINGS TO WS-AMOUNT-ED
           DISPLAY "    CURRENT EARNINGS                " WS-AMOUNT-ED
           COMPUTE WS-TOTAL-EQUITY =
               WS-SECTION-TOTAL + WS-CURRENT-EARNINGS
           MOVE WS-TOTAL-EQUITY TO WS-AMOUNT-ED
           DISPLAY "  TOTAL EQUITY                      " WS-AMOUNT-ED
           COMPUTE WS-LIAB-AND-EQUITY =
               WS-TOTAL-LIABILITIES + WS-TOTAL-EQUITY
           MOVE WS-LIAB-AND-EQUITY TO WS-AMOUNT-ED
           DISPLAY "----------"
           DISPLAY "TOTAL LIABILITIES AND EQUITY        " WS-AMOUNT-ED
           COMPUTE WS-DIFFERENCE = WS-TOTAL-ASSETS - WS-LIAB-AND-EQUITY
           IF WS-UNCLASSIFIED-COUNT > 0
               MOVE WS-UNCLASSIFIED-NET TO WS-AMOUNT-ED
               DISPLAY "Unclassified postings: " WS-UNCLASSIFIED-COUNT
                   " netting " TRIM(WS-AMOUNT-ED)
                   " - classify the accounts on the chart"
           END-IF
           DISPLAY "History lines read:   " WS-RECORDS-READ
           IF WS-DIFFERENCE = 0
               DISPLAY "ASSETS EQUAL LIABILITIES AND EQUITY - "
                   "balance sheet is in balance"
           END-IF
           DISPLAY "===== End of balance sheet =====".
       END PROGRAM GL-STATEMENTS.
