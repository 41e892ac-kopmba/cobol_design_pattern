      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-BUDGET-MAINT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> the GL budget - one record per chart account and accounting
      *> month, the plan GL-BUDGET-VARIANCE measures the posted
      *> history against. Overridable via GL-BUDGET-FILE
       SELECT OPTIONAL BUDGET-MASTER ASSIGN DYNAMIC
           WS-BUDGET-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BUD-KEY OF BUDGET-RECORD
           FILE STATUS IS WS-BUDGET-STATUS.
      *> one transaction per line: CODE,GLACCOUNT,CCYYMM,AMOUNT -
      *> CODE is 'A' add (the year's load from finance arrives as a
      *> batch of adds), 'C' change, 'D' delete. AMOUNT is signed
      *> the way the trial balance nets - debits less credits - so
      *> an expense budget is positive and a revenue budget
      *> negative. Overridable via GL-BUDGET-TXN-FILE
       SELECT OPTIONAL TXN-FILE ASSIGN DYNAMIC WS-TXN-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TXN-STATUS.
      *> the chart of accounts - a budget line for an account the
      *> ledger does not carry is a typo. Overridable via
      *> GL-CHART-FILE
       SELECT OPTIONAL CHART-FILE ASSIGN DYNAMIC WS-CHART-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHART-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD BUDGET-MASTER.
       01 BUDGET-RECORD.
           05 BUD-KEY.
               10 BUD-ACCOUNT PIC X(10).
               10 BUD-PERIOD PIC 9(6).
           05 BUD-AMOUNT PIC S9(11)V99.
           05 BUD-UPDATED-DATE PIC 9(8).
       FD TXN-FILE.
       01 TXN-RECORD PIC X(60).
       FD CHART-FILE.
       01 CHART-RECORD PIC X(60).
       WORKING-STORAGE SECTION.
      *> correctly-sized holders for the literal audit message - a
      *> literal passed straight to LOG-EVENT's LINKAGE would only be
      *> allocated as big as the literal itself
       01 WS-EVENT-PROGRAM PIC X(44) VALUE "GL-BUDGET-MAINT".
       01 WS-EVENT-MESSAGE PIC X(200).
       01 WS-BUDGET-FILE-NAME PIC X(80) VALUE "GL-BUDGET.DAT".
       01 WS-ENV-BUDGET-FILE-NAME PIC X(80).
       01 WS-BUDGET-STATUS PIC X(2).
       01 WS-TXN-FILE-NAME PIC X(80) VALUE "GL-BUDGET-TXN.DAT".
       01 WS-ENV-TXN-FILE-NAME PIC X(80).
       01 WS-TXN-STATUS PIC X(2).
       01 WS-CHART-FILE-NAME PIC X(80) VALUE "GL-CHART.DAT".
       01 WS-ENV-CHART-FILE-NAME PIC X(80).
       01 WS-CHART-STATUS PIC X(2).
       01 WS-TXN-EOF PIC X(1) VALUE 'N'.
       01 WS-CHART-EOF PIC X(1) VALUE 'N'.
       01 WS-BUSINESS-DATE PIC 9(8).
       01 WS-ENV-BUSINESS-DATE PIC X(8).
      *> the chart staged in memory for the account edit
       01 WS-CHART-COUNT PIC 9(3) VALUE 0.
       01 WS-CHART-MAX PIC 9(3) VALUE 500.
       01 WS-CHART-ENTRY OCCURS 500 TIMES.
           05 CHART-ACCOUNT PIC X(10).
           05 CHART-ACTIVE PIC X(1).
       01 WS-CHART-ACCT-X PIC X(10).
       01 WS-CHART-DESC-X PIC X(30).
       01 WS-CHART-STATUS-X PIC X(2).
       01 WS-CHART-VERDICT PIC X(1).
       01 I PIC 9(3).
       01 WS-TXN-CODE PIC X(1).
       01 WS-TXN-ACCOUNT PIC X(10).
       01 WS-TXN-PERIOD PIC X(6).
       01 WS-TXN-AMOUNT PIC X(20).
       01 WS-TXN-OK PIC X(1).
       01 WS-RECORD-FOUND PIC X(1).
       01 WS-AMOUNT-ED PIC -9(11).99.
       01 WS-TXNS-READ PIC 9(5) VALUE 0.
       01 WS-TXNS-APPLIED PIC 9(5) VALUE 0.
       01 WS-TXNS-REJECTED PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "LOG-STARTUP" USING WS-EVENT-PROGRAM
      *> accept into a separate staging field first - ACCEPT FROM
      *> ENVIRONMENT blanks the target unconditionally when the
      *> variable is unset, which would wipe out the VALUE defaults
           MOVE SPACES TO WS-ENV-BUDGET-FILE-NAME
           ACCEPT WS-ENV-BUDGET-FILE-NAME FROM ENVIRONMENT
               "GL-BUDGET-FILE"
           IF WS-ENV-BUDGET-FILE-NAME NOT = SPACES
               MOVE WS-ENV-BUDGET-FILE-NAME TO WS-BUDGET-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-TXN-FILE-NAME
           ACCEPT WS-ENV-TXN-FILE-NAME FROM ENVIRONMENT
               "GL-BUDGET-TXN-FILE"
           IF WS-ENV-TXN-FILE-NAME NOT = SPACES
               MOVE WS-ENV-TXN-FILE-NAME TO WS-TXN-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-CHART-FILE-NAME
           ACCEPT WS-ENV-CHART-FILE-NAME FROM ENVIRONMENT
               "GL-CHART-FILE"
           IF WS-ENV-CHART-FILE-NAME NOT = SPACES
               MOVE WS-ENV-CHART-FILE-NAME TO WS-CHART-FILE-NAME
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
           PERFORM LOAD-CHART THRU LOAD-CHART-EXIT
           IF WS-CHART-COUNT = 0
               DISPLAY "GL-BUDGET-MAINT: chart of accounts not "
                   "available - " TRIM(WS-CHART-FILE-NAME)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O BUDGET-MASTER.
      *> OPTIONAL I-O on a master that is not there yet creates it
      *> and reports 05 - usable, not a failure
           IF WS-BUDGET-STATUS NOT = "00"
                   AND WS-BUDGET-STATUS NOT = "05"
               DISPLAY "GL-BUDGET-MAINT: cannot open budget file "
                   TRIM(WS-BUDGET-FILE-NAME) " - file status "
                   WS-BUDGET-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT TXN-FILE.
           IF WS-TXN-STATUS NOT = "00"
               DISPLAY "GL-BUDGET-MAINT: transaction file not "
                   "available - " TRIM(WS-TXN-FILE-NAME)
                   ", file status " WS-TXN-STATUS
               CLOSE BUDGET-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-TXN-EOF = 'Y'
               READ TXN-FILE INTO TXN-RECORD
                   AT END
                       MOVE 'Y' TO WS-TXN-EOF
                   NOT AT END
                       PERFORM APPLY-TRANSACTION
                           THRU APPLY-TRANSACTION-EXIT
               END-READ
           END-PERFORM.
           CLOSE TXN-FILE.
           CLOSE BUDGET-MASTER.
           DISPLAY "===== GL budget maintenance run ====="
           DISPLAY "Transactions read:     " WS-TXNS-READ
           DISPLAY "Transactions applied:  " WS-TXNS-APPLIED
           DISPLAY "Transactions rejected: " WS-TXNS-REJECTED
      *> RETURN-CODE: 0 = all transactions applied, 4 = at least
      *> one rejected (budget carries the ones that passed)
           IF WS-TXNS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
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
           PERFORM UNTIL WS-CHART-EOF = 'Y'
               READ CHART-FILE INTO CHART-RECORD
                   AT END
                       MOVE 'Y' TO WS-CHART-EOF
                   NOT AT END
                       IF WS-CHART-COUNT < WS-CHART-MAX
                           ADD 1 TO WS-CHART-COUNT
                           MOVE SPACES TO WS-CHART-ACCT-X
                               WS-CHART-DESC-X WS-CHART-STATUS-X
                           UNSTRING CHART-RECORD DELIMITED BY ","
                               INTO WS-CHART-ACCT-X WS-CHART-DESC-X
                                   WS-CHART-STATUS-X
                           MOVE WS-CHART-ACCT-X
                               TO CHART-ACCOUNT(WS-CHART-COUNT)
                           IF WS-CHART-STATUS-X(1:1) = 'I'
                               MOVE 'I' TO
                                   CHART-ACTIVE(WS-CHART-COUNT)
                           ELSE
                               MOVE 'A' TO
                                   CHART-ACTIVE(WS-CHART-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHART-FILE.
       LOAD-CHART-EXIT.
           EXIT.

       APPLY-TRANSACTION.
           MOVE SPACES TO WS-TXN-CODE WS-TXN-ACCOUNT WS-TXN-PERIOD
               WS-TXN-AMOUNT
           UNSTRING TXN-RECORD DELIMITED BY ","
               INTO WS-TXN-CODE WS-TXN-ACCOUNT WS-TXN-PERIOD
                   WS-TXN-AMOUNT
           ADD 1 TO WS-TXNS-READ
           MOVE UPPER-CASE(WS-TXN-CODE) TO WS-TXN-CODE
           IF WS-TXN-PERIOD NOT NUMERIC
             OR WS-TXN-PERIOD(5:2) < "01"
             OR WS-TXN-PERIOD(5:2) > "12"
               PERFORM REJECT-TRANSACTION
               DISPLAY "GL-BUDGET-MAINT: rejected, period must be "
                   "CCYYMM: " TRIM(TXN-RECORD)
               GO TO APPLY-TRANSACTION-EXIT
           END-IF
           PERFORM READ-MASTER-RECORD
           EVALUATE WS-TXN-CODE
               WHEN 'A'
                   IF WS-RECORD-FOUND = 'Y'
                       PERFORM REJECT-TRANSACTION
                       DISPLAY "GL-BUDGET-MAINT: add rejected, "
                           WS-TXN-ACCOUNT " " WS-TXN-PERIOD
                           " already budgeted - use C to change it"
                       GO TO APPLY-TRANSACTION-EXIT
                   END-IF
                   PERFORM VALIDATE-FIELDS THRU VALIDATE-FIELDS-EXIT
                   IF WS-TXN-OK = 'N'
                       GO TO APPLY-TRANSACTION-EXIT
                   END-IF
                   PERFORM STAGE-RECORD-FIELDS
                   WRITE BUDGET-RECORD
                       INVALID KEY
                           PERFORM REJECT-TRANSACTION
                           DISPLAY "GL-BUDGET-MAINT: add failed for "
                               WS-TXN-ACCOUNT " " WS-TXN-PERIOD
                               " - file status " WS-BUDGET-STATUS
                       NOT INVALID KEY
                           PERFORM ACCEPT-TRANSACTION
                   END-WRITE
               WHEN 'C'
                   IF WS-RECORD-FOUND = 'N'
                       PERFORM REJECT-TRANSACTION
                       DISPLAY "GL-BUDGET-MAINT: change rejected, "
                           "no budget for " WS-TXN-ACCOUNT " "
                           WS-TXN-PERIOD
                       GO TO APPLY-TRANSACTION-EXIT
                   END-IF
                   PERFORM VALIDATE-FIELDS THRU VALIDATE-FIELDS-EXIT
                   IF WS-TXN-OK = 'N'
                       GO TO APPLY-TRANSACTION-EXIT
                   END-IF
                   PERFORM STAGE-RECORD-FIELDS
                   REWRITE BUDGET-RECORD
                       INVALID KEY
                           PERFORM REJECT-TRANSACTION
                           DISPLAY "GL-BUDGET-MAINT: change failed "
                               "for " WS-TXN-ACCOUNT " "
                               WS-TXN-PERIOD " - file status "
                               WS-BUDGET-STATUS
                       NOT INVALID KEY
                           PERFORM ACCEPT-TRANSACTION
                   END-REWRITE
               WHEN 'D'
                   IF WS-RECORD-FOUND = 'N'
                       PERFORM REJECT-TRANSACTION
                       DISPLAY "GL-BUDGET-MAINT: delete rejected, "
                           "no budget for " WS-TXN-ACCOUNT " "
                           WS-TXN-PERIOD
                       GO TO APPLY-TRANSACTION-EXIT
                   END-IF
                   DELETE BUDGET-MASTER
                       INVALID KEY
                           PERFORM REJECT-TRANSACTION
                           DISPLAY "GL-BUDGET-MAINT: delete failed "
                               "for " WS-TXN-ACCOUNT " "
                               WS-TXN-PERIOD " - file status "
                               WS-BUDGET-STATUS
                       NOT INVALID KEY
                           PERFORM ACCEPT-TRANSACTION
                   END-DELETE
               WHEN OTHER
                   PERFORM REJECT-TRANSACTION
                   DISPLAY "GL-BUDGET-MAINT: unknown transaction "
                       "code '" WS-TXN-CODE "' for account "
                       WS-TXN-ACCOUNT
           END-EVALUATE.
       APPLY-TRANSACTION-EXIT.
           EXIT.

       READ-MASTER-RECORD.
           MOVE 'N' TO WS-RECORD-FOUND
           MOVE WS-TXN-ACCOUNT TO BUD-ACCOUNT
           MOVE WS-TXN-PERIOD TO BUD-PERIOD
           READ BUDGET-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-RECORD-FOUND
           END-READ.

       VALIDATE-FIELDS.
           MOVE 'Y' TO WS-TXN-OK
           IF WS-TXN-AMOUNT = SPACES
             OR TEST-NUMVAL(WS-TXN-AMOUNT) NOT = 0
               PERFORM REJECT-TRANSACTION
               DISPLAY "GL-BUDGET-MAINT: rejected, amount not "
                   "numeric for " WS-TXN-ACCOUNT " " WS-TXN-PERIOD
               MOVE 'N' TO WS-TXN-OK
               GO TO VALIDATE-FIELDS-EXIT
           END-IF
      *> only an active chart account takes a new plan figure - an
      *> inactive one can still have its old budget deleted
           MOVE 'N' TO WS-CHART-VERDICT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CHART-COUNT
               IF CHART-ACCOUNT(I) = WS-TXN-ACCOUNT
                   MOVE CHART-ACTIVE(I) TO WS-CHART-VERDICT
                   MOVE WS-CHART-COUNT TO I
               END-IF
           END-PERFORM
           IF WS-CHART-VERDICT = 'N'
               PERFORM REJECT-TRANSACTION
               DISPLAY "GL-BUDGET-MAINT: rejected, account not on "
                   "the chart: " WS-TXN-ACCOUNT
               MOVE 'N' TO WS-TXN-OK
               GO TO VALIDATE-FIELDS-EXIT
           END-IF
           IF WS-CHART-VERDICT = 'I'
               PERFORM REJECT-TRANSACTION
               DISPLAY "GL-BUDGET-MAINT: rejected, account inactive "
                   "on the chart: " WS-TXN-ACCOUNT
               MOVE 'N' TO WS-TXN-OK
           END-IF.
       VALIDATE-FIELDS-EXIT.
           EXIT.

       STAGE-RECORD-FIELDS.
           MOVE WS-TXN-ACCOUNT TO BUD-ACCOUNT
           MOVE WS-TXN-PERIOD TO BUD-PERIOD
           MOVE NUMVAL(WS-TXN-AMOUNT) TO BUD-AMOUNT
           MOVE WS-BUSINESS-DATE TO BUD-UPDATED-DATE.

       ACCEPT-TRANSACTION.
           ADD 1 TO WS-TXNS-APPLIED
           MOVE BUD-AMOUNT TO WS-AMOUNT-ED
           MOVE SPACES TO WS-EVENT-MESSAGE
           STRING "budget " WS-TXN-CODE ": " WS-TXN-ACCOUNT " "
                   WS-TXN-PERIOD " " TRIM(WS-AMOUNT-ED)
               DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
           CALL "LOG-EVENT" USING WS-EVENT-PROGRAM WS-EVENT-MESSAGE.

       REJECT-TRANSACTION.
           ADD 1 TO WS-TXNS-REJECTED
           MOVE SPACES TO WS-EVENT-MESSAGE
           STRING "budget " WS-TXN-CODE " REJECTED: "
                   WS-TXN-ACCOUNT " " WS-TXN-PERIOD
               DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
           CALL "LOG-EVENT" USING WS-EVENT-PROGRAM WS-EVENT-MESSAGE.
       END PROGRAM GL-BUDGET-MAINT.
