      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. UNCLAIMED-PROPERTY-REPORT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> the account reference master - only accounts ACCT-DORMANCY
      *> has flagged 'D' are candidates. Overridable via
      *> ACCOUNT-MASTER-FILE
       SELECT OPTIONAL ACCT-MASTER ASSIGN DYNAMIC WS-ACCT-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACCT-NUMBER OF ACCT-RECORD
           FILE STATUS IS WS-ACCT-STATUS.
      *> ACCT-DORMANCY's last customer activity per account -
      *> ACCOUNT,CCYYMMDD. Overridable via ACCT-ACTIVITY-FILE
       SELECT OPTIONAL ACTIVITY-FILE ASSIGN DYNAMIC
           WS-ACTIVITY-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACTIVITY-STATUS.
      *> the closing balances CUSTOMER-STATEMENT-PRINT carries -
      *> ACCOUNT,BALANCE. Overridable via STATEMENT-BALANCE-FILE
       SELECT OPTIONAL BALANCE-FILE ASSIGN DYNAMIC
           WS-BALANCE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BALANCE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ACCT-MASTER.
      *> must stay byte-for-byte identical to ACCOUNT-MAINT's record
       01 ACCT-RECORD.
           05 ACCT-NUMBER PIC 9(10).
           05 ACCT-NAME PIC X(30).
           05 ACCT-ADDR-1 PIC X(30).
           05 ACCT-ADDR-2 PIC X(30).
           05 ACCT-STATUS PIC X(1).
           05 ACCT-OPEN-DATE PIC 9(8).
           05 ACCT-CREDIT-LIMIT PIC 9(9)V99.
           05 ACCT-STMT-CYCLE PIC 9(2).
           05 ACCT-CLASS PIC X(2).
           05 ACCT-CUSTOMER PIC X(10).
           05 ACCT-DELIVERY PIC X(1).
           05 ACCT-EMAIL PIC X(60).
       FD ACTIVITY-FILE.
       01 ACTIVITY-RECORD PIC X(30).
       FD BALANCE-FILE.
      *> one ACCOUNT,BALANCE line per account
       01 BALANCE-RECORD PIC X(30).
       WORKING-STORAGE SECTION.
       01 WS-PROGRAM-NAME PIC X(44)
           VALUE "UNCLAIMED-PROPERTY-REPORT".
       01 WS-EVENT-MESSAGE PIC X(200).
       01 WS-ACCT-FILE-NAME PIC X(80) VALUE "ACCOUNT-MASTER.DAT".
       01 WS-ENV-ACCT-FILE-NAME PIC X(80).
       01 WS-ACCT-STATUS PIC X(2).
       01 WS-ACTIVITY-FILE-NAME PIC X(80) VALUE "ACCT-ACTIVITY.DAT".
       01 WS-ENV-ACTIVITY-FILE-NAME PIC X(80).
       01 WS-ACTIVITY-STATUS PIC X(2).
       01 WS-BALANCE-FILE-NAME PIC X(80)
           VALUE "STATEMENT-BALANCES.DAT".
       01 WS-ENV-BALANCE-FILE-NAME PIC X(80).
       01 WS-BALANCE-STATUS PIC X(2).
       01 WS-EOF PIC X(1) VALUE 'N'.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-ENV-RUN-DATE PIC X(8).
       01 WS-RUN-INT PIC 9(7).
      *> the statutory dormancy period before a balance must be
      *> reported to the state - UNCLAIMED-PROPERTY-YEARS, 3 years
      *> when unset
       01 WS-STATUTE-YEARS PIC 9(2) VALUE 3.
       01 WS-ENV-STATUTE-YEARS PIC X(2).
      *> how far ahead the "coming due" list looks, so compliance
      *> can send the owner-notice letters before the filing date -
      *> UNCLAIMED-LEAD-DAYS, 90 when unset
       01 WS-LEAD-DAYS PIC 9(4) VALUE 90.
       01 WS-ENV-LEAD-DAYS PIC X(4).
       01 WS-ACT-COUNT PIC 9(4) VALUE 0.
       01 WS-ACT-MAX PIC 9(4) VALUE 2000.
       01 WS-ACT-ENTRY OCCURS 2000 TIMES.
           05 ACT-ACCOUNT PIC 9(10).
           05 ACT-LAST-DATE PIC 9(8).
       01 WS-SBAL-COUNT PIC 9(4) VALUE 0.
       01 WS-SBAL-MAX PIC 9(4) VALUE 2000.
       01 WS-SBAL-ENTRY OCCURS 2000 TIMES.
           05 SBAL-ACCOUNT PIC 9(10).
           05 SBAL-AMOUNT PIC S9(11)V99.
       01 WS-FIELD-1 PIC X(20).
       01 WS-FIELD-2 PIC X(20).
       01 I PIC 9(4).
       01 WS-LAST-ACTIVITY PIC 9(8).
       01 WS-BALANCE PIC S9(11)V99.
      *> the date the statutory age is reached - the anniversary of
      *> the last activity, 29 February falling back to the 28th so
      *> the date is never later than the law's
       01 WS-DUE-DATE PIC 9(8).
       01 WS-DUE-PARTS REDEFINES WS-DUE-DATE.
           05 WS-DUE-CCYY PIC 9(4).
           05 WS-DUE-MMDD PIC 9(4).
       01 WS-DUE-INT PIC 9(7).
       01 WS-DAYS-TO-DUE PIC S9(7).
      *> the owed amount is the customer's side of a credit balance
       01 WS-OWED PIC S9(11)V99.
       01 WS-OWED-ED PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-DAYS-ED PIC ZZZ9.
       01 WS-DORMANT-READ PIC 9(5) VALUE 0.
       01 WS-DUE-COUNT PIC 9(5) VALUE 0.
       01 WS-COMING-COUNT PIC 9(5) VALUE 0.
       01 WS-DUE-TOTAL PIC S9(11)V99 VALUE 0.
       01 WS-COMING-TOTAL PIC S9(11)V99 VALUE 0.
       01 WS-TOTAL-ED PIC -Z,ZZZ,ZZZ,ZZ9.99.
      *> the two report sections, filled on one pass of the master
      *> and printed in order
       01 WS-LINE-COUNT-DUE PIC 9(4) VALUE 0.
       01 WS-LINE-COUNT-COMING PIC 9(4) VALUE 0.
       01 WS-LINE-MAX PIC 9(4) VALUE 2000.
       01 WS-DUE-LINE PIC X(100) OCCURS 2000 TIMES.
       01 WS-COMING-LINE PIC X(100) OCCURS 2000 TIMES.
       01 WS-REPORT-LINE PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "LOG-STARTUP" USING WS-PROGRAM-NAME
      *> accept into a separate staging field first - ACCEPT FROM
      *> ENVIRONMENT blanks the target unconditionally when the
      *> variable is unset, which would wipe out the VALUE defaults
           MOVE SPACES TO WS-ENV-ACCT-FILE-NAME
           ACCEPT WS-ENV-ACCT-FILE-NAME FROM ENVIRONMENT
               "ACCOUNT-MASTER-FILE"
           IF WS-ENV-ACCT-FILE-NAME NOT = SPACES
               MOVE WS-ENV-ACCT-FILE-NAME TO WS-ACCT-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-ACTIVITY-FILE-NAME
           ACCEPT WS-ENV-ACTIVITY-FILE-NAME FROM ENVIRONMENT
               "ACCT-ACTIVITY-FILE"
           IF WS-ENV-ACTIVITY-FILE-NAME NOT = SPACES
               MOVE WS-ENV-ACTIVITY-FILE-NAME TO WS-ACTIVITY-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-BALANCE-FILE-NAME
           ACCEPT WS-ENV-BALANCE-FILE-NAME FROM ENVIRONMENT
               "STATEMENT-BALANCE-FILE"
           IF WS-ENV-BALANCE-FILE-NAME NOT = SPACES
               MOVE WS-ENV-BALANCE-FILE-NAME TO WS-BALANCE-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-STATUTE-YEARS
           ACCEPT WS-ENV-STATUTE-YEARS FROM ENVIRONMENT
               "UNCLAIMED-PROPERTY-YEARS"
           IF WS-ENV-STATUTE-YEARS NOT = SPACES
             AND TEST-NUMVAL(WS-ENV-STATUTE-YEARS) = 0
             AND NUMVAL(WS-ENV-STATUTE-YEARS) > 0
               MOVE NUMVAL(WS-ENV-STATUTE-YEARS) TO WS-STATUTE-YEARS
           END-IF
           MOVE SPACES TO WS-ENV-LEAD-DAYS
           ACCEPT WS-ENV-LEAD-DAYS FROM ENVIRONMENT
               "UNCLAIMED-LEAD-DAYS"
           IF WS-ENV-LEAD-DAYS NOT = SPACES
             AND TEST-NUMVAL(WS-ENV-LEAD-DAYS) = 0
               MOVE NUMVAL(WS-ENV-LEAD-DAYS) TO WS-LEAD-DAYS
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
           MOVE INTEGER-OF-DATE(WS-RUN-DATE) TO WS-RUN-INT
           PERFORM LOAD-ACTIVITY THRU LOAD-ACTIVITY-EXIT
           PERFORM LOAD-BALANCES THRU LOAD-BALANCES-EXIT
           OPEN INPUT ACCT-MASTER.
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "UNCLAIMED-PROPERTY-REPORT: account master "
                   "not available - " TRIM(WS-ACCT-FILE-NAME)
                   ", file status " WS-ACCT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ACCT-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ACCT-STATUS = 'D'
                           ADD 1 TO WS-DORMANT-READ
                           PERFORM AGE-ONE-ACCOUNT
                               THRU AGE-ONE-ACCOUNT-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ACCT-MASTER.
           PERFORM PRINT-REPORT.
           MOVE SPACES TO WS-EVENT-MESSAGE
           STRING "unclaimed property as of " WS-RUN-DATE ": "
                   WS-DUE-COUNT " reportable, " WS-COMING-COUNT
                   " coming due"
               DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
           CALL "LOG-EVENT" USING WS-PROGRAM-NAME WS-EVENT-MESSAGE
      *> RETURN-CODE: 0 = nothing reportable, 4 = balances have
      *> reached the statutory age and need filing
           IF WS-DUE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-ACTIVITY.
           MOVE 'N' TO WS-EOF
           OPEN INPUT ACTIVITY-FILE
           IF WS-ACTIVITY-STATUS NOT = "00"
      *> no activity file just means ACCT-DORMANCY has not run -
      *> every dormant account then ages from its opening date
               IF WS-ACTIVITY-STATUS = "05"
                   CLOSE ACTIVITY-FILE
               END-IF
               GO TO LOAD-ACTIVITY-EXIT
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ACTIVITY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-ACT-COUNT < WS-ACT-MAX
                           MOVE SPACES TO WS-FIELD-1 WS-FIELD-2
                           UNSTRING ACTIVITY-RECORD DELIMITED BY ","
                               INTO WS-FIELD-1 WS-FIELD-2
                           IF WS-FIELD-1(1:10) IS NUMERIC
                             AND WS-FIELD-2(1:8) IS NUMERIC
                               ADD 1 TO WS-ACT-COUNT
                               MOVE WS-FIELD-1(1:10)
                                   TO ACT-ACCOUNT(WS-ACT-COUNT)
                               MOVE WS-FIELD-2(1:8)
                                   TO ACT-LAST-DATE(WS-ACT-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACTIVITY-FILE.
       LOAD-ACTIVITY-EXIT.
           EXIT.

       LOAD-BALANCES.
           MOVE 'N' TO WS-EOF
           OPEN INPUT BALANCE-FILE
           IF WS-BALANCE-STATUS NOT = "00"
               IF WS-BALANCE-STATUS = "05"
                   CLOSE BALANCE-FILE
               END-IF
               GO TO LOAD-BALANCES-EXIT
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ BALANCE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-SBAL-COUNT < WS-SBAL-MAX
                           ADD 1 TO WS-SBAL-COUNT
                           MOVE SPACES TO WS-FIELD-1 WS-FIELD-2
                           UNSTRING BALANCE-RECORD DELIMITED BY ","
                               INTO WS-FIELD-1 WS-FIELD-2
                           MOVE NUMVAL(WS-FIELD-1)
                               TO SBAL-ACCOUNT(WS-SBAL-COUNT)
                           MOVE NUMVAL(WS-FIELD-2)
                               TO SBAL-AMOUNT(WS-SBAL-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BALANCE-FILE.
       LOAD-BALANCES-EXIT.
           EXIT.

       AGE-ONE-ACCOUNT.
           MOVE 0 TO WS-BALANCE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-SBAL-COUNT
               IF SBAL-ACCOUNT(I) = ACCT-NUMBER
                   MOVE SBAL-AMOUNT(I) TO WS-BALANCE
                   MOVE WS-SBAL-COUNT TO I
               END-IF
           END-PERFORM
      *> a debit balance is money the customer owes the bank -
      *> nothing there belongs to the customer to escheat
           IF WS-BALANCE NOT < 0
               GO TO AGE-ONE-ACCOUNT-EXIT
           END-IF
           COMPUTE WS-OWED = 0 - WS-BALANCE
           MOVE ACCT-OPEN-DATE TO WS-LAST-ACTIVITY
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ACT-COUNT
               IF ACT-ACCOUNT(I) = ACCT-NUMBER
                   IF ACT-LAST-DATE(I) > WS-LAST-ACTIVITY
                       MOVE ACT-LAST-DATE(I) TO WS-LAST-ACTIVITY
                   END-IF
                   MOVE WS-ACT-COUNT TO I
               END-IF
           END-PERFORM
           IF WS-LAST-ACTIVITY = 0
               DISPLAY "UNCLAIMED-PROPERTY-REPORT: account "
                   ACCT-NUMBER " has no activity or open date - "
                   "not aged"
               GO TO AGE-ONE-ACCOUNT-EXIT
           END-IF
           MOVE WS-LAST-ACTIVITY TO WS-DUE-DATE
           ADD WS-STATUTE-YEARS TO WS-DUE-CCYY
           IF WS-DUE-MMDD = 0229
               MOVE 0228 TO WS-DUE-MMDD
           END-IF
           MOVE INTEGER-OF-DATE(WS-DUE-DATE) TO WS-DUE-INT
           COMPUTE WS-DAYS-TO-DUE = WS-DUE-INT - WS-RUN-INT
           MOVE WS-OWED TO WS-OWED-ED
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-DAYS-TO-DUE <= 0
               ADD 1 TO WS-DUE-COUNT
               ADD WS-OWED TO WS-DUE-TOTAL
               STRING "  " ACCT-NUMBER " " ACCT-NAME " "
                       WS-LAST-ACTIVITY " " WS-DUE-DATE " "
                       WS-OWED-ED
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               IF WS-LINE-COUNT-DUE < WS-LINE-MAX
                   ADD 1 TO WS-LINE-COUNT-DUE
                   MOVE WS-REPORT-LINE TO WS-DUE-LINE(WS-LINE-COUNT-DUE)
               END-IF
               GO TO AGE-ONE-ACCOUNT-EXIT
           END-IF
           IF WS-DAYS-TO-DUE <= WS-LEAD-DAYS
               ADD 1 TO WS-COMING-COUNT
               ADD WS-OWED TO WS-COMING-TOTAL
               MOVE WS-DAYS-TO-DUE TO WS-DAYS-ED
               STRING "  " ACCT-NUMBER " " ACCT-NAME " "
                       WS-LAST-ACTIVITY " " WS-DUE-DATE " "
                       WS-OWED-ED "  in " WS-DAYS-ED " days"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               IF WS-LINE-COUNT-COMING < WS-LINE-MAX
                   ADD 1 TO WS-LINE-COUNT-COMING
                   MOVE WS-REPORT-LINE
                       TO WS-COMING-LINE(WS-LINE-COUNT-COMING)
               END-IF
           END-IF.
       AGE-ONE-ACCOUNT-EXIT.
           EXIT.

       PRINT-REPORT.
           DISPLAY "===== Unclaimed property report ====="
           DISPLAY "As of:             " WS-RUN-DATE
           DISPLAY "Statutory age:     " WS-STATUTE-YEARS " years"
           DISPLAY "Dormant accounts:  " WS-DORMANT-READ
           DISPLAY " "
           DISPLAY "REPORTABLE - statutory age reached"
           DISPLAY "  ACCOUNT    NAME                           "
               "LAST ACT DUE DATE        AMOUNT OWED"
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-LINE-COUNT-DUE
               DISPLAY TRIM(WS-DUE-LINE(I) TRAILING)
           END-PERFORM
           MOVE WS-DUE-TOTAL TO WS-TOTAL-ED
           DISPLAY "  Accounts: " WS-DUE-COUNT "  Total: " WS-TOTAL-ED
           DISPLAY " "
           DISPLAY "COMING DUE - within " WS-LEAD-DAYS " days"
           DISPLAY "  ACCOUNT    NAME                           "
               "LAST ACT DUE DATE        AMOUNT OWED"
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WS-LINE-COUNT-COMING
               DISPLAY TRIM(WS-COMING-LINE(I) TRAILING)
           END-PERFORM
           MOVE WS-COMING-TOTAL TO WS-TOTAL-ED
           DISPLAY "  Accounts: " WS-COMING-COUNT "  Total: "
               WS-TOTAL-ED
           DISPLAY "===== End of unclaimed property report =====".
       END PROGRAM UNCLAIMED-PROPERTY-REPORT.
