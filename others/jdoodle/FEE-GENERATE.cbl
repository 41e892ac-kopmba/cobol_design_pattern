      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEE-GENERATE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> the account reference master - class, credit limit and the
      *> statement cycle day that decides when an account's fees
      *> fall due. Overridable via ACCOUNT-MASTER-FILE
       SELECT OPTIONAL ACCT-MASTER ASSIGN DYNAMIC WS-ACCT-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACCT-NUMBER OF ACCT-RECORD
           FILE STATUS IS WS-ACCT-STATUS.
      *> the fee schedule - one CLASS,KIND,AMOUNT,PARAM line per fee
      *> an interest class carries. KIND 'M' monthly maintenance,
      *> waived when the customer's funds never fell below PARAM
      *> during the cycle; 'T' per-transaction, AMOUNT for each item
      *> beyond PARAM free ones; 'L' over-limit, AMOUNT once when the
      *> balance went past the account's credit limit; 'X' closure,
      *> AMOUNT once when ACCT-CLOSURE winds the account up - never
      *> assessed here. Overridable via FEE-SCHEDULE-FILE
       SELECT OPTIONAL SCHEDULE-FILE ASSIGN DYNAMIC
           WS-SCHEDULE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SCHEDULE-STATUS.
      *> the closing balances CUSTOMER-STATEMENT-PRINT carries - the
      *> cycle's opening balance per account. Overridable via
      *> STATEMENT-BALANCE-FILE
       SELECT OPTIONAL BALANCE-FILE ASSIGN DYNAMIC
           WS-BALANCE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BALANCE-STATUS.
      *> the cycle's edited transactions, the same file the
      *> statement print renders. Overridable via CALC-TXN-FILE
       SELECT OPTIONAL TXN-FILE ASSIGN DYNAMIC WS-TXN-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TXN-STATUS.
      *> the raw transaction file CALC-TXN-EDIT reads - assessed fees
      *> are appended here the way SO-GENERATE appends standing
      *> orders, so they meet the same edits and GL mapping.
      *> Overridable via CALC-RAW-TXN-FILE
       SELECT OPTIONAL RAW-FILE ASSIGN DYNAMIC WS-RAW-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RAW-STATUS.
      *> the run-control memory - the last business date assessed,
      *> so a rerun cannot charge the same cycle twice. Overridable
      *> via FEE-CONTROL-FILE
       SELECT OPTIONAL CONTROL-FILE ASSIGN DYNAMIC
           WS-CONTROL-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONTROL-STATUS.
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
       FD SCHEDULE-FILE.
       01 SCHEDULE-RECORD PIC X(60).
       FD BALANCE-FILE.
       01 BALANCE-RECORD PIC X(30).
       FD TXN-FILE.
      *> import_statement's CALC-RECORD layout, type code included
       01 TXN-RECORD.
           05 TXN-ACCOUNT PIC X(10).
           05 TXN-DATE PIC X(8).
           05 TXN-AMOUNT PIC X(11).
           05 TXN-DC PIC X(1).
           05 TXN-TYPE PIC X(3).
       FD RAW-FILE.
      *> CALC-TXN-EDIT's fixed layout, field for field
       01 RAW-RECORD.
           05 RAW-ACCOUNT PIC 9(10).
           05 RAW-DATE PIC 9(8).
           05 RAW-AMOUNT PIC 9(9)V99.
           05 RAW-DC PIC X(1).
           05 RAW-TYPE PIC X(3).
       FD CONTROL-FILE.
       01 CONTROL-RECORD PIC X(20).
       WORKING-STORAGE SECTION.
      *> correctly-sized holders for the literal audit message - a
      *> literal passed straight to LOG-EVENT's LINKAGE would only be
      *> allocated as big as the literal itself, not the LINKAGE PIC
       01 WS-PROGRAM-NAME PIC X(44) VALUE "FEE-GENERATE".
       01 WS-EVENT-MESSAGE PIC X(200).
       01 WS-EVENT-SEVERITY PIC X(1).
       01 WS-ACCT-FILE-NAME PIC X(80) VALUE "ACCOUNT-MASTER.DAT".
       01 WS-ENV-ACCT-FILE-NAME PIC X(80).
       01 WS-ACCT-STATUS PIC X(2).
       01 WS-SCHEDULE-FILE-NAME PIC X(80) VALUE "FEE-SCHEDULE.DAT".
       01 WS-ENV-SCHEDULE-FILE-NAME PIC X(80).
       01 WS-SCHEDULE-STATUS PIC X(2).
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
       01 WS-RAW-FILE-NAME PIC X(80) VALUE "TRANSACTIONS-RAW.DAT".
       01 WS-ENV-RAW-FILE-NAME PIC X(80).
       01 WS-RAW-STATUS PIC X(2).
       01 WS-CONTROL-FILE-NAME PIC X(80)
           VALUE "FEE-GENERATE-CONTROL.DAT".
       01 WS-ENV-CONTROL-FILE-NAME PIC X(80).
       01 WS-CONTROL-STATUS PIC X(2).
       01 WS-LAST-DATE PIC 9(8).
       01 WS-OVERRIDE PIC X(1).
       01 WS-EOF PIC X(1) VALUE 'N'.
      *> the date this run assesses for - CALC-BUSINESS-DATE when
      *> ops supplies one, today otherwise (the driver's own rule)
       01 WS-BUSINESS-DATE PIC 9(8).
       01 WS-BD-SPLIT REDEFINES WS-BUSINESS-DATE.
           05 WS-BD-CCYY PIC 9(4).
           05 WS-BD-MM PIC 9(2).
           05 WS-BD-DD PIC 9(2).
       01 WS-ENV-BUSINESS-DATE PIC X(8).
       01 WS-DAY-TYPE PIC X(1).
      *> the account's cycle date this month, rolled forward over
      *> non-business days the way SO-GENERATE rolls a schedule
       01 WS-CYCLE-DATE PIC 9(8).
       01 WS-CYCLE-INT PIC 9(7).
       01 WS-ROLL-HOPS PIC 9(2).
       01 WS-MONTH-FIRST PIC 9(8).
       01 WS-NEXT-MONTH PIC 9(8).
       01 WS-PRIOR-FIRST PIC 9(8).
       01 WS-DAYS-IN-MONTH PIC 9(2).
       01 WS-TARGET-DAY PIC 9(2).
      *> the fee schedule, staged for the run
       01 WS-FEE-COUNT PIC 9(3) VALUE 0.
       01 WS-FEE-MAX PIC 9(3) VALUE 200.
       01 WS-FEE-ENTRY OCCURS 200 TIMES.
           05 FEE-CLASS PIC X(2).
           05 FEE-KIND PIC X(1).
           05 FEE-AMOUNT PIC 9(7)V99.
           05 FEE-PARAM PIC 9(9)V99.
       01 WS-FEE-CLASS-X PIC X(2).
       01 WS-FEE-KIND-X PIC X(1).
       01 WS-FEE-AMOUNT-X PIC X(12).
       01 WS-FEE-PARAM-X PIC X(14).
      *> each account's cycle activity - the running balance from
      *> the carried opening one, its high and low points, and the
      *> count of customer items
       01 WS-ACTV-COUNT PIC 9(4) VALUE 0.
       01 WS-ACTV-MAX PIC 9(4) VALUE 2000.
       01 WS-ACTV-ENTRY OCCURS 2000 TIMES.
           05 ACTV-ACCOUNT PIC 9(10).
           05 ACTV-BALANCE PIC S9(11)V99.
           05 ACTV-HIGH PIC S9(11)V99.
           05 ACTV-LOW PIC S9(11)V99.
           05 ACTV-ITEMS PIC 9(5).
       01 WS-ACTV-INDEX PIC 9(4).
       01 WS-FIND-ACCOUNT PIC 9(10).
       01 WS-FIELD-1 PIC X(20).
       01 WS-FIELD-2 PIC X(20).
       01 WS-TXN-VALUE PIC S9(11)V99.
       01 I PIC 9(4).
       01 J PIC 9(3).
      *> the customer's own funds at their lowest in the cycle - a
      *> credit balance is money held for the customer
       01 WS-LOWEST-FUNDS PIC S9(11)V99.
       01 WS-BILLABLE-ITEMS PIC 9(5).
       01 WS-FEE-DUE PIC 9(9)V99.
       01 WS-FEE-ED PIC Z(8)9.99.
       01 WS-ACCOUNTS-READ PIC 9(5) VALUE 0.
       01 WS-ACCOUNTS-DUE PIC 9(5) VALUE 0.
       01 WS-FEES-WAIVED PIC 9(5) VALUE 0.
       01 WS-GENERATED PIC 9(5) VALUE 0.
       01 WS-GENERATED-TOTAL PIC 9(11)V99 VALUE 0.
       01 WS-TOTAL-ED PIC Z(10)9.99.

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
           MOVE SPACES TO WS-ENV-SCHEDULE-FILE-NAME
           ACCEPT WS-ENV-SCHEDULE-FILE-NAME FROM ENVIRONMENT
               "FEE-SCHEDULE-FILE"
           IF WS-ENV-SCHEDULE-FILE-NAME NOT = SPACES
               MOVE WS-ENV-SCHEDULE-FILE-NAME TO WS-SCHEDULE-FILE-NAME
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
           MOVE SPACES TO WS-ENV-RAW-FILE-NAME
           ACCEPT WS-ENV-RAW-FILE-NAME FROM ENVIRONMENT
               "CALC-RAW-TXN-FILE"
           IF WS-ENV-RAW-FILE-NAME NOT = SPACES
               MOVE WS-ENV-RAW-FILE-NAME TO WS-RAW-FILE-NAME
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
      *> the rerun guard: a date already assessed is refused unless
      *> ops carries the explicit override, and the override itself
      *> lands in the audit trail
           PERFORM CHECK-ASSESSED-DATE THRU CHECK-ASSESSED-EXIT
           PERFORM LOAD-SCHEDULE THRU LOAD-SCHEDULE-EXIT
           IF WS-FEE-COUNT = 0
               DISPLAY "FEE-GENERATE: no fee schedule on "
                   TRIM(WS-SCHEDULE-FILE-NAME) " - nothing to assess"
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-OPENING-BALANCES
               THRU LOAD-OPENING-BALANCES-EXIT
           PERFORM APPLY-CYCLE-TRANSACTIONS
               THRU APPLY-CYCLE-TRANSACTIONS-EXIT
           PERFORM APPLY-LATER-CYCLES THRU APPLY-LATER-CYCLES-EXIT
           OPEN INPUT ACCT-MASTER.
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "FEE-GENERATE: account master not "
                   "available - " TRIM(WS-ACCT-FILE-NAME)
                   ", file status " WS-ACCT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND RAW-FILE.
      *> EXTEND on a raw file that does not exist yet reports status
      *> 05 on this runtime even though it creates the file
      *> underneath (the same SELECT OPTIONAL quirk LOG-EVENT works
      *> around)
           IF WS-RAW-STATUS NOT = "00" AND WS-RAW-STATUS NOT = "05"
               DISPLAY "FEE-GENERATE: cannot open raw transaction "
                   "file " TRIM(WS-RAW-FILE-NAME) " - file status "
                   WS-RAW-STATUS
               CLOSE ACCT-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "===== Service fee assessment ====="
           DISPLAY "Business date:     " WS-BUSINESS-DATE
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ACCT-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-ACCOUNTS-READ
                       PERFORM ASSESS-ONE-ACCOUNT
                           THRU ASSESS-ONE-ACCOUNT-EXIT
               END-READ
           END-PERFORM.
           CLOSE ACCT-MASTER.
           CLOSE RAW-FILE.
           PERFORM RECORD-ASSESSED-DATE.
           MOVE WS-GENERATED-TOTAL TO WS-TOTAL-ED
           DISPLAY "Accounts on master: " WS-ACCOUNTS-READ
           DISPLAY "Accounts in cycle:  " WS-ACCOUNTS-DUE
           DISPLAY "Fees generated:     " WS-GENERATED
           DISPLAY "Fees waived:        " WS-FEES-WAIVED
           DISPLAY "Generated amount:   " WS-TOTAL-ED
           DISPLAY "===== End of service fee assessment ====="
           MOVE SPACES TO WS-EVENT-MESSAGE
           STRING "generated " WS-GENERATED " service fee(s) for "
                   "business date " WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
           CALL "LOG-EVENT" USING WS-PROGRAM-NAME WS-EVENT-MESSAGE
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       LOAD-SCHEDULE.
           MOVE 'N' TO WS-EOF
           OPEN INPUT SCHEDULE-FILE
           IF WS-SCHEDULE-STATUS NOT = "00"
               IF WS-SCHEDULE-STATUS = "05"
                   CLOSE SCHEDULE-FILE
               END-IF
               GO TO LOAD-SCHEDULE-EXIT
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ SCHEDULE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-FEE-CLASS-X WS-FEE-KIND-X
                           WS-FEE-AMOUNT-X WS-FEE-PARAM-X
                       UNSTRING SCHEDULE-RECORD DELIMITED BY ","
                           INTO WS-FEE-CLASS-X WS-FEE-KIND-X
                               WS-FEE-AMOUNT-X WS-FEE-PARAM-X
                       MOVE UPPER-CASE(WS-FEE-KIND-X) TO WS-FEE-KIND-X
      *> a line with an unknown kind or an unreadable amount is
      *> shown and left out - it must not charge anybody
                       IF (WS-FEE-KIND-X NOT = 'M'
                             AND WS-FEE-KIND-X NOT = 'T'
                             AND WS-FEE-KIND-X NOT = 'L'
                             AND WS-FEE-KIND-X NOT = 'X')
                         OR WS-FEE-AMOUNT-X = SPACES
                         OR TEST-NUMVAL(WS-FEE-AMOUNT-X) NOT = 0
                         OR (WS-FEE-PARAM-X NOT = SPACES
                             AND TEST-NUMVAL(WS-FEE-PARAM-X) NOT = 0)
                           DISPLAY "FEE-GENERATE: schedule line "
                               "ignored - " TRIM(SCHEDULE-RECORD)
                       ELSE
                           IF WS-FEE-COUNT < WS-FEE-MAX
                               ADD 1 TO WS-FEE-COUNT
                               MOVE UPPER-CASE(WS-FEE-CLASS-X)
                                   TO FEE-CLASS(WS-FEE-COUNT)
                               MOVE WS-FEE-KIND-X
                                   TO FEE-KIND(WS-FEE-COUNT)
                               MOVE NUMVAL(WS-FEE-AMOUNT-X)
                                   TO FEE-AMOUNT(WS-FEE-COUNT)
                               MOVE 0 TO FEE-PARAM(WS-FEE-COUNT)
                               IF WS-FEE-PARAM-X NOT = SPACES
                                   MOVE NUMVAL(WS-FEE-PARAM-X)
                                       TO FEE-PARAM(WS-FEE-COUNT)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SCHEDULE-FILE.
       LOAD-SCHEDULE-EXIT.
           EXIT.

       LOAD-OPENING-BALANCES.
           MOVE 'N' TO WS-EOF
           OPEN INPUT BALANCE-FILE
           IF WS-BALANCE-STATUS NOT = "00"
      *> no carried balances yet just means accounts start at zero
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
                       IF WS-ACTV-COUNT < WS-ACTV-MAX
                           ADD 1 TO WS-ACTV-COUNT
                           MOVE SPACES TO WS-FIELD-1 WS-FIELD-2
                           UNSTRING BALANCE-RECORD DELIMITED BY ","
                               INTO WS-FIELD-1 WS-FIELD-2
                           MOVE NUMVAL(WS-FIELD-1)
                               TO ACTV-ACCOUNT(WS-ACTV-COUNT)
                           MOVE NUMVAL(WS-FIELD-2)
                               TO ACTV-BALANCE(WS-ACTV-COUNT)
                           MOVE ACTV-BALANCE(WS-ACTV-COUNT)
                               TO ACTV-HIGH(WS-ACTV-COUNT)
                           MOVE ACTV-BALANCE(WS-ACTV-COUNT)
                               TO ACTV-LOW(WS-ACTV-COUNT)
                           MOVE 0 TO ACTV-ITEMS(WS-ACTV-COUNT)
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
                           PERFORM APPLY-ONE-TRANSACTION
                               THRU APPLY-ONE-TRANSACTION-EXIT
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

       APPLY-ONE-TRANSACTION.
           MOVE TXN-ACCOUNT TO WS-FIND-ACCOUNT
           PERFORM FIND-ACTIVITY THRU FIND-ACTIVITY-EXIT
           IF WS-ACTV-INDEX = 0
               GO TO APPLY-ONE-TRANSACTION-EXIT
           END-IF
           COMPUTE WS-TXN-VALUE = NUMVAL(TXN-AMOUNT) / 100
           IF UPPER-CASE(TXN-DC) = 'C'
               COMPUTE WS-TXN-VALUE = 0 - WS-TXN-VALUE
           END-IF
           ADD WS-TXN-VALUE TO ACTV-BALANCE(WS-ACTV-INDEX)
           IF ACTV-BALANCE(WS-ACTV-INDEX) > ACTV-HIGH(WS-ACTV-INDEX)
               MOVE ACTV-BALANCE(WS-ACTV-INDEX)
                   TO ACTV-HIGH(WS-ACTV-INDEX)
           END-IF
           IF ACTV-BALANCE(WS-ACTV-INDEX) < ACTV-LOW(WS-ACTV-INDEX)
               MOVE ACTV-BALANCE(WS-ACTV-INDEX)
                   TO ACTV-LOW(WS-ACTV-INDEX)
           END-IF
      *> the bank's own interest and fees are not items the customer
      *> made - they never count toward the per-item fee
           IF TXN-TYPE NOT = "INT" AND TXN-TYPE NOT = "INP"
             AND TXN-TYPE NOT = "FEE"
               ADD 1 TO ACTV-ITEMS(WS-ACTV-INDEX)
           END-IF.
       APPLY-ONE-TRANSACTION-EXIT.
           EXIT.

       FIND-ACTIVITY.
      *> the account's activity slot, opened at zero when it carried
      *> no balance into the cycle
           MOVE 0 TO WS-ACTV-INDEX
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ACTV-COUNT
               IF ACTV-ACCOUNT(I) = WS-FIND-ACCOUNT
                   MOVE I TO WS-ACTV-INDEX
                   MOVE WS-ACTV-COUNT TO I
               END-IF
           END-PERFORM
           IF WS-ACTV-INDEX NOT = 0
               GO TO FIND-ACTIVITY-EXIT
           END-IF
           IF WS-ACTV-COUNT >= WS-ACTV-MAX
               DISPLAY "FEE-GENERATE: activity table full - account "
                   WS-FIND-ACCOUNT " not assessed"
               GO TO FIND-ACTIVITY-EXIT
           END-IF
           ADD 1 TO WS-ACTV-COUNT
           MOVE WS-ACTV-COUNT TO WS-ACTV-INDEX
           MOVE WS-FIND-ACCOUNT TO ACTV-ACCOUNT(WS-ACTV-INDEX)
           MOVE 0 TO ACTV-BALANCE(WS-ACTV-INDEX)
               ACTV-HIGH(WS-ACTV-INDEX) ACTV-LOW(WS-ACTV-INDEX)
               ACTV-ITEMS(WS-ACTV-INDEX).
       FIND-ACTIVITY-EXIT.
           EXIT.

       ASSESS-ONE-ACCOUNT.
      *> closed accounts take no fees; an account with no class has
      *> no schedule to price it by
           IF ACCT-STATUS = 'C' OR ACCT-CLASS = SPACES
               GO TO ASSESS-ONE-ACCOUNT-EXIT
           END-IF
           PERFORM CHECK-CYCLE-DUE THRU CHECK-CYCLE-DUE-EXIT
           IF WS-CYCLE-DATE NOT = WS-BUSINESS-DATE
               GO TO ASSESS-ONE-ACCOUNT-EXIT
           END-IF
           ADD 1 TO WS-ACCOUNTS-DUE
           MOVE ACCT-NUMBER TO WS-FIND-ACCOUNT
           PERFORM FIND-ACTIVITY THRU FIND-ACTIVITY-EXIT
           IF WS-ACTV-INDEX = 0
               GO TO ASSESS-ONE-ACCOUNT-EXIT
           END-IF
           COMPUTE WS-LOWEST-FUNDS = 0 - ACTV-HIGH(WS-ACTV-INDEX)
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-FEE-COUNT
               IF FEE-CLASS(J) = ACCT-CLASS
                   PERFORM PRICE-ONE-FEE THRU PRICE-ONE-FEE-EXIT
               END-IF
           END-PERFORM.
       ASSESS-ONE-ACCOUNT-EXIT.
           EXIT.

       CHECK-CYCLE-DUE.
      *> the cycle day this month, rolled forward over holidays.
      *> Cycle 00 accounts are statemented every run, so their fees
      *> fall on the month-end business day instead
           MOVE 0 TO WS-CYCLE-DATE
           IF ACCT-STMT-CYCLE = 0
               CALL "CALENDAR-LOOKUP" USING WS-BUSINESS-DATE
                   WS-DAY-TYPE
               IF WS-DAY-TYPE = 'M'
                   MOVE WS-BUSINESS-DATE TO WS-CYCLE-DATE
               END-IF
               GO TO CHECK-CYCLE-DUE-EXIT
           END-IF
      *> the cycle day is clamped to the month's real length, the
      *> way SO-GENERATE clamps a day-31 order in a short month
           COMPUTE WS-MONTH-FIRST =
               WS-BD-CCYY * 10000 + WS-BD-MM * 100 + 1
           IF WS-BD-MM = 12
               COMPUTE WS-NEXT-MONTH =
                   (WS-BD-CCYY + 1) * 10000 + 0101
           ELSE
               COMPUTE WS-NEXT-MONTH =
                   WS-BD-CCYY * 10000 + (WS-BD-MM + 1) * 100 + 1
           END-IF
           COMPUTE WS-DAYS-IN-MONTH =
               INTEGER-OF-DATE(WS-NEXT-MONTH)
               - INTEGER-OF-DATE(WS-MONTH-FIRST)
           MOVE ACCT-STMT-CYCLE TO WS-TARGET-DAY
           IF WS-TARGET-DAY > WS-DAYS-IN-MONTH
               MOVE WS-DAYS-IN-MONTH TO WS-TARGET-DAY
           END-IF
           COMPUTE WS-CYCLE-DATE = WS-MONTH-FIRST - 1 + WS-TARGET-DAY
           PERFORM ROLL-CYCLE-DATE
           IF WS-CYCLE-DATE = WS-BUSINESS-DATE
               GO TO CHECK-CYCLE-DUE-EXIT
           END-IF
      *> the previous month's cycle day gets the same judgment - a
      *> month-end cycle that falls on a weekend or holiday rolls
      *> into this month and is due on the day it rolled to
           IF WS-BD-MM = 1
               COMPUTE WS-PRIOR-FIRST =
                   (WS-BD-CCYY - 1) * 10000 + 1201
           ELSE
               COMPUTE WS-PRIOR-FIRST =
                   WS-BD-CCYY * 10000 + (WS-BD-MM - 1) * 100 + 1
           END-IF
           COMPUTE WS-DAYS-IN-MONTH =
               INTEGER-OF-DATE(WS-MONTH-FIRST)
               - INTEGER-OF-DATE(WS-PRIOR-FIRST)
           MOVE ACCT-STMT-CYCLE TO WS-TARGET-DAY
           IF WS-TARGET-DAY > WS-DAYS-IN-MONTH
               MOVE WS-DAYS-IN-MONTH TO WS-TARGET-DAY
           END-IF
           COMPUTE WS-CYCLE-DATE = WS-PRIOR-FIRST - 1 + WS-TARGET-DAY
           PERFORM ROLL-CYCLE-DATE.
       CHECK-CYCLE-DUE-EXIT.
           EXIT.

       ROLL-CYCLE-DATE.
      *> rolled forward over holidays on the same calendar every
      *> driver consults - ten hops is far beyond any real holiday
      *> block
           MOVE 0 TO WS-ROLL-HOPS
           CALL "CALENDAR-LOOKUP" USING WS-CYCLE-DATE WS-DAY-TYPE
           PERFORM UNTIL WS-DAY-TYPE NOT = 'H'
                   OR WS-ROLL-HOPS >= 10
               MOVE INTEGER-OF-DATE(WS-CYCLE-DATE) TO WS-CYCLE-INT
               MOVE DATE-OF-INTEGER(WS-CYCLE-INT + 1)
                   TO WS-CYCLE-DATE
               ADD 1 TO WS-ROLL-HOPS
               CALL "CALENDAR-LOOKUP" USING WS-CYCLE-DATE WS-DAY-TYPE
           END-PERFORM.

       PRICE-ONE-FEE.
           MOVE 0 TO WS-FEE-DUE
           EVALUATE FEE-KIND(J)
               WHEN 'M'
                   IF FEE-PARAM(J) > 0
                     AND WS-LOWEST-FUNDS >= FEE-PARAM(J)
                       ADD 1 TO WS-FEES-WAIVED
                       DISPLAY "  WAIVED   " ACCT-NUMBER
                           " maintenance - minimum balance held"
                       GO TO PRICE-ONE-FEE-EXIT
                   END-IF
                   MOVE FEE-AMOUNT(J) TO WS-FEE-DUE
               WHEN 'T'
                   IF ACTV-ITEMS(WS-ACTV-INDEX) > FEE-PARAM(J)
                       COMPUTE WS-BILLABLE-ITEMS =
                           ACTV-ITEMS(WS-ACTV-INDEX) - FEE-PARAM(J)
                       COMPUTE WS-FEE-DUE =
                           FEE-AMOUNT(J) * WS-BILLABLE-ITEMS
                   END-IF
               WHEN 'L'
                   IF ACCT-CREDIT-LIMIT > 0
                     AND ACTV-HIGH(WS-ACTV-INDEX) > ACCT-CREDIT-LIMIT
                       MOVE FEE-AMOUNT(J) TO WS-FEE-DUE
                   END-IF
           END-EVALUATE
           IF WS-FEE-DUE = 0
               GO TO PRICE-ONE-FEE-EXIT
           END-IF
           MOVE SPACES TO RAW-RECORD
           MOVE ACCT-NUMBER TO RAW-ACCOUNT
           MOVE WS-BUSINESS-DATE TO RAW-DATE
           MOVE WS-FEE-DUE TO RAW-AMOUNT
           MOVE 'D' TO RAW-DC
           MOVE "FEE" TO RAW-TYPE
           WRITE RAW-RECORD
           ADD 1 TO WS-GENERATED
           ADD WS-FEE-DUE TO WS-GENERATED-TOTAL
           MOVE WS-FEE-DUE TO WS-FEE-ED
           DISPLAY "  CHARGED  " ACCT-NUMBER " kind " FEE-KIND(J)
               " " WS-FEE-ED.
       PRICE-ONE-FEE-EXIT.
           EXIT.

       CHECK-ASSESSED-DATE.
           MOVE SPACES TO WS-ENV-CONTROL-FILE-NAME
           ACCEPT WS-ENV-CONTROL-FILE-NAME FROM ENVIRONMENT
               "FEE-CONTROL-FILE"
           IF WS-ENV-CONTROL-FILE-NAME NOT = SPACES
               MOVE WS-ENV-CONTROL-FILE-NAME
                   TO WS-CONTROL-FILE-NAME
           END-IF
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = "00"
      *> no control file yet just means no date has been assessed
               IF WS-CONTROL-STATUS = "05"
                   CLOSE CONTROL-FILE
               END-IF
               GO TO CHECK-ASSESSED-EXIT
           END-IF
           MOVE SPACES TO CONTROL-RECORD
           READ CONTROL-FILE
               AT END CONTINUE
           END-READ
           CLOSE CONTROL-FILE
           IF CONTROL-RECORD(1:8) NOT NUMERIC
               GO TO CHECK-ASSESSED-EXIT
           END-IF
           MOVE CONTROL-RECORD(1:8) TO WS-LAST-DATE
           IF WS-LAST-DATE < WS-BUSINESS-DATE
               GO TO CHECK-ASSESSED-EXIT
           END-IF
           MOVE SPACES TO WS-OVERRIDE
           ACCEPT WS-OVERRIDE FROM ENVIRONMENT
               "FEE-GENERATE-OVERRIDE"
           IF WS-OVERRIDE = 'Y'
      *> a deliberate repeat still leaves its trace - the audit
      *> trail must show the double charge was intended
               DISPLAY "FEE-GENERATE: " WS-BUSINESS-DATE " already "
                   "assessed - OVERRIDDEN, assessing again"
               MOVE 'W' TO WS-EVENT-SEVERITY
               MOVE SPACES TO WS-EVENT-MESSAGE
               STRING "repeat fee assessment OVERRIDDEN for "
                       WS-BUSINESS-DATE
                   DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
               CALL "LOG-EVENT-SEV" USING WS-PROGRAM-NAME
                   WS-EVENT-SEVERITY WS-EVENT-MESSAGE
               GO TO CHECK-ASSESSED-EXIT
           END-IF
           DISPLAY "FEE-GENERATE: " WS-BUSINESS-DATE " already "
               "assessed (last " WS-LAST-DATE " on "
               TRIM(WS-CONTROL-FILE-NAME) ") - run refused "
               "(set FEE-GENERATE-OVERRIDE=Y to repeat "
               "deliberately)"
           MOVE 'W' TO WS-EVENT-SEVERITY
           MOVE SPACES TO WS-EVENT-MESSAGE
           STRING "repeat fee assessment refused for "
                   WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
           CALL "LOG-EVENT-SEV" USING WS-PROGRAM-NAME
               WS-EVENT-SEVERITY WS-EVENT-MESSAGE
           MOVE 8 TO RETURN-CODE
           STOP RUN.
       CHECK-ASSESSED-EXIT.
           EXIT.

       RECORD-ASSESSED-DATE.
           OPEN OUTPUT CONTROL-FILE
      *> OUTPUT on a file that does not exist yet reports status 05
      *> on this runtime even though it creates the file underneath
           IF WS-CONTROL-STATUS = "00" OR WS-CONTROL-STATUS = "05"
               MOVE SPACES TO CONTROL-RECORD
               MOVE WS-BUSINESS-DATE TO CONTROL-RECORD(1:8)
               WRITE CONTROL-RECORD
               CLOSE CONTROL-FILE
           ELSE
               DISPLAY "FEE-GENERATE: cannot record assessed date "
                   "on " TRIM(WS-CONTROL-FILE-NAME)
                   " - file status " WS-CONTROL-STATUS
           END-IF.
       END PROGRAM FEE-GENERATE.
