      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEREST-ACCRUE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> the account reference master - every open account with an
      *> interest class accrues. Overridable via ACCOUNT-MASTER-FILE
       SELECT OPTIONAL ACCT-MASTER ASSIGN DYNAMIC WS-ACCT-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACCT-NUMBER OF ACCT-RECORD
           FILE STATUS IS WS-ACCT-STATUS.
      *> the rate table - one CLASS,DEBITRATE,CREDITRATE line per
      *> interest class, annual rates as decimals (0.1899 = 18.99%).
      *> The debit rate is charged on a balance the customer owes,
      *> the credit rate paid on one held in the customer's favour.
      *> Overridable via INTEREST-RATE-FILE
       SELECT OPTIONAL RATE-FILE ASSIGN DYNAMIC WS-RATE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RATE-STATUS.
      *> the statement job's carried balances - the starting point
      *> for an account the accrual file has not seen yet.
      *> Overridable via STATEMENT-BALANCE-FILE
       SELECT OPTIONAL BALANCE-FILE ASSIGN DYNAMIC
           WS-BALANCE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BALANCE-STATUS.
      *> the night's clean transactions CALC-TXN-EDIT wrote - rolled
      *> onto each account's end-of-day balance before it is priced.
      *> Overridable via CALC-TXN-FILE, the edit's own variable
       SELECT OPTIONAL TXN-FILE ASSIGN DYNAMIC WS-TXN-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TXN-STATUS.
      *> the running accrual per account - one
      *> ACCOUNT,BALANCE,ACCRUED line each, the end-of-day balance
      *> and the interest accrued but not yet posted this month.
      *> Overridable via INTEREST-ACCRUAL-FILE
       SELECT OPTIONAL ACCRUAL-FILE ASSIGN DYNAMIC
           WS-ACCRUAL-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACCRUAL-STATUS.
      *> the run-control memory - the last CCYYMMDD accrued, so a
      *> rerun on the same night cannot accrue the day twice (the
      *> same rerun discipline LEAVE-ACCRUE keeps). Overridable via
      *> INTEREST-CONTROL-FILE
       SELECT OPTIONAL CONTROL-FILE ASSIGN DYNAMIC
           WS-CONTROL-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONTROL-STATUS.
      *> the raw transaction file CALC-TXN-EDIT reads - month-end
      *> interest is appended here in the fixed layout, exactly the
      *> way SO-GENERATE hands over standing orders, so it posts
      *> through the same edit and on into the GL extract.
      *> Overridable via CALC-RAW-TXN-FILE
       SELECT OPTIONAL RAW-FILE ASSIGN DYNAMIC WS-RAW-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RAW-STATUS.
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
       FD RATE-FILE.
       01 RATE-RECORD PIC X(40).
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
       FD ACCRUAL-FILE.
       01 ACCRUAL-RECORD PIC X(60).
       FD CONTROL-FILE.
       01 CONTROL-RECORD PIC X(20).
       FD RAW-FILE.
      *> CALC-TXN-EDIT's fixed layout, field for field
       01 RAW-RECORD.
           05 RAW-ACCOUNT PIC 9(10).
           05 RAW-DATE PIC 9(8).
           05 RAW-AMOUNT PIC 9(9)V99.
           05 RAW-DC PIC X(1).
           05 RAW-TYPE PIC X(3).
       WORKING-STORAGE SECTION.
      *> correctly-sized holders for the literal audit message - a
      *> literal passed straight to LOG-EVENT's LINKAGE would only be
      *> allocated as big as the literal itself, not the LINKAGE PIC
       01 WS-PROGRAM-NAME PIC X(44) VALUE "INTEREST-ACCRUE".
       01 WS-EVENT-MESSAGE PIC X(200).
       01 WS-EVENT-SEVERITY PIC X(1).
       01 WS-ACCT-FILE-NAME PIC X(80) VALUE "ACCOUNT-MASTER.DAT".
       01 WS-ENV-ACCT-FILE-NAME PIC X(80).
       01 WS-ACCT-STATUS PIC X(2).
       01 WS-RATE-FILE-NAME PIC X(80) VALUE "INTEREST-RATES.DAT".
       01 WS-ENV-RATE-FILE-NAME PIC X(80).
       01 WS-RATE-STATUS PIC X(2).
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
       01 WS-ACCRUAL-FILE-NAME PIC X(80)
           VALUE "INTEREST-ACCRUAL.DAT".
       01 WS-ENV-ACCRUAL-FILE-NAME PIC X(80).
       01 WS-ACCRUAL-STATUS PIC X(2).
       01 WS-CONTROL-FILE-NAME PIC X(80)
           VALUE "INTEREST-ACCRUE-CONTROL.DAT".
       01 WS-ENV-CONTROL-FILE-NAME PIC X(80).
       01 WS-CONTROL-STATUS PIC X(2).
       01 WS-RAW-FILE-NAME PIC X(80) VALUE "TRANSACTIONS-RAW.DAT".
       01 WS-ENV-RAW-FILE-NAME PIC X(80).
       01 WS-RAW-STATUS PIC X(2).
       01 WS-EOF PIC X(1) VALUE 'N'.
      *> the run date, and whether the calendar calls it month end -
      *> the night the accrued interest is posted
       01 WS-RUN-DATE PIC 9(8).
       01 WS-ENV-RUN-DATE PIC X(8).
       01 WS-DAY-TYPE PIC X(1).
      *> the days this run accrues for - the gap since the last
      *> accrual night, so a weekend or holiday is not lost
       01 WS-LAST-DATE PIC 9(8) VALUE 0.
       01 WS-DAYS PIC 9(3).
       01 WS-OVERRIDE PIC X(1).
       01 WS-SAVED PIC X(1) VALUE 'N'.
      *> the rate table staged
       01 WS-RATE-COUNT PIC 9(2) VALUE 0.
       01 WS-RATE-MAX PIC 9(2) VALUE 50.
       01 WS-RATE-ENTRY OCCURS 50 TIMES.
           05 RATE-CLASS PIC X(2).
           05 RATE-DEBIT PIC 9V9(6).
           05 RATE-CREDIT PIC 9V9(6).
       01 WS-RATE-CLASS-X PIC X(2).
       01 WS-RATE-DEBIT-X PIC X(12).
       01 WS-RATE-CREDIT-X PIC X(12).
       01 WS-RATE-INDEX PIC 9(2).
      *> the statement job's carried balances, for first sightings
       01 WS-SBAL-COUNT PIC 9(4) VALUE 0.
       01 WS-SBAL-MAX PIC 9(4) VALUE 2000.
       01 WS-SBAL-ENTRY OCCURS 2000 TIMES.
           05 SBAL-ACCOUNT PIC 9(10).
           05 SBAL-AMOUNT PIC S9(11)V99.
      *> the running accruals staged, rolled forward, rewritten
       01 WS-ACR-COUNT PIC 9(4) VALUE 0.
       01 WS-ACR-MAX PIC 9(4) VALUE 2000.
       01 WS-ACR-ENTRY OCCURS 2000 TIMES.
           05 ACR-ACCOUNT PIC 9(10).
           05 ACR-BALANCE PIC S9(11)V99.
           05 ACR-ACCRUED PIC S9(9)V9(6).
       01 WS-ACR-INDEX PIC 9(4).
       01 WS-FIELD-1 PIC X(20).
       01 WS-FIELD-2 PIC X(20).
       01 WS-FIELD-3 PIC X(20).
       01 WS-FIND-ACCOUNT PIC 9(10).
       01 I PIC 9(4).
       01 WS-TXN-AMOUNT PIC S9(9)V99.
       01 WS-DAILY-INTEREST PIC S9(9)V9(6).
       01 WS-POST-AMOUNT PIC S9(9)V99.
       01 WS-BALANCE-ED PIC -9(11).99.
       01 WS-ACCRUED-ED PIC -9(9).9(6).
       01 WS-POST-ED PIC -Z(8)9.99.
       01 WS-TXNS-APPLIED PIC 9(7) VALUE 0.
       01 WS-ACCOUNTS-ACCRUED PIC 9(5) VALUE 0.
       01 WS-NO-RATE PIC 9(5) VALUE 0.
       01 WS-POSTED-COUNT PIC 9(5) VALUE 0.
       01 WS-TOTAL-ACCRUED PIC S9(11)V9(6) VALUE 0.
       01 WS-TOTAL-POSTED PIC S9(11)V99 VALUE 0.
       01 WS-TOTAL-ED PIC -Z(10)9.99.

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
           MOVE SPACES TO WS-ENV-RATE-FILE-NAME
           ACCEPT WS-ENV-RATE-FILE-NAME FROM ENVIRONMENT
               "INTEREST-RATE-FILE"
           IF WS-ENV-RATE-FILE-NAME NOT = SPACES
               MOVE WS-ENV-RATE-FILE-NAME TO WS-RATE-FILE-NAME
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
           MOVE SPACES TO WS-ENV-ACCRUAL-FILE-NAME
           ACCEPT WS-ENV-ACCRUAL-FILE-NAME FROM ENVIRONMENT
               "INTEREST-ACCRUAL-FILE"
           IF WS-ENV-ACCRUAL-FILE-NAME NOT = SPACES
               MOVE WS-ENV-ACCRUAL-FILE-NAME TO WS-ACCRUAL-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-RAW-FILE-NAME
           ACCEPT WS-ENV-RAW-FILE-NAME FROM ENVIRONMENT
               "CALC-RAW-TXN-FILE"
           IF WS-ENV-RAW-FILE-NAME NOT = SPACES
               MOVE WS-ENV-RAW-FILE-NAME TO WS-RAW-FILE-NAME
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
      *> the rerun guard: a night already accrued is refused unless
      *> ops carries the explicit override, and the override itself
      *> lands in the audit trail
           PERFORM CHECK-ACCRUED-DATE THRU CHECK-ACCRUED-EXIT
           PERFORM LOAD-RATES THRU LOAD-RATES-EXIT
           IF WS-RATE-COUNT = 0
               DISPLAY "INTEREST-ACCRUE: no interest rates on "
                   TRIM(WS-RATE-FILE-NAME) " - nothing to accrue"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-STATEMENT-BALANCES
               THRU LOAD-STATEMENT-BALANCES-EXIT
           PERFORM LOAD-ACCRUALS THRU LOAD-ACCRUALS-EXIT
           PERFORM APPLY-DAYS-TRANSACTIONS
               THRU APPLY-DAYS-TRANSACTIONS-EXIT
           PERFORM APPLY-LATER-CYCLES THRU APPLY-LATER-CYCLES-EXIT
           OPEN INPUT ACCT-MASTER.
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "INTEREST-ACCRUE: account master not "
                   "available - " TRIM(WS-ACCT-FILE-NAME)
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
                       PERFORM ACCRUE-ONE-ACCOUNT
                           THRU ACCRUE-ONE-ACCOUNT-EXIT
               END-READ
           END-PERFORM.
           CLOSE ACCT-MASTER.
      *> month end on the business calendar is posting night - the
      *> month's accrual goes out as generated transactions
           CALL "CALENDAR-LOOKUP" USING WS-RUN-DATE WS-DAY-TYPE
           IF WS-DAY-TYPE = 'M'
               PERFORM POST-MONTH-END-INTEREST
                   THRU POST-MONTH-END-INTEREST-EXIT
           END-IF
           PERFORM SAVE-ACCRUALS.
           IF WS-SAVED = 'Y'
               PERFORM RECORD-ACCRUED-DATE
           END-IF.
           PERFORM PRINT-SUMMARY.
           MOVE SPACES TO WS-EVENT-MESSAGE
           STRING "interest accrual for " WS-RUN-DATE ": "
                   WS-ACCOUNTS-ACCRUED " account(s), "
                   WS-POSTED-COUNT " month-end posting(s)"
               DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
           CALL "LOG-EVENT" USING WS-PROGRAM-NAME WS-EVENT-MESSAGE
      *> RETURN-CODE: 0 = every open account priced, 4 = at least
      *> one open account's class has no rate on the table
           IF WS-NO-RATE > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-RATES.
           MOVE 'N' TO WS-EOF
           OPEN INPUT RATE-FILE
           IF WS-RATE-STATUS NOT = "00"
               IF WS-RATE-STATUS = "05"
                   CLOSE RATE-FILE
               END-IF
               GO TO LOAD-RATES-EXIT
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ RATE-FILE INTO RATE-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-RATE-COUNT < WS-RATE-MAX
                           ADD 1 TO WS-RATE-COUNT
                           MOVE SPACES TO WS-RATE-CLASS-X
                               WS-RATE-DEBIT-X WS-RATE-CREDIT-X
                           UNSTRING RATE-RECORD DELIMITED BY ","
                               INTO WS-RATE-CLASS-X WS-RATE-DEBIT-X
                                   WS-RATE-CREDIT-X
                           MOVE UPPER-CASE(WS-RATE-CLASS-X)
                               TO RATE-CLASS(WS-RATE-COUNT)
                           MOVE 0 TO RATE-DEBIT(WS-RATE-COUNT)
                           MOVE 0 TO RATE-CREDIT(WS-RATE-COUNT)
                           IF WS-RATE-DEBIT-X NOT = SPACES
                             AND TEST-NUMVAL(WS-RATE-DEBIT-X) = 0
                               MOVE NUMVAL(WS-RATE-DEBIT-X)
                                   TO RATE-DEBIT(WS-RATE-COUNT)
                           END-IF
                           IF WS-RATE-CREDIT-X NOT = SPACES
                             AND TEST-NUMVAL(WS-RATE-CREDIT-X) = 0
                               MOVE NUMVAL(WS-RATE-CREDIT-X)
                                   TO RATE-CREDIT(WS-RATE-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RATE-FILE.
       LOAD-RATES-EXIT.
           EXIT.

       LOAD-STATEMENT-BALANCES.
           MOVE 'N' TO WS-EOF
           OPEN INPUT BALANCE-FILE
           IF WS-BALANCE-STATUS NOT = "00"
      *> no carried balances yet just means accounts start at zero
               IF WS-BALANCE-STATUS = "05"
                   CLOSE BALANCE-FILE
               END-IF
               GO TO LOAD-STATEMENT-BALANCES-EXIT
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ BALANCE-FILE INTO BALANCE-RECORD
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
       LOAD-STATEMENT-BALANCES-EXIT.
           EXIT.

       LOAD-ACCRUALS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT ACCRUAL-FILE
           IF WS-ACCRUAL-STATUS NOT = "00"
      *> no accrual file yet just means nothing has accrued
               IF WS-ACCRUAL-STATUS = "05"
                   CLOSE ACCRUAL-FILE
               END-IF
               GO TO LOAD-ACCRUALS-EXIT
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ACCRUAL-FILE INTO ACCRUAL-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-ACR-COUNT < WS-ACR-MAX
                           ADD 1 TO WS-ACR-COUNT
                           MOVE SPACES TO WS-FIELD-1 WS-FIELD-2
                               WS-FIELD-3
                           UNSTRING ACCRUAL-RECORD DELIMITED BY ","
                               INTO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
                           MOVE NUMVAL(WS-FIELD-1)
                               TO ACR-ACCOUNT(WS-ACR-COUNT)
                           MOVE NUMVAL(WS-FIELD-2)
                               TO ACR-BALANCE(WS-ACR-COUNT)
                           MOVE NUMVAL(WS-FIELD-3)
                               TO ACR-ACCRUED(WS-ACR-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCRUAL-FILE.
       LOAD-ACCRUALS-EXIT.
           EXIT.

       APPLY-DAYS-TRANSACTIONS.
      *> the day's cleared business rolls each balance forward to
      *> end of day - debits add to what the customer owes, credits
      *> reduce it, the same sign CUSTOMER-STATEMENT-PRINT prints
           MOVE 'N' TO WS-EOF
           OPEN INPUT TXN-FILE
           IF WS-TXN-STATUS NOT = "00"
               IF WS-TXN-STATUS = "05"
                   CLOSE TXN-FILE
               END-IF
               GO TO APPLY-DAYS-TRANSACTIONS-EXIT
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ TXN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
      *> only real detail moves a balance - the trailer and any
      *> malformed stragglers stay behind
                       IF TXN-ACCOUNT IS NUMERIC
                         AND TXN-AMOUNT IS NUMERIC
                           MOVE TXN-ACCOUNT TO WS-FIND-ACCOUNT
                           PERFORM FIND-ACCRUAL-SLOT
                           IF WS-ACR-INDEX NOT = 0
                               COMPUTE WS-TXN-AMOUNT =
                                   NUMVAL(TXN-AMOUNT) / 100
                               IF UPPER-CASE(TXN-DC) = 'C'
                                   SUBTRACT WS-TXN-AMOUNT
                                       FROM ACR-BALANCE(WS-ACR-INDEX)
                               ELSE
                                   ADD WS-TXN-AMOUNT
                                       TO ACR-BALANCE(WS-ACR-INDEX)
                               END-IF
                               ADD 1 TO WS-TXNS-APPLIED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TXN-FILE.
       APPLY-DAYS-TRANSACTIONS-EXIT.
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
           CALL "CALC-CYCLE-LOOKUP" USING WS-RUN-DATE WS-POSTED-CYCLES
           PERFORM VARYING WS-TXN-CYCLE FROM 2 BY 1
                   UNTIL WS-TXN-CYCLE > 99
               IF WS-POSTED-CYCLES(WS-TXN-CYCLE:1) = 'Y'
                   MOVE WS-TXN-CYCLE TO WS-TXN-CYCLE-ED
                   MOVE SPACES TO WS-TXN-FILE-NAME
                   STRING "TRANSACTIONS-C" WS-TXN-CYCLE-ED ".DAT"
                       DELIMITED BY SIZE INTO WS-TXN-FILE-NAME
                   PERFORM APPLY-DAYS-TRANSACTIONS
                       THRU APPLY-DAYS-TRANSACTIONS-EXIT
               END-IF
           END-PERFORM
           MOVE "TRANSACTIONS.DAT" TO WS-TXN-FILE-NAME.
       APPLY-LATER-CYCLES-EXIT.
           EXIT.

       FIND-ACCRUAL-SLOT.
      *> an account the accrual file has not seen yet opens at the
      *> balance the statement job last carried for it
           MOVE 0 TO WS-ACR-INDEX
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ACR-COUNT
               IF ACR-ACCOUNT(I) = WS-FIND-ACCOUNT
                   MOVE I TO WS-ACR-INDEX
                   MOVE WS-ACR-COUNT TO I
               END-IF
           END-PERFORM
           IF WS-ACR-INDEX = 0
               IF WS-ACR-COUNT >= WS-ACR-MAX
                   DISPLAY "INTEREST-ACCRUE: accrual table full - "
                       "account " WS-FIND-ACCOUNT " not accrued"
               ELSE
                   ADD 1 TO WS-ACR-COUNT
                   MOVE WS-ACR-COUNT TO WS-ACR-INDEX
                   MOVE WS-FIND-ACCOUNT TO ACR-ACCOUNT(WS-ACR-INDEX)
                   MOVE 0 TO ACR-BALANCE(WS-ACR-INDEX)
                   MOVE 0 TO ACR-ACCRUED(WS-ACR-INDEX)
                   PERFORM VARYING I FROM 1 BY 1
                           UNTIL I > WS-SBAL-COUNT
                       IF SBAL-ACCOUNT(I) = WS-FIND-ACCOUNT
                           MOVE SBAL-AMOUNT(I)
                               TO ACR-BALANCE(WS-ACR-INDEX)
                           MOVE WS-SBAL-COUNT TO I
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       ACCRUE-ONE-ACCOUNT.
      *> open and dormant accounts with an interest class accrue - a
      *> dormant balance still earns, and its INT posts like any
      *> other bank posting; a closed account keeps whatever it
      *> accrued for the closure run
           IF ACCT-STATUS = 'C' OR ACCT-CLASS = SPACES
               GO TO ACCRUE-ONE-ACCOUNT-EXIT
           END-IF
           MOVE 0 TO WS-RATE-INDEX
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-RATE-COUNT
               IF RATE-CLASS(I) = ACCT-CLASS
                   MOVE I TO WS-RATE-INDEX
                   MOVE WS-RATE-COUNT TO I
               END-IF
           END-PERFORM
           IF WS-RATE-INDEX = 0
               ADD 1 TO WS-NO-RATE
               DISPLAY "INTEREST-ACCRUE: no rate for class "
                   ACCT-CLASS " - account " ACCT-NUMBER
                   " not accrued"
               GO TO ACCRUE-ONE-ACCOUNT-EXIT
           END-IF
           MOVE ACCT-NUMBER TO WS-FIND-ACCOUNT
           PERFORM FIND-ACCRUAL-SLOT
           IF WS-ACR-INDEX = 0
               GO TO ACCRUE-ONE-ACCOUNT-EXIT
           END-IF
      *> simple daily interest on the end-of-day balance, actual
      *> days over a 365-day year, carried to six places so the
      *> month's sum rounds once, at posting
           IF ACR-BALANCE(WS-ACR-INDEX) > 0
               COMPUTE WS-DAILY-INTEREST ROUNDED =
                   ACR-BALANCE(WS-ACR-INDEX)
                   * RATE-DEBIT(WS-RATE-INDEX) * WS-DAYS / 365
           ELSE
               COMPUTE WS-DAILY-INTEREST ROUNDED =
                   ACR-BALANCE(WS-ACR-INDEX)
                   * RATE-CREDIT(WS-RATE-INDEX) * WS-DAYS / 365
           END-IF
           ADD WS-DAILY-INTEREST TO ACR-ACCRUED(WS-ACR-INDEX)
           ADD WS-DAILY-INTEREST TO WS-TOTAL-ACCRUED
           ADD 1 TO WS-ACCOUNTS-ACCRUED.
       ACCRUE-ONE-ACCOUNT-EXIT.
           EXIT.

       POST-MONTH-END-INTEREST.
           OPEN EXTEND RAW-FILE
      *> EXTEND on a raw file that does not exist yet reports status
      *> 05 on this runtime even though it creates the file
      *> underneath (the same SELECT OPTIONAL quirk LOG-EVENT works
      *> around)
           IF WS-RAW-STATUS NOT = "00" AND WS-RAW-STATUS NOT = "05"
               DISPLAY "INTEREST-ACCRUE: cannot open raw transaction "
                   "file " TRIM(WS-RAW-FILE-NAME) " - file status "
                   WS-RAW-STATUS " - interest stays accrued"
               MOVE 'E' TO WS-EVENT-SEVERITY
               MOVE SPACES TO WS-EVENT-MESSAGE
               STRING "month-end interest NOT posted for "
                       WS-RUN-DATE " - raw file unavailable"
                   DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
               CALL "LOG-EVENT-SEV" USING WS-PROGRAM-NAME
                   WS-EVENT-SEVERITY WS-EVENT-MESSAGE
               GO TO POST-MONTH-END-INTEREST-EXIT
           END-IF
           PERFORM VARYING WS-ACR-INDEX FROM 1 BY 1
                   UNTIL WS-ACR-INDEX > WS-ACR-COUNT
               PERFORM POST-ONE-ACCRUAL THRU POST-ONE-ACCRUAL-EXIT
           END-PERFORM
           CLOSE RAW-FILE.
       POST-MONTH-END-INTEREST-EXIT.
           EXIT.

       POST-ONE-ACCRUAL.
      *> the month's accrual rounds to the cent once; the sub-cent
      *> remainder stays accrued into next month rather than being
      *> lost. INT charges the customer, INP pays the customer -
      *> TXN-TYPE.DAT maps each to its own ledger account
           COMPUTE WS-POST-AMOUNT ROUNDED = ACR-ACCRUED(WS-ACR-INDEX)
           IF WS-POST-AMOUNT = 0
               GO TO POST-ONE-ACCRUAL-EXIT
           END-IF
           MOVE SPACES TO RAW-RECORD
           MOVE ACR-ACCOUNT(WS-ACR-INDEX) TO RAW-ACCOUNT
           MOVE WS-RUN-DATE TO RAW-DATE
           IF WS-POST-AMOUNT > 0
               MOVE WS-POST-AMOUNT TO RAW-AMOUNT
               MOVE 'D' TO RAW-DC
               MOVE "INT" TO RAW-TYPE
           ELSE
               COMPUTE RAW-AMOUNT = 0 - WS-POST-AMOUNT
               MOVE 'C' TO RAW-DC
               MOVE "INP" TO RAW-TYPE
           END-IF
           WRITE RAW-RECORD
           SUBTRACT WS-POST-AMOUNT FROM ACR-ACCRUED(WS-ACR-INDEX)
           ADD WS-POST-AMOUNT TO WS-TOTAL-POSTED
           ADD 1 TO WS-POSTED-COUNT
      *> the generated-source marker the audit trail carries - a
      *> machine-made charge must never be mistaken for keyed work
           MOVE WS-POST-AMOUNT TO WS-POST-ED
           MOVE SPACES TO WS-EVENT-MESSAGE
           STRING "GENERATED interest: account "
                   ACR-ACCOUNT(WS-ACR-INDEX) " amount "
                   TRIM(WS-POST-ED) " type " RAW-TYPE
                   " for " WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
           CALL "LOG-EVENT" USING WS-PROGRAM-NAME WS-EVENT-MESSAGE.
       POST-ONE-ACCRUAL-EXIT.
           EXIT.

       SAVE-ACCRUALS.
           OPEN OUTPUT ACCRUAL-FILE
      *> OUTPUT on a file that does not exist yet reports status 05
      *> on this runtime even though it creates the file underneath
           IF WS-ACCRUAL-STATUS NOT = "00"
                   AND WS-ACCRUAL-STATUS NOT = "05"
               DISPLAY "INTEREST-ACCRUE: cannot rewrite "
                   TRIM(WS-ACCRUAL-FILE-NAME) " - file status "
                   WS-ACCRUAL-STATUS
           ELSE
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ACR-COUNT
                   MOVE ACR-BALANCE(I) TO WS-BALANCE-ED
                   MOVE ACR-ACCRUED(I) TO WS-ACCRUED-ED
                   MOVE SPACES TO ACCRUAL-RECORD
                   STRING ACR-ACCOUNT(I) "," WS-BALANCE-ED ","
                           WS-ACCRUED-ED
                       DELIMITED BY SIZE INTO ACCRUAL-RECORD
                   WRITE ACCRUAL-RECORD
               END-PERFORM
               CLOSE ACCRUAL-FILE
               MOVE 'Y' TO WS-SAVED
           END-IF.

       CHECK-ACCRUED-DATE.
           MOVE SPACES TO WS-ENV-CONTROL-FILE-NAME
           ACCEPT WS-ENV-CONTROL-FILE-NAME FROM ENVIRONMENT
               "INTEREST-CONTROL-FILE"
           IF WS-ENV-CONTROL-FILE-NAME NOT = SPACES
               MOVE WS-ENV-CONTROL-FILE-NAME
                   TO WS-CONTROL-FILE-NAME
           END-IF
           MOVE 1 TO WS-DAYS
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = "00"
      *> no control file yet just means no night has accrued - the
      *> first run accrues a single day
               IF WS-CONTROL-STATUS = "05"
                   CLOSE CONTROL-FILE
               END-IF
               GO TO CHECK-ACCRUED-EXIT
           END-IF
           MOVE SPACES TO CONTROL-RECORD
           READ CONTROL-FILE
               AT END CONTINUE
           END-READ
           CLOSE CONTROL-FILE
           IF CONTROL-RECORD(1:8) NOT NUMERIC
               GO TO CHECK-ACCRUED-EXIT
           END-IF
           MOVE CONTROL-RECORD(1:8) TO WS-LAST-DATE
           IF WS-LAST-DATE < WS-RUN-DATE
               COMPUTE WS-DAYS = INTEGER-OF-DATE(WS-RUN-DATE)
                   - INTEGER-OF-DATE(WS-LAST-DATE)
               GO TO CHECK-ACCRUED-EXIT
           END-IF
           MOVE SPACES TO WS-OVERRIDE
           ACCEPT WS-OVERRIDE FROM ENVIRONMENT
               "INTEREST-ACCRUE-OVERRIDE"
           IF WS-OVERRIDE = 'Y'
      *> a deliberate repeat still leaves its trace - the audit
      *> trail must show the double accrual was intended
               DISPLAY "INTEREST-ACCRUE: " WS-RUN-DATE " already "
                   "accrued - OVERRIDDEN, accruing again"
               MOVE 'W' TO WS-EVENT-SEVERITY
               MOVE SPACES TO WS-EVENT-MESSAGE
               STRING "repeat interest accrual OVERRIDDEN for "
                       WS-RUN-DATE
                   DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
               CALL "LOG-EVENT-SEV" USING WS-PROGRAM-NAME
                   WS-EVENT-SEVERITY WS-EVENT-MESSAGE
               GO TO CHECK-ACCRUED-EXIT
           END-IF
           DISPLAY "INTEREST-ACCRUE: " WS-RUN-DATE " already "
               "accrued (last " WS-LAST-DATE " on "
               TRIM(WS-CONTROL-FILE-NAME) ") - run refused "
               "(set INTEREST-ACCRUE-OVERRIDE=Y to repeat "
               "deliberately)"
           MOVE 'W' TO WS-EVENT-SEVERITY
           MOVE SPACES TO WS-EVENT-MESSAGE
           STRING "repeat interest accrual refused for "
                   WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
           CALL "LOG-EVENT-SEV" USING WS-PROGRAM-NAME
               WS-EVENT-SEVERITY WS-EVENT-MESSAGE
           MOVE 8 TO RETURN-CODE
           STOP RUN.
       CHECK-ACCRUED-EXIT.
           EXIT.

       RECORD-ACCRUED-DATE.
           OPEN OUTPUT CONTROL-FILE
      *> OUTPUT on a file that does not exist yet reports status 05
      *> on this runtime even though it creates the file underneath
           IF WS-CONTROL-STATUS = "00" OR WS-CONTROL-STATUS = "05"
               MOVE SPACES TO CONTROL-RECORD
               MOVE WS-RUN-DATE TO CONTROL-RECORD(1:8)
               WRITE CONTROL-RECORD
               CLOSE CONTROL-FILE
           ELSE
               DISPLAY "INTEREST-ACCRUE: cannot record accrued date "
                   "on " TRIM(WS-CONTROL-FILE-NAME)
                   " - file status " WS-CONTROL-STATUS
           END-IF.

       PRINT-SUMMARY.
           DISPLAY "===== Daily interest accrual ====="
           DISPLAY "Accrual date:          " WS-RUN-DATE
           DISPLAY "Days accrued:          " WS-DAYS
           DISPLAY "Transactions rolled:   " WS-TXNS-APPLIED
           DISPLAY "Accounts accrued:      " WS-ACCOUNTS-ACCRUED
           DISPLAY "Accounts with no rate: " WS-NO-RATE
           MOVE WS-TOTAL-ACCRUED TO WS-TOTAL-ED
           DISPLAY "Interest accrued:      " WS-TOTAL-ED
           IF WS-DAY-TYPE = 'M'
               MOVE WS-TOTAL-POSTED TO WS-TOTAL-ED
               DISPLAY "Month-end postings:    " WS-POSTED-COUNT
               DISPLAY "Interest posted:       " WS-TOTAL-ED
           END-IF
           DISPLAY "Accrual file:          "
               TRIM(WS-ACCRUAL-FILE-NAME)
           DISPLAY "===== End of interest accrual =====".
       END PROGRAM INTEREST-ACCRUE.
