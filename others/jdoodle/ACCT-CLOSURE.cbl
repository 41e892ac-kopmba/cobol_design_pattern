      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT-CLOSURE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> the account reference master - the account is only flipped
      *> to 'C' here once its final statement has closed at zero.
      *> Overridable via ACCOUNT-MASTER-FILE
       SELECT OPTIONAL ACCT-MASTER ASSIGN DYNAMIC WS-ACCT-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACCT-NUMBER OF ACCT-RECORD
           FILE STATUS IS WS-ACCT-STATUS.
      *> the closure case master - one record per account being
      *> wound up, kept the way DISPUTE-MAINT keeps its cases.
      *> Overridable via ACCT-CLOSURE-FILE
       SELECT OPTIONAL CLOSURE-MASTER ASSIGN DYNAMIC
           WS-CLOSURE-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLS-ACCOUNT OF CLS-RECORD
           FILE STATUS IS WS-CLOSURE-STATUS.
      *> one closure action per line: CODE,ACCOUNT,BY,REASON
      *> CODE 'R' requests the closure (REASON free text) - or, on
      *> an account whose final statement did not close at zero,
      *> settles what that statement left; 'W' approves the pending
      *> write-off, by someone other than the requester. The file
      *> is optional - a night with no actions only verifies.
      *> Overridable via ACCT-CLOSURE-TXN-FILE
       SELECT OPTIONAL TXN-FILE ASSIGN DYNAMIC WS-TXN-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TXN-STATUS.
      *> the fee schedule FEE-GENERATE prices by - the class's 'X'
      *> lines are its closure fees. Overridable via FEE-SCHEDULE-FILE
       SELECT OPTIONAL SCHEDULE-FILE ASSIGN DYNAMIC
           WS-SCHEDULE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SCHEDULE-STATUS.
      *> the closing balances CUSTOMER-STATEMENT-PRINT carries.
      *> Overridable via STATEMENT-BALANCE-FILE
       SELECT OPTIONAL BALANCE-FILE ASSIGN DYNAMIC
           WS-BALANCE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BALANCE-STATUS.
      *> the cycle's edited transactions, read the way FEE-GENERATE
      *> reads them. Overridable via CALC-TXN-FILE
       SELECT OPTIONAL CYCLE-FILE ASSIGN DYNAMIC WS-CYCLE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CYCLE-STATUS.
      *> closure fees, payouts and approved write-offs go in as
      *> ordinary raw transactions, the way DISPUTE-MAINT feeds its
      *> credits, so they meet the same edit and GL posting.
      *> Overridable via CALC-RAW-TXN-FILE
       SELECT OPTIONAL RAW-FILE ASSIGN DYNAMIC WS-RAW-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RAW-STATUS.
      *> debit balances the customer will not pay are referred for
      *> write-off approval - WRITEOFF,ACCOUNT,DATE,AMOUNT,BY per
      *> referral, appended. Overridable via ACCT-WRITEOFF-FILE
       SELECT OPTIONAL WRITEOFF-FILE ASSIGN DYNAMIC
           WS-WRITEOFF-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WRITEOFF-STATUS.
      *> the final statement hand-off - ACCOUNT,STMTDATE,CLOSING,
      *> SETTLEDATE per line. This run queues accounts with the
      *> date and closing balance blank and the date the settlement
      *> was posted for, zero if nothing was; CUSTOMER-STATEMENT-
      *> PRINT renders them off-cycle once that settlement has come
      *> through and fills in the date and closing balance, which
      *> the next run here verifies. Overridable via
      *> STATEMENT-FINAL-FILE
       SELECT OPTIONAL FINAL-FILE ASSIGN DYNAMIC WS-FINAL-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FINAL-STATUS.
      *> the closure audit trail - DATE,ACCOUNT,EVENT,AMOUNT,DETAIL
      *> per step, appended and never rewritten. Overridable via
      *> ACCT-CLOSURE-LOG-FILE
       SELECT OPTIONAL LOG-FILE ASSIGN DYNAMIC WS-LOG-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOG-STATUS.
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
       FD CLOSURE-MASTER.
       01 CLS-RECORD.
           05 CLS-ACCOUNT PIC 9(10).
           05 CLS-REQUEST-DATE PIC 9(8).
           05 CLS-REQUESTED-BY PIC X(8).
           05 CLS-REASON PIC X(30).
      *> 'W' waiting on write-off approval, 'F' waiting on the final
      *> statement, 'C' closed
           05 CLS-STAGE PIC X(1).
           05 CLS-FINAL-FEES PIC 9(9)V99.
      *> the last settlement: 'P' payout of a credit balance, 'W'
      *> write-off of a debit one, 'N' nothing left to settle
           05 CLS-SETTLE-KIND PIC X(1).
           05 CLS-SETTLE-AMOUNT PIC 9(9)V99.
           05 CLS-SETTLE-DATE PIC 9(8).
           05 CLS-APPROVED-BY PIC X(8).
      *> the last final statement checked and what it closed at -
      *> zero date until one has come back
           05 CLS-VERIFY-DATE PIC 9(8).
           05 CLS-LAST-CLOSING PIC S9(11)V99.
           05 CLS-CLOSE-DATE PIC 9(8).
       FD TXN-FILE.
       01 TXN-RECORD PIC X(100).
       FD SCHEDULE-FILE.
       01 SCHEDULE-RECORD PIC X(60).
       FD BALANCE-FILE.
       01 BALANCE-RECORD PIC X(30).
       FD CYCLE-FILE.
      *> import_statement's CALC-RECORD layout, type code included
       01 CYCLE-RECORD.
           05 CYC-ACCOUNT PIC X(10).
           05 CYC-DATE PIC X(8).
           05 CYC-AMOUNT PIC X(11).
           05 CYC-DC PIC X(1).
           05 CYC-TYPE PIC X(3).
       FD RAW-FILE.
      *> CALC-TXN-EDIT's fixed layout, field for field
       01 RAW-RECORD.
           05 RAW-ACCOUNT PIC 9(10).
           05 RAW-DATE PIC 9(8).
           05 RAW-AMOUNT PIC 9(9)V99.
           05 RAW-DC PIC X(1).
           05 RAW-TYPE PIC X(3).
       FD WRITEOFF-FILE.
       01 WRITEOFF-RECORD PIC X(80).
       FD FINAL-FILE.
       01 FINAL-RECORD PIC X(60).
       FD LOG-FILE.
       01 LOG-RECORD PIC X(132).
       WORKING-STORAGE SECTION.
      *> correctly-sized holders for the literal audit message - a
      *> literal passed straight to LOG-EVENT's LINKAGE would only be
      *> allocated as big as the literal itself, not the LINKAGE PIC
       01 WS-PROGRAM-NAME PIC X(44) VALUE "ACCT-CLOSURE".
       01 WS-EVENT-MESSAGE PIC X(200).
       01 WS-ACCT-FILE-NAME PIC X(80) VALUE "ACCOUNT-MASTER.DAT".
       01 WS-ENV-ACCT-FILE-NAME PIC X(80).
       01 WS-ACCT-STATUS PIC X(2).
       01 WS-CLOSURE-FILE-NAME PIC X(80) VALUE "ACCT-CLOSURE.DAT".
       01 WS-ENV-CLOSURE-FILE-NAME PIC X(80).
       01 WS-CLOSURE-STATUS PIC X(2).
       01 WS-TXN-FILE-NAME PIC X(80)
           VALUE "ACCT-CLOSE-REQUEST.DAT".
       01 WS-ENV-TXN-FILE-NAME PIC X(80).
       01 WS-TXN-STATUS PIC X(2).
       01 WS-SCHEDULE-FILE-NAME PIC X(80) VALUE "FEE-SCHEDULE.DAT".
       01 WS-ENV-SCHEDULE-FILE-NAME PIC X(80).
       01 WS-SCHEDULE-STATUS PIC X(2).
       01 WS-BALANCE-FILE-NAME PIC X(80)
           VALUE "STATEMENT-BALANCES.DAT".
       01 WS-ENV-BALANCE-FILE-NAME PIC X(80).
       01 WS-BALANCE-STATUS PIC X(2).
       01 WS-CYCLE-FILE-NAME PIC X(80) VALUE "TRANSACTIONS.DAT".
       01 WS-ENV-CYCLE-FILE-NAME PIC X(80).
      *> the later cycles run control shows for the date - one byte
      *> per cycle 01-99 - and the one whose TRANSACTIONS-Cnn.DAT is
      *> being read
       01 WS-POSTED-CYCLES PIC X(99).
       01 WS-CYCLE-NO PIC 9(3).
       01 WS-CYCLE-NO-ED PIC 9(2).
       01 WS-CYCLE-STATUS PIC X(2).
       01 WS-RAW-FILE-NAME PIC X(80) VALUE "TRANSACTIONS-RAW.DAT".
       01 WS-ENV-RAW-FILE-NAME PIC X(80).
       01 WS-RAW-STATUS PIC X(2).
       01 WS-RAW-OPEN PIC X(1) VALUE 'N'.
       01 WS-WRITEOFF-FILE-NAME PIC X(80)
           VALUE "ACCT-WRITEOFF-REFERRALS.DAT".
       01 WS-ENV-WRITEOFF-FILE-NAME PIC X(80).
       01 WS-WRITEOFF-STATUS PIC X(2).
       01 WS-WRITEOFF-OPEN PIC X(1) VALUE 'N'.
       01 WS-FINAL-FILE-NAME PIC X(80) VALUE "STATEMENT-FINAL.DAT".
       01 WS-ENV-FINAL-FILE-NAME PIC X(80).
       01 WS-FINAL-STATUS PIC X(2).
       01 WS-LOG-FILE-NAME PIC X(80) VALUE "ACCT-CLOSURE-LOG.DAT".
       01 WS-ENV-LOG-FILE-NAME PIC X(80).
       01 WS-LOG-STATUS PIC X(2).
       01 WS-LOG-OPEN PIC X(1) VALUE 'N'.
       01 WS-EOF PIC X(1).
       01 WS-TXN-EOF PIC X(1) VALUE 'N'.
       01 WS-BUSINESS-DATE PIC 9(8).
       01 WS-ENV-BUSINESS-DATE PIC X(8).
      *> the action being applied
       01 WS-TXN-CODE PIC X(1).
       01 WS-TXN-ACCOUNT PIC X(10).
       01 WS-TXN-BY PIC X(8).
       01 WS-TXN-REASON PIC X(30).
       01 WS-ACCT-FOUND PIC X(1).
       01 WS-CASE-FOUND PIC X(1).
      *> the closure fees for each class, staged for the run
       01 WS-FEE-COUNT PIC 9(3) VALUE 0.
       01 WS-FEE-MAX PIC 9(3) VALUE 200.
       01 WS-FEE-ENTRY OCCURS 200 TIMES.
           05 FEE-CLASS PIC X(2).
           05 FEE-AMOUNT PIC 9(7)V99.
       01 WS-FEE-CLASS-X PIC X(2).
       01 WS-FEE-KIND-X PIC X(1).
       01 WS-FEE-AMOUNT-X PIC X(12).
      *> each account's balance - the carried one plus the cycle's
      *> edited transactions, positive when the customer owes
       01 WS-ACTV-COUNT PIC 9(4) VALUE 0.
       01 WS-ACTV-MAX PIC 9(4) VALUE 2000.
       01 WS-ACTV-ENTRY OCCURS 2000 TIMES.
           05 ACTV-ACCOUNT PIC 9(10).
           05 ACTV-BALANCE PIC S9(11)V99.
       01 WS-ACTV-INDEX PIC 9(4).
       01 WS-FIELD-1 PIC X(20).
       01 WS-FIELD-2 PIC X(20).
       01 WS-FIELD-3 PIC X(20).
       01 WS-FIELD-4 PIC X(20).
       01 WS-TXN-VALUE PIC S9(11)V99.
      *> the final statement hand-off, staged and rewritten at the
      *> end of the run - an entry with no statement date is still
      *> waiting on the statement print
       01 WS-FIN-COUNT PIC 9(3) VALUE 0.
       01 WS-FIN-MAX PIC 9(3) VALUE 500.
       01 WS-FIN-ENTRY OCCURS 500 TIMES.
           05 FIN-ACCOUNT PIC 9(10).
           05 FIN-STMT-DATE PIC 9(8).
           05 FIN-CLOSING PIC S9(11)V99.
           05 FIN-SETTLE-DATE PIC 9(8).
       01 WS-FIN-INDEX PIC 9(3).
       01 I PIC 9(4).
       01 J PIC 9(3).
       01 WS-BALANCE PIC S9(11)V99.
       01 WS-FEES-DUE PIC 9(9)V99.
       01 WS-SETTLE-AMOUNT PIC 9(9)V99.
       01 WS-GEN-AMOUNT PIC 9(9)V99.
       01 WS-GEN-DC PIC X(1).
       01 WS-GEN-TYPE PIC X(3).
       01 WS-GEN-OK PIC X(1).
       01 WS-LOG-EVENT PIC X(10).
       01 WS-LOG-AMOUNT PIC S9(11)V99.
       01 WS-LOG-DETAIL PIC X(60).
       01 WS-LOG-ED PIC -9(11).99.
       01 WS-AMOUNT-ED PIC Z(8)9.99.
       01 WS-BAL-ED PIC -9(11).99.
       01 WS-TXNS-READ PIC 9(5) VALUE 0.
       01 WS-TXNS-APPLIED PIC 9(5) VALUE 0.
       01 WS-TXNS-REJECTED PIC 9(5) VALUE 0.
       01 WS-PAYOUTS PIC 9(5) VALUE 0.
       01 WS-WRITEOFFS-REFERRED PIC 9(5) VALUE 0.
       01 WS-WRITEOFFS-POSTED PIC 9(5) VALUE 0.
       01 WS-FINALS-QUEUED PIC 9(5) VALUE 0.
       01 WS-ACCOUNTS-CLOSED PIC 9(5) VALUE 0.
       01 WS-NOT-ZERO PIC 9(5) VALUE 0.
       01 WS-FAILURES PIC 9(5) VALUE 0.

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
           MOVE SPACES TO WS-ENV-CLOSURE-FILE-NAME
           ACCEPT WS-ENV-CLOSURE-FILE-NAME FROM ENVIRONMENT
               "ACCT-CLOSURE-FILE"
           IF WS-ENV-CLOSURE-FILE-NAME NOT = SPACES
               MOVE WS-ENV-CLOSURE-FILE-NAME TO WS-CLOSURE-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-TXN-FILE-NAME
           ACCEPT WS-ENV-TXN-FILE-NAME FROM ENVIRONMENT
               "ACCT-CLOSURE-TXN-FILE"
           IF WS-ENV-TXN-FILE-NAME NOT = SPACES
               MOVE WS-ENV-TXN-FILE-NAME TO WS-TXN-FILE-NAME
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
           MOVE SPACES TO WS-ENV-CYCLE-FILE-NAME
           ACCEPT WS-ENV-CYCLE-FILE-NAME FROM ENVIRONMENT
               "CALC-TXN-FILE"
           IF WS-ENV-CYCLE-FILE-NAME NOT = SPACES
               MOVE WS-ENV-CYCLE-FILE-NAME TO WS-CYCLE-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-RAW-FILE-NAME
           ACCEPT WS-ENV-RAW-FILE-NAME FROM ENVIRONMENT
               "CALC-RAW-TXN-FILE"
           IF WS-ENV-RAW-FILE-NAME NOT = SPACES
               MOVE WS-ENV-RAW-FILE-NAME TO WS-RAW-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-WRITEOFF-FILE-NAME
           ACCEPT WS-ENV-WRITEOFF-FILE-NAME FROM ENVIRONMENT
               "ACCT-WRITEOFF-FILE"
           IF WS-ENV-WRITEOFF-FILE-NAME NOT = SPACES
               MOVE WS-ENV-WRITEOFF-FILE-NAME TO WS-WRITEOFF-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-FINAL-FILE-NAME
           ACCEPT WS-ENV-FINAL-FILE-NAME FROM ENVIRONMENT
               "STATEMENT-FINAL-FILE"
           IF WS-ENV-FINAL-FILE-NAME NOT = SPACES
               MOVE WS-ENV-FINAL-FILE-NAME TO WS-FINAL-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-LOG-FILE-NAME
           ACCEPT WS-ENV-LOG-FILE-NAME FROM ENVIRONMENT
               "ACCT-CLOSURE-LOG-FILE"
           IF WS-ENV-LOG-FILE-NAME NOT = SPACES
               MOVE WS-ENV-LOG-FILE-NAME TO WS-LOG-FILE-NAME
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
           PERFORM LOAD-SCHEDULE THRU LOAD-SCHEDULE-EXIT
           PERFORM LOAD-OPENING-BALANCES
               THRU LOAD-OPENING-BALANCES-EXIT
           PERFORM APPLY-CYCLE-TRANSACTIONS
               THRU APPLY-CYCLE-TRANSACTIONS-EXIT
           PERFORM APPLY-LATER-CYCLES THRU APPLY-LATER-CYCLES-EXIT
           PERFORM LOAD-FINAL-STATEMENTS
               THRU LOAD-FINAL-STATEMENTS-EXIT
           OPEN I-O ACCT-MASTER.
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "ACCT-CLOSURE: account master not "
                   "available - " TRIM(WS-ACCT-FILE-NAME)
                   ", file status " WS-ACCT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O CLOSURE-MASTER.
      *> OPTIONAL I-O on a master that is not there yet creates it
      *> and reports 05 - usable, not a failure
           IF WS-CLOSURE-STATUS NOT = "00"
                   AND WS-CLOSURE-STATUS NOT = "05"
               DISPLAY "ACCT-CLOSURE: cannot open closure master "
                   TRIM(WS-CLOSURE-FILE-NAME) " - file status "
                   WS-CLOSURE-STATUS
               CLOSE ACCT-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND LOG-FILE.
      *> OUTPUT on a file that does not exist yet reports status 05
      *> on this runtime even though it creates the file underneath
           IF WS-LOG-STATUS = "00" OR WS-LOG-STATUS = "05"
               MOVE 'Y' TO WS-LOG-OPEN
           ELSE
               DISPLAY "ACCT-CLOSURE: cannot open closure log "
                   TRIM(WS-LOG-FILE-NAME) " - file status "
                   WS-LOG-STATUS
               CLOSE ACCT-MASTER CLOSURE-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "===== Account closure run ====="
           DISPLAY "Business date:         " WS-BUSINESS-DATE
      *> final statements that came back since the last run are
      *> verified first - an account closes only on a statement that
      *> ended at zero
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-FIN-COUNT
               IF FIN-STMT-DATE(J) NOT = 0
                   MOVE J TO WS-FIN-INDEX
                   PERFORM VERIFY-FINAL-STATEMENT
                       THRU VERIFY-FINAL-STATEMENT-EXIT
               END-IF
           END-PERFORM
           OPEN INPUT TXN-FILE
           IF WS-TXN-STATUS = "00"
               PERFORM UNTIL WS-TXN-EOF = 'Y'
                   READ TXN-FILE INTO TXN-RECORD
                       AT END
                           MOVE 'Y' TO WS-TXN-EOF
                       NOT AT END
                           PERFORM APPLY-TRANSACTION
                               THRU APPLY-TRANSACTION-EXIT
                   END-READ
               END-PERFORM
               CLOSE TXN-FILE
           ELSE
               IF WS-TXN-STATUS = "05"
                   CLOSE TXN-FILE
               END-IF
               DISPLAY "ACCT-CLOSURE: no closure actions on "
                   TRIM(WS-TXN-FILE-NAME) " - verification only"
           END-IF
           PERFORM SAVE-FINAL-STATEMENTS
           CLOSE ACCT-MASTER.
           CLOSE CLOSURE-MASTER.
           CLOSE LOG-FILE.
           IF WS-RAW-OPEN = 'Y'
               CLOSE RAW-FILE
           END-IF
           IF WS-WRITEOFF-OPEN = 'Y'
               CLOSE WRITEOFF-FILE
           END-IF
           DISPLAY "Actions read:          " WS-TXNS-READ
           DISPLAY "Actions applied:       " WS-TXNS-APPLIED
           DISPLAY "Actions rejected:      " WS-TXNS-REJECTED
           DISPLAY "Balances paid out:     " WS-PAYOUTS
           DISPLAY "Write-offs referred:   " WS-WRITEOFFS-REFERRED
           DISPLAY "Write-offs posted:     " WS-WRITEOFFS-POSTED
           DISPLAY "Final statements due:  " WS-FINALS-QUEUED
           DISPLAY "Accounts closed:       " WS-ACCOUNTS-CLOSED
           DISPLAY "Final not at zero:     " WS-NOT-ZERO
           DISPLAY "===== End of account closure run ====="
           MOVE SPACES TO WS-EVENT-MESSAGE
           STRING "closure run " WS-BUSINESS-DATE ": "
                   WS-ACCOUNTS-CLOSED " closed, " WS-FINALS-QUEUED
                   " final statement(s) due, " WS-WRITEOFFS-REFERRED
                   " write-off(s) referred"
               DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
           CALL "LOG-EVENT" USING WS-PROGRAM-NAME WS-EVENT-MESSAGE
      *> RETURN-CODE: 0 = every action applied and every final
      *> statement back at zero, 4 = an action rejected or a final
      *> statement not at zero, 8 = a settlement could not be
      *> written or an account not flipped
           EVALUATE TRUE
               WHEN WS-FAILURES > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-TXNS-REJECTED > 0 OR WS-NOT-ZERO > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       APPLY-TRANSACTION.
           MOVE SPACES TO WS-TXN-CODE WS-TXN-ACCOUNT WS-TXN-BY
               WS-TXN-REASON
           UNSTRING TXN-RECORD DELIMITED BY ","
               INTO WS-TXN-CODE WS-TXN-ACCOUNT WS-TXN-BY
                   WS-TXN-REASON
           ADD 1 TO WS-TXNS-READ
           MOVE UPPER-CASE(WS-TXN-CODE) TO WS-TXN-CODE
           IF WS-TXN-ACCOUNT NOT NUMERIC OR WS-TXN-BY = SPACES
               MOVE "action must name the account and who asks"
                   TO WS-LOG-DETAIL
               PERFORM REJECT-TRANSACTION
               GO TO APPLY-TRANSACTION-EXIT
           END-IF
           MOVE 'N' TO WS-ACCT-FOUND
           MOVE WS-TXN-ACCOUNT TO ACCT-NUMBER OF ACCT-RECORD
           READ ACCT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ACCT-FOUND
           END-READ
           MOVE 'N' TO WS-CASE-FOUND
           MOVE WS-TXN-ACCOUNT TO CLS-ACCOUNT OF CLS-RECORD
           READ CLOSURE-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CASE-FOUND
           END-READ
           EVALUATE WS-TXN-CODE
               WHEN 'R'
                   IF WS-CASE-FOUND = 'Y'
                       PERFORM SETTLE-RESIDUAL
                           THRU SETTLE-RESIDUAL-EXIT
                   ELSE
                       PERFORM REQUEST-CLOSURE
                           THRU REQUEST-CLOSURE-EXIT
                   END-IF
               WHEN 'W'
                   PERFORM APPROVE-WRITEOFF
                       THRU APPROVE-WRITEOFF-EXIT
               WHEN OTHER
                   MOVE "unknown action code - R or W expected"
                       TO WS-LOG-DETAIL
                   PERFORM REJECT-TRANSACTION
           END-EVALUATE.
       APPLY-TRANSACTION-EXIT.
           EXIT.

       REQUEST-CLOSURE.
           IF WS-ACCT-FOUND = 'N'
               MOVE "no such account on the master" TO WS-LOG-DETAIL
               PERFORM REJECT-TRANSACTION
               GO TO REQUEST-CLOSURE-EXIT
           END-IF
           IF ACCT-STATUS = 'C'
               MOVE "account already closed" TO WS-LOG-DETAIL
               PERFORM REJECT-TRANSACTION
               GO TO REQUEST-CLOSURE-EXIT
           END-IF
           MOVE ACCT-NUMBER TO CLS-ACCOUNT
           MOVE WS-BUSINESS-DATE TO CLS-REQUEST-DATE
           MOVE WS-TXN-BY TO CLS-REQUESTED-BY
           MOVE WS-TXN-REASON TO CLS-REASON
           MOVE SPACES TO CLS-APPROVED-BY
           MOVE 0 TO CLS-FINAL-FEES CLS-SETTLE-AMOUNT CLS-SETTLE-DATE
               CLS-VERIFY-DATE CLS-LAST-CLOSING CLS-CLOSE-DATE
           MOVE 0 TO WS-LOG-AMOUNT
           MOVE "REQUESTED" TO WS-LOG-EVENT
           MOVE WS-TXN-REASON TO WS-LOG-DETAIL
           PERFORM WRITE-LOG-ENTRY
      *> the closure fees the class carries post first, so they are
      *> part of what the settlement clears
           PERFORM FIND-BALANCE
           MOVE 0 TO WS-FEES-DUE
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-FEE-COUNT
               IF FEE-CLASS(J) = ACCT-CLASS
                   ADD FEE-AMOUNT(J) TO WS-FEES-DUE
               END-IF
           END-PERFORM
           IF WS-FEES-DUE > 0
               MOVE WS-FEES-DUE TO WS-GEN-AMOUNT
               MOVE 'D' TO WS-GEN-DC
               MOVE "FEE" TO WS-GEN-TYPE
               PERFORM GENERATE-TRANSACTION
                   THRU GENERATE-TRANSACTION-EXIT
               IF WS-GEN-OK NOT = 'Y'
                   ADD 1 TO WS-FAILURES
                   MOVE "closure fee could not be written"
                       TO WS-LOG-DETAIL
                   PERFORM REJECT-TRANSACTION
                   GO TO REQUEST-CLOSURE-EXIT
               END-IF
               ADD WS-FEES-DUE TO WS-BALANCE
               MOVE WS-FEES-DUE TO CLS-FINAL-FEES WS-LOG-AMOUNT
               MOVE "FINAL-FEE" TO WS-LOG-EVENT
               MOVE "closure fee posted" TO WS-LOG-DETAIL
               PERFORM WRITE-LOG-ENTRY
           END-IF
           PERFORM SETTLE-BALANCE THRU SETTLE-BALANCE-EXIT
           IF WS-GEN-OK NOT = 'Y'
               GO TO REQUEST-CLOSURE-EXIT
           END-IF
           WRITE CLS-RECORD
               INVALID KEY
                   ADD 1 TO WS-FAILURES
                   DISPLAY "ACCT-CLOSURE: closure case not written "
                       "for account " CLS-ACCOUNT " - file status "
                       WS-CLOSURE-STATUS
               NOT INVALID KEY
                   PERFORM ACCEPT-TRANSACTION
           END-WRITE.
       REQUEST-CLOSURE-EXIT.
           EXIT.

       SETTLE-RESIDUAL.
      *> a repeat request only makes sense once a final statement has
      *> come back short of zero - it settles exactly what that
      *> statement left, no further fees
           IF CLS-STAGE NOT = 'F' OR CLS-VERIFY-DATE = 0
             OR CLS-LAST-CLOSING = 0
               MOVE "closure already in hand for this account"
                   TO WS-LOG-DETAIL
               PERFORM REJECT-TRANSACTION
               GO TO SETTLE-RESIDUAL-EXIT
           END-IF
           PERFORM FIND-FINAL-ENTRY
           IF WS-FIN-INDEX NOT = 0
               MOVE "final statement still outstanding"
                   TO WS-LOG-DETAIL
               PERFORM REJECT-TRANSACTION
               GO TO SETTLE-RESIDUAL-EXIT
           END-IF
           MOVE CLS-LAST-CLOSING TO WS-BALANCE
           MOVE 0 TO WS-LOG-AMOUNT
           MOVE "RESETTLE" TO WS-LOG-EVENT
           MOVE WS-TXN-REASON TO WS-LOG-DETAIL
           PERFORM WRITE-LOG-ENTRY
           PERFORM SETTLE-BALANCE THRU SETTLE-BALANCE-EXIT
           IF WS-GEN-OK NOT = 'Y'
               GO TO SETTLE-RESIDUAL-EXIT
           END-IF
           MOVE SPACES TO CLS-APPROVED-BY
           REWRITE CLS-RECORD
               INVALID KEY
                   ADD 1 TO WS-FAILURES
                   DISPLAY "ACCT-CLOSURE: closure case not updated "
                       "for account " CLS-ACCOUNT " - file status "
                       WS-CLOSURE-STATUS
               NOT INVALID KEY
                   PERFORM ACCEPT-TRANSACTION
           END-REWRITE.
       SETTLE-RESIDUAL-EXIT.
           EXIT.

       SETTLE-BALANCE.
      *> a credit balance is the customer's money - paid out as an
      *> RFD debit that takes the account to zero and that
      *> REFUND-CHECK-ISSUE cuts the check for; a debit balance is
      *> referred for write-off and waits for approval
           MOVE 'Y' TO WS-GEN-OK
           MOVE WS-BUSINESS-DATE TO CLS-SETTLE-DATE
           EVALUATE TRUE
               WHEN WS-BALANCE < 0
                   COMPUTE WS-SETTLE-AMOUNT = 0 - WS-BALANCE
                   MOVE WS-SETTLE-AMOUNT TO WS-GEN-AMOUNT
                   MOVE 'D' TO WS-GEN-DC
                   MOVE "RFD" TO WS-GEN-TYPE
                   PERFORM GENERATE-TRANSACTION
                       THRU GENERATE-TRANSACTION-EXIT
                   IF WS-GEN-OK NOT = 'Y'
                       ADD 1 TO WS-FAILURES
                       MOVE "payout could not be written"
                           TO WS-LOG-DETAIL
                       PERFORM REJECT-TRANSACTION
                       GO TO SETTLE-BALANCE-EXIT
                   END-IF
                   ADD 1 TO WS-PAYOUTS
                   MOVE 'P' TO CLS-SETTLE-KIND
                   MOVE WS-SETTLE-AMOUNT TO CLS-SETTLE-AMOUNT
                   MOVE WS-SETTLE-AMOUNT TO WS-LOG-AMOUNT
                   MOVE "PAYOUT" TO WS-LOG-EVENT
                   MOVE "credit balance refunded to the customer"
                       TO WS-LOG-DETAIL
                   PERFORM WRITE-LOG-ENTRY
                   PERFORM QUEUE-FINAL-STATEMENT
               WHEN WS-BALANCE > 0
                   MOVE WS-BALANCE TO WS-SETTLE-AMOUNT
                   PERFORM REFER-WRITEOFF THRU REFER-WRITEOFF-EXIT
                   IF WS-GEN-OK NOT = 'Y'
                       ADD 1 TO WS-FAILURES
                       MOVE "write-off referral could not be written"
                           TO WS-LOG-DETAIL
                       PERFORM REJECT-TRANSACTION
                       GO TO SETTLE-BALANCE-EXIT
                   END-IF
                   MOVE 'W' TO CLS-SETTLE-KIND CLS-STAGE
                   MOVE WS-SETTLE-AMOUNT TO CLS-SETTLE-AMOUNT
               WHEN OTHER
                   MOVE 'N' TO CLS-SETTLE-KIND
                   MOVE 0 TO CLS-SETTLE-AMOUNT
                   PERFORM QUEUE-FINAL-STATEMENT
           END-EVALUATE.
       SETTLE-BALANCE-EXIT.
           EXIT.

       REFER-WRITEOFF.
           MOVE 'N' TO WS-GEN-OK
           IF WS-WRITEOFF-OPEN NOT = 'Y'
               OPEN EXTEND WRITEOFF-FILE
      *> OUTPUT on a file that does not exist yet reports status 05
      *> on this runtime even though it creates the file underneath
               IF WS-WRITEOFF-STATUS NOT = "00"
                       AND WS-WRITEOFF-STATUS NOT = "05"
                   DISPLAY "ACCT-CLOSURE: cannot extend write-off "
                       "referrals " TRIM(WS-WRITEOFF-FILE-NAME)
                       " - file status " WS-WRITEOFF-STATUS
                   GO TO REFER-WRITEOFF-EXIT
               END-IF
               MOVE 'Y' TO WS-WRITEOFF-OPEN
           END-IF
           MOVE WS-SETTLE-AMOUNT TO WS-AMOUNT-ED
           MOVE SPACES TO WRITEOFF-RECORD
           STRING "WRITEOFF," CLS-ACCOUNT "," WS-BUSINESS-DATE ","
                   TRIM(WS-AMOUNT-ED) "," TRIM(CLS-REQUESTED-BY)
               DELIMITED BY SIZE INTO WRITEOFF-RECORD
           WRITE WRITEOFF-RECORD
           MOVE 'Y' TO WS-GEN-OK
           ADD 1 TO WS-WRITEOFFS-REFERRED
           MOVE WS-SETTLE-AMOUNT TO WS-LOG-AMOUNT
           MOVE "WRITEOFF-R" TO WS-LOG-EVENT
           MOVE "debit balance referred for write-off"
               TO WS-LOG-DETAIL
           PERFORM WRITE-LOG-ENTRY
           DISPLAY "  REFERRED    " CLS-ACCOUNT " write-off "
               WS-AMOUNT-ED.
       REFER-WRITEOFF-EXIT.
           EXIT.

       APPROVE-WRITEOFF.
           IF WS-CASE-FOUND = 'N'
               MOVE "no closure in hand for this account"
                   TO WS-LOG-DETAIL
               PERFORM REJECT-TRANSACTION
               GO TO APPROVE-WRITEOFF-EXIT
           END-IF
           IF CLS-STAGE NOT = 'W'
               MOVE "no write-off waiting on approval"
                   TO WS-LOG-DETAIL
               PERFORM REJECT-TRANSACTION
               GO TO APPROVE-WRITEOFF-EXIT
           END-IF
      *> the write-off needs a second pair of hands
           IF WS-TXN-BY = CLS-REQUESTED-BY
               MOVE "write-off cannot be approved by the requester"
                   TO WS-LOG-DETAIL
               PERFORM REJECT-TRANSACTION
               GO TO APPROVE-WRITEOFF-EXIT
           END-IF
           MOVE CLS-SETTLE-AMOUNT TO WS-GEN-AMOUNT
           MOVE 'C' TO WS-GEN-DC
           MOVE "WOF" TO WS-GEN-TYPE
           PERFORM GENERATE-TRANSACTION
               THRU GENERATE-TRANSACTION-EXIT
           IF WS-GEN-OK NOT = 'Y'
               ADD 1 TO WS-FAILURES
               MOVE "write-off could not be written" TO WS-LOG-DETAIL
               PERFORM REJECT-TRANSACTION
               GO TO APPROVE-WRITEOFF-EXIT
           END-IF
           ADD 1 TO WS-WRITEOFFS-POSTED
           MOVE WS-TXN-BY TO CLS-APPROVED-BY
           MOVE WS-BUSINESS-DATE TO CLS-SETTLE-DATE
           MOVE CLS-SETTLE-AMOUNT TO WS-LOG-AMOUNT
           MOVE "WRITEOFF-A" TO WS-LOG-EVENT
           MOVE SPACES TO WS-LOG-DETAIL
           STRING "write-off approved by " WS-TXN-BY
               DELIMITED BY SIZE INTO WS-LOG-DETAIL
           PERFORM WRITE-LOG-ENTRY
           PERFORM QUEUE-FINAL-STATEMENT
           REWRITE CLS-RECORD
               INVALID KEY
                   ADD 1 TO WS-FAILURES
                   DISPLAY "ACCT-CLOSURE: closure case not updated "
                       "for account " CLS-ACCOUNT " - file status "
                       WS-CLOSURE-STATUS
               NOT INVALID KEY
                   PERFORM ACCEPT-TRANSACTION
           END-REWRITE.
       APPROVE-WRITEOFF-EXIT.
           EXIT.

       QUEUE-FINAL-STATEMENT.
      *> the account waits on an out-of-cycle final statement that
      *> shows the settlement going through
           MOVE 'F' TO CLS-STAGE
           PERFORM FIND-FINAL-ENTRY
           IF WS-FIN-INDEX = 0
               IF WS-FIN-COUNT >= WS-FIN-MAX
                   ADD 1 TO WS-FAILURES
                   DISPLAY "ACCT-CLOSURE: final statement table full "
                       "- account " CLS-ACCOUNT " not queued"
                   GO TO QUEUE-FINAL-STATEMENT-EXIT
               END-IF
               ADD 1 TO WS-FIN-COUNT
               MOVE WS-FIN-COUNT TO WS-FIN-INDEX
           END-IF
           MOVE CLS-ACCOUNT TO FIN-ACCOUNT(WS-FIN-INDEX)
           MOVE 0 TO FIN-STMT-DATE(WS-FIN-INDEX)
               FIN-CLOSING(WS-FIN-INDEX)
      *> the statement is not cut until the payout or write-off has
      *> posted - one cut ahead of it would come back short by
      *> exactly the settlement, and a repeat request would pay it
      *> a second time
           IF CLS-SETTLE-KIND = 'N'
               MOVE 0 TO FIN-SETTLE-DATE(WS-FIN-INDEX)
           ELSE
               MOVE CLS-SETTLE-DATE TO FIN-SETTLE-DATE(WS-FIN-INDEX)
           END-IF
           ADD 1 TO WS-FINALS-QUEUED
           MOVE 0 TO WS-LOG-AMOUNT
           MOVE "FINAL-STMT" TO WS-LOG-EVENT
           MOVE "out-of-cycle final statement requested"
               TO WS-LOG-DETAIL
           PERFORM WRITE-LOG-ENTRY.
       QUEUE-FINAL-STATEMENT-EXIT.
           EXIT.

       VERIFY-FINAL-STATEMENT.
           MOVE FIN-ACCOUNT(WS-FIN-INDEX) TO CLS-ACCOUNT OF CLS-RECORD
           READ CLOSURE-MASTER
               INVALID KEY
                   DISPLAY "ACCT-CLOSURE: final statement for account "
                       FIN-ACCOUNT(WS-FIN-INDEX) " has no closure "
                       "case - dropped"
                   MOVE 0 TO FIN-ACCOUNT(WS-FIN-INDEX)
                   GO TO VERIFY-FINAL-STATEMENT-EXIT
           END-READ
           IF CLS-STAGE NOT = 'F'
               DISPLAY "ACCT-CLOSURE: final statement for account "
                   FIN-ACCOUNT(WS-FIN-INDEX) " not awaited - stage "
                   CLS-STAGE ", dropped"
               MOVE 0 TO FIN-ACCOUNT(WS-FIN-INDEX)
               GO TO VERIFY-FINAL-STATEMENT-EXIT
           END-IF
      *> a statement dated before the settlement cannot show it -
      *> it goes back on the queue rather than being judged short
           IF CLS-SETTLE-KIND NOT = 'N'
             AND FIN-STMT-DATE(WS-FIN-INDEX) < CLS-SETTLE-DATE
               DISPLAY "  REQUEUED    " CLS-ACCOUNT " final statement "
                   FIN-STMT-DATE(WS-FIN-INDEX) " predates settlement "
                   CLS-SETTLE-DATE
               MOVE 0 TO FIN-STMT-DATE(WS-FIN-INDEX)
                   FIN-CLOSING(WS-FIN-INDEX)
               MOVE CLS-SETTLE-DATE TO FIN-SETTLE-DATE(WS-FIN-INDEX)
               GO TO VERIFY-FINAL-STATEMENT-EXIT
           END-IF
           MOVE FIN-STMT-DATE(WS-FIN-INDEX) TO CLS-VERIFY-DATE
           MOVE FIN-CLOSING(WS-FIN-INDEX) TO CLS-LAST-CLOSING
      *> the hand-off entry is spent either way - a statement that
      *> came back short waits on a repeat request to settle it
           MOVE 0 TO FIN-ACCOUNT(WS-FIN-INDEX)
           IF CLS-LAST-CLOSING NOT = 0
               ADD 1 TO WS-NOT-ZERO
               MOVE CLS-LAST-CLOSING TO WS-LOG-AMOUNT WS-BAL-ED
               MOVE "NOT-ZERO" TO WS-LOG-EVENT
               MOVE SPACES TO WS-LOG-DETAIL
               STRING "final statement " CLS-VERIFY-DATE
                       " not at zero - account stays open"
                   DELIMITED BY SIZE INTO WS-LOG-DETAIL
               PERFORM WRITE-LOG-ENTRY
               DISPLAY "  NOT ZERO    " CLS-ACCOUNT " final statement "
                   CLS-VERIFY-DATE " closed at " WS-BAL-ED
               REWRITE CLS-RECORD
                   INVALID KEY
                       ADD 1 TO WS-FAILURES
               END-REWRITE
               GO TO VERIFY-FINAL-STATEMENT-EXIT
           END-IF
           MOVE CLS-ACCOUNT TO ACCT-NUMBER OF ACCT-RECORD
           READ ACCT-MASTER
               INVALID KEY
                   ADD 1 TO WS-FAILURES
                   DISPLAY "ACCT-CLOSURE: account " CLS-ACCOUNT
                       " gone from the master - not closed"
                   GO TO VERIFY-FINAL-STATEMENT-EXIT
           END-READ
           MOVE 'C' TO ACCT-STATUS
           REWRITE ACCT-RECORD
               INVALID KEY
                   ADD 1 TO WS-FAILURES
                   DISPLAY "ACCT-CLOSURE: cannot close account "
                       CLS-ACCOUNT " - file status " WS-ACCT-STATUS
                   GO TO VERIFY-FINAL-STATEMENT-EXIT
           END-REWRITE
           MOVE 'C' TO CLS-STAGE
           MOVE WS-BUSINESS-DATE TO CLS-CLOSE-DATE
           REWRITE CLS-RECORD
               INVALID KEY
                   ADD 1 TO WS-FAILURES
                   DISPLAY "ACCT-CLOSURE: account " CLS-ACCOUNT
                       " closed but case not updated - file status "
                       WS-CLOSURE-STATUS
           END-REWRITE
           ADD 1 TO WS-ACCOUNTS-CLOSED
           MOVE 0 TO WS-LOG-AMOUNT
           MOVE "CLOSED" TO WS-LOG-EVENT
           MOVE SPACES TO WS-LOG-DETAIL
           STRING "final statement " CLS-VERIFY-DATE
                   " verified at zero"
               DELIMITED BY SIZE INTO WS-LOG-DETAIL
           PERFORM WRITE-LOG-ENTRY
           DISPLAY "  CLOSED      " CLS-ACCOUNT " " ACCT-NAME
           MOVE SPACES TO WS-EVENT-MESSAGE
           STRING "account " CLS-ACCOUNT " closed - final statement "
                   CLS-VERIFY-DATE " at zero"
               DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
           CALL "LOG-EVENT" USING WS-PROGRAM-NAME WS-EVENT-MESSAGE.
       VERIFY-FINAL-STATEMENT-EXIT.
           EXIT.

       GENERATE-TRANSACTION.
           MOVE 'N' TO WS-GEN-OK
           IF WS-RAW-OPEN NOT = 'Y'
               OPEN EXTEND RAW-FILE
      *> OUTPUT on a file that does not exist yet reports status 05
      *> on this runtime even though it creates the file underneath
               IF WS-RAW-STATUS NOT = "00" AND WS-RAW-STATUS NOT = "05"
                   DISPLAY "ACCT-CLOSURE: cannot extend raw "
                       "transaction file " TRIM(WS-RAW-FILE-NAME)
                       " - file status " WS-RAW-STATUS
                   GO TO GENERATE-TRANSACTION-EXIT
               END-IF
               MOVE 'Y' TO WS-RAW-OPEN
           END-IF
           MOVE SPACES TO RAW-RECORD
           MOVE CLS-ACCOUNT TO RAW-ACCOUNT
           MOVE WS-BUSINESS-DATE TO RAW-DATE
           MOVE WS-GEN-AMOUNT TO RAW-AMOUNT
           MOVE WS-GEN-DC TO RAW-DC
           MOVE WS-GEN-TYPE TO RAW-TYPE
           WRITE RAW-RECORD
           MOVE 'Y' TO WS-GEN-OK
           MOVE WS-GEN-AMOUNT TO WS-AMOUNT-ED
           DISPLAY "  GENERATED   " CLS-ACCOUNT " " WS-GEN-TYPE " "
               WS-GEN-DC " " WS-AMOUNT-ED.
       GENERATE-TRANSACTION-EXIT.
           EXIT.

       WRITE-LOG-ENTRY.
           MOVE WS-LOG-AMOUNT TO WS-LOG-ED
           MOVE SPACES TO LOG-RECORD
           STRING WS-BUSINESS-DATE "," CLS-ACCOUNT "," WS-LOG-EVENT
                   "," TRIM(WS-LOG-ED) "," TRIM(WS-LOG-DETAIL)
               DELIMITED BY SIZE INTO LOG-RECORD
           WRITE LOG-RECORD.

       ACCEPT-TRANSACTION.
           ADD 1 TO WS-TXNS-APPLIED
           MOVE SPACES TO WS-EVENT-MESSAGE
           STRING "closure " WS-TXN-CODE ": account " CLS-ACCOUNT
                   " by " WS-TXN-BY " - stage " CLS-STAGE
               DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
           CALL "LOG-EVENT" USING WS-PROGRAM-NAME WS-EVENT-MESSAGE.

       REJECT-TRANSACTION.
      *> rejects land in the closure log too - the trail has to show
      *> what was asked for as well as what was done
           ADD 1 TO WS-TXNS-REJECTED
           DISPLAY "ACCT-CLOSURE: " WS-TXN-CODE " rejected for "
               "account " WS-TXN-ACCOUNT " - " TRIM(WS-LOG-DETAIL)
           IF WS-TXN-ACCOUNT IS NUMERIC
               MOVE WS-TXN-ACCOUNT TO CLS-ACCOUNT
           ELSE
               MOVE 0 TO CLS-ACCOUNT
           END-IF
           MOVE 0 TO WS-LOG-AMOUNT
           MOVE "REJECTED" TO WS-LOG-EVENT
           PERFORM WRITE-LOG-ENTRY
           MOVE SPACES TO WS-EVENT-MESSAGE
           STRING "closure " WS-TXN-CODE " REJECTED: account "
                   WS-TXN-ACCOUNT " - " TRIM(WS-LOG-DETAIL)
               DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
           CALL "LOG-EVENT" USING WS-PROGRAM-NAME WS-EVENT-MESSAGE.

       FIND-BALANCE.
           MOVE 0 TO WS-BALANCE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ACTV-COUNT
               IF ACTV-ACCOUNT(I) = ACCT-NUMBER
                   MOVE ACTV-BALANCE(I) TO WS-BALANCE
                   MOVE WS-ACTV-COUNT TO I
               END-IF
           END-PERFORM.

       FIND-FINAL-ENTRY.
           MOVE 0 TO WS-FIN-INDEX
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-FIN-COUNT
               IF FIN-ACCOUNT(J) = CLS-ACCOUNT
                   MOVE J TO WS-FIN-INDEX
                   MOVE WS-FIN-COUNT TO J
               END-IF
           END-PERFORM.

       LOAD-SCHEDULE.
      *> only the 'X' closure-fee lines matter here; FEE-GENERATE
      *> owns the rest of the schedule
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
                           WS-FEE-AMOUNT-X
                       UNSTRING SCHEDULE-RECORD DELIMITED BY ","
                           INTO WS-FEE-CLASS-X WS-FEE-KIND-X
                               WS-FEE-AMOUNT-X
                       IF UPPER-CASE(WS-FEE-KIND-X) = 'X'
                         AND WS-FEE-AMOUNT-X NOT = SPACES
                         AND TEST-NUMVAL(WS-FEE-AMOUNT-X) = 0
                         AND WS-FEE-COUNT < WS-FEE-MAX
                           ADD 1 TO WS-FEE-COUNT
                           MOVE UPPER-CASE(WS-FEE-CLASS-X)
                               TO FEE-CLASS(WS-FEE-COUNT)
                           MOVE NUMVAL(WS-FEE-AMOUNT-X)
                               TO FEE-AMOUNT(WS-FEE-COUNT)
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
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BALANCE-FILE.
       LOAD-OPENING-BALANCES-EXIT.
           EXIT.

       APPLY-CYCLE-TRANSACTIONS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT CYCLE-FILE
           IF WS-CYCLE-STATUS NOT = "00"
               IF WS-CYCLE-STATUS = "05"
                   CLOSE CYCLE-FILE
               END-IF
               GO TO APPLY-CYCLE-TRANSACTIONS-EXIT
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CYCLE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
      *> only real detail counts - the trailer and any malformed
      *> stragglers stay behind
                       IF CYC-ACCOUNT IS NUMERIC
                         AND CYC-AMOUNT IS NUMERIC
                           PERFORM APPLY-ONE-TRANSACTION
                               THRU APPLY-ONE-TRANSACTION-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CYCLE-FILE.
       APPLY-CYCLE-TRANSACTIONS-EXIT.
           EXIT.

       APPLY-LATER-CYCLES.
      *> cycle 01's file keeps the name it always had; each later
      *> cycle the driver posted for the date left its own
      *> TRANSACTIONS-Cnn.DAT beside it. Those carry no date, so only
      *> the cycles run control shows for the date are read - one
      *> left over from an earlier day is not today's business. A
      *> file named outright via CALC-TXN-FILE is read alone
           IF WS-ENV-CYCLE-FILE-NAME NOT = SPACES
               GO TO APPLY-LATER-CYCLES-EXIT
           END-IF
           CALL "CALC-CYCLE-LOOKUP" USING WS-BUSINESS-DATE
               WS-POSTED-CYCLES
           PERFORM VARYING WS-CYCLE-NO FROM 2 BY 1
                   UNTIL WS-CYCLE-NO > 99
               IF WS-POSTED-CYCLES(WS-CYCLE-NO:1) = 'Y'
                   MOVE WS-CYCLE-NO TO WS-CYCLE-NO-ED
                   MOVE SPACES TO WS-CYCLE-FILE-NAME
                   STRING "TRANSACTIONS-C" WS-CYCLE-NO-ED ".DAT"
                       DELIMITED BY SIZE INTO WS-CYCLE-FILE-NAME
                   PERFORM APPLY-CYCLE-TRANSACTIONS
                       THRU APPLY-CYCLE-TRANSACTIONS-EXIT
               END-IF
           END-PERFORM
           MOVE "TRANSACTIONS.DAT" TO WS-CYCLE-FILE-NAME.
       APPLY-LATER-CYCLES-EXIT.
           EXIT.

       APPLY-ONE-TRANSACTION.
           MOVE 0 TO WS-ACTV-INDEX
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ACTV-COUNT
               IF ACTV-ACCOUNT(I) = NUMVAL(CYC-ACCOUNT)
                   MOVE I TO WS-ACTV-INDEX
                   MOVE WS-ACTV-COUNT TO I
               END-IF
           END-PERFORM
           IF WS-ACTV-INDEX = 0
               IF WS-ACTV-COUNT >= WS-ACTV-MAX
                   DISPLAY "ACCT-CLOSURE: balance table full - "
                       "account " CYC-ACCOUNT " left at carried balance"
                   GO TO APPLY-ONE-TRANSACTION-EXIT
               END-IF
               ADD 1 TO WS-ACTV-COUNT
               MOVE WS-ACTV-COUNT TO WS-ACTV-INDEX
               MOVE NUMVAL(CYC-ACCOUNT) TO ACTV-ACCOUNT(WS-ACTV-INDEX)
               MOVE 0 TO ACTV-BALANCE(WS-ACTV-INDEX)
           END-IF
           COMPUTE WS-TXN-VALUE = NUMVAL(CYC-AMOUNT) / 100
           IF UPPER-CASE(CYC-DC) = 'C'
               COMPUTE WS-TXN-VALUE = 0 - WS-TXN-VALUE
           END-IF
           ADD WS-TXN-VALUE TO ACTV-BALANCE(WS-ACTV-INDEX).
       APPLY-ONE-TRANSACTION-EXIT.
           EXIT.

       LOAD-FINAL-STATEMENTS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT FINAL-FILE
           IF WS-FINAL-STATUS NOT = "00"
               IF WS-FINAL-STATUS = "05"
                   CLOSE FINAL-FILE
               END-IF
               GO TO LOAD-FINAL-STATEMENTS-EXIT
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FINAL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
                           WS-FIELD-4
                       UNSTRING FINAL-RECORD DELIMITED BY ","
                           INTO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
                               WS-FIELD-4
                       IF WS-FIELD-1 NOT = SPACES
                         AND TEST-NUMVAL(WS-FIELD-1) = 0
                         AND WS-FIN-COUNT < WS-FIN-MAX
                           ADD 1 TO WS-FIN-COUNT
                           MOVE NUMVAL(WS-FIELD-1)
                               TO FIN-ACCOUNT(WS-FIN-COUNT)
                           MOVE 0 TO FIN-STMT-DATE(WS-FIN-COUNT)
                               FIN-CLOSING(WS-FIN-COUNT)
                               FIN-SETTLE-DATE(WS-FIN-COUNT)
                           IF WS-FIELD-2 NOT = SPACES
                             AND TEST-NUMVAL(WS-FIELD-2) = 0
                               MOVE NUMVAL(WS-FIELD-2)
                                   TO FIN-STMT-DATE(WS-FIN-COUNT)
                           END-IF
                           IF WS-FIELD-3 NOT = SPACES
                             AND TEST-NUMVAL(WS-FIELD-3) = 0
                               MOVE NUMVAL(WS-FIELD-3)
                                   TO FIN-CLOSING(WS-FIN-COUNT)
                           END-IF
                           IF WS-FIELD-4 NOT = SPACES
                             AND TEST-NUMVAL(WS-FIELD-4) = 0
                               MOVE NUMVAL(WS-FIELD-4)
                                   TO FIN-SETTLE-DATE(WS-FIN-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FINAL-FILE.
       LOAD-FINAL-STATEMENTS-EXIT.
           EXIT.

       SAVE-FINAL-STATEMENTS.
      *> rewritten whole - verified entries drop out, the ones still
      *> waiting on the statement print stay queued
           OPEN OUTPUT FINAL-FILE
      *> OUTPUT on a file that does not exist yet reports status 05
      *> on this runtime even though it creates the file underneath
           IF WS-FINAL-STATUS NOT = "00" AND WS-FINAL-STATUS NOT = "05"
               ADD 1 TO WS-FAILURES
               DISPLAY "ACCT-CLOSURE: cannot rewrite "
                   TRIM(WS-FINAL-FILE-NAME) " - file status "
                   WS-FINAL-STATUS
           ELSE
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-FIN-COUNT
                   IF FIN-ACCOUNT(J) NOT = 0
                       MOVE SPACES TO FINAL-RECORD
                       STRING FIN-ACCOUNT(J) ",,," FIN-SETTLE-DATE(J)
                           DELIMITED BY SIZE INTO FINAL-RECORD
                       WRITE FINAL-RECORD
                   END-IF
               END-PERFORM
               CLOSE FINAL-FILE
           END-IF.
       END PROGRAM ACCT-CLOSURE.
