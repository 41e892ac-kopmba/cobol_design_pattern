      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFUND-CHECK-ISSUE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> the night's clean transactions CALC-TXN-EDIT wrote, in the
      *> fixed dated layout - every RFD credit in it is a refund
      *> approved for payment, and every RFD debit the payout of a
      *> closed account's credit balance. Overridable via
      *> CALC-TXN-FILE
       SELECT OPTIONAL TXN-FILE ASSIGN DYNAMIC WS-TXN-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TXN-STATUS.
      *> the account reference master - the payee name printed on
      *> the check. Overridable via ACCOUNT-MASTER-FILE
       SELECT OPTIONAL ACCT-MASTER ASSIGN DYNAMIC WS-ACCT-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACCT-NUMBER OF ACCT-RECORD
           FILE STATUS IS WS-ACCT-STATUS.
      *> the controlled check stock - BANKACCT,FIRST,LAST,NEXT per
      *> range, used in file order; NEXT is the next number to
      *> issue and is rewritten as checks go out. Overridable via
      *> CHECK-RANGE-FILE
       SELECT OPTIONAL RANGE-FILE ASSIGN DYNAMIC WS-RANGE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RANGE-STATUS.
      *> every check ever issued -
      *> CHECK,BANKACCT,ISSUED,ACCOUNT,TXN-DATE,AMOUNT,STATUS,
      *> VOIDED,PAYEE where STATUS is I issued or V void. Rewritten
      *> whole each run. Overridable via CHECK-REGISTER-FILE
       SELECT OPTIONAL REGISTER-FILE ASSIGN DYNAMIC
           WS-REGISTER-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGISTER-STATUS.
      *> checks to void - CHECKNUMBER,REASON. Overridable via
      *> CHECK-VOID-FILE
       SELECT OPTIONAL VOID-FILE ASSIGN DYNAMIC WS-VOID-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VOID-STATUS.
      *> the positive-pay issue file for the bank - fixed layout,
      *> one 'H' header, a 'D' record per check issued or voided,
      *> one 'T' trailer. Overridable via POSITIVE-PAY-FILE
       SELECT OPTIONAL PAY-FILE ASSIGN DYNAMIC WS-PAY-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAY-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD TXN-FILE.
      *> CALC-TXN-EDIT's fixed layout, field for field
       01 TXN-RECORD.
           05 TXN-ACCOUNT PIC X(10).
           05 TXN-DATE PIC X(8).
           05 TXN-AMOUNT PIC X(11).
           05 TXN-DC PIC X(1).
           05 TXN-TYPE PIC X(3).
           05 FILLER PIC X(47).
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
       FD RANGE-FILE.
       01 RANGE-RECORD PIC X(80).
       FD REGISTER-FILE.
       01 REGISTER-RECORD PIC X(150).
       FD VOID-FILE.
       01 VOID-RECORD PIC X(80).
       FD PAY-FILE.
      *> the bank's fixed layout, 80 bytes, amounts unsigned with
      *> two implied decimals
       01 PAY-RECORD PIC X(80).
       01 PAY-HEADER REDEFINES PAY-RECORD.
           05 PAY-H-FLAG PIC X(1).
           05 PAY-H-FILE-DATE PIC 9(8).
           05 PAY-H-RUN-ID PIC X(12).
           05 FILLER PIC X(59).
       01 PAY-DETAIL REDEFINES PAY-RECORD.
           05 PAY-D-FLAG PIC X(1).
      *> 'I' a check issued, 'V' a check voided - the bank refuses
      *> any presented check not issued, or issued and voided
           05 PAY-D-ACTION PIC X(1).
           05 PAY-D-BANK-ACCOUNT PIC X(12).
           05 PAY-D-CHECK PIC 9(10).
           05 PAY-D-AMOUNT PIC 9(10)V99.
           05 PAY-D-ISSUE-DATE PIC 9(8).
           05 PAY-D-PAYEE PIC X(30).
           05 FILLER PIC X(6).
       01 PAY-TRAILER REDEFINES PAY-RECORD.
           05 PAY-T-FLAG PIC X(1).
           05 PAY-T-ISSUES PIC 9(7).
           05 PAY-T-ISSUE-TOTAL PIC 9(13)V99.
           05 PAY-T-VOIDS PIC 9(7).
           05 PAY-T-VOID-TOTAL PIC 9(13)V99.
           05 FILLER PIC X(35).
       WORKING-STORAGE SECTION.
      *> correctly-sized holders for the literal audit message - a
      *> literal passed straight to LOG-EVENT-SEV's LINKAGE would
      *> only be allocated as big as the literal itself
       01 WS-PROGRAM-NAME PIC X(44) VALUE "REFUND-CHECK-ISSUE".
       01 WS-EVENT-MESSAGE PIC X(200).
       01 WS-EVENT-SEVERITY PIC X(1).
       01 WS-TXN-FILE-NAME PIC X(80) VALUE "TRANSACTIONS.DAT".
       01 WS-ENV-TXN-FILE-NAME PIC X(80).
      *> the later cycles run control shows for the date - one byte
      *> per cycle 01-99 - and the one whose TRANSACTIONS-Cnn.DAT is
      *> being read
       01 WS-POSTED-CYCLES PIC X(99).
       01 WS-TXN-CYCLE PIC 9(3).
       01 WS-TXN-CYCLE-ED PIC 9(2).
       01 WS-TXN-STATUS PIC X(2).
       01 WS-ACCT-FILE-NAME PIC X(80) VALUE "ACCOUNT-MASTER.DAT".
       01 WS-ENV-ACCT-FILE-NAME PIC X(80).
       01 WS-ACCT-STATUS PIC X(2).
       01 WS-RANGE-FILE-NAME PIC X(80) VALUE "CHECK-RANGE.DAT".
       01 WS-ENV-RANGE-FILE-NAME PIC X(80).
       01 WS-RANGE-STATUS PIC X(2).
       01 WS-REGISTER-FILE-NAME PIC X(80) VALUE "CHECK-ISSUED.DAT".
       01 WS-ENV-REGISTER-FILE-NAME PIC X(80).
       01 WS-REGISTER-STATUS PIC X(2).
       01 WS-VOID-FILE-NAME PIC X(80) VALUE "CHECK-VOID.DAT".
       01 WS-ENV-VOID-FILE-NAME PIC X(80).
       01 WS-VOID-STATUS PIC X(2).
       01 WS-PAY-FILE-NAME PIC X(80) VALUE "POSITIVE-PAY.DAT".
       01 WS-ENV-PAY-FILE-NAME PIC X(80).
       01 WS-PAY-STATUS PIC X(2).
       01 WS-EOF PIC X(1).
      *> the issue date - CALC-BUSINESS-DATE when ops supplies one,
      *> today otherwise
       01 WS-BUSINESS-DATE PIC 9(8).
       01 WS-ENV-BUSINESS-DATE PIC X(8).
       01 WS-RUN-ID PIC X(12).
      *> the check stock, in the order it is to be used
       01 WS-RNG-COUNT PIC 9(2) VALUE 0.
       01 WS-RNG-ENTRY OCCURS 50 TIMES.
           05 RNG-BANK-ACCOUNT PIC X(12).
           05 RNG-FIRST PIC 9(10).
           05 RNG-LAST PIC 9(10).
           05 RNG-NEXT PIC 9(10).
       01 WS-RNG-CURRENT PIC 9(2).
      *> the day's approved refunds
       01 WS-DET-COUNT PIC 9(5) VALUE 0.
       01 WS-DET-MAX PIC 9(5) VALUE 2000.
       01 WS-DET-ENTRY OCCURS 2000 TIMES.
           05 DET-ACCOUNT PIC X(10).
           05 DET-DATE PIC 9(8).
           05 DET-AMOUNT PIC 9(9)V99.
      *> the check register, earlier runs first then this run's
       01 WS-REG-COUNT PIC 9(5) VALUE 0.
       01 WS-REG-MAX PIC 9(5) VALUE 5000.
       01 WS-REG-LOADED PIC 9(5) VALUE 0.
       01 WS-REG-ENTRY OCCURS 5000 TIMES.
           05 REG-CHECK PIC 9(10).
           05 REG-BANK-ACCOUNT PIC X(12).
           05 REG-ISSUED PIC 9(8).
           05 REG-ACCOUNT PIC X(10).
           05 REG-TXN-DATE PIC 9(8).
           05 REG-AMOUNT PIC 9(10)V99.
           05 REG-STATUS PIC X(1).
           05 REG-VOIDED PIC 9(8).
           05 REG-PAYEE PIC X(30).
       01 WS-FLD-1 PIC X(12).
       01 WS-FLD-2 PIC X(12).
       01 WS-FLD-3 PIC X(12).
       01 WS-FLD-4 PIC X(12).
       01 WS-FLD-5 PIC X(12).
       01 WS-FLD-6 PIC X(18).
       01 WS-FLD-7 PIC X(2).
       01 WS-FLD-8 PIC X(12).
       01 WS-FLD-9 PIC X(30).
       01 I PIC 9(5).
       01 J PIC 9(5).
       01 K PIC 9(5).
       01 WS-SEEN PIC 9(5).
       01 WS-ISSUED-BEFORE PIC 9(5).
       01 WS-CHECK PIC 9(10).
       01 WS-PAYEE PIC X(30).
       01 WS-VOID-CHECK PIC 9(10).
       01 WS-VOID-REASON PIC X(40).
       01 WS-AMOUNT-ED PIC Z(9)9.99.
       01 WS-TOTAL-ED PIC Z(12)9.99.
       01 WS-STOCK-OUT PIC X(1) VALUE 'N'.
      *> run tallies
       01 WS-ISSUES PIC 9(5) VALUE 0.
       01 WS-ISSUE-TOTAL PIC 9(13)V99 VALUE 0.
       01 WS-VOIDS PIC 9(5) VALUE 0.
       01 WS-VOID-TOTAL PIC 9(13)V99 VALUE 0.
       01 WS-ALREADY-ISSUED PIC 9(5) VALUE 0.
       01 WS-REFUSED PIC 9(5) VALUE 0.
       01 WS-VOIDS-REFUSED PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "LOG-STARTUP" USING WS-PROGRAM-NAME
      *> accept into a separate staging field first - ACCEPT FROM
      *> ENVIRONMENT blanks the target unconditionally when the
      *> variable is unset, which would wipe out the VALUE defaults
           MOVE SPACES TO WS-ENV-TXN-FILE-NAME
           ACCEPT WS-ENV-TXN-FILE-NAME FROM ENVIRONMENT
               "CALC-TXN-FILE"
           IF WS-ENV-TXN-FILE-NAME NOT = SPACES
               MOVE WS-ENV-TXN-FILE-NAME TO WS-TXN-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-ACCT-FILE-NAME
           ACCEPT WS-ENV-ACCT-FILE-NAME FROM ENVIRONMENT
               "ACCOUNT-MASTER-FILE"
           IF WS-ENV-ACCT-FILE-NAME NOT = SPACES
               MOVE WS-ENV-ACCT-FILE-NAME TO WS-ACCT-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-RANGE-FILE-NAME
           ACCEPT WS-ENV-RANGE-FILE-NAME FROM ENVIRONMENT
               "CHECK-RANGE-FILE"
           IF WS-ENV-RANGE-FILE-NAME NOT = SPACES
               MOVE WS-ENV-RANGE-FILE-NAME TO WS-RANGE-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-REGISTER-FILE-NAME
           ACCEPT WS-ENV-REGISTER-FILE-NAME FROM ENVIRONMENT
               "CHECK-REGISTER-FILE"
           IF WS-ENV-REGISTER-FILE-NAME NOT = SPACES
               MOVE WS-ENV-REGISTER-FILE-NAME
                   TO WS-REGISTER-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-VOID-FILE-NAME
           ACCEPT WS-ENV-VOID-FILE-NAME FROM ENVIRONMENT
               "CHECK-VOID-FILE"
           IF WS-ENV-VOID-FILE-NAME NOT = SPACES
               MOVE WS-ENV-VOID-FILE-NAME TO WS-VOID-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-PAY-FILE-NAME
           ACCEPT WS-ENV-PAY-FILE-NAME FROM ENVIRONMENT
               "POSITIVE-PAY-FILE"
           IF WS-ENV-PAY-FILE-NAME NOT = SPACES
               MOVE WS-ENV-PAY-FILE-NAME TO WS-PAY-FILE-NAME
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
           MOVE SPACES TO WS-RUN-ID
           ACCEPT WS-RUN-ID FROM ENVIRONMENT "CHAIN-RUN-ID"
           IF WS-RUN-ID = SPACES
               MOVE "NONE" TO WS-RUN-ID
           END-IF
           PERFORM LOAD-RANGES THRU LOAD-RANGES-EXIT
           PERFORM LOAD-REGISTER THRU LOAD-REGISTER-EXIT
           MOVE WS-REG-COUNT TO WS-REG-LOADED
           PERFORM LOAD-REFUNDS THRU LOAD-REFUNDS-EXIT
           PERFORM LOAD-LATER-CYCLES THRU LOAD-LATER-CYCLES-EXIT
      *> a check cannot go out without a payee - no master, no
      *> checks, and no numbers consumed
           OPEN INPUT ACCT-MASTER.
           IF WS-ACCT-STATUS NOT = "00"
               IF WS-ACCT-STATUS = "05"
                   CLOSE ACCT-MASTER
               END-IF
               DISPLAY "REFUND-CHECK-ISSUE: account master not "
                   "available - " TRIM(WS-ACCT-FILE-NAME)
                   " - no checks issued"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT PAY-FILE.
      *> OUTPUT on a file that does not exist yet reports status 05
      *> on this runtime even though it creates the file underneath
           IF WS-PAY-STATUS NOT = "00" AND WS-PAY-STATUS NOT = "05"
               DISPLAY "REFUND-CHECK-ISSUE: cannot open positive-pay "
                   "file " TRIM(WS-PAY-FILE-NAME) " - file status "
                   WS-PAY-STATUS
               CLOSE ACCT-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO PAY-RECORD
           MOVE 'H' TO PAY-H-FLAG
           MOVE WS-BUSINESS-DATE TO PAY-H-FILE-DATE
           MOVE WS-RUN-ID TO PAY-H-RUN-ID
           WRITE PAY-RECORD
           DISPLAY "===== Refund check register ====="
           DISPLAY "Issue date:        " WS-BUSINESS-DATE
           DISPLAY "ACTION CHECK      BANK ACCT    ACCOUNT    "
               "PAYEE                                  AMOUNT"
           MOVE 1 TO WS-RNG-CURRENT
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-DET-COUNT
               PERFORM ISSUE-ONE-CHECK THRU ISSUE-ONE-CHECK-EXIT
           END-PERFORM
           CLOSE ACCT-MASTER
           PERFORM PROCESS-VOIDS THRU PROCESS-VOIDS-EXIT
           MOVE SPACES TO PAY-RECORD
           MOVE 'T' TO PAY-T-FLAG
           MOVE WS-ISSUES TO PAY-T-ISSUES
           MOVE WS-ISSUE-TOTAL TO PAY-T-ISSUE-TOTAL
           MOVE WS-VOIDS TO PAY-T-VOIDS
           MOVE WS-VOID-TOTAL TO PAY-T-VOID-TOTAL
           WRITE PAY-RECORD
           CLOSE PAY-FILE
           PERFORM SAVE-RANGES THRU SAVE-RANGES-EXIT
           PERFORM SAVE-REGISTER THRU SAVE-REGISTER-EXIT
           DISPLAY "Refunds approved:  " WS-DET-COUNT
           MOVE WS-ISSUE-TOTAL TO WS-TOTAL-ED
           DISPLAY "Checks issued:     " WS-ISSUES "  "
               TRIM(WS-TOTAL-ED)
           MOVE WS-VOID-TOTAL TO WS-TOTAL-ED
           DISPLAY "Checks voided:     " WS-VOIDS "  "
               TRIM(WS-TOTAL-ED)
           DISPLAY "Already issued:    " WS-ALREADY-ISSUED
           DISPLAY "Refunds refused:   " WS-REFUSED
           DISPLAY "Voids refused:     " WS-VOIDS-REFUSED
           DISPLAY "Positive-pay file: " TRIM(WS-PAY-FILE-NAME)
           DISPLAY "===== End of refund check register ====="
           MOVE SPACES TO WS-EVENT-MESSAGE
           STRING "refund checks " WS-BUSINESS-DATE ": "
                   WS-ISSUES " issued, " WS-VOIDS " voided, "
                   WS-REFUSED " refund(s) refused"
               DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
           IF WS-REFUSED > 0 OR WS-VOIDS-REFUSED > 0
               MOVE 'W' TO WS-EVENT-SEVERITY
           ELSE
               MOVE 'I' TO WS-EVENT-SEVERITY
           END-IF
           CALL "LOG-EVENT-SEV" USING WS-PROGRAM-NAME
               WS-EVENT-SEVERITY WS-EVENT-MESSAGE
      *> RETURN-CODE: 0 = every refund paid and every void taken,
      *> 4 = a refund or void refused (unknown account, check stock
      *> run out, unknown or already-void check), 8 = the run could
      *> not start
           IF WS-REFUSED > 0 OR WS-VOIDS-REFUSED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-RANGES.
           MOVE 'N' TO WS-EOF
           OPEN INPUT RANGE-FILE
           IF WS-RANGE-STATUS NOT = "00"
               IF WS-RANGE-STATUS = "05"
                   CLOSE RANGE-FILE
               END-IF
               GO TO LOAD-RANGES-EXIT
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ RANGE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-RNG-COUNT < 50
                           PERFORM LOAD-ONE-RANGE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RANGE-FILE.
       LOAD-RANGES-EXIT.
           EXIT.

       LOAD-ONE-RANGE.
           MOVE SPACES TO WS-FLD-1 WS-FLD-2 WS-FLD-3 WS-FLD-4
           UNSTRING RANGE-RECORD DELIMITED BY ","
               INTO WS-FLD-1 WS-FLD-2 WS-FLD-3 WS-FLD-4
           IF WS-FLD-1 NOT = SPACES
             AND TEST-NUMVAL(WS-FLD-2) = 0
             AND TEST-NUMVAL(WS-FLD-3) = 0
               ADD 1 TO WS-RNG-COUNT
               MOVE WS-FLD-1 TO RNG-BANK-ACCOUNT(WS-RNG-COUNT)
               MOVE NUMVAL(WS-FLD-2) TO RNG-FIRST(WS-RNG-COUNT)
               MOVE NUMVAL(WS-FLD-3) TO RNG-LAST(WS-RNG-COUNT)
      *> a new range with no NEXT yet starts at its first number
               IF WS-FLD-4 NOT = SPACES
                 AND TEST-NUMVAL(WS-FLD-4) = 0
                   MOVE NUMVAL(WS-FLD-4) TO RNG-NEXT(WS-RNG-COUNT)
               ELSE
                   MOVE RNG-FIRST(WS-RNG-COUNT)
                       TO RNG-NEXT(WS-RNG-COUNT)
               END-IF
           END-IF.

       LOAD-REGISTER.
           MOVE 'N' TO WS-EOF
           OPEN INPUT REGISTER-FILE
           IF WS-REGISTER-STATUS NOT = "00"
               IF WS-REGISTER-STATUS = "05"
                   CLOSE REGISTER-FILE
               END-IF
               GO TO LOAD-REGISTER-EXIT
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ REGISTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-REG-COUNT < WS-REG-MAX
                           PERFORM LOAD-ONE-CHECK
                       ELSE
      *> the register is only rewritten from the table - a short
      *> load would lose checks the bank still has on file
                           CLOSE REGISTER-FILE
                           DISPLAY "REFUND-CHECK-ISSUE: over "
                               WS-REG-MAX " checks on the register"
                               " - run stopped"
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REGISTER-FILE.
       LOAD-REGISTER-EXIT.
           EXIT.

       LOAD-ONE-CHECK.
           MOVE SPACES TO WS-FLD-1 WS-FLD-2 WS-FLD-3 WS-FLD-4
               WS-FLD-5 WS-FLD-6 WS-FLD-7 WS-FLD-8 WS-FLD-9
           UNSTRING REGISTER-RECORD DELIMITED BY ","
               INTO WS-FLD-1 WS-FLD-2 WS-FLD-3 WS-FLD-4 WS-FLD-5
                   WS-FLD-6 WS-FLD-7 WS-FLD-8 WS-FLD-9
           IF TEST-NUMVAL(WS-FLD-1) = 0
               ADD 1 TO WS-REG-COUNT
               MOVE NUMVAL(WS-FLD-1) TO REG-CHECK(WS-REG-COUNT)
               MOVE WS-FLD-2 TO REG-BANK-ACCOUNT(WS-REG-COUNT)
               MOVE WS-FLD-3(1:8) TO REG-ISSUED(WS-REG-COUNT)
               MOVE WS-FLD-4(1:10) TO REG-ACCOUNT(WS-REG-COUNT)
               MOVE WS-FLD-5(1:8) TO REG-TXN-DATE(WS-REG-COUNT)
               MOVE NUMVAL(WS-FLD-6) TO REG-AMOUNT(WS-REG-COUNT)
               MOVE WS-FLD-7(1:1) TO REG-STATUS(WS-REG-COUNT)
               IF WS-FLD-8(1:8) IS NUMERIC
                   MOVE WS-FLD-8(1:8) TO REG-VOIDED(WS-REG-COUNT)
               ELSE
                   MOVE 0 TO REG-VOIDED(WS-REG-COUNT)
               END-IF
               MOVE WS-FLD-9 TO REG-PAYEE(WS-REG-COUNT)
           END-IF.

       LOAD-REFUNDS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT TXN-FILE
           IF WS-TXN-STATUS NOT = "00"
               IF WS-TXN-STATUS = "05"
                   CLOSE TXN-FILE
               END-IF
               DISPLAY "REFUND-CHECK-ISSUE: no transaction file "
                   TRIM(WS-TXN-FILE-NAME) " - voids only"
               GO TO LOAD-REFUNDS-EXIT
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ TXN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TXN-TYPE = "RFD"
                         AND (TXN-DC = 'C' OR TXN-DC = 'D')
                         AND TXN-AMOUNT IS NUMERIC
                         AND TXN-DATE IS NUMERIC
                           PERFORM STAGE-ONE-REFUND
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TXN-FILE.
       LOAD-REFUNDS-EXIT.
           EXIT.

       LOAD-LATER-CYCLES.
      *> cycle 01's file keeps the name it always had; each later
      *> cycle the driver posted for the date left its own
      *> TRANSACTIONS-Cnn.DAT beside it. Those carry no date, so only
      *> the cycles run control shows for the date are read - one
      *> left over from an earlier day is not today's business. A
      *> file named outright via CALC-TXN-FILE is read alone
           IF WS-ENV-TXN-FILE-NAME NOT = SPACES
               GO TO LOAD-LATER-CYCLES-EXIT
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
                   PERFORM LOAD-REFUNDS
                       THRU LOAD-REFUNDS-EXIT
               END-IF
           END-PERFORM
           MOVE "TRANSACTIONS.DAT" TO WS-TXN-FILE-NAME.
       LOAD-LATER-CYCLES-EXIT.
           EXIT.

       STAGE-ONE-REFUND.
           IF WS-DET-COUNT >= WS-DET-MAX
               ADD 1 TO WS-REFUSED
               DISPLAY "REFUND-CHECK-ISSUE: over " WS-DET-MAX
                   " refunds - account " TXN-ACCOUNT
                   " left for the next run"
           ELSE
               ADD 1 TO WS-DET-COUNT
               MOVE TXN-ACCOUNT TO DET-ACCOUNT(WS-DET-COUNT)
               MOVE TXN-DATE TO DET-DATE(WS-DET-COUNT)
               COMPUTE DET-AMOUNT(WS-DET-COUNT) =
                   NUMVAL(TXN-AMOUNT) / 100
           END-IF.

       ISSUE-ONE-CHECK.
      *> a rerun over the same transactions must not pay twice - the
      *> Nth identical refund (account, date, amount) in the file is
      *> paid only if fewer than N such checks were issued before
           MOVE 0 TO WS-SEEN
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > J
               IF DET-ACCOUNT(I) = DET-ACCOUNT(J)
                 AND DET-DATE(I) = DET-DATE(J)
                 AND DET-AMOUNT(I) = DET-AMOUNT(J)
                   ADD 1 TO WS-SEEN
               END-IF
           END-PERFORM
           MOVE 0 TO WS-ISSUED-BEFORE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-REG-LOADED
               IF REG-ACCOUNT(I) = DET-ACCOUNT(J)
                 AND REG-TXN-DATE(I) = DET-DATE(J)
                 AND REG-AMOUNT(I) = DET-AMOUNT(J)
                   ADD 1 TO WS-ISSUED-BEFORE
               END-IF
           END-PERFORM
           IF WS-SEEN NOT > WS-ISSUED-BEFORE
               ADD 1 TO WS-ALREADY-ISSUED
               GO TO ISSUE-ONE-CHECK-EXIT
           END-IF
           IF DET-ACCOUNT(J) IS NUMERIC
               MOVE DET-ACCOUNT(J) TO ACCT-NUMBER
               READ ACCT-MASTER KEY IS ACCT-NUMBER
                   INVALID KEY
                       MOVE SPACES TO WS-PAYEE
                   NOT INVALID KEY
                       MOVE ACCT-NAME TO WS-PAYEE
               END-READ
           ELSE
               MOVE SPACES TO WS-PAYEE
           END-IF
           IF WS-PAYEE = SPACES
               ADD 1 TO WS-REFUSED
               DISPLAY "REFUSED       account " DET-ACCOUNT(J)
                   " not on the master, no payee for its refund"
               GO TO ISSUE-ONE-CHECK-EXIT
           END-IF
           PERFORM TAKE-CHECK-NUMBER
           IF WS-STOCK-OUT = 'Y'
               ADD 1 TO WS-REFUSED
               DISPLAY "REFUSED       account " DET-ACCOUNT(J)
                   " - check stock exhausted, load a new range"
               GO TO ISSUE-ONE-CHECK-EXIT
           END-IF
           IF WS-REG-COUNT >= WS-REG-MAX
               ADD 1 TO WS-REFUSED
               DISPLAY "REFUSED       account " DET-ACCOUNT(J)
                   " - check register full"
               GO TO ISSUE-ONE-CHECK-EXIT
           END-IF
           ADD 1 TO RNG-NEXT(WS-RNG-CURRENT)
           ADD 1 TO WS-REG-COUNT
           MOVE WS-CHECK TO REG-CHECK(WS-REG-COUNT)
           MOVE RNG-BANK-ACCOUNT(WS-RNG-CURRENT)
               TO REG-BANK-ACCOUNT(WS-REG-COUNT)
           MOVE WS-BUSINESS-DATE TO REG-ISSUED(WS-REG-COUNT)
           MOVE DET-ACCOUNT(J) TO REG-ACCOUNT(WS-REG-COUNT)
           MOVE DET-DATE(J) TO REG-TXN-DATE(WS-REG-COUNT)
           MOVE DET-AMOUNT(J) TO REG-AMOUNT(WS-REG-COUNT)
           MOVE 'I' TO REG-STATUS(WS-REG-COUNT)
           MOVE 0 TO REG-VOIDED(WS-REG-COUNT)
           MOVE WS-PAYEE TO REG-PAYEE(WS-REG-COUNT)
           MOVE WS-REG-COUNT TO K
           PERFORM WRITE-PAY-DETAIL
           ADD 1 TO WS-ISSUES
           ADD DET-AMOUNT(J) TO WS-ISSUE-TOTAL.
       ISSUE-ONE-CHECK-EXIT.
           EXIT.

       TAKE-CHECK-NUMBER.
      *> the next number of the first range with stock left
           MOVE 'N' TO WS-STOCK-OUT
           PERFORM UNTIL WS-RNG-CURRENT > WS-RNG-COUNT
                   OR RNG-NEXT(WS-RNG-CURRENT)
                       NOT > RNG-LAST(WS-RNG-CURRENT)
               ADD 1 TO WS-RNG-CURRENT
           END-PERFORM
           IF WS-RNG-CURRENT > WS-RNG-COUNT
               MOVE 'Y' TO WS-STOCK-OUT
           ELSE
               MOVE RNG-NEXT(WS-RNG-CURRENT) TO WS-CHECK
           END-IF.

       WRITE-PAY-DETAIL.
      *> register entry K to the bank, and to the printed register
           MOVE SPACES TO PAY-RECORD
           MOVE 'D' TO PAY-D-FLAG
           IF REG-STATUS(K) = 'V'
               MOVE 'V' TO PAY-D-ACTION
           ELSE
               MOVE 'I' TO PAY-D-ACTION
           END-IF
           MOVE REG-BANK-ACCOUNT(K) TO PAY-D-BANK-ACCOUNT
           MOVE REG-CHECK(K) TO PAY-D-CHECK
           MOVE REG-AMOUNT(K) TO PAY-D-AMOUNT
           MOVE REG-ISSUED(K) TO PAY-D-ISSUE-DATE
           MOVE REG-PAYEE(K) TO PAY-D-PAYEE
           WRITE PAY-RECORD
           MOVE REG-AMOUNT(K) TO WS-AMOUNT-ED
           IF REG-STATUS(K) = 'V'
               DISPLAY "VOID   " REG-CHECK(K) " " REG-BANK-ACCOUNT(K)
                   " " REG-ACCOUNT(K) " " REG-PAYEE(K) " "
                   WS-AMOUNT-ED
           ELSE
               DISPLAY "ISSUE  " REG-CHECK(K) " " REG-BANK-ACCOUNT(K)
                   " " REG-ACCOUNT(K) " " REG-PAYEE(K) " "
                   WS-AMOUNT-ED
           END-IF.

       PROCESS-VOIDS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT VOID-FILE
           IF WS-VOID-STATUS NOT = "00"
               IF WS-VOID-STATUS = "05"
                   CLOSE VOID-FILE
               END-IF
               GO TO PROCESS-VOIDS-EXIT
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ VOID-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF VOID-RECORD NOT = SPACES
                           PERFORM VOID-ONE-CHECK
                               THRU VOID-ONE-CHECK-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VOID-FILE.
       PROCESS-VOIDS-EXIT.
           EXIT.

       VOID-ONE-CHECK.
           MOVE SPACES TO WS-FLD-1 WS-VOID-REASON
           UNSTRING VOID-RECORD DELIMITED BY ","
               INTO WS-FLD-1 WS-VOID-REASON
           IF WS-FLD-1 = SPACES OR TEST-NUMVAL(WS-FLD-1) NOT = 0
               ADD 1 TO WS-VOIDS-REFUSED
               DISPLAY "REFUSED       void - bad check number: "
                   TRIM(VOID-RECORD)
               GO TO VOID-ONE-CHECK-EXIT
           END-IF
           MOVE NUMVAL(WS-FLD-1) TO WS-VOID-CHECK
           MOVE 0 TO K
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-REG-COUNT
               IF REG-CHECK(I) = WS-VOID-CHECK
                   MOVE I TO K
                   MOVE WS-REG-COUNT TO I
               END-IF
           END-PERFORM
           IF K = 0
               ADD 1 TO WS-VOIDS-REFUSED
               DISPLAY "REFUSED       void - check " WS-VOID-CHECK
                   " was never issued"
               GO TO VOID-ONE-CHECK-EXIT
           END-IF
           IF REG-STATUS(K) = 'V'
               ADD 1 TO WS-VOIDS-REFUSED
               DISPLAY "REFUSED       void - check " WS-VOID-CHECK
                   " already void since " REG-VOIDED(K)
               GO TO VOID-ONE-CHECK-EXIT
           END-IF
           MOVE 'V' TO REG-STATUS(K)
           MOVE WS-BUSINESS-DATE TO REG-VOIDED(K)
           PERFORM WRITE-PAY-DETAIL
           ADD 1 TO WS-VOIDS
           ADD REG-AMOUNT(K) TO WS-VOID-TOTAL
           MOVE SPACES TO WS-EVENT-MESSAGE
           STRING "check " WS-VOID-CHECK " voided: "
                   TRIM(WS-VOID-REASON)
               DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
           CALL "LOG-EVENT" USING WS-PROGRAM-NAME WS-EVENT-MESSAGE.
       VOID-ONE-CHECK-EXIT.
           EXIT.

       SAVE-RANGES.
           IF WS-ISSUES = 0
               GO TO SAVE-RANGES-EXIT
           END-IF
           OPEN OUTPUT RANGE-FILE
           IF WS-RANGE-STATUS NOT = "00"
                   AND WS-RANGE-STATUS NOT = "05"
               DISPLAY "REFUND-CHECK-ISSUE: cannot rewrite "
                   TRIM(WS-RANGE-FILE-NAME) " - file status "
                   WS-RANGE-STATUS " - check stock NOT advanced"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-RNG-COUNT
               MOVE SPACES TO RANGE-RECORD
               STRING TRIM(RNG-BANK-ACCOUNT(I)) "," RNG-FIRST(I) ","
                       RNG-LAST(I) "," RNG-NEXT(I)
                   DELIMITED BY SIZE INTO RANGE-RECORD
               WRITE RANGE-RECORD
           END-PERFORM
           CLOSE RANGE-FILE.
       SAVE-RANGES-EXIT.
           EXIT.

       SAVE-REGISTER.
           IF WS-ISSUES = 0 AND WS-VOIDS = 0
               GO TO SAVE-REGISTER-EXIT
           END-IF
           OPEN OUTPUT REGISTER-FILE
           IF WS-REGISTER-STATUS NOT = "00"
                   AND WS-REGISTER-STATUS NOT = "05"
               DISPLAY "REFUND-CHECK-ISSUE: cannot rewrite "
                   TRIM(WS-REGISTER-FILE-NAME) " - file status "
                   WS-REGISTER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-REG-COUNT
               MOVE REG-AMOUNT(I) TO WS-AMOUNT-ED
               MOVE SPACES TO REGISTER-RECORD
               STRING REG-CHECK(I) "," TRIM(REG-BANK-ACCOUNT(I)) ","
                       REG-ISSUED(I) "," REG-ACCOUNT(I) ","
                       REG-TXN-DATE(I) "," TRIM(WS-AMOUNT-ED) ","
                       REG-STATUS(I) "," REG-VOIDED(I) ","
                       TRIM(REG-PAYEE(I))
                   DELIMITED BY SIZE INTO REGISTER-RECORD
               WRITE REGISTER-RECORD
           END-PERFORM
           CLOSE REGISTER-FILE.
       SAVE-REGISTER-EXIT.
           EXIT.
       END PROGRAM REFUND-CHECK-ISSUE.
