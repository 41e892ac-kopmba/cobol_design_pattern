      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBLEDGER-GL-RECONCILE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> the customer subledger: the carried ACCOUNT,BALANCE lines
      *> the statement print leaves behind. Overridable via
      *> STATEMENT-BALANCE-FILE
       SELECT OPTIONAL BALANCE-FILE ASSIGN DYNAMIC
           WS-BALANCE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BALANCE-STATUS.
      *> the GL side: the posting history GL-EXTRACT-VALIDATE
      *> appends released business to. Overridable via
      *> GL-HISTORY-FILE
       SELECT OPTIONAL HISTORY-FILE ASSIGN DYNAMIC
           WS-HISTORY-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-STATUS.
      *> timing item: business import_statement diverted for review
      *> - on the customer's statement, never posted to the GL.
      *> Overridable via CALC-SUSPECT-DUPE-FILE
       SELECT OPTIONAL SUSPECT-FILE ASSIGN DYNAMIC
           WS-SUSPECT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUSPECT-STATUS.
      *> timing item: pairs GL-EXTRACT-VALIDATE would not release.
      *> Overridable via CALC-GL-HELD-FILE
       SELECT OPTIONAL HELD-FILE ASSIGN DYNAMIC
           WS-HELD-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HELD-STATUS.
      *> timing item: transfer legs TRF-MATCH is still waiting to
      *> pair. Overridable via TRF-SUSPENSE-FILE
       SELECT OPTIONAL TRF-SUSPENSE-FILE ASSIGN DYNAMIC
           WS-TRF-SUSPENSE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRF-SUSPENSE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD BALANCE-FILE.
       01 BALANCE-RECORD PIC X(30).
       FD HISTORY-FILE.
       01 HISTORY-RECORD PIC X(70).
       FD SUSPECT-FILE.
       01 SUSPECT-RECORD PIC X(70).
       FD HELD-FILE.
      *> must stay byte-for-byte identical to GL-EXTRACT-VALIDATE's
       01 HELD-RECORD.
           05 HLD-REASON PIC X(12).
           05 FILLER PIC X(1).
           05 HLD-ORIGINAL PIC X(60).
       FD TRF-SUSPENSE-FILE.
      *> must stay byte-for-byte identical to TRF-MATCH's
       01 TRF-SUSPENSE-RECORD.
           05 TRS-HELD-DATE PIC X(8).
           05 FILLER PIC X(1).
           05 TRS-ORIGINAL.
               10 TRS-ACCOUNT PIC X(10).
               10 TRS-DATE PIC X(8).
               10 TRS-AMOUNT PIC X(11).
               10 TRS-DC PIC X(1).
               10 TRS-TYPE PIC X(3).
               10 TRS-REF PIC X(12).
               10 FILLER PIC X(35).
       WORKING-STORAGE SECTION.
      *> correctly-sized holders for the literal audit message - a
      *> literal passed straight to LOG-EVENT-SEV's LINKAGE would
      *> only be allocated as big as the literal itself
       01 WS-PROGRAM-NAME PIC X(44) VALUE "SUBLEDGER-GL-RECONCILE".
       01 WS-EVENT-MESSAGE PIC X(200).
       01 WS-EVENT-SEVERITY PIC X(1).
       01 WS-BALANCE-FILE-NAME PIC X(80)
           VALUE "STATEMENT-BALANCES.DAT".
       01 WS-ENV-BALANCE-FILE-NAME PIC X(80).
       01 WS-BALANCE-STATUS PIC X(2).
       01 WS-HISTORY-FILE-NAME PIC X(80) VALUE "GL-HISTORY.DAT".
       01 WS-ENV-HISTORY-FILE-NAME PIC X(80).
       01 WS-HISTORY-STATUS PIC X(2).
       01 WS-SUSPECT-FILE-NAME PIC X(80)
           VALUE "CALC-SUSPECT-DUPES.DAT".
       01 WS-ENV-SUSPECT-FILE-NAME PIC X(80).
       01 WS-SUSPECT-STATUS PIC X(2).
       01 WS-HELD-FILE-NAME PIC X(80) VALUE "GL-HELD-POSTINGS.DAT".
       01 WS-ENV-HELD-FILE-NAME PIC X(80).
       01 WS-HELD-STATUS PIC X(2).
       01 WS-TRF-SUSPENSE-FILE-NAME PIC X(80)
           VALUE "TRF-SUSPENSE.DAT".
       01 WS-ENV-TRF-SUSPENSE-FILE-NAME PIC X(80).
       01 WS-TRF-SUSPENSE-STATUS PIC X(2).
       01 WS-EOF PIC X(1).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-ENV-RUN-DATE PIC X(8).
      *> the GL control account the customer subledger is proved
      *> against - CUSTOMER PAYMENTS CLEARING unless
      *> SUBLEDGER-CONTROL-ACCOUNT names another
       01 WS-CONTROL-ACCOUNT PIC X(10) VALUE "2000000001".
       01 WS-ENV-CONTROL-ACCOUNT PIC X(10).
       01 WS-FLD-1 PIC X(20).
       01 WS-FLD-2 PIC X(20).
       01 WS-FLD-3 PIC X(20).
       01 WS-FLD-4 PIC X(20).
       01 WS-FLD-5 PIC X(20).
       01 WS-AMOUNT PIC S9(11)V99.
       01 WS-HELD-LINE PIC 9(5).
      *> the two sides and the timing items between them, every
      *> amount signed the way the subledger carries it - positive
      *> is a debit, what the customers owe
       01 WS-ACCOUNT-COUNT PIC 9(5) VALUE 0.
       01 WS-SUBLEDGER-TOTAL PIC S9(13)V99 VALUE 0.
       01 WS-GL-LINE-COUNT PIC 9(5) VALUE 0.
       01 WS-GL-DEBITS PIC S9(13)V99 VALUE 0.
       01 WS-GL-CREDITS PIC S9(13)V99 VALUE 0.
       01 WS-GL-BALANCE PIC S9(13)V99 VALUE 0.
       01 WS-DIFFERENCE PIC S9(13)V99 VALUE 0.
       01 WS-SUSPECT-COUNT PIC 9(5) VALUE 0.
       01 WS-SUSPECT-TOTAL PIC S9(13)V99 VALUE 0.
       01 WS-HELD-COUNT PIC 9(5) VALUE 0.
       01 WS-HELD-TOTAL PIC S9(13)V99 VALUE 0.
       01 WS-TRF-COUNT PIC 9(5) VALUE 0.
       01 WS-TRF-TOTAL PIC S9(13)V99 VALUE 0.
       01 WS-TIMING-TOTAL PIC S9(13)V99 VALUE 0.
       01 WS-UNEXPLAINED PIC S9(13)V99 VALUE 0.
       01 WS-AMOUNT-ED PIC -9(11).99.
       01 WS-TOTAL-ED PIC -9(13).99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "LOG-STARTUP" USING WS-PROGRAM-NAME
      *> accept into a separate staging field first - ACCEPT FROM
      *> ENVIRONMENT blanks the target unconditionally when the
      *> variable is unset, which would wipe out the VALUE defaults
           MOVE SPACES TO WS-ENV-BALANCE-FILE-NAME
           ACCEPT WS-ENV-BALANCE-FILE-NAME FROM ENVIRONMENT
               "STATEMENT-BALANCE-FILE"
           IF WS-ENV-BALANCE-FILE-NAME NOT = SPACES
               MOVE WS-ENV-BALANCE-FILE-NAME TO WS-BALANCE-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-HISTORY-FILE-NAME
           ACCEPT WS-ENV-HISTORY-FILE-NAME FROM ENVIRONMENT
               "GL-HISTORY-FILE"
           IF WS-ENV-HISTORY-FILE-NAME NOT = SPACES
               MOVE WS-ENV-HISTORY-FILE-NAME TO WS-HISTORY-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-SUSPECT-FILE-NAME
           ACCEPT WS-ENV-SUSPECT-FILE-NAME FROM ENVIRONMENT
               "CALC-SUSPECT-DUPE-FILE"
           IF WS-ENV-SUSPECT-FILE-NAME NOT = SPACES
               MOVE WS-ENV-SUSPECT-FILE-NAME TO WS-SUSPECT-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-HELD-FILE-NAME
           ACCEPT WS-ENV-HELD-FILE-NAME FROM ENVIRONMENT
               "CALC-GL-HELD-FILE"
           IF WS-ENV-HELD-FILE-NAME NOT = SPACES
               MOVE WS-ENV-HELD-FILE-NAME TO WS-HELD-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-TRF-SUSPENSE-FILE-NAME
           ACCEPT WS-ENV-TRF-SUSPENSE-FILE-NAME FROM ENVIRONMENT
               "TRF-SUSPENSE-FILE"
           IF WS-ENV-TRF-SUSPENSE-FILE-NAME NOT = SPACES
               MOVE WS-ENV-TRF-SUSPENSE-FILE-NAME
                   TO WS-TRF-SUSPENSE-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-CONTROL-ACCOUNT
           ACCEPT WS-ENV-CONTROL-ACCOUNT FROM ENVIRONMENT
               "SUBLEDGER-CONTROL-ACCOUNT"
           IF WS-ENV-CONTROL-ACCOUNT NOT = SPACES
               MOVE WS-ENV-CONTROL-ACCOUNT TO WS-CONTROL-ACCOUNT
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
           DISPLAY "===== Subledger to GL control reconciliation ====="
           DISPLAY "As of:                  " WS-RUN-DATE
           DISPLAY "GL control account:     " WS-CONTROL-ACCOUNT
           PERFORM TOTAL-THE-SUBLEDGER THRU TOTAL-THE-SUBLEDGER-EXIT
           PERFORM TOTAL-THE-CONTROL THRU TOTAL-THE-CONTROL-EXIT
           PERFORM TOTAL-SUSPECTS THRU TOTAL-SUSPECTS-EXIT
           PERFORM TOTAL-HELD-POSTINGS THRU TOTAL-HELD-POSTINGS-EXIT
           PERFORM TOTAL-TRF-SUSPENSE THRU TOTAL-TRF-SUSPENSE-EXIT
           COMPUTE WS-DIFFERENCE = WS-SUBLEDGER-TOTAL - WS-GL-BALANCE
           COMPUTE WS-TIMING-TOTAL = WS-SUSPECT-TOTAL + WS-HELD-TOTAL
               + WS-TRF-TOTAL
           COMPUTE WS-UNEXPLAINED = WS-DIFFERENCE - WS-TIMING-TOTAL
           PERFORM PRINT-STATEMENT
      *> RETURN-CODE: 0 = the subledger agrees with the control
      *> account once the timing items are allowed for, 4 = an
      *> unexplained difference is left for finance to chase,
      *> 8 = one side could not be read at all
           IF WS-UNEXPLAINED NOT = 0
               MOVE 'E' TO WS-EVENT-SEVERITY
               MOVE WS-UNEXPLAINED TO WS-TOTAL-ED
               MOVE SPACES TO WS-EVENT-MESSAGE
               STRING "subledger does not agree with GL control "
                       WS-CONTROL-ACCOUNT " as of " WS-RUN-DATE
                       " - unexplained difference "
                       TRIM(WS-TOTAL-ED)
                   DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
               CALL "LOG-EVENT-SEV" USING WS-PROGRAM-NAME
                   WS-EVENT-SEVERITY WS-EVENT-MESSAGE
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE WS-DIFFERENCE TO WS-TOTAL-ED
               MOVE SPACES TO WS-EVENT-MESSAGE
               STRING "subledger agrees with GL control "
                       WS-CONTROL-ACCOUNT " as of " WS-RUN-DATE
                       " - difference " TRIM(WS-TOTAL-ED)
                       " explained by timing items"
                   DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
               CALL "LOG-EVENT" USING WS-PROGRAM-NAME WS-EVENT-MESSAGE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       TOTAL-THE-SUBLEDGER.
      *> every carried balance, listed by account so the total can
      *> be ticked back to the statements
           MOVE 'N' TO WS-EOF
           OPEN INPUT BALANCE-FILE
           IF WS-BALANCE-STATUS NOT = "00"
               DISPLAY "SUBLEDGER-GL-RECONCILE: subledger not "
                   "available - " TRIM(WS-BALANCE-FILE-NAME)
                   ", file status " WS-BALANCE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY " "
           DISPLAY "Subledger by account:"
           PERFORM UNTIL WS-EOF = 'Y'
               READ BALANCE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF BALANCE-RECORD NOT = SPACES
                           MOVE SPACES TO WS-FLD-1 WS-FLD-2
                           UNSTRING BALANCE-RECORD DELIMITED BY ","
                               INTO WS-FLD-1 WS-FLD-2
                           MOVE NUMVAL(WS-FLD-2) TO WS-AMOUNT
                           ADD 1 TO WS-ACCOUNT-COUNT
                           ADD WS-AMOUNT TO WS-SUBLEDGER-TOTAL
                           MOVE WS-AMOUNT TO WS-AMOUNT-ED
                           DISPLAY "  " WS-FLD-1(1:10) "  "
                               WS-AMOUNT-ED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BALANCE-FILE.
       TOTAL-THE-SUBLEDGER-EXIT.
           EXIT.

       TOTAL-THE-CONTROL.
      *> the control account's balance as of the run date - debits
      *> less credits, nothing posted after the date counts
           MOVE 'N' TO WS-EOF
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "SUBLEDGER-GL-RECONCILE: posting history not "
                   "available - " TRIM(WS-HISTORY-FILE-NAME)
                   ", file status " WS-HISTORY-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-FLD-1 WS-FLD-2 WS-FLD-3
                           WS-FLD-4
                       UNSTRING HISTORY-RECORD DELIMITED BY ","
                           INTO WS-FLD-1 WS-FLD-2 WS-FLD-3 WS-FLD-4
                       IF WS-FLD-3(1:10) = WS-CONTROL-ACCOUNT
                         AND WS-FLD-1(1:8) <= WS-RUN-DATE
                           ADD 1 TO WS-GL-LINE-COUNT
                           MOVE NUMVAL(WS-FLD-4) TO WS-AMOUNT
                           IF WS-FLD-2(1:1) = 'C'
                               ADD WS-AMOUNT TO WS-GL-CREDITS
                           ELSE
                               ADD WS-AMOUNT TO WS-GL-DEBITS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE
           COMPUTE WS-GL-BALANCE = WS-GL-DEBITS - WS-GL-CREDITS.
       TOTAL-THE-CONTROL-EXIT.
           EXIT.

       TOTAL-SUSPECTS.
      *> ACCOUNT,TXNDATE,SIGNED AMOUNT,REASON,DIVERTED - the amount
      *> is already signed the subledger's way
           MOVE 'N' TO WS-EOF
           OPEN INPUT SUSPECT-FILE
           IF WS-SUSPECT-STATUS NOT = "00"
      *> nothing ever diverted just means no suspense items
               IF WS-SUSPECT-STATUS = "05"
                   CLOSE SUSPECT-FILE
               END-IF
               GO TO TOTAL-SUSPECTS-EXIT
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ SUSPECT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-FLD-1 WS-FLD-2 WS-FLD-3
                           WS-FLD-4 WS-FLD-5
                       UNSTRING SUSPECT-RECORD DELIMITED BY ","
                           INTO WS-FLD-1 WS-FLD-2 WS-FLD-3 WS-FLD-4
                               WS-FLD-5
                       IF SUSPECT-RECORD NOT = SPACES
                         AND WS-FLD-5(1:8) <= WS-RUN-DATE
                           ADD 1 TO WS-SUSPECT-COUNT
                           ADD NUMVAL(WS-FLD-3) TO WS-SUSPECT-TOTAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUSPECT-FILE.
       TOTAL-SUSPECTS-EXIT.
           EXIT.

       TOTAL-HELD-POSTINGS.
      *> held lines come in pairs, customer side first - only that
      *> side is on the subledger, so only that side is a timing item
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-HELD-LINE
           OPEN INPUT HELD-FILE
           IF WS-HELD-STATUS NOT = "00"
               IF WS-HELD-STATUS = "05"
                   CLOSE HELD-FILE
               END-IF
               GO TO TOTAL-HELD-POSTINGS-EXIT
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ HELD-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-HELD-LINE
                       IF MOD(WS-HELD-LINE, 2) = 1
                           MOVE SPACES TO WS-FLD-1 WS-FLD-2 WS-FLD-3
                           UNSTRING HLD-ORIGINAL DELIMITED BY ","
                               INTO WS-FLD-1 WS-FLD-2 WS-FLD-3
                           MOVE NUMVAL(WS-FLD-3) TO WS-AMOUNT
                           IF WS-FLD-1(1:1) = 'C'
                               COMPUTE WS-AMOUNT = 0 - WS-AMOUNT
                           END-IF
                           ADD 1 TO WS-HELD-COUNT
                           ADD WS-AMOUNT TO WS-HELD-TOTAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HELD-FILE.
       TOTAL-HELD-POSTINGS-EXIT.
           EXIT.

       TOTAL-TRF-SUSPENSE.
      *> one leg per line, amount in cents, signed by its own
      *> debit/credit flag
           MOVE 'N' TO WS-EOF
           OPEN INPUT TRF-SUSPENSE-FILE
           IF WS-TRF-SUSPENSE-STATUS NOT = "00"
               IF WS-TRF-SUSPENSE-STATUS = "05"
                   CLOSE TRF-SUSPENSE-FILE
               END-IF
               GO TO TOTAL-TRF-SUSPENSE-EXIT
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ TRF-SUSPENSE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TRS-HELD-DATE <= WS-RUN-DATE
                         AND TRS-AMOUNT IS NUMERIC
                           COMPUTE WS-AMOUNT =
                               NUMVAL(TRS-AMOUNT) / 100
                           IF TRS-DC = 'C'
                               COMPUTE WS-AMOUNT = 0 - WS-AMOUNT
                           END-IF
                           ADD 1 TO WS-TRF-COUNT
                           ADD WS-AMOUNT TO WS-TRF-TOTAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRF-SUSPENSE-FILE.
       TOTAL-TRF-SUSPENSE-EXIT.
           EXIT.

       PRINT-STATEMENT.
           DISPLAY " "
           DISPLAY "Accounts on subledger:  " WS-ACCOUNT-COUNT
           MOVE WS-SUBLEDGER-TOTAL TO WS-TOTAL-ED
           DISPLAY "Subledger total:        " WS-TOTAL-ED
           DISPLAY "GL control postings:    " WS-GL-LINE-COUNT
           MOVE WS-GL-DEBITS TO WS-TOTAL-ED
           DISPLAY "  debits:               " WS-TOTAL-ED
           MOVE WS-GL-CREDITS TO WS-TOTAL-ED
           DISPLAY "  credits:              " WS-TOTAL-ED
           MOVE WS-GL-BALANCE TO WS-TOTAL-ED
           DISPLAY "GL control balance:     " WS-TOTAL-ED
           MOVE WS-DIFFERENCE TO WS-TOTAL-ED
           DISPLAY "Difference:             " WS-TOTAL-ED
           DISPLAY "Timing items:"
           MOVE WS-SUSPECT-TOTAL TO WS-TOTAL-ED
           DISPLAY "  suspense:             " WS-TOTAL-ED " ("
               WS-SUSPECT-COUNT ")"
           MOVE WS-HELD-TOTAL TO WS-TOTAL-ED
           DISPLAY "  held GL postings:     " WS-TOTAL-ED " ("
               WS-HELD-COUNT ")"
           MOVE WS-TRF-TOTAL TO WS-TOTAL-ED
           DISPLAY "  unmatched transfers:  " WS-TOTAL-ED " ("
               WS-TRF-COUNT ")"
           MOVE WS-TIMING-TOTAL TO WS-TOTAL-ED
           DISPLAY "Total timing items:     " WS-TOTAL-ED
           MOVE WS-UNEXPLAINED TO WS-TOTAL-ED
           DISPLAY "Unexplained:            " WS-TOTAL-ED
           DISPLAY "===== End of subledger reconciliation =====".
       END PROGRAM SUBLEDGER-GL-RECONCILE.
