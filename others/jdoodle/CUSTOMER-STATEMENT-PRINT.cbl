       SELECT OPTIONAL PRINT-FILE ASSIGN DYNAMIC WS-PRINT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRINT-STATUS.
      *> the e-delivery vendor's extract - pipe-delimited, because
      *> names and addresses carry commas: an F file header, then
      *> per statement an H header, one D per transaction and a B
      *> balance record, closed by a T trailer carrying the control
      *> counts. The H record ends with the statement kind, R for a
      *> cycle statement and F for a final one. Overridable via
      *> STATEMENT-EXTRACT-FILE
       SELECT OPTIONAL EXTRACT-FILE ASSIGN DYNAMIC
           WS-EXTRACT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXTRACT-STATUS.
      *> the final statements ACCT-CLOSURE asks for - ACCOUNT,
      *> STMTDATE,CLOSING,SETTLEDATE per line. An entry with no date
      *> yet is rendered this run whatever its cycle, once the
      *> account has a transaction dated on or after SETTLEDATE -
      *> the payout or write-off it settled with - and the date and
      *> closing balance are written back for ACCT-CLOSURE to
      *> verify. Overridable via STATEMENT-FINAL-FILE
       SELECT OPTIONAL FINAL-FILE ASSIGN DYNAMIC WS-FINAL-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FINAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD TXN-FILE.
           05 ACCT-OPEN-DATE PIC 9(8).
           05 ACCT-CREDIT-LIMIT PIC 9(9)V99.
           05 ACCT-STMT-CYCLE PIC 9(2).
           05 ACCT-CLASS PIC X(2).
           05 ACCT-CUSTOMER PIC X(10).
           05 ACCT-DELIVERY PIC X(1).
           05 ACCT-EMAIL PIC X(60).
       FD BALANCE-FILE.
      *> one ACCOUNT,BALANCE line per account
       01 BALANCE-RECORD PIC X(30).
       01 PRINT-RECORD.
           05 PRT-ASA PIC X(1).
           05 PRT-LINE PIC X(90).
       FD EXTRACT-FILE.
       01 EXTRACT-RECORD PIC X(250).
       FD FINAL-FILE.
       01 FINAL-RECORD PIC X(60).
       WORKING-STORAGE SECTION.
      *> correctly-sized holder for the startup trace - a literal
      *> passed straight to LOG-STARTUP's LINKAGE would only be
      *> allocated as big as the literal itself, not the LINKAGE PIC
       01 WS-PROGRAM-NAME PIC X(44)
           VALUE "CUSTOMER-STATEMENT-PRINT".
      *> correctly-sized holders for TIMER-LOG's LINKAGE - start/end
      *> stamps around the statement pass feed the TIMING-REPORT
      *> ranking of the batch window and SLA-REPORT's delivery check
       01 WS-TIMER-UNIT PIC X(44) VALUE "CUSTOMER-STATEMENT-PRINT".
       01 WS-TIMER-START PIC X(1) VALUE 'S'.
       01 WS-TIMER-END PIC X(1) VALUE 'E'.
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
           VALUE "CUSTOMER-STATEMENTS.PRN".
       01 WS-ENV-PRINT-FILE-NAME PIC X(80).
       01 WS-PRINT-STATUS PIC X(2).
       01 WS-EXTRACT-FILE-NAME PIC X(80) VALUE "E-STATEMENTS.DAT".
       01 WS-ENV-EXTRACT-FILE-NAME PIC X(80).
       01 WS-EXTRACT-STATUS PIC X(2).
       01 WS-EXTRACT-OPEN PIC X(1).
       01 WS-FINAL-FILE-NAME PIC X(80) VALUE "STATEMENT-FINAL.DAT".
       01 WS-ENV-FINAL-FILE-NAME PIC X(80).
       01 WS-FINAL-STATUS PIC X(2).
       01 WS-EOF PIC X(1).
       01 WS-SORT-EOF PIC X(1).
      *> the statement date and the cycle being run - STMT-CYCLE
       01 WS-OPENING-BAL PIC S9(11)V99.
       01 WS-CLOSING-BAL PIC S9(11)V99.
       01 WS-TXN-LINES PIC 9(5).
      *> where the statement being rendered goes, from the master's
      *> delivery preference - anything but E or B is paper
       01 WS-TO-PRINT PIC X(1).
       01 WS-TO-EXTRACT PIC X(1).
       01 WS-EXT-AMOUNT PIC X(16).
       01 WS-EXT-CLOSING PIC X(16).
      *> final statements asked for, with what was cut for them -
      *> each gets a marker record through the sort dated past any
      *> real transaction, so an account with nothing new still
      *> renders
       01 WS-FIN-COUNT PIC 9(3) VALUE 0.
       01 WS-FIN-MAX PIC 9(3) VALUE 500.
       01 WS-FIN-ENTRY OCCURS 500 TIMES.
           05 FIN-ACCOUNT PIC 9(10).
           05 FIN-STMT-DATE PIC 9(8).
           05 FIN-CLOSING PIC S9(11)V99.
      *> the settlement the final has to show - zero when nothing
      *> was posted to settle it - and whether a transaction dated
      *> on or after it came through the sort this run
           05 FIN-SETTLE-DATE PIC 9(8).
           05 FIN-SETTLE-SEEN PIC X(1).
       01 WS-FIN-INDEX PIC 9(3).
       01 WS-FIN-SCAN PIC 9(3).
       01 WS-FIN-MARKER-DATE PIC 9(8) VALUE 99999999.
       01 WS-FINAL-STMT PIC X(1).
       01 WS-STMT-KIND PIC X(1).
       01 WS-FIN-ACCT-X PIC X(20).
       01 WS-FIN-DATE-X PIC X(20).
       01 WS-FIN-CLOSING-X PIC X(20).
       01 WS-FIN-SETTLE-X PIC X(20).
       01 WS-FINALS-CUT PIC 9(4) VALUE 0.
       01 WS-FINALS-HELD PIC 9(4) VALUE 0.
      *> TXNTYPE-LOOKUP's answer for the line description
       01 WS-TYPE-DESC PIC X(30).
       01 WS-TYPE-SIGN PIC X(1).
       01 WS-STATEMENTS-CUT PIC 9(4) VALUE 0.
       01 WS-SKIPPED-CYCLE PIC 9(4) VALUE 0.
       01 WS-NO-MASTER PIC 9(4) VALUE 0.
      *> delivery control counts - every statement cut is counted
      *> once by its preference and again by each output it actually
      *> reached, so the two views must reconcile
       01 WS-PAPER-ONLY PIC 9(4) VALUE 0.
       01 WS-ELECTRONIC-ONLY PIC 9(4) VALUE 0.
       01 WS-BOTH-WAYS PIC 9(4) VALUE 0.
       01 WS-PRINT-STMTS PIC 9(4) VALUE 0.
       01 WS-PRINT-DETAILS PIC 9(7) VALUE 0.
       01 WS-PRINT-CLOSING PIC S9(13)V99 VALUE 0.
       01 WS-EXTRACT-STMTS PIC 9(4) VALUE 0.
       01 WS-EXTRACT-DETAILS PIC 9(7) VALUE 0.
       01 WS-EXTRACT-RECORDS PIC 9(7) VALUE 0.
       01 WS-EXTRACT-CLOSING PIC S9(13)V99 VALUE 0.
       01 WS-EXPECT-PRINT PIC 9(4).
       01 WS-EXPECT-EXTRACT PIC 9(4).
       01 WS-RECONCILED PIC X(1).
       01 WS-CONTROL-ED PIC -9(13).99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           IF WS-ENV-PRINT-FILE-NAME NOT = SPACES
               MOVE WS-ENV-PRINT-FILE-NAME TO WS-PRINT-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-EXTRACT-FILE-NAME
           ACCEPT WS-ENV-EXTRACT-FILE-NAME FROM ENVIRONMENT
               "STATEMENT-EXTRACT-FILE"
           IF WS-ENV-EXTRACT-FILE-NAME NOT = SPACES
               MOVE WS-ENV-EXTRACT-FILE-NAME TO WS-EXTRACT-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-FINAL-FILE-NAME
           ACCEPT WS-ENV-FINAL-FILE-NAME FROM ENVIRONMENT
               "STATEMENT-FINAL-FILE"
           IF WS-ENV-FINAL-FILE-NAME NOT = SPACES
               MOVE WS-ENV-FINAL-FILE-NAME TO WS-FINAL-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-STMT-DATE
           ACCEPT WS-ENV-STMT-DATE FROM ENVIRONMENT
               "CALC-BUSINESS-DATE"
           MOVE SPACES TO WS-CYCLE
           ACCEPT WS-CYCLE FROM ENVIRONMENT "STMT-CYCLE"
           PERFORM LOAD-BALANCES THRU LOAD-BALANCES-EXIT
           PERFORM LOAD-FINAL-STATEMENTS
               THRU LOAD-FINAL-STATEMENTS-EXIT
           OPEN I-O ACCT-MASTER.
           IF WS-ACCT-STATUS NOT = "00" AND WS-ACCT-STATUS NOT = "05"
               DISPLAY "CUSTOMER-STATEMENT-PRINT: account master "
               STOP RUN
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           OPEN OUTPUT EXTRACT-FILE.
      *> OUTPUT on a file that does not exist yet reports status 05
      *> on this runtime even though it creates the file underneath;
      *> an extract that will not open leaves its statements
      *> undelivered, which the reconciliation below catches
           IF WS-EXTRACT-STATUS = "00" OR WS-EXTRACT-STATUS = "05"
               MOVE 'Y' TO WS-EXTRACT-OPEN
               MOVE SPACES TO EXTRACT-RECORD
               STRING "F|" WS-STMT-DATE "|" WS-CYCLE
                   DELIMITED BY SIZE INTO EXTRACT-RECORD
               PERFORM WRITE-EXTRACT-RECORD
           ELSE
               MOVE 'N' TO WS-EXTRACT-OPEN
               DISPLAY "CUSTOMER-STATEMENT-PRINT: cannot open "
                   TRIM(WS-EXTRACT-FILE-NAME) " - file status "
                   WS-EXTRACT-STATUS
           END-IF
           CALL "TIMER-LOG" USING WS-TIMER-UNIT WS-TIMER-START
      *> a real SORT, account then date - volume is bounded by disk,
      *> not the 200-slot table the internal report still carries
           SORT SORT-WORK
               ON ASCENDING KEY SRT-ACCOUNT SRT-DATE
               INPUT PROCEDURE IS FEED-THE-SORT
               OUTPUT PROCEDURE IS RENDER-STATEMENTS
           PERFORM WRITE-PRINT-CONTROL
           CLOSE PRINT-FILE.
           IF WS-EXTRACT-OPEN = 'Y'
               PERFORM WRITE-EXTRACT-TRAILER
               CLOSE EXTRACT-FILE
           END-IF
           CLOSE ACCT-MASTER.
           PERFORM SAVE-BALANCES.
           IF WS-FIN-COUNT > 0
               PERFORM SAVE-FINAL-STATEMENTS
           END-IF
           CALL "TIMER-LOG" USING WS-TIMER-UNIT WS-TIMER-END
           DISPLAY "===== Customer statement print run ====="
           DISPLAY "Statement date:      " WS-STMT-DATE
           IF WS-CYCLE = SPACES
           DISPLAY "Statements cut:      " WS-STATEMENTS-CUT
           DISPLAY "Skipped (off-cycle): " WS-SKIPPED-CYCLE
           DISPLAY "No master record:    " WS-NO-MASTER
           DISPLAY "Final statements:    " WS-FINALS-CUT
           DISPLAY "  held, unsettled:   " WS-FINALS-HELD
           DISPLAY "  paper only:        " WS-PAPER-ONLY
           DISPLAY "  electronic only:   " WS-ELECTRONIC-ONLY
           DISPLAY "  paper and e-mail:  " WS-BOTH-WAYS
           DISPLAY "Print file:          " TRIM(WS-PRINT-FILE-NAME)
           DISPLAY "  statements:        " WS-PRINT-STMTS
           DISPLAY "  detail lines:      " WS-PRINT-DETAILS
           MOVE WS-PRINT-CLOSING TO WS-CONTROL-ED
           DISPLAY "  closing total:     " WS-CONTROL-ED
           DISPLAY "E-delivery extract:  " TRIM(WS-EXTRACT-FILE-NAME)
           DISPLAY "  statements:        " WS-EXTRACT-STMTS
           DISPLAY "  detail records:    " WS-EXTRACT-DETAILS
           MOVE WS-EXTRACT-CLOSING TO WS-CONTROL-ED
           DISPLAY "  closing total:     " WS-CONTROL-ED
      *> every statement cut must have landed everywhere its
      *> preference sends it - paper and both in the print file,
      *> electronic and both in the extract
           MOVE 'Y' TO WS-RECONCILED
           COMPUTE WS-EXPECT-PRINT = WS-PAPER-ONLY + WS-BOTH-WAYS
           COMPUTE WS-EXPECT-EXTRACT =
               WS-ELECTRONIC-ONLY + WS-BOTH-WAYS
           IF WS-PAPER-ONLY + WS-ELECTRONIC-ONLY + WS-BOTH-WAYS
                   NOT = WS-STATEMENTS-CUT
             OR WS-PRINT-STMTS NOT = WS-EXPECT-PRINT
             OR WS-EXTRACT-STMTS NOT = WS-EXPECT-EXTRACT
               MOVE 'N' TO WS-RECONCILED
               DISPLAY "Delivery controls:   DO NOT RECONCILE - "
                   "expected " WS-EXPECT-PRINT " printed, "
                   WS-EXPECT-EXTRACT " extracted"
           ELSE
               DISPLAY "Delivery controls:   reconciled"
           END-IF
           DISPLAY "===== End of statement print run ====="
      *> RETURN-CODE: 0 = every statement reached its outputs,
      *> 8 = the delivery controls do not reconcile
           IF WS-RECONCILED = 'N'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       FEED-THE-SORT.
           PERFORM FEED-ONE-TXN-FILE THRU FEED-ONE-TXN-FILE-EXIT
           PERFORM FEED-LATER-CYCLES THRU FEED-LATER-CYCLES-EXIT
      *> a final whose settlement has not posted yet would only come
      *> back short by the payout or write-off still on its way - it
      *> waits for a later run instead
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-FIN-COUNT
               IF FIN-STMT-DATE(I) = 0
                 AND FIN-SETTLE-DATE(I) NOT = 0
                 AND FIN-SETTLE-SEEN(I) NOT = 'Y'
                   ADD 1 TO WS-FINALS-HELD
                   DISPLAY "CUSTOMER-STATEMENT-PRINT: final statement "
                       "for account " FIN-ACCOUNT(I) " held - "
                       "settlement of " FIN-SETTLE-DATE(I)
                       " not posted yet"
               END-IF
               IF FIN-STMT-DATE(I) = 0
                 AND (FIN-SETTLE-DATE(I) = 0
                   OR FIN-SETTLE-SEEN(I) = 'Y')
                   MOVE FIN-ACCOUNT(I) TO SRT-ACCOUNT
                   MOVE WS-FIN-MARKER-DATE TO SRT-DATE
                   MOVE 0 TO SRT-AMOUNT
                   MOVE SPACES TO SRT-TYPE
                   RELEASE SORT-RECORD
               END-IF
           END-PERFORM.

       FEED-ONE-TXN-FILE.
           MOVE 'N' TO WS-EOF
           OPEN INPUT TXN-FILE
           IF WS-TXN-STATUS NOT = "00"
                           END-IF
                           MOVE TXN-TYPE TO SRT-TYPE
                           RELEASE SORT-RECORD
                           IF WS-FIN-COUNT > 0
                               PERFORM NOTE-SETTLEMENT-POSTED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TXN-STATUS = "00" OR WS-TXN-STATUS = "10"
               CLOSE TXN-FILE
           END-IF.
       FEED-ONE-TXN-FILE-EXIT.
           EXIT.

       NOTE-SETTLEMENT-POSTED.
           PERFORM VARYING WS-FIN-SCAN FROM 1 BY 1
                   UNTIL WS-FIN-SCAN > WS-FIN-COUNT
               IF FIN-ACCOUNT(WS-FIN-SCAN) = SRT-ACCOUNT
                 AND FIN-STMT-DATE(WS-FIN-SCAN) = 0
                 AND FIN-SETTLE-DATE(WS-FIN-SCAN) NOT = 0
                 AND SRT-DATE NOT < FIN-SETTLE-DATE(WS-FIN-SCAN)
                   MOVE 'Y' TO FIN-SETTLE-SEEN(WS-FIN-SCAN)
               END-IF
           END-PERFORM.

       FEED-LATER-CYCLES.
      *> cycle 01's file keeps the name it always had; each later
      *> cycle the driver posted for the date left its own
      *> TRANSACTIONS-Cnn.DAT beside it. Those carry no date, so only
      *> the cycles run control shows for the date are read - one
      *> left over from an earlier day is not today's business. A
      *> file named outright via CALC-TXN-FILE is read alone
           IF WS-ENV-TXN-FILE-NAME NOT = SPACES
               GO TO FEED-LATER-CYCLES-EXIT
           END-IF
           CALL "CALC-CYCLE-LOOKUP" USING WS-STMT-DATE
               WS-POSTED-CYCLES
           PERFORM VARYING WS-TXN-CYCLE FROM 2 BY 1
                   UNTIL WS-TXN-CYCLE > 99
               IF WS-POSTED-CYCLES(WS-TXN-CYCLE:1) = 'Y'
                   MOVE WS-TXN-CYCLE TO WS-TXN-CYCLE-ED
                   MOVE SPACES TO WS-TXN-FILE-NAME
                   STRING "TRANSACTIONS-C" WS-TXN-CYCLE-ED ".DAT"
                       DELIMITED BY SIZE INTO WS-TXN-FILE-NAME
                   PERFORM FEED-ONE-TXN-FILE
                       THRU FEED-ONE-TXN-FILE-EXIT
               END-IF
           END-PERFORM
           MOVE "TRANSACTIONS.DAT" TO WS-TXN-FILE-NAME.
       FEED-LATER-CYCLES-EXIT.
           EXIT.

       RENDER-STATEMENTS.
           MOVE 'Y' TO WS-FIRST-RECORD
               PERFORM OPEN-THE-STATEMENT THRU OPEN-THE-STATEMENT-EXIT
           END-IF
           IF WS-ACCT-IN-CYCLE = 'Y'
             AND SRT-DATE NOT = WS-FIN-MARKER-DATE
               PERFORM PRINT-ONE-LINE
           END-IF.

                   " - statement not rendered"
               GO TO OPEN-THE-STATEMENT-EXIT
           END-IF
      *> a final statement asked for by ACCT-CLOSURE renders this
      *> run whatever the account's cycle, once its settlement has
      *> posted - until then the account is an ordinary one
           MOVE 'N' TO WS-FINAL-STMT
           MOVE 0 TO WS-FIN-INDEX
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-FIN-COUNT
               IF FIN-ACCOUNT(I) = WS-BREAK-ACCOUNT
                 AND FIN-STMT-DATE(I) = 0
                 AND (FIN-SETTLE-DATE(I) = 0
                   OR FIN-SETTLE-SEEN(I) = 'Y')
                   MOVE 'Y' TO WS-FINAL-STMT
                   MOVE I TO WS-FIN-INDEX
                   MOVE WS-FIN-COUNT TO I
               END-IF
           END-PERFORM
      *> the cycle selection: only accounts due on the named day
      *> render this run; cycle 00 accounts render every run
           IF WS-CYCLE NOT = SPACES
             AND WS-FINAL-STMT = 'N'
             AND ACCT-STMT-CYCLE NOT = 0
             AND ACCT-STMT-CYCLE NOT = NUMVAL(WS-CYCLE)
               ADD 1 TO WS-SKIPPED-CYCLE
           MOVE WS-OPENING-BAL TO WS-CLOSING-BAL
           MOVE 0 TO WS-TXN-LINES
           ADD 1 TO WS-STATEMENTS-CUT
           MOVE 'N' TO WS-TO-PRINT WS-TO-EXTRACT
           EVALUATE ACCT-DELIVERY
               WHEN 'E'
                   ADD 1 TO WS-ELECTRONIC-ONLY
                   MOVE 'Y' TO WS-TO-EXTRACT
               WHEN 'B'
                   ADD 1 TO WS-BOTH-WAYS
                   MOVE 'Y' TO WS-TO-PRINT WS-TO-EXTRACT
               WHEN OTHER
                   ADD 1 TO WS-PAPER-ONLY
                   MOVE 'Y' TO WS-TO-PRINT
           END-EVALUATE
           IF WS-TO-EXTRACT = 'Y' AND WS-EXTRACT-OPEN = 'Y'
               PERFORM EXTRACT-THE-HEADER
           END-IF
           IF WS-TO-PRINT NOT = 'Y'
               GO TO OPEN-THE-STATEMENT-EXIT
           END-IF
           ADD 1 TO WS-PRINT-STMTS
      *> the page: ASA '1' opens a fresh sheet per account, then the
      *> name-and-address block the mailing house needs
           MOVE SPACES TO PRINT-RECORD
           MOVE '1' TO PRT-ASA
           IF WS-FINAL-STMT = 'Y'
               STRING "FINAL STATEMENT             STATEMENT DATE "
                       WS-STMT-DATE
                   DELIMITED BY SIZE INTO PRT-LINE
           ELSE
               STRING "CUSTOMER STATEMENT          STATEMENT DATE "
                       WS-STMT-DATE
                   DELIMITED BY SIZE INTO PRT-LINE
           END-IF
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           MOVE TRIM(ACCT-NAME) TO PRT-LINE
               MOVE "TRANSACTION" TO WS-TYPE-DESC
           END-IF
           MOVE SRT-AMOUNT TO WS-AMOUNT-ED
           IF WS-TO-PRINT = 'Y'
               MOVE SPACES TO PRINT-RECORD
               STRING SRT-DATE "  " WS-TYPE-DESC " " WS-AMOUNT-ED
                   DELIMITED BY SIZE INTO PRT-LINE
               WRITE PRINT-RECORD
               ADD 1 TO WS-PRINT-DETAILS
           END-IF
           IF WS-TO-EXTRACT = 'Y' AND WS-EXTRACT-OPEN = 'Y'
               MOVE SPACES TO EXTRACT-RECORD
               STRING "D|" WS-BREAK-ACCOUNT "|" SRT-DATE "|" SRT-TYPE
                       "|" TRIM(WS-TYPE-DESC) "|" TRIM(WS-AMOUNT-ED)
                   DELIMITED BY SIZE INTO EXTRACT-RECORD
               PERFORM WRITE-EXTRACT-RECORD
               ADD 1 TO WS-EXTRACT-DETAILS
           END-IF
           ADD SRT-AMOUNT TO WS-CLOSING-BAL
           ADD 1 TO WS-TXN-LINES.

               GO TO CLOSE-THE-STATEMENT-EXIT
           END-IF
           MOVE WS-CLOSING-BAL TO WS-BAL-ED
           IF WS-TO-PRINT = 'Y'
               MOVE SPACES TO PRINT-RECORD
               STRING "CLOSING BALANCE: " WS-BAL-ED " ("
                       WS-TXN-LINES " TRANSACTIONS)"
                   DELIMITED BY SIZE INTO PRT-LINE
               WRITE PRINT-RECORD
               ADD WS-CLOSING-BAL TO WS-PRINT-CLOSING
               IF WS-FINAL-STMT = 'Y'
                   MOVE SPACES TO PRINT-RECORD
                   STRING "THIS IS THE FINAL STATEMENT - "
                           "THE ACCOUNT IS BEING CLOSED"
                       DELIMITED BY SIZE INTO PRT-LINE
                   WRITE PRINT-RECORD
               END-IF
           END-IF
           IF WS-TO-EXTRACT = 'Y' AND WS-EXTRACT-OPEN = 'Y'
               MOVE TRIM(WS-BAL-ED) TO WS-EXT-CLOSING
               MOVE WS-OPENING-BAL TO WS-BAL-ED
               MOVE SPACES TO EXTRACT-RECORD
               STRING "B|" WS-BREAK-ACCOUNT "|" TRIM(WS-BAL-ED) "|"
                       TRIM(WS-EXT-CLOSING) "|" WS-TXN-LINES
                   DELIMITED BY SIZE INTO EXTRACT-RECORD
               PERFORM WRITE-EXTRACT-RECORD
               ADD WS-CLOSING-BAL TO WS-EXTRACT-CLOSING
           END-IF
      *> the closing balance becomes next cycle's opening one
           PERFORM STORE-CLOSING-BALANCE
               THRU STORE-CLOSING-BALANCE-EXIT
      *> and a final statement's goes back to ACCT-CLOSURE, which
      *> closes the account only when it is zero
           IF WS-FINAL-STMT = 'Y'
               MOVE WS-STMT-DATE TO FIN-STMT-DATE(WS-FIN-INDEX)
               MOVE WS-CLOSING-BAL TO FIN-CLOSING(WS-FIN-INDEX)
               ADD 1 TO WS-FINALS-CUT
           END-IF.
       CLOSE-THE-STATEMENT-EXIT.
           EXIT.

       EXTRACT-THE-HEADER.
      *> the H record carries everything the vendor needs to address
      *> and open the statement; counted only once it is written
           MOVE WS-OPENING-BAL TO WS-BAL-ED
           IF WS-FINAL-STMT = 'Y'
               MOVE 'F' TO WS-STMT-KIND
           ELSE
               MOVE 'R' TO WS-STMT-KIND
           END-IF
           MOVE SPACES TO EXTRACT-RECORD
           STRING "H|" WS-BREAK-ACCOUNT "|" WS-STMT-DATE "|"
                   TRIM(ACCT-NAME) "|" TRIM(ACCT-ADDR-1) "|"
                   TRIM(ACCT-ADDR-2) "|" TRIM(ACCT-EMAIL) "|"
                   TRIM(WS-BAL-ED) "|" WS-STMT-KIND
               DELIMITED BY SIZE INTO EXTRACT-RECORD
           PERFORM WRITE-EXTRACT-RECORD
           IF WS-EXTRACT-STATUS = "00"
               ADD 1 TO WS-EXTRACT-STMTS
           END-IF.

       WRITE-EXTRACT-RECORD.
           WRITE EXTRACT-RECORD
           IF WS-EXTRACT-STATUS = "00"
               ADD 1 TO WS-EXTRACT-RECORDS
           ELSE
               DISPLAY "CUSTOMER-STATEMENT-PRINT: extract write "
                   "failed for account " WS-BREAK-ACCOUNT
                   " - file status " WS-EXTRACT-STATUS
           END-IF.

       WRITE-EXTRACT-TRAILER.
      *> the trailer counts itself, so the vendor can prove the file
      *> arrived whole
           ADD 1 TO WS-EXTRACT-RECORDS
           MOVE WS-EXTRACT-CLOSING TO WS-CONTROL-ED
           MOVE SPACES TO EXTRACT-RECORD
           STRING "T|" WS-EXTRACT-STMTS "|" WS-EXTRACT-DETAILS "|"
                   WS-EXTRACT-RECORDS "|" TRIM(WS-CONTROL-ED)
               DELIMITED BY SIZE INTO EXTRACT-RECORD
           WRITE EXTRACT-RECORD.

       WRITE-PRINT-CONTROL.
      *> a control page after the last statement - the print room
      *> checks the statement count against it before mailing
           MOVE SPACES TO PRINT-RECORD
           MOVE '1' TO PRT-ASA
           STRING "STATEMENT PRINT CONTROL     STATEMENT DATE "
                   WS-STMT-DATE
               DELIMITED BY SIZE INTO PRT-LINE
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           STRING "STATEMENTS PRINTED: " WS-PRINT-STMTS
               DELIMITED BY SIZE INTO PRT-LINE
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           STRING "DETAIL LINES:       " WS-PRINT-DETAILS
               DELIMITED BY SIZE INTO PRT-LINE
           WRITE PRINT-RECORD
           MOVE WS-PRINT-CLOSING TO WS-CONTROL-ED
           MOVE SPACES TO PRINT-RECORD
           STRING "CLOSING TOTAL:      " WS-CONTROL-ED
               DELIMITED BY SIZE INTO PRT-LINE
           WRITE PRINT-RECORD.

       FETCH-OPENING-BALANCE.
           MOVE 0 TO WS-OPENING-BAL
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-BAL-COUNT
               END-PERFORM
               CLOSE BALANCE-FILE
           END-IF.

       LOAD-FINAL-STATEMENTS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT FINAL-FILE
           IF WS-FINAL-STATUS NOT = "00"
      *> no hand-off file just means no account is being closed
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
                       MOVE SPACES TO WS-FIN-ACCT-X WS-FIN-DATE-X
                           WS-FIN-CLOSING-X WS-FIN-SETTLE-X
                       UNSTRING FINAL-RECORD DELIMITED BY ","
                           INTO WS-FIN-ACCT-X WS-FIN-DATE-X
                               WS-FIN-CLOSING-X WS-FIN-SETTLE-X
                       IF WS-FIN-ACCT-X NOT = SPACES
                         AND TEST-NUMVAL(WS-FIN-ACCT-X) = 0
                         AND WS-FIN-COUNT < WS-FIN-MAX
                           ADD 1 TO WS-FIN-COUNT
                           MOVE NUMVAL(WS-FIN-ACCT-X)
                               TO FIN-ACCOUNT(WS-FIN-COUNT)
                           MOVE 0 TO FIN-STMT-DATE(WS-FIN-COUNT)
                               FIN-CLOSING(WS-FIN-COUNT)
                               FIN-SETTLE-DATE(WS-FIN-COUNT)
                           MOVE 'N' TO FIN-SETTLE-SEEN(WS-FIN-COUNT)
                           IF WS-FIN-SETTLE-X NOT = SPACES
                             AND TEST-NUMVAL(WS-FIN-SETTLE-X) = 0
                               MOVE NUMVAL(WS-FIN-SETTLE-X)
                                   TO FIN-SETTLE-DATE(WS-FIN-COUNT)
                           END-IF
      *> one already cut and not yet picked up is carried as it is
                           IF WS-FIN-DATE-X NOT = SPACES
                             AND TEST-NUMVAL(WS-FIN-DATE-X) = 0
                               MOVE NUMVAL(WS-FIN-DATE-X)
                                   TO FIN-STMT-DATE(WS-FIN-COUNT)
                               MOVE NUMVAL(WS-FIN-CLOSING-X)
                                   TO FIN-CLOSING(WS-FIN-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FINAL-FILE.
       LOAD-FINAL-STATEMENTS-EXIT.
           EXIT.

       SAVE-FINAL-STATEMENTS.
           OPEN OUTPUT FINAL-FILE
      *> OUTPUT on a file that does not exist yet reports status 05
      *> on this runtime even though it creates the file underneath
           IF WS-FINAL-STATUS NOT = "00" AND WS-FINAL-STATUS NOT = "05"
               DISPLAY "CUSTOMER-STATEMENT-PRINT: cannot rewrite "
                   TRIM(WS-FINAL-FILE-NAME) " - file status "
                   WS-FINAL-STATUS
           ELSE
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-FIN-COUNT
                   MOVE SPACES TO FINAL-RECORD
                   IF FIN-STMT-DATE(I) = 0
                       STRING FIN-ACCOUNT(I) ",,," FIN-SETTLE-DATE(I)
                           DELIMITED BY SIZE INTO FINAL-RECORD
                   ELSE
                       MOVE FIN-CLOSING(I) TO WS-BAL-ED
                       STRING FIN-ACCOUNT(I) "," FIN-STMT-DATE(I) ","
                               TRIM(WS-BAL-ED) "," FIN-SETTLE-DATE(I)
                           DELIMITED BY SIZE INTO FINAL-RECORD
                   END-IF
                   WRITE FINAL-RECORD
               END-PERFORM
               CLOSE FINAL-FILE
           END-IF.
       END PROGRAM CUSTOMER-STATEMENT-PRINT.
