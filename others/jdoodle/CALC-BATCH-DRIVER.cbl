       SELECT OPTIONAL TXN-FILE ASSIGN DYNAMIC WS-TXN-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TXN-STATUS.
      *> one line per business date and cycle already posted -
      *> consulted at startup so a resubmitted file cannot double the
      *> grand total we report upstream. Overridable via
      *> CALC-RUN-CONTROL-FILE, same env-var pattern as the
      *> transaction file above
       SELECT OPTIONAL RUN-CONTROL-FILE
           ASSIGN DYNAMIC WS-RUN-CONTROL-NAME
           ORGANIZATION IS LINE SEQUENTIAL
       FD TXN-FILE.
       01 TXN-RECORD PIC X(80).
       FD RUN-CONTROL-FILE.
      *> CCYYMMDD,CC,count,total - the date, the cycle within it,
      *> and what that cycle posted. A bare CCYYMMDD line is from
      *> before cycles existed and stands for cycle 01 with no
      *> figures kept. A rerun appends a fresh line, so the last
      *> line for a date and cycle is the one that counts
       01 RUN-CONTROL-RECORD PIC X(40).
       FD ACCUM-FILE.
      *> one line per posted business date: CCYYMMDD,total - the
      *> run-to-run memory the MTD/YTD figures are computed from
       01 WS-RUN-CONTROL-STATUS PIC X(2).
       01 WS-RUN-CONTROL-EOF PIC X(1).
       01 WS-DATE-POSTED PIC X(1).
      *> the numbered cycle within the business date - CALC-CYCLE
      *> when ops runs a late file through the same day, 01
      *> otherwise. Duplicate-run protection, the archive and the
      *> default transaction file are all per cycle
       01 WS-CYCLE PIC 9(2) VALUE 1.
       01 WS-ENV-CYCLE PIC X(2).
       01 WS-CYCLE-POSTED PIC X(1).
       01 WS-RC-DATE-X PIC X(8).
       01 WS-RC-CYCLE-X PIC X(2).
       01 WS-RC-COUNT-X PIC X(9).
       01 WS-RC-TOTAL-X PIC X(20).
       01 WS-RC-CYCLE PIC 9(2).
       01 WS-RC-TOTAL-ED PIC -9(11).99.
      *> what each cycle of the business date already posted, by
      *> cycle number - the last run-control line for a cycle wins
       01 WS-CYC-ENTRY OCCURS 99 TIMES.
           05 CYC-SEEN PIC X(1).
           05 CYC-LEGACY PIC X(1).
           05 CYC-TOTAL PIC S9(11)V99.
       01 WS-CYC-I PIC 9(3).
       01 WS-CYCLES-POSTED PIC 9(2).
       01 WS-OTHER-CYCLES-TOTAL PIC S9(11)V99.
      *> CALC-REPROCESS=Y is the explicit override for a repeat run -
      *> both the refusal and the override land in the audit trail
       01 WS-REPROCESS PIC X(1).
       01 WS-MONTH-TXN-DAYS PIC 9(3).
       01 WS-ACM-TOTAL-ED PIC -9(11).99.
       01 WS-ACM-OVERFLOW PIC X(1).
       01 WS-ACM-NEW-DATE PIC X(1).
      *> the new overseas feeds carry EUR and GBP business - the
      *> fifth field names the transaction's currency, blank meaning
      *> the base dollar
               MOVE WS-ENV-TXN-FILE-NAME TO WS-TXN-FILE-NAME
           END-IF
           PERFORM ESTABLISH-BUSINESS-DATE
           PERFORM ESTABLISH-CYCLE THRU ESTABLISH-CYCLE-EXIT
      *> the adjustment path replaces the whole normal run - it
      *> touches the stored figures, never the night's business
           MOVE SPACES TO WS-SIMULATE
                   AT END
                       MOVE 'Y' TO WS-RUN-CONTROL-EOF
                   NOT AT END
                       IF RUN-CONTROL-RECORD(1:8) = WS-ADJ-DATE-X
                           MOVE 'Y' TO WS-DATE-POSTED
                       END-IF
               END-READ
               ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF.

       ESTABLISH-CYCLE.
           MOVE SPACES TO WS-ENV-CYCLE
           ACCEPT WS-ENV-CYCLE FROM ENVIRONMENT "CALC-CYCLE"
           IF WS-ENV-CYCLE = SPACES
               GO TO ESTABLISH-CYCLE-EXIT
           END-IF
           IF TEST-NUMVAL(WS-ENV-CYCLE) NOT = 0
               DISPLAY "CALC-BATCH-DRIVER: CALC-CYCLE must be a "
                   "cycle number 1-99, not " WS-ENV-CYCLE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NUMVAL(WS-ENV-CYCLE) < 1
               DISPLAY "CALC-BATCH-DRIVER: CALC-CYCLE must be a "
                   "cycle number 1-99, not " WS-ENV-CYCLE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE NUMVAL(WS-ENV-CYCLE) TO WS-CYCLE
      *> a later cycle brings its own file - TRANSACTIONS-Cnn.DAT
      *> unless CALC-TXN-FILE names it outright. Cycle 01 keeps the
      *> file name it always had
           IF WS-CYCLE > 1 AND WS-ENV-TXN-FILE-NAME = SPACES
               MOVE SPACES TO WS-TXN-FILE-NAME
               STRING "TRANSACTIONS-C" WS-CYCLE ".DAT"
                   DELIMITED BY SIZE INTO WS-TXN-FILE-NAME
           END-IF.
       ESTABLISH-CYCLE-EXIT.
           EXIT.

       CHECK-BUSINESS-CALENDAR.
           CALL "CALENDAR-LOOKUP" USING WS-BUSINESS-DATE WS-DAY-TYPE
           EVALUATE WS-DAY-TYPE
           IF WS-ENV-RUN-CONTROL-NAME NOT = SPACES
               MOVE WS-ENV-RUN-CONTROL-NAME TO WS-RUN-CONTROL-NAME
           END-IF
           MOVE 'N' TO WS-CYCLE-POSTED
           MOVE 0 TO WS-CYCLES-POSTED
           PERFORM VARYING WS-CYC-I FROM 1 BY 1 UNTIL WS-CYC-I > 99
               MOVE 'N' TO CYC-SEEN(WS-CYC-I)
               MOVE 'N' TO CYC-LEGACY(WS-CYC-I)
               MOVE 0 TO CYC-TOTAL(WS-CYC-I)
           END-PERFORM
           MOVE 'N' TO WS-RUN-CONTROL-EOF
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUN-CONTROL-STATUS NOT = "00"
                   AT END
                       MOVE 'Y' TO WS-RUN-CONTROL-EOF
                   NOT AT END
                       IF RUN-CONTROL-RECORD(1:8) = WS-BUSINESS-DATE
                           PERFORM NOTE-POSTED-CYCLE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUN-CONTROL-FILE
           MOVE CYC-SEEN(WS-CYCLE) TO WS-CYCLE-POSTED
           PERFORM VARYING WS-CYC-I FROM 1 BY 1 UNTIL WS-CYC-I > 99
               IF CYC-SEEN(WS-CYC-I) = 'Y'
                   ADD 1 TO WS-CYCLES-POSTED
               END-IF
           END-PERFORM
           IF WS-CYCLES-POSTED > 0
               DISPLAY "CALC-BATCH-DRIVER: " WS-CYCLES-POSTED
                   " cycle(s) already posted for business date "
                   WS-BUSINESS-DATE " - this is cycle " WS-CYCLE
           END-IF
           IF WS-CYCLE-POSTED = 'Y' AND WS-SIMULATE = 'Y'
      *> a simulation may look at an already-posted cycle freely -
      *> it consumes nothing either way
               DISPLAY "CALC-BATCH-DRIVER: business date "
                   WS-BUSINESS-DATE " cycle " WS-CYCLE
                   " already posted - simulation proceeds without "
                   "consuming it"
               GO TO CHECK-RUN-CONTROL-EXIT
           END-IF
           IF WS-CYCLE-POSTED = 'Y'
               MOVE SPACES TO WS-REPROCESS
               ACCEPT WS-REPROCESS FROM ENVIRONMENT "CALC-REPROCESS"
               IF UPPER-CASE(WS-REPROCESS) = 'Y'
                   DISPLAY "CALC-BATCH-DRIVER: reprocess override "
                       "accepted for business date " WS-BUSINESS-DATE
                       " cycle " WS-CYCLE
                   MOVE 'W' TO WS-EVENT-SEVERITY
                   MOVE SPACES TO WS-EVENT-MESSAGE
                   STRING "reprocess override accepted for business "
                           "date " WS-BUSINESS-DATE " cycle " WS-CYCLE
                       DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
                   CALL "LOG-EVENT-SEV" USING WS-PROGRAM-NAME
                       WS-EVENT-SEVERITY WS-EVENT-MESSAGE
               ELSE
                   DISPLAY "CALC-BATCH-DRIVER: business date "
                       WS-BUSINESS-DATE " cycle " WS-CYCLE
                       " already processed - run refused (set "
                       "CALC-REPROCESS=Y to override, or CALC-CYCLE "
                       "for a further cycle)"
                   MOVE 'E' TO WS-EVENT-SEVERITY
                   MOVE SPACES TO WS-EVENT-MESSAGE
                   STRING "duplicate run refused for business date "
                           WS-BUSINESS-DATE " cycle " WS-CYCLE
                       DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
                   CALL "LOG-EVENT-SEV" USING WS-PROGRAM-NAME
                       WS-EVENT-SEVERITY WS-EVENT-MESSAGE
       CHECK-RUN-CONTROL-EXIT.
           EXIT.

       NOTE-POSTED-CYCLE.
           MOVE SPACES TO WS-RC-DATE-X WS-RC-CYCLE-X WS-RC-COUNT-X
               WS-RC-TOTAL-X
           UNSTRING RUN-CONTROL-RECORD DELIMITED BY ","
               INTO WS-RC-DATE-X WS-RC-CYCLE-X WS-RC-COUNT-X
                   WS-RC-TOTAL-X
           IF WS-RC-CYCLE-X = SPACES
               MOVE 1 TO WS-RC-CYCLE
               MOVE 'Y' TO CYC-LEGACY(WS-RC-CYCLE)
               MOVE 0 TO CYC-TOTAL(WS-RC-CYCLE)
           ELSE
               MOVE NUMVAL(WS-RC-CYCLE-X) TO WS-RC-CYCLE
               MOVE 'N' TO CYC-LEGACY(WS-RC-CYCLE)
               MOVE NUMVAL(WS-RC-TOTAL-X) TO CYC-TOTAL(WS-RC-CYCLE)
           END-IF
           MOVE 'Y' TO CYC-SEEN(WS-RC-CYCLE).

       POST-ACCUMULATION.
           MOVE SPACES TO WS-ENV-ACCUM-FILE-NAME
           ACCEPT WS-ENV-ACCUM-FILE-NAME FROM ENVIRONMENT
               MOVE WS-ENV-ACCUM-FILE-NAME TO WS-ACCUM-FILE-NAME
           END-IF
           MOVE 'N' TO WS-ACM-OVERFLOW
           MOVE 'N' TO WS-ACM-NEW-DATE
           PERFORM LOAD-ACCUMULATION THRU LOAD-ACCUMULATION-EXIT
      *> posting into a file the table cannot fully hold would
      *> destroy the unheld lines on the rewrite - leave the file
           IF WS-ACM-OVERFLOW = 'Y'
               GO TO POST-ACCUMULATION-EXIT
           END-IF
      *> one line per business date is the contract the MTD/YTD
      *> sums depend on, so the date's line carries every cycle: a
      *> new cycle adds to it, an override rerun of a cycle swaps
      *> that cycle's earlier figure for tonight's instead of
      *> double-counting it
           MOVE 0 TO WS-ACM-INDEX
           PERFORM VARYING WS-ACM-I FROM 1 BY 1
                   UNTIL WS-ACM-I > WS-ACM-COUNT
               ADD 1 TO WS-ACM-COUNT
               MOVE WS-ACM-COUNT TO WS-ACM-INDEX
               MOVE WS-BUSINESS-DATE TO WS-ACM-DATE(WS-ACM-INDEX)
               MOVE 0 TO WS-ACM-TOTAL(WS-ACM-INDEX)
               MOVE 'Y' TO WS-ACM-NEW-DATE
           END-IF
           EVALUATE TRUE
               WHEN WS-CYCLE-POSTED NOT = 'Y'
                 OR WS-ACM-NEW-DATE = 'Y'
                   ADD WS-GRAND-TOTAL TO WS-ACM-TOTAL(WS-ACM-INDEX)
               WHEN CYC-LEGACY(WS-CYCLE) = 'Y'
      *> a date posted before cycles existed kept no figure of its
      *> own - its line was the one run, plus any later cycles
                   MOVE 0 TO WS-OTHER-CYCLES-TOTAL
                   PERFORM VARYING WS-CYC-I FROM 1 BY 1
                           UNTIL WS-CYC-I > 99
                       IF CYC-SEEN(WS-CYC-I) = 'Y'
                         AND WS-CYC-I NOT = WS-CYCLE
                           ADD CYC-TOTAL(WS-CYC-I)
                               TO WS-OTHER-CYCLES-TOTAL
                       END-IF
                   END-PERFORM
                   COMPUTE WS-ACM-TOTAL(WS-ACM-INDEX) =
                       WS-OTHER-CYCLES-TOTAL + WS-GRAND-TOTAL
               WHEN OTHER
                   COMPUTE WS-ACM-TOTAL(WS-ACM-INDEX) =
                       WS-ACM-TOTAL(WS-ACM-INDEX)
                       - CYC-TOTAL(WS-CYCLE) + WS-GRAND-TOTAL
           END-EVALUATE
           PERFORM SAVE-ACCUMULATION
           MOVE WS-ACM-TOTAL(WS-ACM-INDEX) TO WS-ACM-TOTAL-ED
           DISPLAY "Business date total: " WS-ACM-TOTAL-ED
               " (all cycles)"
      *> month and year sums over what is now on file, the posted
      *> run included
           MOVE 0 TO WS-MTD-TOTAL WS-YTD-TOTAL
           IF WS-ENV-ARCHIVE-PREFIX NOT = SPACES
               MOVE WS-ENV-ARCHIVE-PREFIX TO WS-ARCHIVE-PREFIX
           END-IF
      *> cycle 01 keeps the plain dated name every archive reader
      *> opens by; a later cycle gets its own -Cnn file beside it
           MOVE SPACES TO WS-ARCHIVE-FILE-NAME
           IF WS-CYCLE > 1
               STRING TRIM(WS-ARCHIVE-PREFIX) WS-BUSINESS-DATE
                       "-C" WS-CYCLE ".DAT"
                   DELIMITED BY SIZE INTO WS-ARCHIVE-FILE-NAME
           ELSE
               STRING TRIM(WS-ARCHIVE-PREFIX) WS-BUSINESS-DATE ".DAT"
                   DELIMITED BY SIZE INTO WS-ARCHIVE-FILE-NAME
           END-IF
           OPEN OUTPUT ARCHIVE-FILE
      *> OUTPUT on a file that does not exist yet reports status 05
      *> on this runtime even though it creates the file underneath
           EXIT.

       RECORD-DATE-POSTED.
      *> every completed cycle appends its own line, an override
      *> rerun included - the last line for a date and cycle is the
      *> one CHECK-RUN-CONTROL and the morning status go by
           OPEN EXTEND RUN-CONTROL-FILE
      *> EXTEND on a file that does not exist yet reports status 05 on
      *> this runtime even though it creates the file underneath (the
      *> same SELECT OPTIONAL quirk LOG-EVENT works around)
           IF WS-RUN-CONTROL-STATUS = "00"
                   OR WS-RUN-CONTROL-STATUS = "05"
               MOVE WS-GRAND-TOTAL TO WS-RC-TOTAL-ED
               MOVE SPACES TO RUN-CONTROL-RECORD
               STRING WS-BUSINESS-DATE "," WS-CYCLE ","
                       WS-TXN-COUNT "," TRIM(WS-RC-TOTAL-ED)
                   DELIMITED BY SIZE INTO RUN-CONTROL-RECORD
               WRITE RUN-CONTROL-RECORD
               CLOSE RUN-CONTROL-FILE
           ELSE
           END-IF
           DISPLAY "Run id:              " WS-RUN-ID
           DISPLAY "Business date:       " WS-BUSINESS-DATE
           DISPLAY "Cycle:               " WS-CYCLE
           DISPLAY "Transaction file:    " TRIM(WS-TXN-FILE-NAME)
           DISPLAY "Transactions read:   " WS-TXN-COUNT
           DISPLAY "Transactions failed: " WS-ERROR-COUNT
           PERFORM VARYING WS-CUR-I FROM 1 BY 1
