      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRF-MATCH.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> the night's clean transactions CALC-TXN-EDIT wrote - read
      *> whole, then rewritten without the transfer legs that found
      *> no partner and with any held legs whose partner has now
      *> arrived. Overridable via CALC-TXN-FILE
       SELECT OPTIONAL TXN-FILE ASSIGN DYNAMIC WS-TXN-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TXN-STATUS.
      *> transfer legs waiting for their other half - the date the
      *> leg was held, comma, the transaction exactly as it arrived.
      *> Rewritten whole each run so released legs drop out.
      *> Overridable via TRF-SUSPENSE-FILE
       SELECT OPTIONAL TRF-SUSPENSE-FILE ASSIGN DYNAMIC
           WS-TRF-SUSPENSE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRF-SUSPENSE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD TXN-FILE.
       01 TXN-RECORD PIC X(80).
       FD TRF-SUSPENSE-FILE.
       01 TRF-SUSPENSE-RECORD.
           05 TRS-HELD-DATE PIC X(8).
           05 FILLER PIC X(1).
           05 TRS-ORIGINAL PIC X(80).
       WORKING-STORAGE SECTION.
      *> correctly-sized holders for the literal audit message - a
      *> literal passed straight to LOG-EVENT's LINKAGE would only be
      *> allocated as big as the literal itself, not the LINKAGE PIC
       01 WS-PROGRAM-NAME PIC X(44) VALUE "TRF-MATCH".
       01 WS-EVENT-MESSAGE PIC X(200).
       01 WS-EVENT-SEVERITY PIC X(1).
       01 WS-TXN-FILE-NAME PIC X(80) VALUE "TRANSACTIONS.DAT".
       01 WS-ENV-TXN-FILE-NAME PIC X(80).
       01 WS-TXN-STATUS PIC X(2).
      *> the cycle within the business date, as the driver takes it
      *> from CALC-CYCLE - each cycle's legs are paired in that
      *> cycle's own file
       01 WS-CYCLE PIC 9(2) VALUE 1.
       01 WS-ENV-CYCLE PIC X(2).
       01 WS-TRF-SUSPENSE-FILE-NAME PIC X(80)
           VALUE "TRF-SUSPENSE.DAT".
       01 WS-ENV-TRF-SUSPENSE-FILE-NAME PIC X(80).
       01 WS-TRF-SUSPENSE-STATUS PIC X(2).
       01 WS-EOF PIC X(1).
      *> 'F' = the fixed dated layout the legs are matched on; the
      *> driver's delimited layout carries no account, so there is
      *> nothing to pair - same CALC-EDIT-LAYOUT switch as the edit
       01 WS-LAYOUT PIC X(1).
      *> the date legs are held under and aged from - the chain's
      *> date when ops supplies one, today otherwise
       01 WS-BUSINESS-DATE PIC 9(8).
       01 WS-ENV-BUSINESS-DATE PIC X(8).
       01 WS-BD-INT PIC 9(7).
      *> CALC-TXN-EDIT's fixed layout, field for field, with the
      *> transfer reference both legs of a TRF carry after the type
       01 WS-FIXED-RECORD.
           05 WS-FIXED-ACCOUNT PIC X(10).
           05 WS-FIXED-DATE PIC X(8).
           05 WS-FIXED-AMOUNT PIC X(11).
           05 WS-FIXED-DC PIC X(1).
           05 WS-FIXED-TYPE PIC X(3).
           05 WS-FIXED-TRF-REF PIC X(12).
           05 FILLER PIC X(35).
      *> the whole transaction file staged in memory - it is
      *> rewritten in place, so a file too big for the table is left
      *> exactly as it was rather than cut short
       01 WS-LINE-COUNT PIC 9(5) VALUE 0.
       01 WS-LINE-MAX PIC 9(5) VALUE 5000.
       01 WS-LINE-ENTRY OCCURS 5000 TIMES.
           05 LINE-TEXT PIC X(80).
           05 LINE-DROP PIC X(1).
      *> every transfer leg in play this run - today's from the
      *> transaction file ('T') and yesterday's still held ('H')
       01 WS-LEG-COUNT PIC 9(4) VALUE 0.
       01 WS-LEG-MAX PIC 9(4) VALUE 2000.
       01 WS-LEG-ENTRY OCCURS 2000 TIMES.
           05 LEG-SOURCE PIC X(1).
           05 LEG-LINE PIC 9(5).
           05 LEG-ACCOUNT PIC X(10).
           05 LEG-DATE PIC X(8).
           05 LEG-AMOUNT PIC X(11).
           05 LEG-DC PIC X(1).
           05 LEG-REF PIC X(12).
           05 LEG-HELD-DATE PIC X(8).
           05 LEG-DAYS-HELD PIC 9(5).
           05 LEG-RECORD PIC X(80).
           05 LEG-MATCHED PIC X(1).
       01 I PIC 9(5).
       01 J PIC 9(5).
       01 WS-AGE-INT PIC 9(7).
       01 WS-TXN-VALUE PIC 9(9)V99.
       01 WS-AMOUNT-ED PIC -9(9).99.
       01 WS-DAYS-ED PIC Z(4)9.
      *> run tallies for the report and the control records
       01 WS-TODAY-LEGS PIC 9(5) VALUE 0.
       01 WS-HELD-IN PIC 9(5) VALUE 0.
       01 WS-PAIRS PIC 9(5) VALUE 0.
       01 WS-RELEASED PIC 9(5) VALUE 0.
       01 WS-NEWLY-HELD PIC 9(5) VALUE 0.
       01 WS-STILL-HELD PIC 9(5) VALUE 0.
       01 WS-BUCKET-1-7 PIC 9(5) VALUE 0.
       01 WS-BUCKET-8-30 PIC 9(5) VALUE 0.
       01 WS-BUCKET-31 PIC 9(5) VALUE 0.
      *> CHAIN-CONTROL-EMIT's LINKAGE shapes - what arrived from the
      *> edit and what was handed on, so the held and released legs
      *> are accounted for in the chain's handoff proof
       01 WS-CHAIN-STEP PIC X(20).
       01 WS-CHAIN-COUNT PIC 9(9).
       01 WS-CHAIN-AMOUNT PIC S9(13)V99.
       01 WS-IN-COUNT PIC 9(9) VALUE 0.
       01 WS-IN-AMOUNT PIC S9(13)V99 VALUE 0.
       01 WS-OUT-COUNT PIC 9(9) VALUE 0.
       01 WS-OUT-AMOUNT PIC S9(13)V99 VALUE 0.

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
           PERFORM ESTABLISH-CYCLE THRU ESTABLISH-CYCLE-EXIT
           MOVE SPACES TO WS-ENV-TRF-SUSPENSE-FILE-NAME
           ACCEPT WS-ENV-TRF-SUSPENSE-FILE-NAME FROM ENVIRONMENT
               "TRF-SUSPENSE-FILE"
           IF WS-ENV-TRF-SUSPENSE-FILE-NAME NOT = SPACES
               MOVE WS-ENV-TRF-SUSPENSE-FILE-NAME
                   TO WS-TRF-SUSPENSE-FILE-NAME
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
           MOVE INTEGER-OF-DATE(WS-BUSINESS-DATE) TO WS-BD-INT
           MOVE SPACES TO WS-LAYOUT
           ACCEPT WS-LAYOUT FROM ENVIRONMENT "CALC-EDIT-LAYOUT"
           IF UPPER-CASE(WS-LAYOUT) NOT = 'F'
               DISPLAY "TRF-MATCH: delimited layout carries no "
                   "accounts - no transfer legs to pair"
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-TRANSACTIONS THRU LOAD-TRANSACTIONS-EXIT
           PERFORM LOAD-HELD-LEGS THRU LOAD-HELD-LEGS-EXIT
           PERFORM MATCH-LEGS
           PERFORM REWRITE-TRANSACTIONS THRU REWRITE-TRANSACTIONS-EXIT
           PERFORM REWRITE-HELD-LEGS THRU REWRITE-HELD-LEGS-EXIT
      *> the handoff proof: what arrived from the edit, then what
      *> went on to posting - CHAIN-RECONCILE accepts the difference
      *> between the two because the report below accounts for it
           MOVE "TRF-MATCH-IN" TO WS-CHAIN-STEP
           MOVE WS-IN-COUNT TO WS-CHAIN-COUNT
           MOVE WS-IN-AMOUNT TO WS-CHAIN-AMOUNT
           CALL "CHAIN-CONTROL-EMIT" USING WS-CHAIN-STEP
               WS-CHAIN-COUNT WS-CHAIN-AMOUNT
           MOVE "TRF-MATCH" TO WS-CHAIN-STEP
           MOVE WS-OUT-COUNT TO WS-CHAIN-COUNT
           MOVE WS-OUT-AMOUNT TO WS-CHAIN-AMOUNT
           CALL "CHAIN-CONTROL-EMIT" USING WS-CHAIN-STEP
               WS-CHAIN-COUNT WS-CHAIN-AMOUNT
           PERFORM PRINT-UNMATCHED-REPORT
           MOVE SPACES TO WS-EVENT-MESSAGE
           STRING "transfer matching " WS-BUSINESS-DATE ": "
                   WS-PAIRS " pair(s) matched, " WS-RELEASED
                   " held leg(s) released, " WS-NEWLY-HELD
                   " leg(s) newly held, " WS-STILL-HELD
                   " leg(s) in suspense"
               DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
           IF WS-STILL-HELD > 0
               MOVE 'W' TO WS-EVENT-SEVERITY
           ELSE
               MOVE 'I' TO WS-EVENT-SEVERITY
           END-IF
           CALL "LOG-EVENT-SEV" USING WS-PROGRAM-NAME
               WS-EVENT-SEVERITY WS-EVENT-MESSAGE
      *> RETURN-CODE: 0 = every transfer paired, 4 = legs are held
      *> in transfer suspense for intercompany accounting,
      *> 8 = the transaction file could not be processed
           IF WS-STILL-HELD > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       ESTABLISH-CYCLE.
           MOVE SPACES TO WS-ENV-CYCLE
           ACCEPT WS-ENV-CYCLE FROM ENVIRONMENT "CALC-CYCLE"
           IF WS-ENV-CYCLE = SPACES
               GO TO ESTABLISH-CYCLE-EXIT
           END-IF
      *> a cycle the driver would refuse must not rewrite another
      *> cycle's posting file on the way
           IF TEST-NUMVAL(WS-ENV-CYCLE) NOT = 0
               DISPLAY "TRF-MATCH: CALC-CYCLE must be a "
                   "cycle number 1-99, not " WS-ENV-CYCLE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NUMVAL(WS-ENV-CYCLE) < 1
               DISPLAY "TRF-MATCH: CALC-CYCLE must be a "
                   "cycle number 1-99, not " WS-ENV-CYCLE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE NUMVAL(WS-ENV-CYCLE) TO WS-CYCLE
      *> a later cycle's file is TRANSACTIONS-Cnn.DAT, the same name
      *> the edit writes and CALC-BATCH-DRIVER posts for that cycle,
      *> unless CALC-TXN-FILE names it outright. Cycle 01 keeps the
      *> file name it always had. A leg held in one cycle pairs with
      *> its partner in a later cycle through the suspense file, the
      *> same way it does across days
           IF WS-CYCLE > 1 AND WS-ENV-TXN-FILE-NAME = SPACES
               MOVE SPACES TO WS-TXN-FILE-NAME
               STRING "TRANSACTIONS-C" WS-CYCLE ".DAT"
                   DELIMITED BY SIZE INTO WS-TXN-FILE-NAME
           END-IF.
       ESTABLISH-CYCLE-EXIT.
           EXIT.

       LOAD-TRANSACTIONS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT TXN-FILE
           IF WS-TXN-STATUS NOT = "00"
               IF WS-TXN-STATUS = "05"
                   CLOSE TXN-FILE
               END-IF
               DISPLAY "TRF-MATCH: no transaction file "
                   TRIM(WS-TXN-FILE-NAME) " - nothing to pair"
               GO TO LOAD-TRANSACTIONS-EXIT
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ TXN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-LINE-COUNT < WS-LINE-MAX
                           ADD 1 TO WS-LINE-COUNT
                           MOVE TXN-RECORD
                               TO LINE-TEXT(WS-LINE-COUNT)
                           MOVE 'N' TO LINE-DROP(WS-LINE-COUNT)
                           PERFORM LOAD-ONE-LINE
                               THRU LOAD-ONE-LINE-EXIT
                       ELSE
      *> rewriting a partial file would lose business - stop with
      *> the file untouched and let ops raise the table size
                           CLOSE TXN-FILE
                           DISPLAY "TRF-MATCH: over " WS-LINE-MAX
                               " transactions - file left untouched,"
                               " transfers not paired"
                           MOVE 'E' TO WS-EVENT-SEVERITY
                           MOVE SPACES TO WS-EVENT-MESSAGE
                           STRING "transaction file over "
                                   WS-LINE-MAX " records - transfer "
                                   "matching not run"
                               DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
                           CALL "LOG-EVENT-SEV" USING WS-PROGRAM-NAME
                               WS-EVENT-SEVERITY WS-EVENT-MESSAGE
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TXN-FILE.
       LOAD-TRANSACTIONS-EXIT.
           EXIT.

       LOAD-ONE-LINE.
           MOVE TXN-RECORD TO WS-FIXED-RECORD
           IF WS-FIXED-ACCOUNT NOT NUMERIC
               GO TO LOAD-ONE-LINE-EXIT
           END-IF
           ADD 1 TO WS-IN-COUNT
           PERFORM ADD-TO-IN-HASH
           IF UPPER-CASE(WS-FIXED-TYPE) NOT = "TRF"
               GO TO LOAD-ONE-LINE-EXIT
           END-IF
           IF WS-LEG-COUNT NOT < WS-LEG-MAX
      *> an unpaired leg left in the file would post half a
      *> transfer - the whole run stops instead
               DISPLAY "TRF-MATCH: over " WS-LEG-MAX
                   " transfer legs - file left untouched"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-LEG-COUNT
           ADD 1 TO WS-TODAY-LEGS
           MOVE 'T' TO LEG-SOURCE(WS-LEG-COUNT)
           MOVE WS-LINE-COUNT TO LEG-LINE(WS-LEG-COUNT)
           MOVE WS-BUSINESS-DATE TO LEG-HELD-DATE(WS-LEG-COUNT)
           MOVE 0 TO LEG-DAYS-HELD(WS-LEG-COUNT)
           PERFORM STAGE-LEG-FIELDS.
       LOAD-ONE-LINE-EXIT.
           EXIT.

       ADD-TO-IN-HASH.
      *> the same signed hash the edit handed on - debits add,
      *> credits subtract
           COMPUTE WS-TXN-VALUE = NUMVAL(WS-FIXED-AMOUNT) / 100
           IF UPPER-CASE(WS-FIXED-DC) = 'C'
               SUBTRACT WS-TXN-VALUE FROM WS-IN-AMOUNT
           ELSE
               ADD WS-TXN-VALUE TO WS-IN-AMOUNT
           END-IF.

       STAGE-LEG-FIELDS.
           MOVE WS-FIXED-ACCOUNT TO LEG-ACCOUNT(WS-LEG-COUNT)
           MOVE WS-FIXED-DATE TO LEG-DATE(WS-LEG-COUNT)
           MOVE WS-FIXED-AMOUNT TO LEG-AMOUNT(WS-LEG-COUNT)
           MOVE UPPER-CASE(WS-FIXED-DC) TO LEG-DC(WS-LEG-COUNT)
           MOVE WS-FIXED-TRF-REF TO LEG-REF(WS-LEG-COUNT)
           MOVE WS-FIXED-RECORD TO LEG-RECORD(WS-LEG-COUNT)
           MOVE 'N' TO LEG-MATCHED(WS-LEG-COUNT).

       LOAD-HELD-LEGS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT TRF-SUSPENSE-FILE
           IF WS-TRF-SUSPENSE-STATUS NOT = "00"
               IF WS-TRF-SUSPENSE-STATUS = "05"
                   CLOSE TRF-SUSPENSE-FILE
               END-IF
               GO TO LOAD-HELD-LEGS-EXIT
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ TRF-SUSPENSE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-LEG-COUNT < WS-LEG-MAX
                           PERFORM LOAD-ONE-HELD-LEG
                       ELSE
      *> the suspense file is only rewritten from the table, so a
      *> truncated load would lose held legs - stop instead
                           CLOSE TRF-SUSPENSE-FILE
                           DISPLAY "TRF-MATCH: over " WS-LEG-MAX
                               " transfer legs - files left untouched"
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRF-SUSPENSE-FILE.
       LOAD-HELD-LEGS-EXIT.
           EXIT.

       LOAD-ONE-HELD-LEG.
           ADD 1 TO WS-LEG-COUNT
           ADD 1 TO WS-HELD-IN
           MOVE TRS-ORIGINAL TO WS-FIXED-RECORD
           MOVE 'H' TO LEG-SOURCE(WS-LEG-COUNT)
           MOVE 0 TO LEG-LINE(WS-LEG-COUNT)
           MOVE TRS-HELD-DATE TO LEG-HELD-DATE(WS-LEG-COUNT)
           IF TRS-HELD-DATE IS NUMERIC
               MOVE INTEGER-OF-DATE(NUMVAL(TRS-HELD-DATE))
                   TO WS-AGE-INT
               COMPUTE LEG-DAYS-HELD(WS-LEG-COUNT) =
                   WS-BD-INT - WS-AGE-INT
           ELSE
               MOVE 0 TO LEG-DAYS-HELD(WS-LEG-COUNT)
           END-IF
           PERFORM STAGE-LEG-FIELDS.

       MATCH-LEGS.
      *> a debit leg pairs with the first unpaired credit leg for the
      *> same amount, value date and transfer reference on a
      *> different account - a held leg pairs with today's arrival
      *> exactly as two of today's legs pair with each other
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-LEG-COUNT
               IF LEG-MATCHED(I) = 'N' AND LEG-DC(I) = 'D'
                   PERFORM VARYING J FROM 1 BY 1
                           UNTIL J > WS-LEG-COUNT
                       IF LEG-MATCHED(J) = 'N'
                         AND LEG-DC(J) = 'C'
                         AND LEG-AMOUNT(J) = LEG-AMOUNT(I)
                         AND LEG-DATE(J) = LEG-DATE(I)
                         AND LEG-REF(J) = LEG-REF(I)
                         AND LEG-ACCOUNT(J) NOT = LEG-ACCOUNT(I)
                           MOVE 'Y' TO LEG-MATCHED(I)
                           MOVE 'Y' TO LEG-MATCHED(J)
                           ADD 1 TO WS-PAIRS
                           MOVE WS-LEG-COUNT TO J
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
      *> today's unpaired legs come out of the posting file; held
      *> legs that found their partner go back into it
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-LEG-COUNT
               EVALUATE TRUE
                   WHEN LEG-SOURCE(I) = 'T' AND LEG-MATCHED(I) = 'N'
                       MOVE 'Y' TO LINE-DROP(LEG-LINE(I))
                       ADD 1 TO WS-NEWLY-HELD
                       ADD 1 TO WS-STILL-HELD
                   WHEN LEG-SOURCE(I) = 'H' AND LEG-MATCHED(I) = 'Y'
                       ADD 1 TO WS-RELEASED
                   WHEN LEG-SOURCE(I) = 'H'
                       ADD 1 TO WS-STILL-HELD
               END-EVALUATE
           END-PERFORM.

       REWRITE-TRANSACTIONS.
           IF WS-LINE-COUNT = 0 AND WS-RELEASED = 0
               GO TO REWRITE-TRANSACTIONS-EXIT
           END-IF
           OPEN OUTPUT TXN-FILE
      *> OUTPUT on a file that does not exist yet reports status 05
      *> on this runtime even though it creates the file underneath
           IF WS-TXN-STATUS NOT = "00" AND WS-TXN-STATUS NOT = "05"
               DISPLAY "TRF-MATCH: cannot rewrite "
                   TRIM(WS-TXN-FILE-NAME) " - file status "
                   WS-TXN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-LINE-COUNT
               IF LINE-DROP(I) = 'N'
                   MOVE LINE-TEXT(I) TO TXN-RECORD
                   WRITE TXN-RECORD
                   PERFORM ADD-TO-OUT-HASH
               END-IF
           END-PERFORM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-LEG-COUNT
               IF LEG-SOURCE(I) = 'H' AND LEG-MATCHED(I) = 'Y'
                   MOVE LEG-RECORD(I) TO TXN-RECORD
                   WRITE TXN-RECORD
                   PERFORM ADD-TO-OUT-HASH
                   MOVE SPACES TO WS-EVENT-MESSAGE
                   STRING "held transfer leg released: account "
                           LEG-ACCOUNT(I) " ref " LEG-REF(I)
                           " held since " LEG-HELD-DATE(I)
                       DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
                   CALL "LOG-EVENT" USING WS-PROGRAM-NAME
                       WS-EVENT-MESSAGE
               END-IF
           END-PERFORM
           CLOSE TXN-FILE.
       REWRITE-TRANSACTIONS-EXIT.
           EXIT.

       ADD-TO-OUT-HASH.
           MOVE TXN-RECORD TO WS-FIXED-RECORD
           IF WS-FIXED-ACCOUNT IS NUMERIC
               ADD 1 TO WS-OUT-COUNT
               COMPUTE WS-TXN-VALUE = NUMVAL(WS-FIXED-AMOUNT) / 100
               IF UPPER-CASE(WS-FIXED-DC) = 'C'
                   SUBTRACT WS-TXN-VALUE FROM WS-OUT-AMOUNT
               ELSE
                   ADD WS-TXN-VALUE TO WS-OUT-AMOUNT
               END-IF
           END-IF.

       REWRITE-HELD-LEGS.
      *> the suspense file keeps only what is still unpaired - the
      *> legs carried in plus today's newcomers
           IF WS-HELD-IN = 0 AND WS-NEWLY-HELD = 0
               GO TO REWRITE-HELD-LEGS-EXIT
           END-IF
           OPEN OUTPUT TRF-SUSPENSE-FILE
           IF WS-TRF-SUSPENSE-STATUS NOT = "00"
                   AND WS-TRF-SUSPENSE-STATUS NOT = "05"
               DISPLAY "TRF-MATCH: cannot rewrite "
                   TRIM(WS-TRF-SUSPENSE-FILE-NAME) " - file status "
                   WS-TRF-SUSPENSE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-LEG-COUNT
               IF LEG-MATCHED(I) = 'N'
                   MOVE SPACES TO TRF-SUSPENSE-RECORD
                   MOVE LEG-HELD-DATE(I) TO TRS-HELD-DATE
                   MOVE "," TO TRF-SUSPENSE-RECORD(9:1)
                   MOVE LEG-RECORD(I) TO TRS-ORIGINAL
                   WRITE TRF-SUSPENSE-RECORD
               END-IF
           END-PERFORM
           CLOSE TRF-SUSPENSE-FILE.
       REWRITE-HELD-LEGS-EXIT.
           EXIT.

       PRINT-UNMATCHED-REPORT.
           DISPLAY "===== Unmatched transfer leg report ====="
           DISPLAY "Business date: " WS-BUSINESS-DATE
           DISPLAY "(TRF legs with no partner for the same amount,"
           DISPLAY " value date and transfer reference - held out of"
           DISPLAY " posting until the other leg arrives)"
           DISPLAY "ACCOUNT    VALUE-DT D/C       AMOUNT TRANSFER-REF"
               " HELD-SINCE  DAYS"
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-LEG-COUNT
               IF LEG-MATCHED(I) = 'N'
                   EVALUATE TRUE
                       WHEN LEG-DAYS-HELD(I) <= 7
                           ADD 1 TO WS-BUCKET-1-7
                       WHEN LEG-DAYS-HELD(I) <= 30
                           ADD 1 TO WS-BUCKET-8-30
                       WHEN OTHER
                           ADD 1 TO WS-BUCKET-31
                   END-EVALUATE
                   COMPUTE WS-AMOUNT-ED =
                       NUMVAL(LEG-AMOUNT(I)) / 100
                   MOVE LEG-DAYS-HELD(I) TO WS-DAYS-ED
                   DISPLAY LEG-ACCOUNT(I) " " LEG-DATE(I) "  "
                       LEG-DC(I) " " WS-AMOUNT-ED " " LEG-REF(I)
                       " " LEG-HELD-DATE(I) "   " WS-DAYS-ED
               END-IF
           END-PERFORM
           DISPLAY "Aging buckets (days held):"
           DISPLAY "  0-7 days:  " WS-BUCKET-1-7
           DISPLAY "  8-30 days: " WS-BUCKET-8-30
           DISPLAY "  31+ days:  " WS-BUCKET-31
           DISPLAY "Transfer legs today:   " WS-TODAY-LEGS
           DISPLAY "Held legs carried in:  " WS-HELD-IN
           DISPLAY "Pairs matched:         " WS-PAIRS
           DISPLAY "Held legs released:    " WS-RELEASED
           DISPLAY "Legs newly held:       " WS-NEWLY-HELD
           DISPLAY "Legs in suspense:      " WS-STILL-HELD
           DISPLAY "Suspense file: " TRIM(WS-TRF-SUSPENSE-FILE-NAME)
           DISPLAY "===== End of unmatched transfer leg report =====".
       END PROGRAM TRF-MATCH.
