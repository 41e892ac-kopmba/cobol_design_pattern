      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDIT-SAMPLE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> the dated archives the calc runs write, one per business
      *> date - every date in the period is tried in turn. Prefix
      *> overridable via CALC-ARCHIVE-PREFIX, as CALC-ARCHIVE-RETRIEVE
       SELECT OPTIONAL ARCHIVE-FILE ASSIGN DYNAMIC
           WS-ARCHIVE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARCHIVE-STATUS.
      *> CALC-TXN-EDIT's referral file - a sampled item found here
      *> was referred and released on an authorized resubmission.
      *> Overridable via CALC-REFERRAL-FILE
       SELECT OPTIONAL REFERRAL-FILE ASSIGN DYNAMIC
           WS-REFERRAL-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REFERRAL-STATUS.
      *> CALC-TXN-EDIT's reject file - a sampled item whose account,
      *> date and amount were rejected before was corrected and
      *> resubmitted. Overridable via CALC-REJECT-FILE
       SELECT OPTIONAL REJECT-FILE ASSIGN DYNAMIC
           WS-REJECT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REJECT-STATUS.
      *> GL-EXTRACT-VALIDATE's posting history, CCYYMMDD,D/C,
      *> account,amount, the account side of each pair followed by
      *> its offset. Overridable via GL-HISTORY-FILE
       SELECT OPTIONAL HISTORY-FILE ASSIGN DYNAMIC
           WS-HISTORY-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-STATUS.
      *> import_statement's register of processed transactions,
      *> account,date,amount,type. Overridable via
      *> CALC-TXN-REGISTER-FILE
       SELECT OPTIONAL REGISTER-FILE ASSIGN DYNAMIC
           WS-REGISTER-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGISTER-STATUS.
      *> the evidence pack handed to internal audit - parameters,
      *> the population and sample per stratum, then one block per
      *> sampled item. Overridable via AUDIT-EVIDENCE-FILE
       SELECT OPTIONAL EVIDENCE-FILE ASSIGN DYNAMIC
           WS-EVIDENCE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EVIDENCE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVE-FILE.
       01 ARCHIVE-RECORD PIC X(80).
       FD REFERRAL-FILE.
       01 REFERRAL-RECORD.
           05 RFR-REASON PIC X(8).
           05 FILLER PIC X(1).
           05 RFR-ORIGINAL PIC X(80).
       FD REJECT-FILE.
       01 REJECT-RECORD.
           05 REJ-REASON-CODE PIC X(2).
           05 FILLER PIC X(1).
           05 REJ-ORIGINAL PIC X(80).
       FD HISTORY-FILE.
       01 HISTORY-RECORD PIC X(70).
       FD REGISTER-FILE.
       01 REGISTER-RECORD PIC X(40).
       FD EVIDENCE-FILE.
       01 EVIDENCE-RECORD PIC X(132).
       WORKING-STORAGE SECTION.
      *> correctly-sized holder for the startup trace - a literal
      *> passed straight to LOG-STARTUP's LINKAGE would only be
      *> allocated as big as the literal itself, not the LINKAGE PIC
       01 WS-PROGRAM-NAME PIC X(44) VALUE "AUDIT-SAMPLE".
       01 WS-EVENT-MESSAGE PIC X(200).
       01 WS-ARCHIVE-FILE-NAME PIC X(80).
       01 WS-ARCHIVE-PREFIX PIC X(60) VALUE "CALC-ARCHIVE-".
       01 WS-ENV-ARCHIVE-PREFIX PIC X(60).
       01 WS-ARCHIVE-STATUS PIC X(2).
      *> cycle 01's archive carries the plain dated name; each later
      *> cycle of the date sits beside it as -Cnn
       01 WS-ARCHIVE-CYCLE PIC 9(3).
       01 WS-ARCHIVE-CYCLE-ED PIC 9(2).
       01 WS-ARCHIVE-FOUND PIC X(1).
       01 WS-REFERRAL-FILE-NAME PIC X(80) VALUE "CALC-REFERRALS.DAT".
       01 WS-ENV-REFERRAL-FILE-NAME PIC X(80).
       01 WS-REFERRAL-STATUS PIC X(2).
       01 WS-REJECT-FILE-NAME PIC X(80) VALUE "CALC-REJECTS.DAT".
       01 WS-ENV-REJECT-FILE-NAME PIC X(80).
       01 WS-REJECT-STATUS PIC X(2).
       01 WS-HISTORY-FILE-NAME PIC X(80) VALUE "GL-HISTORY.DAT".
       01 WS-ENV-HISTORY-FILE-NAME PIC X(80).
       01 WS-HISTORY-STATUS PIC X(2).
       01 WS-REGISTER-FILE-NAME PIC X(80)
           VALUE "CALC-TXN-REGISTER.DAT".
       01 WS-ENV-REGISTER-FILE-NAME PIC X(80).
       01 WS-REGISTER-STATUS PIC X(2).
       01 WS-EVIDENCE-FILE-NAME PIC X(80)
           VALUE "AUDIT-SAMPLE-EVIDENCE.DAT".
       01 WS-ENV-EVIDENCE-FILE-NAME PIC X(80).
       01 WS-EVIDENCE-STATUS PIC X(2).
       01 WS-EOF PIC X(1).
      *> the sampling parameters - AUDIT-SAMPLE-PERIOD (CCYYMM,
      *> required) to AUDIT-SAMPLE-PERIOD-END (CCYYMM, defaulting to
      *> the same month, so a quarter is three months); either
      *> AUDIT-SAMPLE-SIZE items or AUDIT-SAMPLE-RATE percent;
      *> AUDIT-SAMPLE-STRATA up to five ascending amount bounds
      *> separating the strata; AUDIT-SAMPLE-SEED the seed - the
      *> period itself when unset, printed either way so the sample
      *> can always be drawn again
       01 WS-PERIOD-FROM PIC X(6).
       01 WS-PERIOD-TO PIC X(6).
       01 WS-ENV-SIZE PIC X(9).
       01 WS-ENV-RATE PIC X(9).
       01 WS-ENV-STRATA PIC X(80).
       01 WS-ENV-SEED PIC X(10).
       01 WS-SAMPLE-SIZE PIC 9(5) VALUE 0.
       01 WS-SAMPLE-RATE PIC 9(3)V99 VALUE 0.
       01 WS-SEED PIC 9(10).
      *> the period as a run of day numbers - first of the first
      *> month to the last of the last
       01 WS-FIRST-INT PIC 9(7).
       01 WS-LAST-INT PIC 9(7).
       01 WS-DAY-INT PIC 9(7).
       01 WS-WORK-DATE PIC 9(8).
       01 WS-WORK-YEAR PIC 9(4).
       01 WS-WORK-MONTH PIC 9(2).
       01 WS-ARCHIVE-DATE PIC 9(8).
       01 WS-LINE-NO PIC 9(5).
       01 WS-ARCHIVES-FOUND PIC 9(5) VALUE 0.
      *> 'C' counting the population, 'S' drawing the sample
       01 WS-PASS PIC X(1).
      *> the archived fixed dated layout - account, date, amount,
      *> debit/credit marker, type code
       01 WS-FIXED-VIEW.
           05 WS-FIXED-ACCOUNT PIC X(10).
           05 WS-FIXED-DATE PIC X(8).
           05 WS-FIXED-AMOUNT PIC X(11).
           05 WS-FIXED-DC PIC X(1).
           05 WS-FIXED-TYPE PIC X(3).
           05 FILLER PIC X(47).
       01 WS-ITEM-AMOUNT PIC 9(9)V99.
       01 WS-ITEM-STRATUM PIC 9(1).
      *> the strata - bounds parsed from AUDIT-SAMPLE-STRATA; an item
      *> falls in the first stratum whose bound it is below, the
      *> last stratum taking everything from the top bound up
       01 WS-BOUND-X PIC X(15) OCCURS 5 TIMES.
       01 WS-BOUND-COUNT PIC 9(1) VALUE 0.
       01 WS-BOUND PIC 9(9)V99 OCCURS 5 TIMES.
       01 WS-STRATA PIC 9(1) VALUE 1.
       01 WS-STRATUM-ENTRY OCCURS 6 TIMES.
           05 STR-POPULATION PIC 9(7).
           05 STR-AMOUNT PIC 9(11)V99.
           05 STR-TARGET PIC 9(5).
           05 STR-REMAIN-POP PIC 9(7).
           05 STR-REMAIN-NEED PIC 9(5).
           05 STR-SELECTED PIC 9(5).
       01 WS-POPULATION PIC 9(7) VALUE 0.
       01 WS-TARGET-TOTAL PIC 9(5) VALUE 0.
      *> the generator - Park and Miller's minimal standard, in plain
      *> arithmetic so the same seed draws the same sample on any
      *> machine the archives are restored to
       01 WS-RANDOM-STATE PIC 9(18).
       01 WS-RANDOM-FRACTION PIC V9(9).
      *> the sample itself, in archive order, with the evidence each
      *> later pass finds for it
       01 WS-SAMPLE-MAX PIC 9(3) VALUE 500.
       01 WS-SAMPLE-COUNT PIC 9(3) VALUE 0.
       01 WS-SAMPLE-ENTRY OCCURS 500 TIMES.
           05 SMP-STRATUM PIC 9(1).
           05 SMP-ARCHIVE-DATE PIC X(8).
           05 SMP-ARCHIVE-FILE PIC X(80).
           05 SMP-LINE-NO PIC 9(5).
           05 SMP-LINE PIC X(80).
           05 SMP-ACCOUNT PIC X(10).
           05 SMP-TXN-DATE PIC X(8).
           05 SMP-AMOUNT PIC S9(9)V99.
           05 SMP-OFFSET PIC X(10).
           05 SMP-EDIT PIC X(70).
           05 SMP-GL-FIRST PIC X(40).
           05 SMP-GL-SECOND PIC X(40).
           05 SMP-REGISTER PIC X(40).
       01 I PIC 9(3).
       01 J PIC 9(1).
      *> TXNTYPE-LOOKUP's answer - the offset account the item's
      *> balancing entry posted to, as import_statement derives it
       01 WS-TYPE-DESC PIC X(30).
       01 WS-TYPE-SIGN PIC X(1).
       01 WS-TYPE-GL PIC X(10).
       01 WS-TYPE-VERDICT PIC X(1).
       01 WS-OFFSET-NUM PIC 9(10).
       77 WS-GL-CONTROL-ACCOUNT PIC 9(10) VALUE 9999999999.
      *> GL history pair staging
       01 WS-HIST-PENDING PIC X(1).
       01 WS-HIST-FIRST PIC X(70).
       01 WS-HIST-DATE PIC X(8).
       01 WS-HIST-DC PIC X(1).
       01 WS-HIST-ACCOUNT PIC X(10).
       01 WS-HIST-AMOUNT-X PIC X(20).
       01 WS-HIST-FIRST-DATE PIC X(8).
       01 WS-HIST-FIRST-ACCOUNT PIC X(10).
      *> register line fields
       01 WS-REG-ACCOUNT-X PIC X(10).
       01 WS-REG-DATE-X PIC X(8).
       01 WS-REG-AMOUNT-X PIC X(15).
       01 WS-REG-TYPE-X PIC X(3).
      *> which evidence sources were there to search
       01 WS-REFERRALS-SEEN PIC X(1) VALUE 'N'.
       01 WS-REJECTS-SEEN PIC X(1) VALUE 'N'.
       01 WS-HISTORY-SEEN PIC X(1) VALUE 'N'.
       01 WS-REGISTER-SEEN PIC X(1) VALUE 'N'.
       01 WS-NO-GL-COUNT PIC 9(3) VALUE 0.
       01 WS-NO-REGISTER-COUNT PIC 9(3) VALUE 0.
       01 WS-ITEM-ED PIC ZZ9.
       01 WS-COUNT-ED PIC Z,ZZZ,ZZ9.
       01 WS-AMOUNT-ED PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-BOUND-ED PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-BOUND-TO-ED PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-RATE-ED PIC ZZ9.99.
       01 WS-STRATUM-TEXT PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "LOG-STARTUP" USING WS-PROGRAM-NAME
           PERFORM ACCEPT-PARAMETERS THRU ACCEPT-PARAMETERS-EXIT
      *> pass one counts the population per stratum, the targets
      *> are set from it, pass two draws the sample against them
           MOVE 'C' TO WS-PASS
           PERFORM SCAN-ONE-ARCHIVE THRU SCAN-ONE-ARCHIVE-EXIT
               VARYING WS-DAY-INT FROM WS-FIRST-INT BY 1
               UNTIL WS-DAY-INT > WS-LAST-INT
           PERFORM SET-STRATUM-TARGETS
           IF WS-TARGET-TOTAL > WS-SAMPLE-MAX
               DISPLAY "AUDIT-SAMPLE: a sample of " WS-TARGET-TOTAL
                   " items is more than the " WS-SAMPLE-MAX
                   " one evidence pack can carry - lower the size"
                   " or rate"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-SEED TO WS-RANDOM-STATE
           MOVE 'S' TO WS-PASS
           PERFORM SCAN-ONE-ARCHIVE THRU SCAN-ONE-ARCHIVE-EXIT
               VARYING WS-DAY-INT FROM WS-FIRST-INT BY 1
               UNTIL WS-DAY-INT > WS-LAST-INT
           PERFORM MATCH-REFERRALS THRU MATCH-REFERRALS-EXIT
           PERFORM MATCH-REJECTS THRU MATCH-REJECTS-EXIT
           PERFORM MATCH-GL-HISTORY THRU MATCH-GL-HISTORY-EXIT
           PERFORM MATCH-REGISTER THRU MATCH-REGISTER-EXIT
           PERFORM WRITE-EVIDENCE-PACK
           DISPLAY "===== Audit sample ====="
           DISPLAY "Period:              " WS-PERIOD-FROM " to "
               WS-PERIOD-TO
           DISPLAY "Seed:                " WS-SEED
           DISPLAY "Archives read:       " WS-ARCHIVES-FOUND
           DISPLAY "Population:          " WS-POPULATION
           DISPLAY "Sampled:             " WS-SAMPLE-COUNT
           DISPLAY "No GL posting found: " WS-NO-GL-COUNT
           DISPLAY "Not on the register: " WS-NO-REGISTER-COUNT
           DISPLAY "Evidence pack:       " TRIM(WS-EVIDENCE-FILE-NAME)
           DISPLAY "===== End of audit sample ====="
           MOVE SPACES TO WS-EVENT-MESSAGE
           STRING "audit sample " WS-PERIOD-FROM "-" WS-PERIOD-TO
                   " seed " WS-SEED ": " WS-SAMPLE-COUNT " of "
                   WS-POPULATION " item(s) sampled"
               DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
           CALL "LOG-EVENT" USING WS-PROGRAM-NAME WS-EVENT-MESSAGE
      *> RETURN-CODE: 0 = sample drawn and every item fully
      *> evidenced, 4 = nothing to sample or an item missing its GL
      *> posting or register entry, 8 = bad parameters or the pack
      *> could not be written
           IF WS-SAMPLE-COUNT = 0
             OR WS-NO-GL-COUNT > 0 OR WS-NO-REGISTER-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       ACCEPT-PARAMETERS.
           MOVE SPACES TO WS-PERIOD-FROM WS-PERIOD-TO
           ACCEPT WS-PERIOD-FROM FROM ENVIRONMENT "AUDIT-SAMPLE-PERIOD"
           ACCEPT WS-PERIOD-TO FROM ENVIRONMENT
               "AUDIT-SAMPLE-PERIOD-END"
           IF WS-PERIOD-TO = SPACES
               MOVE WS-PERIOD-FROM TO WS-PERIOD-TO
           END-IF
           IF WS-PERIOD-FROM NOT NUMERIC
             OR WS-PERIOD-FROM(5:2) < "01"
             OR WS-PERIOD-FROM(5:2) > "12"
             OR WS-PERIOD-TO NOT NUMERIC
             OR WS-PERIOD-TO(5:2) < "01"
             OR WS-PERIOD-TO(5:2) > "12"
             OR WS-PERIOD-TO < WS-PERIOD-FROM
               DISPLAY "AUDIT-SAMPLE: set AUDIT-SAMPLE-PERIOD (and "
                   "optionally AUDIT-SAMPLE-PERIOD-END) to CCYYMM"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-ENV-SIZE WS-ENV-RATE
           ACCEPT WS-ENV-SIZE FROM ENVIRONMENT "AUDIT-SAMPLE-SIZE"
           ACCEPT WS-ENV-RATE FROM ENVIRONMENT "AUDIT-SAMPLE-RATE"
           IF WS-ENV-SIZE NOT = SPACES
             AND TEST-NUMVAL(WS-ENV-SIZE) = 0
               MOVE NUMVAL(WS-ENV-SIZE) TO WS-SAMPLE-SIZE
           END-IF
           IF WS-SAMPLE-SIZE = 0
             AND WS-ENV-RATE NOT = SPACES
             AND TEST-NUMVAL(WS-ENV-RATE) = 0
               MOVE NUMVAL(WS-ENV-RATE) TO WS-SAMPLE-RATE
           END-IF
           IF WS-SAMPLE-SIZE = 0 AND WS-SAMPLE-RATE = 0
               DISPLAY "AUDIT-SAMPLE: set AUDIT-SAMPLE-SIZE to an "
                   "item count or AUDIT-SAMPLE-RATE to a percentage"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-SAMPLE-RATE > 100
               MOVE 100 TO WS-SAMPLE-RATE
           END-IF
      *> the seed must be 1 to 2147483646 for the generator - larger
      *> values are folded into that range, an unset one defaults
      *> to the period
           MOVE SPACES TO WS-ENV-SEED
           ACCEPT WS-ENV-SEED FROM ENVIRONMENT "AUDIT-SAMPLE-SEED"
           IF WS-ENV-SEED NOT = SPACES
             AND TEST-NUMVAL(WS-ENV-SEED) = 0
               MOVE NUMVAL(WS-ENV-SEED) TO WS-SEED
           ELSE
               MOVE WS-PERIOD-FROM TO WS-SEED
           END-IF
           IF WS-SEED = 0 OR WS-SEED > 2147483646
               COMPUTE WS-SEED = MOD(WS-SEED, 2147483646) + 1
           END-IF
           PERFORM PARSE-STRATA THRU PARSE-STRATA-EXIT
      *> accept into a separate staging field first - ACCEPT FROM
      *> ENVIRONMENT blanks the target unconditionally when the
      *> variable is unset, which would wipe out the VALUE defaults
           MOVE SPACES TO WS-ENV-ARCHIVE-PREFIX
           ACCEPT WS-ENV-ARCHIVE-PREFIX FROM ENVIRONMENT
               "CALC-ARCHIVE-PREFIX"
           IF WS-ENV-ARCHIVE-PREFIX NOT = SPACES
               MOVE WS-ENV-ARCHIVE-PREFIX TO WS-ARCHIVE-PREFIX
           END-IF
           MOVE SPACES TO WS-ENV-REFERRAL-FILE-NAME
           ACCEPT WS-ENV-REFERRAL-FILE-NAME FROM ENVIRONMENT
               "CALC-REFERRAL-FILE"
           IF WS-ENV-REFERRAL-FILE-NAME NOT = SPACES
               MOVE WS-ENV-REFERRAL-FILE-NAME TO WS-REFERRAL-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-REJECT-FILE-NAME
           ACCEPT WS-ENV-REJECT-FILE-NAME FROM ENVIRONMENT
               "CALC-REJECT-FILE"
           IF WS-ENV-REJECT-FILE-NAME NOT = SPACES
               MOVE WS-ENV-REJECT-FILE-NAME TO WS-REJECT-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-HISTORY-FILE-NAME
           ACCEPT WS-ENV-HISTORY-FILE-NAME FROM ENVIRONMENT
               "GL-HISTORY-FILE"
           IF WS-ENV-HISTORY-FILE-NAME NOT = SPACES
               MOVE WS-ENV-HISTORY-FILE-NAME TO WS-HISTORY-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-REGISTER-FILE-NAME
           ACCEPT WS-ENV-REGISTER-FILE-NAME FROM ENVIRONMENT
               "CALC-TXN-REGISTER-FILE"
           IF WS-ENV-REGISTER-FILE-NAME NOT = SPACES
               MOVE WS-ENV-REGISTER-FILE-NAME TO WS-REGISTER-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-EVIDENCE-FILE-NAME
           ACCEPT WS-ENV-EVIDENCE-FILE-NAME FROM ENVIRONMENT
               "AUDIT-EVIDENCE-FILE"
           IF WS-ENV-EVIDENCE-FILE-NAME NOT = SPACES
               MOVE WS-ENV-EVIDENCE-FILE-NAME TO WS-EVIDENCE-FILE-NAME
           END-IF
      *> the period as day numbers: the first of the first month,
      *> and the day before the first of the month after the last
           COMPUTE WS-WORK-DATE = NUMVAL(WS-PERIOD-FROM) * 100 + 1
           MOVE INTEGER-OF-DATE(WS-WORK-DATE) TO WS-FIRST-INT
           MOVE WS-PERIOD-TO(1:4) TO WS-WORK-YEAR
           MOVE WS-PERIOD-TO(5:2) TO WS-WORK-MONTH
           IF WS-WORK-MONTH = 12
               ADD 1 TO WS-WORK-YEAR
               MOVE 1 TO WS-WORK-MONTH
           ELSE
               ADD 1 TO WS-WORK-MONTH
           END-IF
           COMPUTE WS-WORK-DATE = WS-WORK-YEAR * 10000
               + WS-WORK-MONTH * 100 + 1
           COMPUTE WS-LAST-INT = INTEGER-OF-DATE(WS-WORK-DATE) - 1.
       ACCEPT-PARAMETERS-EXIT.
           EXIT.

       PARSE-STRATA.
           MOVE SPACES TO WS-ENV-STRATA
           ACCEPT WS-ENV-STRATA FROM ENVIRONMENT "AUDIT-SAMPLE-STRATA"
           MOVE 0 TO WS-BOUND-COUNT
           MOVE 1 TO WS-STRATA
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > 6
               MOVE 0 TO STR-POPULATION(J) STR-AMOUNT(J)
                   STR-TARGET(J) STR-SELECTED(J)
           END-PERFORM
           IF WS-ENV-STRATA = SPACES
               GO TO PARSE-STRATA-EXIT
           END-IF
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > 5
               MOVE SPACES TO WS-BOUND-X(J)
           END-PERFORM
           UNSTRING WS-ENV-STRATA DELIMITED BY ","
               INTO WS-BOUND-X(1) WS-BOUND-X(2) WS-BOUND-X(3)
                   WS-BOUND-X(4) WS-BOUND-X(5)
      *> bounds must climb - a bound out of order or not numeric
      *> makes the stratification meaningless, so it is refused
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > 5
               IF WS-BOUND-X(J) NOT = SPACES
                   IF TEST-NUMVAL(WS-BOUND-X(J)) NOT = 0
                       DISPLAY "AUDIT-SAMPLE: stratum bound not "
                           "numeric: " TRIM(WS-BOUND-X(J))
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-BOUND-COUNT
                   MOVE NUMVAL(WS-BOUND-X(J))
                       TO WS-BOUND(WS-BOUND-COUNT)
                   IF WS-BOUND-COUNT > 1
                     AND WS-BOUND(WS-BOUND-COUNT)
                         NOT > WS-BOUND(WS-BOUND-COUNT - 1)
                       DISPLAY "AUDIT-SAMPLE: stratum bounds must "
                           "be in ascending order"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE WS-STRATA = WS-BOUND-COUNT + 1.
       PARSE-STRATA-EXIT.
           EXIT.

       SCAN-ONE-ARCHIVE.
           MOVE DATE-OF-INTEGER(WS-DAY-INT) TO WS-ARCHIVE-DATE
           MOVE SPACES TO WS-ARCHIVE-FILE-NAME
           STRING TRIM(WS-ARCHIVE-PREFIX) WS-ARCHIVE-DATE ".DAT"
               DELIMITED BY SIZE INTO WS-ARCHIVE-FILE-NAME
           PERFORM SCAN-ARCHIVE-FILE THRU SCAN-ARCHIVE-FILE-EXIT
      *> later cycles of the date follow in order until the first
      *> one missing, as CALC-ARCHIVE-RETRIEVE walks them - both
      *> passes walk the same files in the same order, so the draw
      *> stays repeatable from the seed
           PERFORM VARYING WS-ARCHIVE-CYCLE FROM 2 BY 1
                   UNTIL WS-ARCHIVE-CYCLE > 99
                      OR WS-ARCHIVE-FOUND = 'N'
               MOVE WS-ARCHIVE-CYCLE TO WS-ARCHIVE-CYCLE-ED
               MOVE SPACES TO WS-ARCHIVE-FILE-NAME
               STRING TRIM(WS-ARCHIVE-PREFIX) WS-ARCHIVE-DATE
                       "-C" WS-ARCHIVE-CYCLE-ED ".DAT"
                   DELIMITED BY SIZE INTO WS-ARCHIVE-FILE-NAME
               PERFORM SCAN-ARCHIVE-FILE THRU SCAN-ARCHIVE-FILE-EXIT
           END-PERFORM.
       SCAN-ONE-ARCHIVE-EXIT.
           EXIT.

       SCAN-ARCHIVE-FILE.
           MOVE 'N' TO WS-ARCHIVE-FOUND
           OPEN INPUT ARCHIVE-FILE
      *> no archive for a date is a weekend or holiday, not an error
           IF WS-ARCHIVE-STATUS NOT = "00"
               IF WS-ARCHIVE-STATUS = "05"
                   CLOSE ARCHIVE-FILE
               END-IF
               GO TO SCAN-ARCHIVE-FILE-EXIT
           END-IF
           MOVE 'Y' TO WS-ARCHIVE-FOUND
           IF WS-PASS = 'C'
               ADD 1 TO WS-ARCHIVES-FOUND
           END-IF
           MOVE 0 TO WS-LINE-NO
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARCHIVE-FILE INTO ARCHIVE-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM TAKE-ONE-ITEM THRU TAKE-ONE-ITEM-EXIT
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-FILE.
       SCAN-ARCHIVE-FILE-EXIT.
           EXIT.

       TAKE-ONE-ITEM.
           ADD 1 TO WS-LINE-NO
      *> only posted detail in the fixed dated layout is population -
      *> trailers and anything malformed stay out
           MOVE ARCHIVE-RECORD TO WS-FIXED-VIEW
           IF WS-FIXED-ACCOUNT NOT NUMERIC
             OR WS-FIXED-AMOUNT NOT NUMERIC
               GO TO TAKE-ONE-ITEM-EXIT
           END-IF
           COMPUTE WS-ITEM-AMOUNT = NUMVAL(WS-FIXED-AMOUNT) / 100
           MOVE WS-STRATA TO WS-ITEM-STRATUM
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-BOUND-COUNT
               IF WS-ITEM-AMOUNT < WS-BOUND(J)
                   MOVE J TO WS-ITEM-STRATUM
                   MOVE WS-BOUND-COUNT TO J
               END-IF
           END-PERFORM
           IF WS-PASS = 'C'
               ADD 1 TO STR-POPULATION(WS-ITEM-STRATUM)
               ADD WS-ITEM-AMOUNT TO STR-AMOUNT(WS-ITEM-STRATUM)
               ADD 1 TO WS-POPULATION
               GO TO TAKE-ONE-ITEM-EXIT
           END-IF
      *> selection sampling: with n still needed from N still to
      *> come, take this item with probability n/N - exactly the
      *> target per stratum, in one pass, in archive order
           IF STR-REMAIN-NEED(WS-ITEM-STRATUM) > 0
               PERFORM NEXT-RANDOM
               IF WS-RANDOM-FRACTION * STR-REMAIN-POP(WS-ITEM-STRATUM)
                   < STR-REMAIN-NEED(WS-ITEM-STRATUM)
                   PERFORM KEEP-SAMPLED-ITEM
                   SUBTRACT 1 FROM STR-REMAIN-NEED(WS-ITEM-STRATUM)
               END-IF
           END-IF
           SUBTRACT 1 FROM STR-REMAIN-POP(WS-ITEM-STRATUM).
       TAKE-ONE-ITEM-EXIT.
           EXIT.

       NEXT-RANDOM.
           COMPUTE WS-RANDOM-STATE =
               MOD(WS-RANDOM-STATE * 16807, 2147483647)
           COMPUTE WS-RANDOM-FRACTION = WS-RANDOM-STATE / 2147483647.

       KEEP-SAMPLED-ITEM.
           ADD 1 TO WS-SAMPLE-COUNT
           MOVE WS-SAMPLE-COUNT TO I
           ADD 1 TO STR-SELECTED(WS-ITEM-STRATUM)
           MOVE WS-ITEM-STRATUM TO SMP-STRATUM(I)
           MOVE WS-ARCHIVE-DATE TO SMP-ARCHIVE-DATE(I)
           MOVE WS-ARCHIVE-FILE-NAME TO SMP-ARCHIVE-FILE(I)
           MOVE WS-LINE-NO TO SMP-LINE-NO(I)
           MOVE ARCHIVE-RECORD TO SMP-LINE(I)
           MOVE WS-FIXED-ACCOUNT TO SMP-ACCOUNT(I)
           MOVE WS-FIXED-DATE TO SMP-TXN-DATE(I)
           MOVE WS-ITEM-AMOUNT TO SMP-AMOUNT(I)
           IF UPPER-CASE(WS-FIXED-DC) = 'C'
               COMPUTE SMP-AMOUNT(I) = 0 - SMP-AMOUNT(I)
           END-IF
      *> the offset ledger account import_statement paired it with
           MOVE WS-GL-CONTROL-ACCOUNT TO WS-OFFSET-NUM
           IF WS-FIXED-TYPE NOT = SPACES
               CALL "TXNTYPE-LOOKUP" USING WS-FIXED-TYPE
                   WS-TYPE-DESC WS-TYPE-SIGN WS-TYPE-GL
                   WS-TYPE-VERDICT
               IF WS-TYPE-VERDICT = 'A' AND WS-TYPE-GL IS NUMERIC
                   MOVE NUMVAL(WS-TYPE-GL) TO WS-OFFSET-NUM
               END-IF
           END-IF
           MOVE WS-OFFSET-NUM TO SMP-OFFSET(I)
           MOVE "ACCEPTED - PASSED ALL EDITS" TO SMP-EDIT(I)
           MOVE SPACES TO SMP-GL-FIRST(I) SMP-GL-SECOND(I)
               SMP-REGISTER(I).

       SET-STRATUM-TARGETS.
      *> proportional allocation - each stratum's share of the size,
      *> or the rate applied to it; a stratum with any population
      *> gets at least one item, and none more than it holds
           MOVE 0 TO WS-TARGET-TOTAL
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-STRATA
               MOVE 0 TO STR-TARGET(J)
               IF STR-POPULATION(J) > 0
                   IF WS-SAMPLE-SIZE > 0
                       COMPUTE STR-TARGET(J) ROUNDED =
                           STR-POPULATION(J) * WS-SAMPLE-SIZE
                           / WS-POPULATION
                   ELSE
                       COMPUTE STR-TARGET(J) ROUNDED =
                           STR-POPULATION(J) * WS-SAMPLE-RATE / 100
                   END-IF
                   IF STR-TARGET(J) = 0
                       MOVE 1 TO STR-TARGET(J)
                   END-IF
                   IF STR-TARGET(J) > STR-POPULATION(J)
                       MOVE STR-POPULATION(J) TO STR-TARGET(J)
                   END-IF
               END-IF
               MOVE STR-POPULATION(J) TO STR-REMAIN-POP(J)
               MOVE STR-TARGET(J) TO STR-REMAIN-NEED(J)
               ADD STR-TARGET(J) TO WS-TARGET-TOTAL
           END-PERFORM.

       MATCH-REFERRALS.
           OPEN INPUT REFERRAL-FILE
           IF WS-REFERRAL-STATUS NOT = "00"
               IF WS-REFERRAL-STATUS = "05"
                   CLOSE REFERRAL-FILE
               END-IF
               GO TO MATCH-REFERRALS-EXIT
           END-IF
           MOVE 'Y' TO WS-REFERRALS-SEEN
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ REFERRAL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM VARYING I FROM 1 BY 1
                               UNTIL I > WS-SAMPLE-COUNT
                           IF RFR-ORIGINAL = SMP-LINE(I)
                               MOVE SPACES TO SMP-EDIT(I)
                               STRING "REFERRED " TRIM(RFR-REASON)
                                   " - RELEASED ON AUTHORIZED "
                                   "RESUBMISSION"
                                   DELIMITED BY SIZE INTO SMP-EDIT(I)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE REFERRAL-FILE.
       MATCH-REFERRALS-EXIT.
           EXIT.

       MATCH-REJECTS.
      *> an earlier reject of the same account, date and amount means
      *> the posted item is the corrected resubmission
           OPEN INPUT REJECT-FILE
           IF WS-REJECT-STATUS NOT = "00"
               IF WS-REJECT-STATUS = "05"
                   CLOSE REJECT-FILE
               END-IF
               GO TO MATCH-REJECTS-EXIT
           END-IF
           MOVE 'Y' TO WS-REJECTS-SEEN
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ REJECT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM VARYING I FROM 1 BY 1
                               UNTIL I > WS-SAMPLE-COUNT
                           IF REJ-ORIGINAL(1:29) = SMP-LINE(I)(1:29)
                               MOVE SPACES TO SMP-EDIT(I)
                               STRING "ACCEPTED ON RESUBMISSION - "
                                   "EARLIER REJECTED, REASON "
                                   REJ-REASON-CODE
                                   DELIMITED BY SIZE INTO SMP-EDIT(I)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE REJECT-FILE.
       MATCH-REJECTS-EXIT.
           EXIT.

       MATCH-GL-HISTORY.
      *> the history carries each posting pair as two lines, the
      *> account side then its offset - an item's posting is the
      *> pair for its account and offset on its business date, the
      *> aggregate of that day's business between the two
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00"
               IF WS-HISTORY-STATUS = "05"
                   CLOSE HISTORY-FILE
               END-IF
               GO TO MATCH-GL-HISTORY-EXIT
           END-IF
           MOVE 'Y' TO WS-HISTORY-SEEN
           MOVE 'N' TO WS-HIST-PENDING
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM TAKE-ONE-HISTORY-LINE
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE.
       MATCH-GL-HISTORY-EXIT.
           EXIT.

       TAKE-ONE-HISTORY-LINE.
           MOVE SPACES TO WS-HIST-DATE WS-HIST-DC WS-HIST-ACCOUNT
               WS-HIST-AMOUNT-X
           UNSTRING HISTORY-RECORD DELIMITED BY ","
               INTO WS-HIST-DATE WS-HIST-DC WS-HIST-ACCOUNT
                   WS-HIST-AMOUNT-X
           IF WS-HIST-PENDING = 'N'
               MOVE HISTORY-RECORD TO WS-HIST-FIRST
               MOVE WS-HIST-DATE TO WS-HIST-FIRST-DATE
               MOVE WS-HIST-ACCOUNT TO WS-HIST-FIRST-ACCOUNT
               MOVE 'Y' TO WS-HIST-PENDING
           ELSE
               MOVE 'N' TO WS-HIST-PENDING
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-SAMPLE-COUNT
                   IF SMP-ARCHIVE-DATE(I) = WS-HIST-FIRST-DATE
                     AND SMP-ACCOUNT(I) = WS-HIST-FIRST-ACCOUNT
                     AND SMP-OFFSET(I) = WS-HIST-ACCOUNT
                       MOVE WS-HIST-FIRST TO SMP-GL-FIRST(I)
                       MOVE HISTORY-RECORD TO SMP-GL-SECOND(I)
                   END-IF
               END-PERFORM
           END-IF.

       MATCH-REGISTER.
           OPEN INPUT REGISTER-FILE
           IF WS-REGISTER-STATUS NOT = "00"
               IF WS-REGISTER-STATUS = "05"
                   CLOSE REGISTER-FILE
               END-IF
               GO TO MATCH-REGISTER-EXIT
           END-IF
           MOVE 'Y' TO WS-REGISTER-SEEN
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ REGISTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-REG-ACCOUNT-X WS-REG-DATE-X
                           WS-REG-AMOUNT-X WS-REG-TYPE-X
                       UNSTRING REGISTER-RECORD DELIMITED BY ","
                           INTO WS-REG-ACCOUNT-X WS-REG-DATE-X
                               WS-REG-AMOUNT-X WS-REG-TYPE-X
                       PERFORM VARYING I FROM 1 BY 1
                               UNTIL I > WS-SAMPLE-COUNT
                           IF SMP-ACCOUNT(I) = WS-REG-ACCOUNT-X
                             AND SMP-TXN-DATE(I) = WS-REG-DATE-X
                             AND TEST-NUMVAL(WS-REG-AMOUNT-X) = 0
                             AND SMP-AMOUNT(I)
                                 = NUMVAL(WS-REG-AMOUNT-X)
                               MOVE REGISTER-RECORD TO SMP-REGISTER(I)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE REGISTER-FILE.
       MATCH-REGISTER-EXIT.
           EXIT.

       WRITE-EVIDENCE-PACK.
           OPEN OUTPUT EVIDENCE-FILE
      *> OUTPUT on a file that does not exist yet reports status 05
      *> on this runtime even though it creates the file underneath
           IF WS-EVIDENCE-STATUS NOT = "00"
                   AND WS-EVIDENCE-STATUS NOT = "05"
               DISPLAY "AUDIT-SAMPLE: cannot write "
                   TRIM(WS-EVIDENCE-FILE-NAME) " - file status "
                   WS-EVIDENCE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO EVIDENCE-RECORD
           STRING "AUDIT SAMPLE EVIDENCE PACK    PERIOD "
                   WS-PERIOD-FROM " TO " WS-PERIOD-TO "    SEED "
                   WS-SEED
               DELIMITED BY SIZE INTO EVIDENCE-RECORD
           WRITE EVIDENCE-RECORD
           MOVE SPACES TO EVIDENCE-RECORD
           IF WS-SAMPLE-SIZE > 0
               MOVE WS-SAMPLE-SIZE TO WS-COUNT-ED
               STRING "SAMPLE SIZE REQUESTED: " TRIM(WS-COUNT-ED)
                   DELIMITED BY SIZE INTO EVIDENCE-RECORD
           ELSE
               MOVE WS-SAMPLE-RATE TO WS-RATE-ED
               STRING "SAMPLE RATE REQUESTED: " TRIM(WS-RATE-ED) "%"
                   DELIMITED BY SIZE INTO EVIDENCE-RECORD
           END-IF
           WRITE EVIDENCE-RECORD
           MOVE SPACES TO EVIDENCE-RECORD
           STRING "ARCHIVES: " TRIM(WS-ARCHIVE-PREFIX)
                   "CCYYMMDD[-Cnn].DAT (" WS-ARCHIVES-FOUND " READ)"
               DELIMITED BY SIZE INTO EVIDENCE-RECORD
           WRITE EVIDENCE-RECORD
           MOVE SPACES TO EVIDENCE-RECORD
           WRITE EVIDENCE-RECORD
           MOVE SPACES TO EVIDENCE-RECORD
           STRING "STRATUM  AMOUNT RANGE                     POPULATION"
                   "           AMOUNT   SAMPLED"
               DELIMITED BY SIZE INTO EVIDENCE-RECORD
           WRITE EVIDENCE-RECORD
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-STRATA
               PERFORM DESCRIBE-STRATUM
               MOVE SPACES TO EVIDENCE-RECORD
               MOVE J TO EVIDENCE-RECORD(4:1)
               MOVE WS-STRATUM-TEXT TO EVIDENCE-RECORD(10:34)
               MOVE STR-POPULATION(J) TO WS-COUNT-ED
               MOVE WS-COUNT-ED TO EVIDENCE-RECORD(44:9)
               MOVE STR-AMOUNT(J) TO WS-AMOUNT-ED
               MOVE WS-AMOUNT-ED TO EVIDENCE-RECORD(53:17)
               MOVE STR-SELECTED(J) TO WS-COUNT-ED
               MOVE WS-COUNT-ED TO EVIDENCE-RECORD(70:9)
               WRITE EVIDENCE-RECORD
           END-PERFORM
           MOVE SPACES TO EVIDENCE-RECORD
           MOVE WS-POPULATION TO WS-COUNT-ED
           STRING "TOTAL POPULATION " TRIM(WS-COUNT-ED) ", SAMPLED "
                   WS-SAMPLE-COUNT
               DELIMITED BY SIZE INTO EVIDENCE-RECORD
           WRITE EVIDENCE-RECORD
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-SAMPLE-COUNT
               PERFORM WRITE-ONE-EVIDENCE-BLOCK
           END-PERFORM
           MOVE SPACES TO EVIDENCE-RECORD
           WRITE EVIDENCE-RECORD
           MOVE SPACES TO EVIDENCE-RECORD
           STRING "END OF EVIDENCE PACK - " WS-SAMPLE-COUNT
                   " ITEM(S), " WS-NO-GL-COUNT " WITHOUT GL POSTING, "
                   WS-NO-REGISTER-COUNT " NOT ON THE REGISTER"
               DELIMITED BY SIZE INTO EVIDENCE-RECORD
           WRITE EVIDENCE-RECORD
           CLOSE EVIDENCE-FILE.

       DESCRIBE-STRATUM.
           MOVE SPACES TO WS-STRATUM-TEXT
           EVALUATE TRUE
               WHEN WS-BOUND-COUNT = 0
                   MOVE "ALL AMOUNTS" TO WS-STRATUM-TEXT
               WHEN J = 1
                   MOVE WS-BOUND(1) TO WS-BOUND-ED
                   STRING "UNDER " TRIM(WS-BOUND-ED)
                       DELIMITED BY SIZE INTO WS-STRATUM-TEXT
               WHEN J > WS-BOUND-COUNT
                   MOVE WS-BOUND(J - 1) TO WS-BOUND-ED
                   STRING TRIM(WS-BOUND-ED) " AND OVER"
                       DELIMITED BY SIZE INTO WS-STRATUM-TEXT
               WHEN OTHER
                   MOVE WS-BOUND(J - 1) TO WS-BOUND-ED
                   MOVE WS-BOUND(J) TO WS-BOUND-TO-ED
                   STRING TRIM(WS-BOUND-ED) " UP TO "
                           TRIM(WS-BOUND-TO-ED)
                       DELIMITED BY SIZE INTO WS-STRATUM-TEXT
           END-EVALUATE.

       WRITE-ONE-EVIDENCE-BLOCK.
           MOVE SPACES TO EVIDENCE-RECORD
           WRITE EVIDENCE-RECORD
           MOVE I TO WS-ITEM-ED
           MOVE SPACES TO EVIDENCE-RECORD
           STRING "ITEM " WS-ITEM-ED "   STRATUM " SMP-STRATUM(I)
                   "   ARCHIVE " TRIM(SMP-ARCHIVE-FILE(I))
                   " LINE " SMP-LINE-NO(I)
               DELIMITED BY SIZE INTO EVIDENCE-RECORD
           WRITE EVIDENCE-RECORD
           MOVE SPACES TO EVIDENCE-RECORD
           STRING "  RAW LINE:    " SMP-LINE(I)
               DELIMITED BY SIZE INTO EVIDENCE-RECORD
           WRITE EVIDENCE-RECORD
           MOVE SPACES TO EVIDENCE-RECORD
           IF WS-REFERRALS-SEEN = 'N' AND WS-REJECTS-SEEN = 'N'
               STRING "  EDIT:        " TRIM(SMP-EDIT(I))
                   " (NO REFERRAL OR REJECT FILE TO CHECK)"
                   DELIMITED BY SIZE INTO EVIDENCE-RECORD
           ELSE
               STRING "  EDIT:        " SMP-EDIT(I)
                   DELIMITED BY SIZE INTO EVIDENCE-RECORD
           END-IF
           WRITE EVIDENCE-RECORD
           MOVE SPACES TO EVIDENCE-RECORD
           IF SMP-GL-FIRST(I) = SPACES
               ADD 1 TO WS-NO-GL-COUNT
               STRING "  GL POSTING:  NONE FOUND FOR ACCOUNT "
                   SMP-ACCOUNT(I) " / OFFSET " SMP-OFFSET(I)
                   " ON " SMP-ARCHIVE-DATE(I)
                   DELIMITED BY SIZE INTO EVIDENCE-RECORD
           ELSE
               STRING "  GL POSTING:  " TRIM(SMP-GL-FIRST(I))
                   "  /  " TRIM(SMP-GL-SECOND(I))
                   DELIMITED BY SIZE INTO EVIDENCE-RECORD
           END-IF
           WRITE EVIDENCE-RECORD
           MOVE SPACES TO EVIDENCE-RECORD
           IF SMP-REGISTER(I) = SPACES
               ADD 1 TO WS-NO-REGISTER-COUNT
               STRING "  REGISTER:    NOT ON THE REGISTER"
                   DELIMITED BY SIZE INTO EVIDENCE-RECORD
           ELSE
               STRING "  REGISTER:    " TRIM(SMP-REGISTER(I))
                   DELIMITED BY SIZE INTO EVIDENCE-RECORD
           END-IF
           WRITE EVIDENCE-RECORD.
       END PROGRAM AUDIT-SAMPLE.
