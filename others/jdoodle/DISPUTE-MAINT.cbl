      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPUTE-MAINT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> the customer dispute case master - one record per case,
      *> keyed by the case number the dispute desk assigns, kept the
      *> way ACCOUNT-MAINT keeps the account master. Overridable via
      *> DISPUTE-CASE-FILE
       SELECT OPTIONAL DISPUTE-MASTER ASSIGN DYNAMIC
           WS-DISPUTE-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DSP-CASE-ID OF DSP-RECORD
           FILE STATUS IS WS-DISPUTE-STATUS.
      *> one case action per line:
      *> CODE,CASE,ACCOUNT,TXNDATE,AMOUNT,DC,TYPE,REASON
      *> CODE 'O' opens a case against the archived transaction the
      *> remaining fields name (TXNDATE is the business date whose
      *> archive holds it, AMOUNT in dollars and cents);
      *> 'P' issues a provisional credit - CODE,CASE[,AMOUNT], the
      *> full disputed amount when AMOUNT is blank;
      *> 'U' upheld, 'D' denied, 'W' withdrawn - CODE,CASE closes
      *> the case with that outcome. Overridable via DISPUTE-TXN-FILE
       SELECT OPTIONAL TXN-FILE ASSIGN DYNAMIC WS-TXN-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TXN-STATUS.
      *> the dated archive the disputed transaction must be found on
      *> - same naming CALC-ARCHIVE-RETRIEVE opens by
       SELECT OPTIONAL ARCHIVE-FILE ASSIGN DYNAMIC
           WS-ARCHIVE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARCHIVE-STATUS.
      *> provisional credits and their reversals go in as ordinary
      *> raw transactions, the way SO-GENERATE feeds standing
      *> orders, so they meet the same edit, referral and GL posting
      *> as anything else. Overridable via CALC-RAW-TXN-FILE
       SELECT OPTIONAL RAW-FILE ASSIGN DYNAMIC WS-RAW-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RAW-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD DISPUTE-MASTER.
      *> must stay byte-for-byte identical to DISPUTE-AGING-REPORT's
       01 DSP-RECORD.
           05 DSP-CASE-ID PIC X(8).
      *> the disputed transaction as it sits on the archive
           05 DSP-ACCOUNT PIC 9(10).
           05 DSP-TXN-DATE PIC 9(8).
           05 DSP-TXN-AMOUNT PIC 9(9)V99.
           05 DSP-TXN-DC PIC X(1).
           05 DSP-TXN-TYPE PIC X(3).
      *> FR fraud/unauthorised, NR not received, DU duplicate, AM
      *> wrong amount, CA cancelled but not credited, OT other
           05 DSP-REASON PIC X(2).
           05 DSP-OPEN-DATE PIC 9(8).
      *> 'O' open, 'U' upheld, 'D' denied, 'W' withdrawn
           05 DSP-STATUS PIC X(1).
      *> the provisional credit issued, zero date when none yet
           05 DSP-PROV-AMOUNT PIC 9(9)V99.
           05 DSP-PROV-DATE PIC 9(8).
           05 DSP-CLOSE-DATE PIC 9(8).
      *> the date the provisional credit was taken back, zero when
      *> it stands
           05 DSP-REVERSED-DATE PIC 9(8).
       FD TXN-FILE.
       01 TXN-RECORD PIC X(100).
       FD ARCHIVE-FILE.
       01 ARCHIVE-RECORD PIC X(80).
       FD RAW-FILE.
      *> the fixed dated layout with type code, as CALC-TXN-EDIT
      *> reads it
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
       01 WS-EVENT-PROGRAM PIC X(44) VALUE "DISPUTE-MAINT".
       01 WS-EVENT-MESSAGE PIC X(200).
       01 WS-DISPUTE-FILE-NAME PIC X(80) VALUE "DISPUTE-CASE.DAT".
       01 WS-ENV-DISPUTE-FILE-NAME PIC X(80).
       01 WS-DISPUTE-STATUS PIC X(2).
       01 WS-TXN-FILE-NAME PIC X(80) VALUE "DISPUTE-TXN.DAT".
       01 WS-ENV-TXN-FILE-NAME PIC X(80).
       01 WS-TXN-STATUS PIC X(2).
       01 WS-ARCHIVE-FILE-NAME PIC X(80).
       01 WS-ARCHIVE-PREFIX PIC X(60) VALUE "CALC-ARCHIVE-".
       01 WS-ENV-ARCHIVE-PREFIX PIC X(60).
       01 WS-ARCHIVE-STATUS PIC X(2).
      *> cycle 01's archive carries the plain dated name; each later
      *> cycle of the date sits beside it as -Cnn
       01 WS-ARCHIVE-CYCLE PIC 9(3).
       01 WS-ARCHIVE-CYCLE-ED PIC 9(2).
       01 WS-ARCHIVE-FOUND PIC X(1).
       01 WS-RAW-FILE-NAME PIC X(80) VALUE "TRANSACTIONS-RAW.DAT".
       01 WS-ENV-RAW-FILE-NAME PIC X(80).
       01 WS-RAW-STATUS PIC X(2).
       01 WS-RAW-OPEN PIC X(1) VALUE 'N'.
       01 WS-TXN-EOF PIC X(1) VALUE 'N'.
       01 WS-ARCHIVE-EOF PIC X(1).
       01 WS-BUSINESS-DATE PIC 9(8).
       01 WS-ENV-BUSINESS-DATE PIC X(8).
       01 WS-TXN-CODE PIC X(1).
       01 WS-TXN-CASE PIC X(8).
       01 WS-TXN-ACCOUNT PIC X(10).
       01 WS-TXN-DATE PIC X(8).
       01 WS-TXN-AMOUNT PIC X(15).
       01 WS-TXN-DC PIC X(1).
       01 WS-TXN-TYPE PIC X(3).
       01 WS-TXN-REASON PIC X(2).
       01 WS-RECORD-FOUND PIC X(1).
       01 WS-TXN-OK PIC X(1).
      *> the archived fixed dated layout the case must match
       01 WS-FIXED-VIEW.
           05 WS-FIXED-ACCOUNT PIC X(10).
           05 WS-FIXED-DATE PIC X(8).
           05 WS-FIXED-AMOUNT PIC 9(9)V99.
           05 WS-FIXED-DC PIC X(1).
           05 WS-FIXED-TYPE PIC X(3).
           05 FILLER PIC X(47).
       01 WS-MATCH-AMOUNT PIC 9(9)V99.
       01 WS-ARCHIVE-MATCH PIC X(1).
       01 WS-CREDIT-AMOUNT PIC 9(9)V99.
       01 WS-GEN-DC PIC X(1).
      *> a dispute credit posts as DCR, not RFD - it is a credit to
      *> the account, and REFUND-CHECK-ISSUE pays every RFD credit
      *> out as a check. DRV takes it back off on a denial
       01 WS-GEN-TYPE PIC X(3).
       01 WS-AMOUNT-ED PIC Z(8)9.99.
       01 WS-TXNS-READ PIC 9(5) VALUE 0.
       01 WS-TXNS-APPLIED PIC 9(5) VALUE 0.
       01 WS-TXNS-REJECTED PIC 9(5) VALUE 0.
       01 WS-CREDITS-ISSUED PIC 9(5) VALUE 0.
       01 WS-CREDITS-REVERSED PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "LOG-STARTUP" USING WS-EVENT-PROGRAM
      *> accept into a separate staging field first - ACCEPT FROM
      *> ENVIRONMENT blanks the target unconditionally when the
      *> variable is unset, which would wipe out the VALUE defaults
           MOVE SPACES TO WS-ENV-DISPUTE-FILE-NAME
           ACCEPT WS-ENV-DISPUTE-FILE-NAME FROM ENVIRONMENT
               "DISPUTE-CASE-FILE"
           IF WS-ENV-DISPUTE-FILE-NAME NOT = SPACES
               MOVE WS-ENV-DISPUTE-FILE-NAME TO WS-DISPUTE-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-TXN-FILE-NAME
           ACCEPT WS-ENV-TXN-FILE-NAME FROM ENVIRONMENT
               "DISPUTE-TXN-FILE"
           IF WS-ENV-TXN-FILE-NAME NOT = SPACES
               MOVE WS-ENV-TXN-FILE-NAME TO WS-TXN-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-ARCHIVE-PREFIX
           ACCEPT WS-ENV-ARCHIVE-PREFIX FROM ENVIRONMENT
               "CALC-ARCHIVE-PREFIX"
           IF WS-ENV-ARCHIVE-PREFIX NOT = SPACES
               MOVE WS-ENV-ARCHIVE-PREFIX TO WS-ARCHIVE-PREFIX
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
           OPEN I-O DISPUTE-MASTER.
      *> OPTIONAL I-O on a master that is not there yet creates it
      *> and reports 05 - usable, not a failure
           IF WS-DISPUTE-STATUS NOT = "00"
                   AND WS-DISPUTE-STATUS NOT = "05"
               DISPLAY "DISPUTE-MAINT: cannot open dispute master "
                   TRIM(WS-DISPUTE-FILE-NAME) " - file status "
                   WS-DISPUTE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT TXN-FILE.
           IF WS-TXN-STATUS NOT = "00"
               DISPLAY "DISPUTE-MAINT: case action file not "
                   "available - " TRIM(WS-TXN-FILE-NAME)
                   ", file status " WS-TXN-STATUS
               CLOSE DISPUTE-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-TXN-EOF = 'Y'
               READ TXN-FILE INTO TXN-RECORD
                   AT END
                       MOVE 'Y' TO WS-TXN-EOF
                   NOT AT END
                       PERFORM APPLY-TRANSACTION
                           THRU APPLY-TRANSACTION-EXIT
               END-READ
           END-PERFORM.
           CLOSE TXN-FILE.
           CLOSE DISPUTE-MASTER.
           IF WS-RAW-OPEN = 'Y'
               CLOSE RAW-FILE
           END-IF
           DISPLAY "===== Dispute case maintenance run ====="
           DISPLAY "Business date:         " WS-BUSINESS-DATE
           DISPLAY "Actions read:          " WS-TXNS-READ
           DISPLAY "Actions applied:       " WS-TXNS-APPLIED
           DISPLAY "Actions rejected:      " WS-TXNS-REJECTED
           DISPLAY "Credits issued:        " WS-CREDITS-ISSUED
           DISPLAY "Credits reversed:      " WS-CREDITS-REVERSED
      *> RETURN-CODE: 0 = all actions applied, 4 = at least one
      *> rejected (master carries the ones that passed)
           IF WS-TXNS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       APPLY-TRANSACTION.
           MOVE SPACES TO WS-TXN-CODE WS-TXN-CASE WS-TXN-ACCOUNT
               WS-TXN-DATE WS-TXN-AMOUNT WS-TXN-DC WS-TXN-TYPE
               WS-TXN-REASON
           UNSTRING TXN-RECORD DELIMITED BY ","
               INTO WS-TXN-CODE WS-TXN-CASE WS-TXN-ACCOUNT
                   WS-TXN-DATE WS-TXN-AMOUNT WS-TXN-DC WS-TXN-TYPE
                   WS-TXN-REASON
           ADD 1 TO WS-TXNS-READ
           IF WS-TXN-CASE = SPACES
               PERFORM REJECT-TRANSACTION
               DISPLAY "DISPUTE-MAINT: rejected, case number "
                   "missing: " TRIM(TXN-RECORD)
               GO TO APPLY-TRANSACTION-EXIT
           END-IF
           PERFORM READ-MASTER-RECORD
           EVALUATE WS-TXN-CODE
               WHEN 'O'
                   PERFORM OPEN-CASE THRU OPEN-CASE-EXIT
               WHEN 'P'
                   PERFORM ISSUE-PROVISIONAL-CREDIT
                       THRU ISSUE-PROVISIONAL-CREDIT-EXIT
               WHEN 'U'
               WHEN 'D'
               WHEN 'W'
                   PERFORM RECORD-OUTCOME THRU RECORD-OUTCOME-EXIT
               WHEN OTHER
                   PERFORM REJECT-TRANSACTION
                   DISPLAY "DISPUTE-MAINT: unknown action code '"
                       WS-TXN-CODE "' for case " WS-TXN-CASE
           END-EVALUATE.
       APPLY-TRANSACTION-EXIT.
           EXIT.

       READ-MASTER-RECORD.
           MOVE 'N' TO WS-RECORD-FOUND
           MOVE WS-TXN-CASE TO DSP-CASE-ID OF DSP-RECORD
           READ DISPUTE-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-RECORD-FOUND
           END-READ.

       OPEN-CASE.
           IF WS-RECORD-FOUND = 'Y'
               PERFORM REJECT-TRANSACTION
               DISPLAY "DISPUTE-MAINT: open rejected, case already "
                   "on file: " WS-TXN-CASE
               GO TO OPEN-CASE-EXIT
           END-IF
           IF WS-TXN-ACCOUNT NOT NUMERIC
             OR WS-TXN-DATE NOT NUMERIC
             OR WS-TXN-AMOUNT = SPACES
             OR TEST-NUMVAL(WS-TXN-AMOUNT) NOT = 0
             OR (WS-TXN-DC NOT = 'D' AND WS-TXN-DC NOT = 'C')
               PERFORM REJECT-TRANSACTION
               DISPLAY "DISPUTE-MAINT: open rejected, transaction "
                   "not fully named for case " WS-TXN-CASE
               GO TO OPEN-CASE-EXIT
           END-IF
           IF WS-TXN-REASON NOT = "FR" AND WS-TXN-REASON NOT = "NR"
             AND WS-TXN-REASON NOT = "DU" AND WS-TXN-REASON NOT = "AM"
             AND WS-TXN-REASON NOT = "CA" AND WS-TXN-REASON NOT = "OT"
               PERFORM REJECT-TRANSACTION
               DISPLAY "DISPUTE-MAINT: open rejected, reason must be "
                   "FR, NR, DU, AM, CA or OT for case " WS-TXN-CASE
               GO TO OPEN-CASE-EXIT
           END-IF
           MOVE NUMVAL(WS-TXN-AMOUNT) TO WS-MATCH-AMOUNT
           PERFORM FIND-ARCHIVED-TRANSACTION
               THRU FIND-ARCHIVED-TRANSACTION-EXIT
           IF WS-ARCHIVE-MATCH NOT = 'Y'
               PERFORM REJECT-TRANSACTION
               DISPLAY "DISPUTE-MAINT: open rejected, no such "
                   "transaction on the " WS-TXN-DATE " archive for "
                   "case " WS-TXN-CASE
               GO TO OPEN-CASE-EXIT
           END-IF
           MOVE WS-TXN-CASE TO DSP-CASE-ID OF DSP-RECORD
           MOVE WS-TXN-ACCOUNT TO DSP-ACCOUNT
           MOVE WS-TXN-DATE TO DSP-TXN-DATE
           MOVE WS-MATCH-AMOUNT TO DSP-TXN-AMOUNT
           MOVE WS-TXN-DC TO DSP-TXN-DC
           MOVE WS-TXN-TYPE TO DSP-TXN-TYPE
           MOVE WS-TXN-REASON TO DSP-REASON
           MOVE WS-BUSINESS-DATE TO DSP-OPEN-DATE
           MOVE 'O' TO DSP-STATUS
           MOVE 0 TO DSP-PROV-AMOUNT DSP-PROV-DATE DSP-CLOSE-DATE
               DSP-REVERSED-DATE
           WRITE DSP-RECORD
               INVALID KEY
                   PERFORM REJECT-TRANSACTION
                   DISPLAY "DISPUTE-MAINT: open failed for case "
                       WS-TXN-CASE " - file status " WS-DISPUTE-STATUS
               NOT INVALID KEY
                   PERFORM ACCEPT-TRANSACTION
           END-WRITE.
       OPEN-CASE-EXIT.
           EXIT.

       FIND-ARCHIVED-TRANSACTION.
      *> the case must name something that really posted - one of
      *> the business date's archives, cycle 01's plain dated file
      *> or a later cycle's -Cnn beside it, has to hold a line with
      *> the same account, amount, side and type
           MOVE 'N' TO WS-ARCHIVE-MATCH
           MOVE SPACES TO WS-ARCHIVE-FILE-NAME
           STRING TRIM(WS-ARCHIVE-PREFIX) WS-TXN-DATE ".DAT"
               DELIMITED BY SIZE INTO WS-ARCHIVE-FILE-NAME
           PERFORM SEARCH-ARCHIVE-FILE THRU SEARCH-ARCHIVE-FILE-EXIT
      *> later cycles in order until the first one missing, as
      *> CALC-ARCHIVE-RETRIEVE walks them
           PERFORM VARYING WS-ARCHIVE-CYCLE FROM 2 BY 1
                   UNTIL WS-ARCHIVE-CYCLE > 99
                      OR WS-ARCHIVE-FOUND = 'N'
                      OR WS-ARCHIVE-MATCH = 'Y'
               MOVE WS-ARCHIVE-CYCLE TO WS-ARCHIVE-CYCLE-ED
               MOVE SPACES TO WS-ARCHIVE-FILE-NAME
               STRING TRIM(WS-ARCHIVE-PREFIX) WS-TXN-DATE
                       "-C" WS-ARCHIVE-CYCLE-ED ".DAT"
                   DELIMITED BY SIZE INTO WS-ARCHIVE-FILE-NAME
               PERFORM SEARCH-ARCHIVE-FILE
                   THRU SEARCH-ARCHIVE-FILE-EXIT
           END-PERFORM.
       FIND-ARCHIVED-TRANSACTION-EXIT.
           EXIT.

       SEARCH-ARCHIVE-FILE.
           MOVE 'N' TO WS-ARCHIVE-FOUND
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS NOT = "00"
               IF WS-ARCHIVE-STATUS = "05"
                   CLOSE ARCHIVE-FILE
               END-IF
               GO TO SEARCH-ARCHIVE-FILE-EXIT
           END-IF
           MOVE 'Y' TO WS-ARCHIVE-FOUND
           MOVE 'N' TO WS-ARCHIVE-EOF
           PERFORM UNTIL WS-ARCHIVE-EOF = 'Y'
               READ ARCHIVE-FILE INTO ARCHIVE-RECORD
                   AT END
                       MOVE 'Y' TO WS-ARCHIVE-EOF
                   NOT AT END
                       MOVE ARCHIVE-RECORD TO WS-FIXED-VIEW
                       IF WS-FIXED-ACCOUNT = WS-TXN-ACCOUNT
                         AND WS-FIXED-AMOUNT IS NUMERIC
                         AND WS-FIXED-DC = WS-TXN-DC
                         AND WS-FIXED-TYPE = WS-TXN-TYPE
                           IF WS-FIXED-AMOUNT = WS-MATCH-AMOUNT
                               MOVE 'Y' TO WS-ARCHIVE-MATCH
                               MOVE 'Y' TO WS-ARCHIVE-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-FILE.
       SEARCH-ARCHIVE-FILE-EXIT.
           EXIT.

       ISSUE-PROVISIONAL-CREDIT.
           IF WS-RECORD-FOUND = 'N'
               PERFORM REJECT-TRANSACTION
               DISPLAY "DISPUTE-MAINT: credit rejected, no such "
                   "case: " WS-TXN-CASE
               GO TO ISSUE-PROVISIONAL-CREDIT-EXIT
           END-IF
           IF DSP-STATUS NOT = 'O' OR DSP-PROV-DATE NOT = 0
               PERFORM REJECT-TRANSACTION
               DISPLAY "DISPUTE-MAINT: credit rejected, case "
                   WS-TXN-CASE " is closed or already credited"
               GO TO ISSUE-PROVISIONAL-CREDIT-EXIT
           END-IF
      *> on a 'P' line the third field is the credit amount
           IF WS-TXN-ACCOUNT = SPACES
               MOVE DSP-TXN-AMOUNT TO WS-CREDIT-AMOUNT
           ELSE
               IF TEST-NUMVAL(WS-TXN-ACCOUNT) NOT = 0
                   PERFORM REJECT-TRANSACTION
                   DISPLAY "DISPUTE-MAINT: credit rejected, amount "
                       "not numeric for case " WS-TXN-CASE
                   GO TO ISSUE-PROVISIONAL-CREDIT-EXIT
               END-IF
               MOVE NUMVAL(WS-TXN-ACCOUNT) TO WS-CREDIT-AMOUNT
           END-IF
           IF WS-CREDIT-AMOUNT = 0
             OR WS-CREDIT-AMOUNT > DSP-TXN-AMOUNT
               PERFORM REJECT-TRANSACTION
               DISPLAY "DISPUTE-MAINT: credit rejected, amount must "
                   "be above zero and within the disputed amount "
                   "for case " WS-TXN-CASE
               GO TO ISSUE-PROVISIONAL-CREDIT-EXIT
           END-IF
           MOVE 'C' TO WS-GEN-DC
           MOVE "DCR" TO WS-GEN-TYPE
           PERFORM GENERATE-CASE-TRANSACTION
               THRU GENERATE-CASE-TRANSACTION-EXIT
           IF WS-TXN-OK NOT = 'Y'
               PERFORM REJECT-TRANSACTION
               GO TO ISSUE-PROVISIONAL-CREDIT-EXIT
           END-IF
           MOVE WS-CREDIT-AMOUNT TO DSP-PROV-AMOUNT
           MOVE WS-BUSINESS-DATE TO DSP-PROV-DATE
           REWRITE DSP-RECORD
               INVALID KEY
                   PERFORM REJECT-TRANSACTION
                   DISPLAY "DISPUTE-MAINT: credit issued but case "
                       WS-TXN-CASE " not updated - file status "
                       WS-DISPUTE-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-CREDITS-ISSUED
                   PERFORM ACCEPT-TRANSACTION
           END-REWRITE.
       ISSUE-PROVISIONAL-CREDIT-EXIT.
           EXIT.

       RECORD-OUTCOME.
           IF WS-RECORD-FOUND = 'N'
               PERFORM REJECT-TRANSACTION
               DISPLAY "DISPUTE-MAINT: outcome rejected, no such "
                   "case: " WS-TXN-CASE
               GO TO RECORD-OUTCOME-EXIT
           END-IF
           IF DSP-STATUS NOT = 'O'
               PERFORM REJECT-TRANSACTION
               DISPLAY "DISPUTE-MAINT: outcome rejected, case "
                   WS-TXN-CASE " already closed " DSP-STATUS
               GO TO RECORD-OUTCOME-EXIT
           END-IF
      *> denied or withdrawn, the provisional credit comes back off
      *> the account as a debit of the same amount
           IF (WS-TXN-CODE = 'D' OR WS-TXN-CODE = 'W')
             AND DSP-PROV-DATE NOT = 0
               MOVE DSP-PROV-AMOUNT TO WS-CREDIT-AMOUNT
               MOVE 'D' TO WS-GEN-DC
               MOVE "DRV" TO WS-GEN-TYPE
               PERFORM GENERATE-CASE-TRANSACTION
                   THRU GENERATE-CASE-TRANSACTION-EXIT
               IF WS-TXN-OK NOT = 'Y'
                   PERFORM REJECT-TRANSACTION
                   GO TO RECORD-OUTCOME-EXIT
               END-IF
               MOVE WS-BUSINESS-DATE TO DSP-REVERSED-DATE
               ADD 1 TO WS-CREDITS-REVERSED
           END-IF
      *> upheld with no provisional credit yet - the customer is
      *> owed the full disputed amount now
           IF WS-TXN-CODE = 'U' AND DSP-PROV-DATE = 0
               MOVE DSP-TXN-AMOUNT TO WS-CREDIT-AMOUNT
               MOVE 'C' TO WS-GEN-DC
               MOVE "DCR" TO WS-GEN-TYPE
               PERFORM GENERATE-CASE-TRANSACTION
                   THRU GENERATE-CASE-TRANSACTION-EXIT
               IF WS-TXN-OK NOT = 'Y'
                   PERFORM REJECT-TRANSACTION
                   GO TO RECORD-OUTCOME-EXIT
               END-IF
               MOVE WS-CREDIT-AMOUNT TO DSP-PROV-AMOUNT
               MOVE WS-BUSINESS-DATE TO DSP-PROV-DATE
               ADD 1 TO WS-CREDITS-ISSUED
           END-IF
           MOVE WS-TXN-CODE TO DSP-STATUS
           MOVE WS-BUSINESS-DATE TO DSP-CLOSE-DATE
           REWRITE DSP-RECORD
               INVALID KEY
                   PERFORM REJECT-TRANSACTION
                   DISPLAY "DISPUTE-MAINT: outcome not recorded for "
                       "case " WS-TXN-CASE " - file status "
                       WS-DISPUTE-STATUS
               NOT INVALID KEY
                   PERFORM ACCEPT-TRANSACTION
           END-REWRITE.
       RECORD-OUTCOME-EXIT.
           EXIT.

       GENERATE-CASE-TRANSACTION.
           MOVE 'N' TO WS-TXN-OK
           IF WS-RAW-OPEN NOT = 'Y'
               OPEN EXTEND RAW-FILE
      *> OUTPUT on a file that does not exist yet reports status 05
      *> on this runtime even though it creates the file underneath
               IF WS-RAW-STATUS NOT = "00" AND WS-RAW-STATUS NOT = "05"
                   DISPLAY "DISPUTE-MAINT: cannot extend raw "
                       "transaction file " TRIM(WS-RAW-FILE-NAME)
                       " - file status " WS-RAW-STATUS
                   GO TO GENERATE-CASE-TRANSACTION-EXIT
               END-IF
               MOVE 'Y' TO WS-RAW-OPEN
           END-IF
           MOVE SPACES TO RAW-RECORD
           MOVE DSP-ACCOUNT TO RAW-ACCOUNT
           MOVE WS-BUSINESS-DATE TO RAW-DATE
           MOVE WS-CREDIT-AMOUNT TO RAW-AMOUNT
           MOVE WS-GEN-DC TO RAW-DC
           MOVE WS-GEN-TYPE TO RAW-TYPE
           WRITE RAW-RECORD
           MOVE 'Y' TO WS-TXN-OK
           MOVE WS-CREDIT-AMOUNT TO WS-AMOUNT-ED
           DISPLAY "DISPUTE-MAINT: generated " TRIM(WS-AMOUNT-ED)
               " (" WS-GEN-TYPE ") for account " DSP-ACCOUNT
               " case " DSP-CASE-ID.
       GENERATE-CASE-TRANSACTION-EXIT.
           EXIT.

       ACCEPT-TRANSACTION.
           ADD 1 TO WS-TXNS-APPLIED
      *> every case action lands in the audit trail - the dispute
      *> desk is answerable to the regulator for each step
           MOVE SPACES TO WS-EVENT-MESSAGE
           STRING "dispute " WS-TXN-CODE ": case " WS-TXN-CASE
                   " account " DSP-ACCOUNT
               DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
           CALL "LOG-EVENT" USING WS-EVENT-PROGRAM WS-EVENT-MESSAGE.

       REJECT-TRANSACTION.
           ADD 1 TO WS-TXNS-REJECTED
           MOVE SPACES TO WS-EVENT-MESSAGE
           STRING "dispute " WS-TXN-CODE " REJECTED: case "
                   WS-TXN-CASE
               DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
           CALL "LOG-EVENT" USING WS-EVENT-PROGRAM WS-EVENT-MESSAGE.
       END PROGRAM DISPUTE-MAINT.
