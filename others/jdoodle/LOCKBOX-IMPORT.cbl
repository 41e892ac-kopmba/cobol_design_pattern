      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCKBOX-IMPORT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> the bank's lockbox transmission - fixed layout, a 'B' batch
      *> header, its 'D' payment details, a 'T' batch trailer, as
      *> many batches as the bank sends. Overridable via
      *> LOCKBOX-FILE
       SELECT OPTIONAL LOCKBOX-FILE ASSIGN DYNAMIC
           WS-LOCKBOX-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCKBOX-STATUS.
      *> billing's invoice cross-reference - INVOICE-REF,ACCOUNT -
      *> for remittances quoting an invoice instead of an account.
      *> Overridable via LOCKBOX-INVOICE-FILE
       SELECT OPTIONAL INVOICE-FILE ASSIGN DYNAMIC
           WS-INVOICE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INVOICE-STATUS.
      *> identified payments go in as ordinary raw PAY transactions,
      *> the way SO-GENERATE feeds standing orders, so they meet the
      *> same edit and GL posting as anything else. Overridable via
      *> CALC-RAW-TXN-FILE
       SELECT OPTIONAL RAW-FILE ASSIGN DYNAMIC WS-RAW-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RAW-STATUS.
      *> payments no account could be found for, held until
      *> UNAPPLIED-CASH-MAINT applies or returns them. Overridable
      *> via UNAPPLIED-CASH-FILE
       SELECT OPTIONAL UNAPPLIED-MASTER ASSIGN DYNAMIC
           WS-UNAPPLIED-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS UNA-ITEM-KEY OF UNA-RECORD
           FILE STATUS IS WS-UNAPPLIED-STATUS.
      *> every batch already taken in -
      *> LOCKBOX,DEPOSIT-DATE,BATCH,IMPORTED,ITEMS,TOTAL - so the
      *> same transmission run twice is not paid in twice.
      *> Overridable via LOCKBOX-BATCH-LOG
       SELECT OPTIONAL BATCH-LOG ASSIGN DYNAMIC WS-BATCH-LOG-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BATCH-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD LOCKBOX-FILE.
      *> the bank's fixed layout, 80 bytes, amounts unsigned with
      *> two implied decimals
       01 LBX-RECORD PIC X(80).
       01 LBX-BATCH-HEADER REDEFINES LBX-RECORD.
           05 LBX-B-FLAG PIC X(1).
           05 LBX-B-LOCKBOX PIC X(7).
           05 LBX-B-BATCH PIC 9(5).
           05 LBX-B-DEPOSIT-DATE PIC 9(8).
           05 FILLER PIC X(59).
       01 LBX-DETAIL REDEFINES LBX-RECORD.
           05 LBX-D-FLAG PIC X(1).
           05 LBX-D-BATCH PIC 9(5).
           05 LBX-D-SEQ PIC 9(5).
           05 LBX-D-AMOUNT PIC 9(9)V99.
           05 LBX-D-CHECK PIC X(10).
      *> what the customer wrote on the remittance - either, both or
      *> neither may be there
           05 LBX-D-ACCOUNT PIC X(10).
           05 LBX-D-INVOICE PIC X(15).
           05 LBX-D-PAYER PIC X(23).
       01 LBX-BATCH-TRAILER REDEFINES LBX-RECORD.
           05 LBX-T-FLAG PIC X(1).
           05 LBX-T-BATCH PIC 9(5).
           05 LBX-T-ITEMS PIC 9(5).
           05 LBX-T-TOTAL PIC 9(11)V99.
           05 FILLER PIC X(56).
       FD INVOICE-FILE.
       01 INVOICE-RECORD PIC X(40).
       FD RAW-FILE.
      *> CALC-TXN-EDIT's fixed dated layout, as FEE-GENERATE writes
       01 RAW-RECORD.
           05 RAW-ACCOUNT PIC 9(10).
           05 RAW-DATE PIC 9(8).
           05 RAW-AMOUNT PIC 9(9)V99.
           05 RAW-DC PIC X(1).
           05 RAW-TYPE PIC X(3).
       FD UNAPPLIED-MASTER.
      *> must stay byte-for-byte identical to UNAPPLIED-CASH-MAINT's
       01 UNA-RECORD.
      *> deposit date, batch and item sequence, then the lockbox -
      *> two lockboxes number their batches independently, so the
      *> lockbox is part of what makes the item unique
           05 UNA-ITEM-KEY.
               10 UNA-ITEM-ID PIC X(18).
               10 UNA-LOCKBOX PIC X(7).
           05 UNA-RECEIVED-DATE PIC 9(8).
           05 UNA-AMOUNT PIC 9(9)V99.
           05 UNA-CHECK PIC X(10).
           05 UNA-ACCOUNT-GIVEN PIC X(10).
           05 UNA-INVOICE PIC X(15).
           05 UNA-PAYER PIC X(23).
      *> 'O' open, 'A' applied to an account, 'R' returned to the
      *> payer - settled items stay on file as the record of it
           05 UNA-STATUS PIC X(1).
           05 UNA-ACTION-DATE PIC 9(8).
           05 UNA-ACTION-BY PIC X(8).
           05 UNA-APPLIED-ACCOUNT PIC X(10).
           05 UNA-RETURN-REASON PIC X(30).
       FD BATCH-LOG.
       01 BATCH-LOG-RECORD PIC X(80).
       WORKING-STORAGE SECTION.
      *> correctly-sized holders for the literal audit message - a
      *> literal passed straight to LOG-EVENT-SEV's LINKAGE would
      *> only be allocated as big as the literal itself
       01 WS-PROGRAM-NAME PIC X(44) VALUE "LOCKBOX-IMPORT".
       01 WS-EVENT-MESSAGE PIC X(200).
       01 WS-EVENT-SEVERITY PIC X(1).
       01 WS-LOCKBOX-FILE-NAME PIC X(80) VALUE "LOCKBOX.DAT".
       01 WS-ENV-LOCKBOX-FILE-NAME PIC X(80).
       01 WS-LOCKBOX-STATUS PIC X(2).
       01 WS-INVOICE-FILE-NAME PIC X(80) VALUE "INVOICE-XREF.DAT".
       01 WS-ENV-INVOICE-FILE-NAME PIC X(80).
       01 WS-INVOICE-STATUS PIC X(2).
       01 WS-RAW-FILE-NAME PIC X(80) VALUE "TRANSACTIONS-RAW.DAT".
       01 WS-ENV-RAW-FILE-NAME PIC X(80).
       01 WS-RAW-STATUS PIC X(2).
       01 WS-UNAPPLIED-FILE-NAME PIC X(80)
           VALUE "UNAPPLIED-CASH.DAT".
       01 WS-ENV-UNAPPLIED-FILE-NAME PIC X(80).
       01 WS-UNAPPLIED-STATUS PIC X(2).
       01 WS-BATCH-LOG-NAME PIC X(80) VALUE "LOCKBOX-BATCHES.DAT".
       01 WS-ENV-BATCH-LOG-NAME PIC X(80).
       01 WS-BATCH-LOG-STATUS PIC X(2).
       01 WS-EOF PIC X(1).
       01 WS-BUSINESS-DATE PIC 9(8).
       01 WS-ENV-BUSINESS-DATE PIC X(8).
      *> the invoice cross-reference staged in memory
       01 WS-INV-COUNT PIC 9(5) VALUE 0.
       01 WS-INV-MAX PIC 9(5) VALUE 5000.
       01 WS-INV-ENTRY OCCURS 5000 TIMES.
           05 INV-REF PIC X(15).
           05 INV-ACCOUNT PIC X(10).
       01 WS-INV-REF-X PIC X(20).
       01 WS-INV-ACCOUNT-X PIC X(12).
      *> batches already imported
       01 WS-LOG-COUNT PIC 9(5) VALUE 0.
       01 WS-LOG-MAX PIC 9(5) VALUE 2000.
       01 WS-LOG-ENTRY OCCURS 2000 TIMES.
           05 LOG-LOCKBOX PIC X(7).
           05 LOG-DEPOSIT-DATE PIC X(8).
           05 LOG-BATCH PIC X(5).
       01 WS-FLD-1 PIC X(12).
       01 WS-FLD-2 PIC X(12).
       01 WS-FLD-3 PIC X(12).
      *> the batch being assembled - nothing in it is posted until
      *> its trailer proves the batch whole
       01 WS-BATCH-OPEN PIC X(1) VALUE 'N'.
       01 WS-BATCH-LOCKBOX PIC X(7).
       01 WS-BATCH-NUMBER PIC 9(5).
       01 WS-BATCH-DATE PIC 9(8).
       01 WS-BATCH-ITEMS PIC 9(5).
       01 WS-BATCH-TOTAL PIC 9(11)V99.
       01 WS-BATCH-OVERFLOW PIC X(1).
       01 WS-ITEM-COUNT PIC 9(4) VALUE 0.
       01 WS-ITEM-MAX PIC 9(4) VALUE 2000.
       01 WS-ITEM-ENTRY OCCURS 2000 TIMES.
           05 ITEM-SEQ PIC 9(5).
           05 ITEM-AMOUNT PIC 9(9)V99.
           05 ITEM-CHECK PIC X(10).
           05 ITEM-ACCOUNT PIC X(10).
           05 ITEM-INVOICE PIC X(15).
           05 ITEM-PAYER PIC X(23).
       01 I PIC 9(5).
       01 J PIC 9(5).
      *> ACCT-LOOKUP's answer
       01 WS-LOOKUP-ACCOUNT PIC X(10).
       01 WS-ACCT-NAME PIC X(30).
       01 WS-ACCT-LIMIT PIC 9(9)V99.
       01 WS-ACCT-VERDICT PIC X(1).
       01 WS-MATCHED-ACCOUNT PIC X(10).
       01 WS-MATCHED-BY PIC X(7).
       01 WS-AMOUNT-ED PIC Z(8)9.99.
       01 WS-TOTAL-ED PIC Z(10)9.99.
       01 WS-TRAILER-ED PIC Z(10)9.99.
      *> run tallies
       01 WS-BATCHES-READ PIC 9(5) VALUE 0.
       01 WS-BATCHES-TAKEN PIC 9(5) VALUE 0.
       01 WS-BATCHES-OUT PIC 9(5) VALUE 0.
       01 WS-BATCHES-REPEAT PIC 9(5) VALUE 0.
       01 WS-STRAY-RECORDS PIC 9(5) VALUE 0.
       01 WS-PAY-COUNT PIC 9(5) VALUE 0.
       01 WS-PAY-TOTAL PIC 9(11)V99 VALUE 0.
       01 WS-UNAPPLIED-COUNT PIC 9(5) VALUE 0.
       01 WS-UNAPPLIED-TOTAL PIC 9(11)V99 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "LOG-STARTUP" USING WS-PROGRAM-NAME
      *> accept into a separate staging field first - ACCEPT FROM
      *> ENVIRONMENT blanks the target unconditionally when the
      *> variable is unset, which would wipe out the VALUE defaults
           MOVE SPACES TO WS-ENV-LOCKBOX-FILE-NAME
           ACCEPT WS-ENV-LOCKBOX-FILE-NAME FROM ENVIRONMENT
               "LOCKBOX-FILE"
           IF WS-ENV-LOCKBOX-FILE-NAME NOT = SPACES
               MOVE WS-ENV-LOCKBOX-FILE-NAME TO WS-LOCKBOX-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-INVOICE-FILE-NAME
           ACCEPT WS-ENV-INVOICE-FILE-NAME FROM ENVIRONMENT
               "LOCKBOX-INVOICE-FILE"
           IF WS-ENV-INVOICE-FILE-NAME NOT = SPACES
               MOVE WS-ENV-INVOICE-FILE-NAME TO WS-INVOICE-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-RAW-FILE-NAME
           ACCEPT WS-ENV-RAW-FILE-NAME FROM ENVIRONMENT
               "CALC-RAW-TXN-FILE"
           IF WS-ENV-RAW-FILE-NAME NOT = SPACES
               MOVE WS-ENV-RAW-FILE-NAME TO WS-RAW-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-UNAPPLIED-FILE-NAME
           ACCEPT WS-ENV-UNAPPLIED-FILE-NAME FROM ENVIRONMENT
               "UNAPPLIED-CASH-FILE"
           IF WS-ENV-UNAPPLIED-FILE-NAME NOT = SPACES
               MOVE WS-ENV-UNAPPLIED-FILE-NAME
                   TO WS-UNAPPLIED-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-BATCH-LOG-NAME
           ACCEPT WS-ENV-BATCH-LOG-NAME FROM ENVIRONMENT
               "LOCKBOX-BATCH-LOG"
           IF WS-ENV-BATCH-LOG-NAME NOT = SPACES
               MOVE WS-ENV-BATCH-LOG-NAME TO WS-BATCH-LOG-NAME
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
      *> with no reference master every payment would look
      *> unidentified - stop rather than bury the day's receipts in
      *> unapplied cash
           MOVE ZEROS TO WS-LOOKUP-ACCOUNT
           CALL "ACCT-LOOKUP" USING WS-LOOKUP-ACCOUNT WS-ACCT-NAME
               WS-ACCT-LIMIT WS-ACCT-VERDICT
           IF WS-ACCT-VERDICT = 'U'
               DISPLAY "LOCKBOX-IMPORT: account master not available"
                   " - nothing imported"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-INVOICES THRU LOAD-INVOICES-EXIT
           PERFORM LOAD-BATCH-LOG THRU LOAD-BATCH-LOG-EXIT
           OPEN INPUT LOCKBOX-FILE.
           IF WS-LOCKBOX-STATUS NOT = "00"
               IF WS-LOCKBOX-STATUS = "05"
                   CLOSE LOCKBOX-FILE
               END-IF
               DISPLAY "LOCKBOX-IMPORT: lockbox file not available - "
                   TRIM(WS-LOCKBOX-FILE-NAME) ", file status "
                   WS-LOCKBOX-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND RAW-FILE.
      *> OUTPUT on a file that does not exist yet reports status 05
      *> on this runtime even though it creates the file underneath
           IF WS-RAW-STATUS NOT = "00" AND WS-RAW-STATUS NOT = "05"
               DISPLAY "LOCKBOX-IMPORT: cannot extend raw transaction "
                   "file " TRIM(WS-RAW-FILE-NAME) " - file status "
                   WS-RAW-STATUS
               CLOSE LOCKBOX-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O UNAPPLIED-MASTER.
      *> OPTIONAL I-O on a master that is not there yet creates it
      *> and reports 05 - usable, not a failure
           IF WS-UNAPPLIED-STATUS NOT = "00"
                   AND WS-UNAPPLIED-STATUS NOT = "05"
               DISPLAY "LOCKBOX-IMPORT: cannot open unapplied cash "
                   TRIM(WS-UNAPPLIED-FILE-NAME) " - file status "
                   WS-UNAPPLIED-STATUS
               CLOSE LOCKBOX-FILE RAW-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND BATCH-LOG.
           IF WS-BATCH-LOG-STATUS NOT = "00"
                   AND WS-BATCH-LOG-STATUS NOT = "05"
               DISPLAY "LOCKBOX-IMPORT: cannot extend batch log "
                   TRIM(WS-BATCH-LOG-NAME) " - file status "
                   WS-BATCH-LOG-STATUS
               CLOSE LOCKBOX-FILE RAW-FILE UNAPPLIED-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "===== Lockbox import ====="
           DISPLAY "Business date:     " WS-BUSINESS-DATE
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ LOCKBOX-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM TAKE-LOCKBOX-RECORD
               END-READ
           END-PERFORM
      *> a batch still open at end of file never got its trailer
           IF WS-BATCH-OPEN = 'Y'
               PERFORM REFUSE-BATCH-NO-TRAILER
           END-IF
           CLOSE LOCKBOX-FILE
           CLOSE RAW-FILE
           CLOSE UNAPPLIED-MASTER
           CLOSE BATCH-LOG
           DISPLAY "Batches read:      " WS-BATCHES-READ
           DISPLAY "Batches imported:  " WS-BATCHES-TAKEN
           DISPLAY "Out of balance:    " WS-BATCHES-OUT
           DISPLAY "Already imported:  " WS-BATCHES-REPEAT
           DISPLAY "Stray records:     " WS-STRAY-RECORDS
           MOVE WS-PAY-TOTAL TO WS-TOTAL-ED
           DISPLAY "Payments posted:   " WS-PAY-COUNT "  "
               TRIM(WS-TOTAL-ED)
           MOVE WS-UNAPPLIED-TOTAL TO WS-TOTAL-ED
           DISPLAY "Unapplied cash:    " WS-UNAPPLIED-COUNT "  "
               TRIM(WS-TOTAL-ED)
           DISPLAY "===== End of lockbox import ====="
           MOVE SPACES TO WS-EVENT-MESSAGE
           STRING "lockbox import " WS-BUSINESS-DATE ": "
                   WS-BATCHES-TAKEN " batch(es), " WS-PAY-COUNT
                   " posted, " WS-UNAPPLIED-COUNT " unapplied, "
                   WS-BATCHES-OUT " out of balance"
               DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
           EVALUATE TRUE
               WHEN WS-BATCHES-OUT > 0 OR WS-STRAY-RECORDS > 0
                   MOVE 'E' TO WS-EVENT-SEVERITY
               WHEN WS-UNAPPLIED-COUNT > 0
                   MOVE 'W' TO WS-EVENT-SEVERITY
               WHEN OTHER
                   MOVE 'I' TO WS-EVENT-SEVERITY
           END-EVALUATE
           CALL "LOG-EVENT-SEV" USING WS-PROGRAM-NAME
               WS-EVENT-SEVERITY WS-EVENT-MESSAGE
      *> RETURN-CODE: 0 = every payment identified and posted,
      *> 4 = some went to unapplied cash, 8 = a batch failed to
      *> balance or arrived broken and was held back whole - the bank
      *> must be called before it is rerun
           EVALUATE TRUE
               WHEN WS-BATCHES-OUT > 0 OR WS-STRAY-RECORDS > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-UNAPPLIED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       LOAD-INVOICES.
           MOVE 'N' TO WS-EOF
           OPEN INPUT INVOICE-FILE
           IF WS-INVOICE-STATUS NOT = "00"
      *> no cross-reference just means matching by account only
               IF WS-INVOICE-STATUS = "05"
                   CLOSE INVOICE-FILE
               END-IF
               GO TO LOAD-INVOICES-EXIT
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ INVOICE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-INV-COUNT < WS-INV-MAX
                           MOVE SPACES TO WS-INV-REF-X
                               WS-INV-ACCOUNT-X
                           UNSTRING INVOICE-RECORD DELIMITED BY ","
                               INTO WS-INV-REF-X WS-INV-ACCOUNT-X
                           IF WS-INV-REF-X NOT = SPACES
                               ADD 1 TO WS-INV-COUNT
                               MOVE UPPER-CASE(WS-INV-REF-X)
                                   TO INV-REF(WS-INV-COUNT)
                               MOVE WS-INV-ACCOUNT-X
                                   TO INV-ACCOUNT(WS-INV-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INVOICE-FILE.
       LOAD-INVOICES-EXIT.
           EXIT.

       LOAD-BATCH-LOG.
           MOVE 'N' TO WS-EOF
           OPEN INPUT BATCH-LOG
           IF WS-BATCH-LOG-STATUS NOT = "00"
               IF WS-BATCH-LOG-STATUS = "05"
                   CLOSE BATCH-LOG
               END-IF
               GO TO LOAD-BATCH-LOG-EXIT
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ BATCH-LOG
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-BATCH-LOG
               END-READ
           END-PERFORM
           CLOSE BATCH-LOG.
       LOAD-BATCH-LOG-EXIT.
           EXIT.

       LOAD-ONE-BATCH-LOG.
           MOVE SPACES TO WS-FLD-1 WS-FLD-2 WS-FLD-3
           UNSTRING BATCH-LOG-RECORD DELIMITED BY ","
               INTO WS-FLD-1 WS-FLD-2 WS-FLD-3
           IF WS-LOG-COUNT >= WS-LOG-MAX
      *> the oldest batches fall off the lookup, never the newest -
      *> a repeated transmission is always a recent one
               PERFORM VARYING I FROM 2 BY 1 UNTIL I > WS-LOG-COUNT
                   MOVE WS-LOG-ENTRY(I) TO WS-LOG-ENTRY(I - 1)
               END-PERFORM
               SUBTRACT 1 FROM WS-LOG-COUNT
           END-IF
           ADD 1 TO WS-LOG-COUNT
           MOVE WS-FLD-1 TO LOG-LOCKBOX(WS-LOG-COUNT)
           MOVE WS-FLD-2 TO LOG-DEPOSIT-DATE(WS-LOG-COUNT)
           MOVE WS-FLD-3 TO LOG-BATCH(WS-LOG-COUNT).

       TAKE-LOCKBOX-RECORD.
           EVALUATE LBX-B-FLAG
               WHEN 'B'
                   IF WS-BATCH-OPEN = 'Y'
                       PERFORM REFUSE-BATCH-NO-TRAILER
                   END-IF
                   ADD 1 TO WS-BATCHES-READ
                   MOVE 'Y' TO WS-BATCH-OPEN
                   MOVE 'N' TO WS-BATCH-OVERFLOW
                   MOVE 0 TO WS-ITEM-COUNT WS-BATCH-ITEMS
                       WS-BATCH-TOTAL
                   MOVE LBX-B-LOCKBOX TO WS-BATCH-LOCKBOX
                   IF LBX-B-BATCH IS NUMERIC
                       MOVE LBX-B-BATCH TO WS-BATCH-NUMBER
                   ELSE
                       MOVE 0 TO WS-BATCH-NUMBER
                   END-IF
      *> a deposit date the bank left off is taken as today's
                   IF LBX-B-DEPOSIT-DATE IS NUMERIC
                     AND LBX-B-DEPOSIT-DATE > 0
                       MOVE LBX-B-DEPOSIT-DATE TO WS-BATCH-DATE
                   ELSE
                       MOVE WS-BUSINESS-DATE TO WS-BATCH-DATE
                   END-IF
               WHEN 'D'
                   IF WS-BATCH-OPEN NOT = 'Y'
                       ADD 1 TO WS-STRAY-RECORDS
                       DISPLAY "LOCKBOX-IMPORT: payment outside any "
                           "batch ignored - " LBX-RECORD
                   ELSE
                       PERFORM ADD-BATCH-ITEM
                   END-IF
               WHEN 'T'
                   IF WS-BATCH-OPEN NOT = 'Y'
                       ADD 1 TO WS-STRAY-RECORDS
                       DISPLAY "LOCKBOX-IMPORT: trailer outside any "
                           "batch ignored - " LBX-RECORD
                   ELSE
                       PERFORM SETTLE-BATCH THRU SETTLE-BATCH-EXIT
                   END-IF
               WHEN OTHER
                   IF LBX-RECORD NOT = SPACES
                       ADD 1 TO WS-STRAY-RECORDS
                       DISPLAY "LOCKBOX-IMPORT: unrecognised record "
                           "ignored - " LBX-RECORD
                   END-IF
           END-EVALUATE.

       ADD-BATCH-ITEM.
           ADD 1 TO WS-BATCH-ITEMS
      *> a payment amount the bank garbled still counts against the
      *> trailer as zero, so the batch fails to balance and is held
           IF LBX-D-AMOUNT IS NUMERIC
               ADD LBX-D-AMOUNT TO WS-BATCH-TOTAL
           END-IF
           IF WS-ITEM-COUNT >= WS-ITEM-MAX
               MOVE 'Y' TO WS-BATCH-OVERFLOW
           ELSE
               ADD 1 TO WS-ITEM-COUNT
               IF LBX-D-SEQ IS NUMERIC
                   MOVE LBX-D-SEQ TO ITEM-SEQ(WS-ITEM-COUNT)
               ELSE
                   MOVE WS-BATCH-ITEMS TO ITEM-SEQ(WS-ITEM-COUNT)
               END-IF
               IF LBX-D-AMOUNT IS NUMERIC
                   MOVE LBX-D-AMOUNT TO ITEM-AMOUNT(WS-ITEM-COUNT)
               ELSE
                   MOVE 0 TO ITEM-AMOUNT(WS-ITEM-COUNT)
               END-IF
               MOVE LBX-D-CHECK TO ITEM-CHECK(WS-ITEM-COUNT)
               MOVE LBX-D-ACCOUNT TO ITEM-ACCOUNT(WS-ITEM-COUNT)
               MOVE UPPER-CASE(LBX-D-INVOICE)
                   TO ITEM-INVOICE(WS-ITEM-COUNT)
               MOVE LBX-D-PAYER TO ITEM-PAYER(WS-ITEM-COUNT)
           END-IF.

       REFUSE-BATCH-NO-TRAILER.
           MOVE 'N' TO WS-BATCH-OPEN
           ADD 1 TO WS-BATCHES-OUT
           MOVE WS-BATCH-TOTAL TO WS-TOTAL-ED
           DISPLAY "  HELD      lockbox " WS-BATCH-LOCKBOX " batch "
               WS-BATCH-NUMBER " - no trailer, " WS-BATCH-ITEMS
               " item(s) " TRIM(WS-TOTAL-ED) " not imported".

       SETTLE-BATCH.
           MOVE 'N' TO WS-BATCH-OPEN
           MOVE WS-BATCH-TOTAL TO WS-TOTAL-ED
           IF LBX-T-TOTAL IS NUMERIC
               MOVE LBX-T-TOTAL TO WS-TRAILER-ED
           ELSE
               MOVE 0 TO WS-TRAILER-ED
           END-IF
           IF LBX-T-BATCH NOT NUMERIC
             OR LBX-T-ITEMS NOT NUMERIC
             OR LBX-T-TOTAL NOT NUMERIC
             OR LBX-T-BATCH NOT = WS-BATCH-NUMBER
             OR LBX-T-ITEMS NOT = WS-BATCH-ITEMS
             OR LBX-T-TOTAL NOT = WS-BATCH-TOTAL
             OR WS-BATCH-OVERFLOW = 'Y'
               ADD 1 TO WS-BATCHES-OUT
               DISPLAY "  HELD      lockbox " WS-BATCH-LOCKBOX
                   " batch " WS-BATCH-NUMBER " - out of balance: "
                   "details " WS-BATCH-ITEMS " " TRIM(WS-TOTAL-ED)
                   ", trailer " LBX-T-ITEMS " " TRIM(WS-TRAILER-ED)
               GO TO SETTLE-BATCH-EXIT
           END-IF
           MOVE 0 TO J
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-LOG-COUNT
               IF LOG-LOCKBOX(I) = WS-BATCH-LOCKBOX
                 AND LOG-DEPOSIT-DATE(I) = WS-BATCH-DATE
                 AND LOG-BATCH(I) = WS-BATCH-NUMBER
                   MOVE I TO J
                   MOVE WS-LOG-COUNT TO I
               END-IF
           END-PERFORM
           IF J > 0
               ADD 1 TO WS-BATCHES-REPEAT
               DISPLAY "  SKIPPED   lockbox " WS-BATCH-LOCKBOX
                   " batch " WS-BATCH-NUMBER " of " WS-BATCH-DATE
                   " - already imported"
               GO TO SETTLE-BATCH-EXIT
           END-IF
           ADD 1 TO WS-BATCHES-TAKEN
           DISPLAY "  batch     lockbox " WS-BATCH-LOCKBOX " batch "
               WS-BATCH-NUMBER " of " WS-BATCH-DATE " - "
               WS-BATCH-ITEMS " item(s) " TRIM(WS-TOTAL-ED)
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-ITEM-COUNT
               PERFORM APPLY-ONE-PAYMENT
           END-PERFORM
           MOVE SPACES TO BATCH-LOG-RECORD
           STRING WS-BATCH-LOCKBOX "," WS-BATCH-DATE ","
                   WS-BATCH-NUMBER "," WS-BUSINESS-DATE ","
                   WS-BATCH-ITEMS "," TRIM(WS-TOTAL-ED)
               DELIMITED BY SIZE INTO BATCH-LOG-RECORD
           WRITE BATCH-LOG-RECORD
           IF WS-LOG-COUNT < WS-LOG-MAX
               ADD 1 TO WS-LOG-COUNT
               MOVE WS-BATCH-LOCKBOX TO LOG-LOCKBOX(WS-LOG-COUNT)
               MOVE WS-BATCH-DATE TO LOG-DEPOSIT-DATE(WS-LOG-COUNT)
               MOVE WS-BATCH-NUMBER TO LOG-BATCH(WS-LOG-COUNT)
           END-IF.
       SETTLE-BATCH-EXIT.
           EXIT.

       APPLY-ONE-PAYMENT.
      *> the account the customer wrote wins if it is a live account;
      *> otherwise the invoice they quoted, through billing's
      *> cross-reference; otherwise the money waits in unapplied
      *> cash rather than landing on a guessed account
           MOVE SPACES TO WS-MATCHED-ACCOUNT WS-MATCHED-BY
           IF ITEM-ACCOUNT(J) IS NUMERIC
               MOVE ITEM-ACCOUNT(J) TO WS-LOOKUP-ACCOUNT
               PERFORM CHECK-PAYABLE-ACCOUNT
               IF WS-ACCT-VERDICT = 'O' OR WS-ACCT-VERDICT = 'D'
                   MOVE WS-LOOKUP-ACCOUNT TO WS-MATCHED-ACCOUNT
                   MOVE "ACCOUNT" TO WS-MATCHED-BY
               END-IF
           END-IF
           IF WS-MATCHED-ACCOUNT = SPACES
             AND ITEM-INVOICE(J) NOT = SPACES
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-INV-COUNT
                   IF INV-REF(I) = ITEM-INVOICE(J)
                       MOVE INV-ACCOUNT(I) TO WS-LOOKUP-ACCOUNT
                       MOVE WS-INV-COUNT TO I
                       PERFORM CHECK-PAYABLE-ACCOUNT
                       IF WS-ACCT-VERDICT = 'O'
                         OR WS-ACCT-VERDICT = 'D'
                           MOVE WS-LOOKUP-ACCOUNT
                               TO WS-MATCHED-ACCOUNT
                           MOVE "INVOICE" TO WS-MATCHED-BY
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           MOVE ITEM-AMOUNT(J) TO WS-AMOUNT-ED
           IF WS-MATCHED-ACCOUNT NOT = SPACES
               MOVE SPACES TO RAW-RECORD
               MOVE WS-MATCHED-ACCOUNT TO RAW-ACCOUNT
               MOVE WS-BATCH-DATE TO RAW-DATE
               MOVE ITEM-AMOUNT(J) TO RAW-AMOUNT
               MOVE 'C' TO RAW-DC
               MOVE "PAY" TO RAW-TYPE
               WRITE RAW-RECORD
               ADD 1 TO WS-PAY-COUNT
               ADD ITEM-AMOUNT(J) TO WS-PAY-TOTAL
               DISPLAY "    PAY     " ITEM-SEQ(J) " " ITEM-CHECK(J)
                   " " WS-AMOUNT-ED " to " WS-MATCHED-ACCOUNT
                   " by " WS-MATCHED-BY
           ELSE
               PERFORM HOLD-UNAPPLIED
           END-IF.

       CHECK-PAYABLE-ACCOUNT.
           IF WS-LOOKUP-ACCOUNT IS NUMERIC
               CALL "ACCT-LOOKUP" USING WS-LOOKUP-ACCOUNT
                   WS-ACCT-NAME WS-ACCT-LIMIT WS-ACCT-VERDICT
           ELSE
               MOVE 'N' TO WS-ACCT-VERDICT
           END-IF.

       HOLD-UNAPPLIED.
           MOVE SPACES TO UNA-RECORD
           STRING WS-BATCH-DATE WS-BATCH-NUMBER ITEM-SEQ(J)
               DELIMITED BY SIZE INTO UNA-ITEM-ID
           MOVE WS-BATCH-LOCKBOX TO UNA-LOCKBOX
           MOVE WS-BATCH-DATE TO UNA-RECEIVED-DATE
           MOVE ITEM-AMOUNT(J) TO UNA-AMOUNT
           MOVE ITEM-CHECK(J) TO UNA-CHECK
           MOVE ITEM-ACCOUNT(J) TO UNA-ACCOUNT-GIVEN
           MOVE ITEM-INVOICE(J) TO UNA-INVOICE
           MOVE ITEM-PAYER(J) TO UNA-PAYER
           MOVE 'O' TO UNA-STATUS
           MOVE 0 TO UNA-ACTION-DATE
           WRITE UNA-RECORD
               INVALID KEY
                   ADD 1 TO WS-STRAY-RECORDS
                   DISPLAY "    UNAPPLD " ITEM-SEQ(J) " "
                       ITEM-CHECK(J) " " WS-AMOUNT-ED
                       " NOT HELD - item " UNA-ITEM-KEY
                       " already on file, status "
                       WS-UNAPPLIED-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-UNAPPLIED-COUNT
                   ADD ITEM-AMOUNT(J) TO WS-UNAPPLIED-TOTAL
                   DISPLAY "    UNAPPLD " ITEM-SEQ(J) " "
                       ITEM-CHECK(J) " " WS-AMOUNT-ED " item "
                       UNA-ITEM-KEY " " ITEM-PAYER(J)
           END-WRITE.
       END PROGRAM LOCKBOX-IMPORT.
