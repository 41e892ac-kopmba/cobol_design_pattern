      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPOSIT-MAINT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> the direct deposit segment - one record per employee, keyed
      *> by the same employee id as EMPLOYEE-MASTER: the bank account
      *> net pay goes to, and an optional second account taking a
      *> split. Overridable via DEPOSIT-MASTER-FILE
       SELECT OPTIONAL DEPOSIT-MASTER ASSIGN DYNAMIC
           WS-DEPOSIT-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEP-EMPLOYEE-ID
           FILE STATUS IS WS-DEPOSIT-STATUS.
      *> the roster master - every deposit record must name a real
      *> employee
       SELECT OPTIONAL EMPLOYEE-MASTER ASSIGN DYNAMIC
           WS-MASTER-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMPLOYEE-ID OF EMPLOYEE-RECORD
           FILE STATUS IS WS-MASTER-STATUS.
      *> one transaction per line: CODE,EMPID,ROUTING,ACCOUNT,TYPE
      *> then optionally ,ROUTING2,ACCOUNT2,TYPE2,METHOD,VALUE for a
      *> split - CODE 'A' add, 'C' change, 'D' delete; TYPE 'C'
      *> checking or 'S' savings; METHOD 'A' a flat amount or 'P' a
      *> percentage of net pay to the second account
       SELECT OPTIONAL TXN-FILE ASSIGN DYNAMIC WS-TXN-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TXN-STATUS.
      *> before-image/after-image journal of every change, the same
      *> discipline COMP-MAINT keeps on pay.
      *> Overridable via DEPOSIT-JOURNAL-FILE
       SELECT OPTIONAL JOURNAL-FILE ASSIGN DYNAMIC
           WS-JOURNAL-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD DEPOSIT-MASTER.
       01 DEPOSIT-RECORD.
           05 DEP-EMPLOYEE-ID PIC 9(9).
           05 DEP-PRI-ROUTING PIC X(9).
           05 DEP-PRI-ACCOUNT PIC X(17).
           05 DEP-PRI-TYPE PIC X(1).
      *> a zero routing number means no split - all of net pay goes
      *> to the primary account
           05 DEP-SEC-ROUTING PIC X(9).
           05 DEP-SEC-ACCOUNT PIC X(17).
           05 DEP-SEC-TYPE PIC X(1).
           05 DEP-SEC-METHOD PIC X(1).
           05 DEP-SEC-VALUE PIC 9(7)V99.
      *> 'P' prenote due, 'S' prenote sent on DEP-PRENOTE-DATE, 'L'
      *> live - new or changed bank details go back to 'P' and are
      *> paid by check until the prenote has had time to bounce
           05 DEP-PRENOTE-STATUS PIC X(1).
           05 DEP-PRENOTE-DATE PIC 9(8).
       FD EMPLOYEE-MASTER.
      *> must stay byte-for-byte identical to assign.cbl's record
       01 EMPLOYEE-RECORD.
           05 EMPLOYEE-ID     PIC 9(9).
           05 EMPLOYEE.
               10 FULLNAME        PIC X(35).
               10 SSN             PIC 9(9).
               10 HIRE-DATE       PIC 9(8).
               10 DEPARTMENT-CODE PIC X(4).
               10 MAILING-ADDRESS.
                   15 STREET        PIC X(35).
                   15 CITY          PIC X(15).
                   15 STATE         PIC X(2).
                   15 ZIP-CODE.
                      20 ZIP-CODE-5     PIC 9(5).
                      20 ZIP-CODE-PLUS4 PIC 9(4).
       FD TXN-FILE.
       01 TXN-RECORD PIC X(120).
       FD JOURNAL-FILE.
      *> the fixed-column journal shape COMP-MAINT keeps, wide
      *> enough for this segment's record
       01 JOURNAL-RECORD.
           05 JRN-RUN-ID PIC X(12).
           05 JRN-DATE PIC 9(8).
           05 JRN-TIME PIC 9(8).
           05 JRN-TXN-CODE PIC X(1).
           05 JRN-EMPLOYEE-ID PIC 9(9).
           05 JRN-BEFORE-FLAG PIC X(1).
           05 JRN-BEFORE-IMAGE PIC X(82).
           05 JRN-AFTER-FLAG PIC X(1).
           05 JRN-AFTER-IMAGE PIC X(82).
       WORKING-STORAGE SECTION.
      *> correctly-sized holders for the literal audit message - a
      *> literal passed straight to LOG-EVENT-SEV's LINKAGE would
      *> only be allocated as big as the literal itself
       01 WS-PROGRAM-NAME PIC X(44) VALUE "DEPOSIT-MAINT".
       01 WS-EVENT-MESSAGE PIC X(200).
       01 WS-EVENT-SEVERITY PIC X(1).
       01 WS-DEPOSIT-FILE-NAME PIC X(80) VALUE "DEPOSIT-MASTER.DAT".
       01 WS-ENV-DEPOSIT-FILE-NAME PIC X(80).
       01 WS-DEPOSIT-STATUS PIC X(2).
       01 WS-MASTER-FILE-NAME PIC X(80) VALUE "EMPLOYEE.DAT".
       01 WS-ENV-MASTER-FILE-NAME PIC X(80).
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-TXN-FILE-NAME PIC X(80) VALUE "DEPOSIT-TXN.DAT".
       01 WS-ENV-TXN-FILE-NAME PIC X(80).
       01 WS-TXN-STATUS PIC X(2).
       01 WS-JOURNAL-FILE-NAME PIC X(80)
           VALUE "DEPOSIT-JOURNAL.DAT".
       01 WS-ENV-JOURNAL-FILE-NAME PIC X(80).
       01 WS-JOURNAL-STATUS PIC X(2).
       01 WS-TXN-EOF PIC X(1) VALUE 'N'.
       01 WS-TXN-CODE PIC X(1).
       01 WS-TXN-ID PIC X(9).
       01 WS-TXN-ROUTING PIC X(9).
       01 WS-TXN-ACCOUNT PIC X(17).
       01 WS-TXN-TYPE PIC X(1).
       01 WS-TXN-ROUTING-2 PIC X(9).
       01 WS-TXN-ACCOUNT-2 PIC X(17).
       01 WS-TXN-TYPE-2 PIC X(1).
       01 WS-TXN-METHOD PIC X(1).
       01 WS-TXN-VALUE PIC X(12).
       01 WS-ROUTING-VALID PIC X(1).
       01 WS-RECORD-FOUND PIC X(1).
       01 WS-EMP-FOUND PIC X(1).
       01 WS-REJECTED PIC X(1).
      *> the images captured around each change
       01 WS-BEFORE-FLAG PIC X(1).
       01 WS-BEFORE-IMAGE PIC X(82).
       01 WS-AFTER-FLAG PIC X(1).
       01 WS-AFTER-IMAGE PIC X(82).
       01 WS-JRN-DATE PIC 9(8).
       01 WS-JRN-TIME PIC 9(8).
       01 WS-RUN-ID PIC X(12).
       01 WS-TXNS-READ PIC 9(5) VALUE 0.
       01 WS-TXNS-APPLIED PIC 9(5) VALUE 0.
       01 WS-TXNS-REJECTED PIC 9(5) VALUE 0.
      *> new bank details, or a change of the account pay goes to,
      *> wait on APPROVAL-QUEUE for a second operator instead of
      *> landing straight away - the maker is the operator signed on
      *> for the run
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-OPERATOR-ROLE PIC X(12).
       01 WS-OPERATOR-FUNCS PIC X(200).
      *> blank until the first change that has to wait asks for the
      *> sign-on, then 'Y' signed on or 'N' refused for the rest of
      *> the run
       01 WS-SIGNED PIC X(1) VALUE SPACE.
       01 WS-NEW-SEC-ROUTING PIC X(9).
       01 WS-BANK-CHANGED PIC X(1).
       01 WS-APPROVAL-VERB PIC X(1).
       01 WS-APPROVAL-ITEM PIC 9(6).
       01 WS-APPROVAL-PROGRAM PIC X(20) VALUE "DEPOSIT-MAINT".
       01 WS-APPROVAL-KIND PIC X(12).
       01 WS-APPROVAL-KEY PIC X(10).
       01 WS-APPROVAL-MAKER PIC X(8).
       01 WS-APPROVAL-CHECKER PIC X(8).
       01 WS-APPROVAL-DATE PIC X(8).
       01 WS-APPROVAL-TEXT PIC X(250).
       01 WS-APPROVAL-RESULT PIC X(1).
      *> 'Y' while approved items are being applied - they have had
      *> their second look and are not held again
       01 WS-RELEASING PIC X(1) VALUE 'N'.
       01 WS-APPLIED-BEFORE PIC 9(5).
       01 WS-TXNS-HELD PIC 9(5) VALUE 0.
       01 WS-TXNS-RELEASED PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "LOG-STARTUP" USING WS-PROGRAM-NAME
      *> accept into a separate staging field first - ACCEPT FROM
      *> ENVIRONMENT blanks the target unconditionally when the
      *> variable is unset, which would wipe out the VALUE defaults
           MOVE SPACES TO WS-ENV-DEPOSIT-FILE-NAME
           ACCEPT WS-ENV-DEPOSIT-FILE-NAME FROM ENVIRONMENT
               "DEPOSIT-MASTER-FILE"
           IF WS-ENV-DEPOSIT-FILE-NAME NOT = SPACES
               MOVE WS-ENV-DEPOSIT-FILE-NAME TO WS-DEPOSIT-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-MASTER-FILE-NAME
           ACCEPT WS-ENV-MASTER-FILE-NAME FROM ENVIRONMENT
               "EMPLOYEE-MASTER-FILE"
           IF WS-ENV-MASTER-FILE-NAME NOT = SPACES
               MOVE WS-ENV-MASTER-FILE-NAME TO WS-MASTER-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-TXN-FILE-NAME
           ACCEPT WS-ENV-TXN-FILE-NAME FROM ENVIRONMENT
               "DEPOSIT-TXN-FILE"
           IF WS-ENV-TXN-FILE-NAME NOT = SPACES
               MOVE WS-ENV-TXN-FILE-NAME TO WS-TXN-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-JOURNAL-FILE-NAME
           ACCEPT WS-ENV-JOURNAL-FILE-NAME FROM ENVIRONMENT
               "DEPOSIT-JOURNAL-FILE"
           IF WS-ENV-JOURNAL-FILE-NAME NOT = SPACES
               MOVE WS-ENV-JOURNAL-FILE-NAME TO WS-JOURNAL-FILE-NAME
           END-IF
           MOVE SPACES TO WS-RUN-ID
           ACCEPT WS-RUN-ID FROM ENVIRONMENT "CHAIN-RUN-ID"
           IF WS-RUN-ID = SPACES
               MOVE "NONE" TO WS-RUN-ID
           END-IF
           OPEN I-O DEPOSIT-MASTER.
      *> OPTIONAL I-O on a segment that is not there yet creates it
      *> and reports 05 - usable, not a failure
           IF WS-DEPOSIT-STATUS NOT = "00"
             AND WS-DEPOSIT-STATUS NOT = "05"
               DISPLAY "DEPOSIT-MAINT: cannot open direct deposit "
                   "master " TRIM(WS-DEPOSIT-FILE-NAME)
                   " - file status " WS-DEPOSIT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "DEPOSIT-MAINT: employee master not "
                   "available - " TRIM(WS-MASTER-FILE-NAME)
                   ", file status " WS-MASTER-STATUS
                   " - run abandoned"
               CLOSE DEPOSIT-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT TXN-FILE.
           IF WS-TXN-STATUS NOT = "00"
               DISPLAY "DEPOSIT-MAINT: transaction file not "
                   "available - " TRIM(WS-TXN-FILE-NAME)
                   ", file status " WS-TXN-STATUS
               CLOSE DEPOSIT-MASTER EMPLOYEE-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *> yesterday's approvals land first, ahead of today's keying
           PERFORM RELEASE-APPROVED-ITEMS
           PERFORM UNTIL WS-TXN-EOF = 'Y'
               READ TXN-FILE INTO TXN-RECORD
                   AT END
                       MOVE 'Y' TO WS-TXN-EOF
                   NOT AT END
                       PERFORM APPLY-TRANSACTION
                           THRU APPLY-TRANSACTION-EXIT
               END-READ
           END-PERFORM.
           CLOSE TXN-FILE EMPLOYEE-MASTER DEPOSIT-MASTER.
           DISPLAY "===== Direct deposit maintenance run ====="
           DISPLAY "Transactions read:     " WS-TXNS-READ
           DISPLAY "Transactions applied:  " WS-TXNS-APPLIED
           DISPLAY "Transactions rejected: " WS-TXNS-REJECTED
           DISPLAY "Held for approval:     " WS-TXNS-HELD
           DISPLAY "Approved and released: " WS-TXNS-RELEASED
      *> RETURN-CODE: 0 = all transactions applied, 4 = at least
      *> one rejected or a bank change held for approval
           IF WS-TXNS-REJECTED > 0 OR WS-TXNS-HELD > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       APPLY-TRANSACTION.
           ADD 1 TO WS-TXNS-READ
           MOVE SPACES TO WS-TXN-CODE WS-TXN-ID WS-TXN-ROUTING
               WS-TXN-ACCOUNT WS-TXN-TYPE WS-TXN-ROUTING-2
               WS-TXN-ACCOUNT-2 WS-TXN-TYPE-2 WS-TXN-METHOD
               WS-TXN-VALUE
           UNSTRING TXN-RECORD DELIMITED BY ","
               INTO WS-TXN-CODE WS-TXN-ID WS-TXN-ROUTING
                   WS-TXN-ACCOUNT WS-TXN-TYPE WS-TXN-ROUTING-2
                   WS-TXN-ACCOUNT-2 WS-TXN-TYPE-2 WS-TXN-METHOD
                   WS-TXN-VALUE
           IF WS-TXN-ID NOT NUMERIC
               ADD 1 TO WS-TXNS-REJECTED
               DISPLAY "DEPOSIT-MAINT: rejected, employee id not "
                   "numeric: " TRIM(TXN-RECORD)
               GO TO APPLY-TRANSACTION-EXIT
           END-IF
      *> the segment only ever hangs off a real roster record
           PERFORM CHECK-EMPLOYEE-EXISTS
           IF WS-EMP-FOUND = 'N'
               ADD 1 TO WS-TXNS-REJECTED
               DISPLAY "DEPOSIT-MAINT: rejected, employee " WS-TXN-ID
                   " not on the roster master"
               GO TO APPLY-TRANSACTION-EXIT
           END-IF
           PERFORM READ-DEPOSIT-RECORD
           EVALUATE WS-TXN-CODE
               WHEN 'A'
                   IF WS-RECORD-FOUND = 'Y'
                       ADD 1 TO WS-TXNS-REJECTED
                       DISPLAY "DEPOSIT-MAINT: add rejected, "
                           "employee " WS-TXN-ID " already has "
                           "direct deposit details"
                       GO TO APPLY-TRANSACTION-EXIT
                   END-IF
                   PERFORM VALIDATE-DEPOSIT-FIELDS
                       THRU VALIDATE-DEPOSIT-FIELDS-EXIT
                   IF WS-REJECTED = 'Y'
                       GO TO APPLY-TRANSACTION-EXIT
                   END-IF
      *> new details decide where pay goes just as a change of
      *> them does, and details deleted and added back must not be
      *> a way round the second look - every add waits for it
                   IF WS-RELEASING = 'N'
                       PERFORM HOLD-TRANSACTION
                       GO TO APPLY-TRANSACTION-EXIT
                   END-IF
                   MOVE 'N' TO WS-BEFORE-FLAG
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   PERFORM STAGE-DEPOSIT-FIELDS
                   WRITE DEPOSIT-RECORD
                       INVALID KEY
                           ADD 1 TO WS-TXNS-REJECTED
                           DISPLAY "DEPOSIT-MAINT: add failed for "
                               WS-TXN-ID " - file status "
                               WS-DEPOSIT-STATUS
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-AFTER-FLAG
                           MOVE DEPOSIT-RECORD TO WS-AFTER-IMAGE
                           PERFORM WRITE-JOURNAL-RECORD
                           ADD 1 TO WS-TXNS-APPLIED
                   END-WRITE
               WHEN 'C'
                   IF WS-RECORD-FOUND = 'N'
                       ADD 1 TO WS-TXNS-REJECTED
                       DISPLAY "DEPOSIT-MAINT: change rejected, no "
                           "direct deposit details for " WS-TXN-ID
                       GO TO APPLY-TRANSACTION-EXIT
                   END-IF
                   PERFORM VALIDATE-DEPOSIT-FIELDS
                       THRU VALIDATE-DEPOSIT-FIELDS-EXIT
                   IF WS-REJECTED = 'Y'
                       GO TO APPLY-TRANSACTION-EXIT
                   END-IF
                   PERFORM CHECK-BANK-CHANGE
                   IF WS-BANK-CHANGED = 'Y' AND WS-RELEASING = 'N'
                       PERFORM HOLD-TRANSACTION
                       GO TO APPLY-TRANSACTION-EXIT
                   END-IF
                   MOVE 'Y' TO WS-BEFORE-FLAG
                   MOVE DEPOSIT-RECORD TO WS-BEFORE-IMAGE
                   PERFORM STAGE-DEPOSIT-FIELDS
                   REWRITE DEPOSIT-RECORD
                       INVALID KEY
                           ADD 1 TO WS-TXNS-REJECTED
                           DISPLAY "DEPOSIT-MAINT: change failed for "
                               WS-TXN-ID " - file status "
                               WS-DEPOSIT-STATUS
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-AFTER-FLAG
                           MOVE DEPOSIT-RECORD TO WS-AFTER-IMAGE
                           PERFORM WRITE-JOURNAL-RECORD
                           ADD 1 TO WS-TXNS-APPLIED
                   END-REWRITE
               WHEN 'D'
                   IF WS-RECORD-FOUND = 'N'
                       ADD 1 TO WS-TXNS-REJECTED
                       DISPLAY "DEPOSIT-MAINT: delete rejected, no "
                           "direct deposit details for " WS-TXN-ID
                       GO TO APPLY-TRANSACTION-EXIT
                   END-IF
                   MOVE 'Y' TO WS-BEFORE-FLAG
                   MOVE DEPOSIT-RECORD TO WS-BEFORE-IMAGE
                   DELETE DEPOSIT-MASTER
                       INVALID KEY
                           ADD 1 TO WS-TXNS-REJECTED
                           DISPLAY "DEPOSIT-MAINT: delete failed for "
                               WS-TXN-ID " - file status "
                               WS-DEPOSIT-STATUS
                       NOT INVALID KEY
                           MOVE 'N' TO WS-AFTER-FLAG
                           MOVE SPACES TO WS-AFTER-IMAGE
                           PERFORM WRITE-JOURNAL-RECORD
                           ADD 1 TO WS-TXNS-APPLIED
                   END-DELETE
               WHEN OTHER
                   ADD 1 TO WS-TXNS-REJECTED
                   DISPLAY "DEPOSIT-MAINT: unknown transaction code '"
                       WS-TXN-CODE "' for employee " WS-TXN-ID
           END-EVALUATE.
       APPLY-TRANSACTION-EXIT.
           EXIT.

       CHECK-BANK-CHANGE.
      *> a new routing or account number on either leg is where the
      *> money goes - that needs a second look; a change of account
      *> type or split share on the same accounts does not
           IF WS-TXN-ROUTING-2 = SPACES
               MOVE "000000000" TO WS-NEW-SEC-ROUTING
           ELSE
               MOVE WS-TXN-ROUTING-2 TO WS-NEW-SEC-ROUTING
           END-IF
           MOVE 'N' TO WS-BANK-CHANGED
           IF WS-TXN-ROUTING NOT = DEP-PRI-ROUTING
             OR WS-TXN-ACCOUNT NOT = DEP-PRI-ACCOUNT
             OR WS-NEW-SEC-ROUTING NOT = DEP-SEC-ROUTING
             OR WS-TXN-ACCOUNT-2 NOT = DEP-SEC-ACCOUNT
               MOVE 'Y' TO WS-BANK-CHANGED
           END-IF.

       RELEASE-APPROVED-ITEMS.
      *> every item a second operator has approved for this program
      *> is applied through the same edits as a keyed transaction,
      *> then closed on the queue as applied or failed
           MOVE 'Y' TO WS-RELEASING
           MOVE 0 TO WS-APPROVAL-ITEM
           MOVE 'Y' TO WS-APPROVAL-RESULT
           PERFORM UNTIL WS-APPROVAL-RESULT NOT = 'Y'
               MOVE 'N' TO WS-APPROVAL-VERB
               MOVE "DEPOSIT-MAINT" TO WS-APPROVAL-PROGRAM
               CALL "APPROVAL-QUEUE" USING WS-APPROVAL-VERB
                   WS-APPROVAL-ITEM WS-APPROVAL-PROGRAM
                   WS-APPROVAL-KIND WS-APPROVAL-KEY
                   WS-APPROVAL-MAKER WS-APPROVAL-CHECKER
                   WS-APPROVAL-DATE WS-APPROVAL-TEXT
                   WS-APPROVAL-RESULT
               IF WS-APPROVAL-RESULT = 'Y'
                   PERFORM RELEASE-ONE-ITEM
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-RELEASING.

       RELEASE-ONE-ITEM.
           DISPLAY "DEPOSIT-MAINT: releasing approved item "
               WS-APPROVAL-ITEM " " TRIM(WS-APPROVAL-KIND) " "
               TRIM(WS-APPROVAL-KEY) " - raised by "
               TRIM(WS-APPROVAL-MAKER) ", approved by "
               TRIM(WS-APPROVAL-CHECKER)
           MOVE WS-APPROVAL-TEXT TO TXN-RECORD
           MOVE WS-TXNS-APPLIED TO WS-APPLIED-BEFORE
           PERFORM APPLY-TRANSACTION THRU APPLY-TRANSACTION-EXIT
           IF WS-TXNS-APPLIED > WS-APPLIED-BEFORE
               ADD 1 TO WS-TXNS-RELEASED
               MOVE 'X' TO WS-APPROVAL-VERB
           ELSE
               MOVE 'F' TO WS-APPROVAL-VERB
           END-IF
           CALL "APPROVAL-QUEUE" USING WS-APPROVAL-VERB
               WS-APPROVAL-ITEM WS-APPROVAL-PROGRAM
               WS-APPROVAL-KIND WS-APPROVAL-KEY
               WS-APPROVAL-MAKER WS-APPROVAL-CHECKER
               WS-APPROVAL-DATE WS-APPROVAL-TEXT
               WS-APPROVAL-RESULT
           MOVE 'Y' TO WS-APPROVAL-RESULT.

       HOLD-TRANSACTION.
      *> the maker is whoever signs on through OPERATOR-SIGNON -
      *> asked once, at the first change that has to wait, so a run
      *> with nothing to hold never prompts. No sign-on leaves no
      *> maker, and the queue turns the change away rather than hold
      *> one its keyer could then approve
           IF WS-SIGNED = SPACE
               CALL "OPERATOR-SIGNON" USING WS-OPERATOR-ID
                   WS-OPERATOR-ROLE WS-OPERATOR-FUNCS WS-SIGNED
               IF WS-SIGNED NOT = 'Y'
                   MOVE 'N' TO WS-SIGNED
               END-IF
           END-IF
           IF WS-SIGNED NOT = 'Y'
               MOVE SPACES TO WS-OPERATOR-ID
           END-IF
           MOVE 'H' TO WS-APPROVAL-VERB
           MOVE "DEPOSIT-MAINT" TO WS-APPROVAL-PROGRAM
           MOVE "BANK-DETAILS" TO WS-APPROVAL-KIND
           MOVE WS-TXN-ID TO WS-APPROVAL-KEY
           MOVE WS-OPERATOR-ID TO WS-APPROVAL-MAKER
           MOVE TXN-RECORD TO WS-APPROVAL-TEXT
           CALL "APPROVAL-QUEUE" USING WS-APPROVAL-VERB
               WS-APPROVAL-ITEM WS-APPROVAL-PROGRAM
               WS-APPROVAL-KIND WS-APPROVAL-KEY
               WS-APPROVAL-MAKER WS-APPROVAL-CHECKER
               WS-APPROVAL-DATE WS-APPROVAL-TEXT
               WS-APPROVAL-RESULT
      *> a change that cannot be held is not applied either - it is
      *> turned away to be keyed again
           IF WS-APPROVAL-RESULT = 'Y'
               ADD 1 TO WS-TXNS-HELD
               DISPLAY "DEPOSIT-MAINT: bank detail change for "
                   WS-TXN-ID " held for approval as item "
                   WS-APPROVAL-ITEM
           ELSE
               ADD 1 TO WS-TXNS-REJECTED
               DISPLAY "DEPOSIT-MAINT: rejected, bank detail change "
                   "for " WS-TXN-ID " could not be held for approval"
           END-IF.

       CHECK-EMPLOYEE-EXISTS.
           MOVE 'N' TO WS-EMP-FOUND
           MOVE NUMVAL(WS-TXN-ID)
               TO EMPLOYEE-ID OF EMPLOYEE-RECORD
           READ EMPLOYEE-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-EMP-FOUND
           END-READ.

       READ-DEPOSIT-RECORD.
           MOVE 'N' TO WS-RECORD-FOUND
           MOVE NUMVAL(WS-TXN-ID) TO DEP-EMPLOYEE-ID
           READ DEPOSIT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-RECORD-FOUND
           END-READ.

       VALIDATE-DEPOSIT-FIELDS.
           MOVE 'N' TO WS-REJECTED
           CALL "ROUTING-CHECK" USING WS-TXN-ROUTING WS-ROUTING-VALID
           IF WS-ROUTING-VALID NOT = 'Y'
               ADD 1 TO WS-TXNS-REJECTED
               DISPLAY "DEPOSIT-MAINT: rejected, routing number "
                   WS-TXN-ROUTING " fails the check digit for "
                   WS-TXN-ID
               MOVE 'Y' TO WS-REJECTED
               GO TO VALIDATE-DEPOSIT-FIELDS-EXIT
           END-IF
           IF WS-TXN-ACCOUNT = SPACES
               ADD 1 TO WS-TXNS-REJECTED
               DISPLAY "DEPOSIT-MAINT: rejected, no account number "
                   "for " WS-TXN-ID
               MOVE 'Y' TO WS-REJECTED
               GO TO VALIDATE-DEPOSIT-FIELDS-EXIT
           END-IF
           IF WS-TXN-TYPE NOT = 'C' AND WS-TXN-TYPE NOT = 'S'
               ADD 1 TO WS-TXNS-REJECTED
               DISPLAY "DEPOSIT-MAINT: rejected, account type must "
                   "be C or S for " WS-TXN-ID
               MOVE 'Y' TO WS-REJECTED
               GO TO VALIDATE-DEPOSIT-FIELDS-EXIT
           END-IF
      *> the split is all-or-nothing: a second account needs its
      *> own good routing number, a type and a positive share
           IF WS-TXN-ROUTING-2 = SPACES
               GO TO VALIDATE-DEPOSIT-FIELDS-EXIT
           END-IF
           CALL "ROUTING-CHECK" USING WS-TXN-ROUTING-2
               WS-ROUTING-VALID
           IF WS-ROUTING-VALID NOT = 'Y'
             OR WS-TXN-ACCOUNT-2 = SPACES
             OR (WS-TXN-TYPE-2 NOT = 'C' AND WS-TXN-TYPE-2 NOT = 'S')
               ADD 1 TO WS-TXNS-REJECTED
               DISPLAY "DEPOSIT-MAINT: rejected, second account "
                   "routing, number or type not valid for "
                   WS-TXN-ID
               MOVE 'Y' TO WS-REJECTED
               GO TO VALIDATE-DEPOSIT-FIELDS-EXIT
           END-IF
           IF (WS-TXN-METHOD NOT = 'A' AND WS-TXN-METHOD NOT = 'P')
             OR WS-TXN-VALUE = SPACES
             OR TEST-NUMVAL(WS-TXN-VALUE) NOT = 0
               ADD 1 TO WS-TXNS-REJECTED
               DISPLAY "DEPOSIT-MAINT: rejected, split must be A "
                   "amount or P percent with a value for " WS-TXN-ID
               MOVE 'Y' TO WS-REJECTED
               GO TO VALIDATE-DEPOSIT-FIELDS-EXIT
           END-IF
           IF NUMVAL(WS-TXN-VALUE) <= 0
             OR (WS-TXN-METHOD = 'P' AND NUMVAL(WS-TXN-VALUE) >= 100)
               ADD 1 TO WS-TXNS-REJECTED
               DISPLAY "DEPOSIT-MAINT: rejected, split value out of "
                   "range for " WS-TXN-ID
               MOVE 'Y' TO WS-REJECTED
           END-IF.
       VALIDATE-DEPOSIT-FIELDS-EXIT.
           EXIT.

       STAGE-DEPOSIT-FIELDS.
      *> any add or change of bank details needs a fresh prenote
      *> before money follows it
           MOVE NUMVAL(WS-TXN-ID) TO DEP-EMPLOYEE-ID
           MOVE WS-TXN-ROUTING TO DEP-PRI-ROUTING
           MOVE WS-TXN-ACCOUNT TO DEP-PRI-ACCOUNT
           MOVE WS-TXN-TYPE TO DEP-PRI-TYPE
           IF WS-TXN-ROUTING-2 = SPACES
               MOVE "000000000" TO DEP-SEC-ROUTING
               MOVE SPACES TO DEP-SEC-ACCOUNT DEP-SEC-TYPE
                   DEP-SEC-METHOD
               MOVE 0 TO DEP-SEC-VALUE
           ELSE
               MOVE WS-TXN-ROUTING-2 TO DEP-SEC-ROUTING
               MOVE WS-TXN-ACCOUNT-2 TO DEP-SEC-ACCOUNT
               MOVE WS-TXN-TYPE-2 TO DEP-SEC-TYPE
               MOVE WS-TXN-METHOD TO DEP-SEC-METHOD
               MOVE NUMVAL(WS-TXN-VALUE) TO DEP-SEC-VALUE
           END-IF
           MOVE 'P' TO DEP-PRENOTE-STATUS
           MOVE 0 TO DEP-PRENOTE-DATE.

       WRITE-JOURNAL-RECORD.
           OPEN EXTEND JOURNAL-FILE
      *> EXTEND on a journal that does not exist yet reports status
      *> 05 on this runtime even though it creates the file
      *> underneath (the same SELECT OPTIONAL quirk LOG-EVENT works
      *> around)
           IF WS-JOURNAL-STATUS = "00" OR WS-JOURNAL-STATUS = "05"
               ACCEPT WS-JRN-DATE FROM DATE YYYYMMDD
               ACCEPT WS-JRN-TIME FROM TIME
               MOVE SPACES TO JOURNAL-RECORD
               MOVE WS-RUN-ID TO JRN-RUN-ID
               MOVE WS-JRN-DATE TO JRN-DATE
               MOVE WS-JRN-TIME TO JRN-TIME
               MOVE WS-TXN-CODE TO JRN-TXN-CODE
               MOVE NUMVAL(WS-TXN-ID) TO JRN-EMPLOYEE-ID
               MOVE WS-BEFORE-FLAG TO JRN-BEFORE-FLAG
               MOVE WS-BEFORE-IMAGE TO JRN-BEFORE-IMAGE
               MOVE WS-AFTER-FLAG TO JRN-AFTER-FLAG
               MOVE WS-AFTER-IMAGE TO JRN-AFTER-IMAGE
               WRITE JOURNAL-RECORD
               CLOSE JOURNAL-FILE
           ELSE
               DISPLAY "DEPOSIT-MAINT: cannot open journal "
                   TRIM(WS-JOURNAL-FILE-NAME) " - file status "
                   WS-JOURNAL-STATUS
           END-IF
           MOVE 'I' TO WS-EVENT-SEVERITY
           MOVE SPACES TO WS-EVENT-MESSAGE
           STRING "applied '" WS-TXN-CODE "' direct deposit: "
                   WS-TXN-ID
               DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
           CALL "LOG-EVENT-SEV" USING WS-PROGRAM-NAME
               WS-EVENT-SEVERITY WS-EVENT-MESSAGE.
       END PROGRAM DEPOSIT-MAINT.
