      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLD-MAINT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> the account holds register CALC-TXN-EDIT enforces through
      *> HOLD-LOOKUP - one record per account and hold type, kept
      *> the way ACCOUNT-MAINT keeps the account master. Overridable
      *> via ACCT-HOLD-FILE
       SELECT OPTIONAL HOLD-MASTER ASSIGN DYNAMIC WS-HOLD-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HOLD-KEY OF HOLD-RECORD
           FILE STATUS IS WS-HOLD-STATUS.
      *> one transaction per line:
      *> CODE,ACCOUNT,TYPE,REASON,BY,EXPIRY,SCOPE,ACTION - CODE is
      *> 'P' place, 'C' change, 'R' release; TYPE FR fraud
      *> investigation, LG legal order, DC deceased customer, FZ
      *> freeze; BY the operator placing, changing or releasing the
      *> hold; EXPIRY an optional CCYYMMDD after which the hold stops
      *> binding; SCOPE 'D' debits only or 'A' everything and ACTION
      *> 'R' reject or 'F' refer, both defaulting from the type.
      *> Overridable via ACCT-HOLD-TXN-FILE
       SELECT OPTIONAL TXN-FILE ASSIGN DYNAMIC WS-TXN-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TXN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD HOLD-MASTER.
       01 HOLD-RECORD.
           05 HOLD-KEY.
               10 HOLD-ACCOUNT PIC 9(10).
               10 HOLD-TYPE PIC X(2).
           05 HOLD-REASON PIC X(30).
           05 HOLD-PLACED-BY PIC X(8).
           05 HOLD-PLACED-DATE PIC 9(8).
      *> zero means the hold stands until released
           05 HOLD-EXPIRY-DATE PIC 9(8).
      *> 'D' blocks debits and lets credits through, 'A' blocks both
           05 HOLD-SCOPE PIC X(1).
      *> 'R' the edit rejects what the hold blocks, 'F' it refers it
           05 HOLD-ACTION PIC X(1).
      *> 'A' active, 'R' released - released holds stay on file as
      *> the record of who lifted them and when
           05 HOLD-STATUS PIC X(1).
           05 HOLD-RELEASED-BY PIC X(8).
           05 HOLD-RELEASED-DATE PIC 9(8).
       FD TXN-FILE.
       01 TXN-RECORD PIC X(120).
       WORKING-STORAGE SECTION.
      *> correctly-sized holders for the literal audit message - a
      *> literal passed straight to LOG-EVENT's LINKAGE would only be
      *> allocated as big as the literal itself
       01 WS-EVENT-PROGRAM PIC X(44) VALUE "HOLD-MAINT".
       01 WS-EVENT-MESSAGE PIC X(200).
       01 WS-HOLD-FILE-NAME PIC X(80) VALUE "ACCT-HOLDS.DAT".
       01 WS-ENV-HOLD-FILE-NAME PIC X(80).
       01 WS-HOLD-STATUS PIC X(2).
       01 WS-TXN-FILE-NAME PIC X(80) VALUE "ACCT-HOLD-TXN.DAT".
       01 WS-ENV-TXN-FILE-NAME PIC X(80).
       01 WS-TXN-STATUS PIC X(2).
       01 WS-TXN-EOF PIC X(1) VALUE 'N'.
       01 WS-BUSINESS-DATE PIC 9(8).
       01 WS-ENV-BUSINESS-DATE PIC X(8).
       01 WS-TXN-CODE PIC X(1).
       01 WS-TXN-ACCOUNT PIC X(10).
       01 WS-TXN-TYPE PIC X(2).
       01 WS-TXN-REASON PIC X(30).
       01 WS-TXN-BY PIC X(8).
       01 WS-TXN-EXPIRY PIC X(8).
       01 WS-TXN-SCOPE PIC X(1).
       01 WS-TXN-ACTION PIC X(1).
       01 WS-TXN-OK PIC X(1).
       01 WS-RECORD-FOUND PIC X(1).
      *> ACCT-LOOKUP's answer - a hold on an account that does not
      *> exist is a typo, not a hold
       01 WS-ACCT-NAME PIC X(30).
       01 WS-ACCT-LIMIT PIC 9(9)V99.
       01 WS-ACCT-VERDICT PIC X(1).
       01 WS-TXNS-READ PIC 9(5) VALUE 0.
       01 WS-TXNS-APPLIED PIC 9(5) VALUE 0.
       01 WS-TXNS-REJECTED PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "LOG-STARTUP" USING WS-EVENT-PROGRAM
      *> accept into a separate staging field first - ACCEPT FROM
      *> ENVIRONMENT blanks the target unconditionally when the
      *> variable is unset, which would wipe out the VALUE defaults
           MOVE SPACES TO WS-ENV-HOLD-FILE-NAME
           ACCEPT WS-ENV-HOLD-FILE-NAME FROM ENVIRONMENT
               "ACCT-HOLD-FILE"
           IF WS-ENV-HOLD-FILE-NAME NOT = SPACES
               MOVE WS-ENV-HOLD-FILE-NAME TO WS-HOLD-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-TXN-FILE-NAME
           ACCEPT WS-ENV-TXN-FILE-NAME FROM ENVIRONMENT
               "ACCT-HOLD-TXN-FILE"
           IF WS-ENV-TXN-FILE-NAME NOT = SPACES
               MOVE WS-ENV-TXN-FILE-NAME TO WS-TXN-FILE-NAME
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
           OPEN I-O HOLD-MASTER.
      *> OPTIONAL I-O on a master that is not there yet creates it
      *> and reports 05 - usable, not a failure
           IF WS-HOLD-STATUS NOT = "00" AND WS-HOLD-STATUS NOT = "05"
               DISPLAY "HOLD-MAINT: cannot open holds register "
                   TRIM(WS-HOLD-FILE-NAME) " - file status "
                   WS-HOLD-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT TXN-FILE.
           IF WS-TXN-STATUS NOT = "00"
               DISPLAY "HOLD-MAINT: transaction file not "
                   "available - " TRIM(WS-TXN-FILE-NAME)
                   ", file status " WS-TXN-STATUS
               CLOSE HOLD-MASTER
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
           CLOSE HOLD-MASTER.
           DISPLAY "===== Account hold maintenance run ====="
           DISPLAY "Transactions read:     " WS-TXNS-READ
           DISPLAY "Transactions applied:  " WS-TXNS-APPLIED
           DISPLAY "Transactions rejected: " WS-TXNS-REJECTED
      *> RETURN-CODE: 0 = all transactions applied, 4 = at least
      *> one rejected (register carries the ones that passed)
           IF WS-TXNS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       APPLY-TRANSACTION.
           MOVE SPACES TO WS-TXN-CODE WS-TXN-ACCOUNT WS-TXN-TYPE
               WS-TXN-REASON WS-TXN-BY WS-TXN-EXPIRY WS-TXN-SCOPE
               WS-TXN-ACTION
           UNSTRING TXN-RECORD DELIMITED BY ","
               INTO WS-TXN-CODE WS-TXN-ACCOUNT WS-TXN-TYPE
                   WS-TXN-REASON WS-TXN-BY WS-TXN-EXPIRY
                   WS-TXN-SCOPE WS-TXN-ACTION
           ADD 1 TO WS-TXNS-READ
           MOVE UPPER-CASE(WS-TXN-TYPE) TO WS-TXN-TYPE
           MOVE UPPER-CASE(WS-TXN-SCOPE) TO WS-TXN-SCOPE
           MOVE UPPER-CASE(WS-TXN-ACTION) TO WS-TXN-ACTION
           IF WS-TXN-ACCOUNT NOT NUMERIC OR WS-TXN-ACCOUNT = SPACES
               PERFORM REJECT-TRANSACTION
               DISPLAY "HOLD-MAINT: rejected, account number not "
                   "numeric: " TRIM(TXN-RECORD)
               GO TO APPLY-TRANSACTION-EXIT
           END-IF
           IF WS-TXN-TYPE NOT = "FR" AND WS-TXN-TYPE NOT = "LG"
             AND WS-TXN-TYPE NOT = "DC" AND WS-TXN-TYPE NOT = "FZ"
               PERFORM REJECT-TRANSACTION
               DISPLAY "HOLD-MAINT: rejected, hold type must be FR, "
                   "LG, DC or FZ for " WS-TXN-ACCOUNT
               GO TO APPLY-TRANSACTION-EXIT
           END-IF
      *> every hold action names its operator - the register is the
      *> answer to "who stopped this account"
           IF WS-TXN-BY = SPACES
               PERFORM REJECT-TRANSACTION
               DISPLAY "HOLD-MAINT: rejected, operator missing for "
                   WS-TXN-ACCOUNT " " WS-TXN-TYPE
               GO TO APPLY-TRANSACTION-EXIT
           END-IF
           PERFORM READ-MASTER-RECORD
           EVALUATE WS-TXN-CODE
               WHEN 'P'
                   IF WS-RECORD-FOUND = 'Y' AND HOLD-STATUS = 'A'
                       PERFORM REJECT-TRANSACTION
                       DISPLAY "HOLD-MAINT: place rejected, "
                           WS-TXN-TYPE " hold already active on "
                           WS-TXN-ACCOUNT
                       GO TO APPLY-TRANSACTION-EXIT
                   END-IF
                   PERFORM VALIDATE-FIELDS THRU VALIDATE-FIELDS-EXIT
                   IF WS-TXN-OK = 'N'
                       GO TO APPLY-TRANSACTION-EXIT
                   END-IF
                   PERFORM STAGE-RECORD-FIELDS
                   MOVE WS-TXN-BY TO HOLD-PLACED-BY
                   MOVE WS-BUSINESS-DATE TO HOLD-PLACED-DATE
                   MOVE 'A' TO HOLD-STATUS
                   MOVE SPACES TO HOLD-RELEASED-BY
                   MOVE 0 TO HOLD-RELEASED-DATE
      *> a type placed again after its release reuses the slot - the
      *> earlier release is already in the audit trail
                   IF WS-RECORD-FOUND = 'Y'
                       REWRITE HOLD-RECORD
                           INVALID KEY
                               PERFORM REJECT-TRANSACTION
                               DISPLAY "HOLD-MAINT: place failed for "
                                   WS-TXN-ACCOUNT " - file status "
                                   WS-HOLD-STATUS
                           NOT INVALID KEY
                               PERFORM ACCEPT-TRANSACTION
                       END-REWRITE
                   ELSE
                       WRITE HOLD-RECORD
                           INVALID KEY
                               PERFORM REJECT-TRANSACTION
                               DISPLAY "HOLD-MAINT: place failed for "
                                   WS-TXN-ACCOUNT " - file status "
                                   WS-HOLD-STATUS
                           NOT INVALID KEY
                               PERFORM ACCEPT-TRANSACTION
                       END-WRITE
                   END-IF
               WHEN 'C'
                   IF WS-RECORD-FOUND = 'N' OR HOLD-STATUS NOT = 'A'
                       PERFORM REJECT-TRANSACTION
                       DISPLAY "HOLD-MAINT: change rejected, no "
                           "active " WS-TXN-TYPE " hold on "
                           WS-TXN-ACCOUNT
                       GO TO APPLY-TRANSACTION-EXIT
                   END-IF
                   PERFORM VALIDATE-FIELDS THRU VALIDATE-FIELDS-EXIT
                   IF WS-TXN-OK = 'N'
                       GO TO APPLY-TRANSACTION-EXIT
                   END-IF
                   PERFORM STAGE-RECORD-FIELDS
                   REWRITE HOLD-RECORD
                       INVALID KEY
                           PERFORM REJECT-TRANSACTION
                           DISPLAY "HOLD-MAINT: change failed for "
                               WS-TXN-ACCOUNT " - file status "
                               WS-HOLD-STATUS
                       NOT INVALID KEY
                           PERFORM ACCEPT-TRANSACTION
                   END-REWRITE
               WHEN 'R'
                   IF WS-RECORD-FOUND = 'N' OR HOLD-STATUS NOT = 'A'
                       PERFORM REJECT-TRANSACTION
                       DISPLAY "HOLD-MAINT: release rejected, no "
                           "active " WS-TXN-TYPE " hold on "
                           WS-TXN-ACCOUNT
                       GO TO APPLY-TRANSACTION-EXIT
                   END-IF
                   MOVE 'R' TO HOLD-STATUS
                   MOVE WS-TXN-BY TO HOLD-RELEASED-BY
                   MOVE WS-BUSINESS-DATE TO HOLD-RELEASED-DATE
                   REWRITE HOLD-RECORD
                       INVALID KEY
                           PERFORM REJECT-TRANSACTION
                           DISPLAY "HOLD-MAINT: release failed for "
                               WS-TXN-ACCOUNT " - file status "
                               WS-HOLD-STATUS
                       NOT INVALID KEY
                           PERFORM ACCEPT-TRANSACTION
                   END-REWRITE
               WHEN OTHER
                   PERFORM REJECT-TRANSACTION
                   DISPLAY "HOLD-MAINT: unknown transaction code '"
                       WS-TXN-CODE "' for account " WS-TXN-ACCOUNT
           END-EVALUATE.
       APPLY-TRANSACTION-EXIT.
           EXIT.

       READ-MASTER-RECORD.
           MOVE 'N' TO WS-RECORD-FOUND
           MOVE WS-TXN-ACCOUNT TO HOLD-ACCOUNT
           MOVE WS-TXN-TYPE TO HOLD-TYPE
           READ HOLD-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-RECORD-FOUND
           END-READ.

       VALIDATE-FIELDS.
           MOVE 'Y' TO WS-TXN-OK
           IF WS-TXN-REASON = SPACES
               PERFORM REJECT-TRANSACTION
               DISPLAY "HOLD-MAINT: rejected, hold reason missing "
                   "for " WS-TXN-ACCOUNT " " WS-TXN-TYPE
               MOVE 'N' TO WS-TXN-OK
               GO TO VALIDATE-FIELDS-EXIT
           END-IF
           IF WS-TXN-EXPIRY NOT = SPACES
             AND (WS-TXN-EXPIRY NOT NUMERIC
                  OR WS-TXN-EXPIRY(5:2) < "01"
                  OR WS-TXN-EXPIRY(5:2) > "12"
                  OR WS-TXN-EXPIRY(7:2) < "01"
                  OR WS-TXN-EXPIRY(7:2) > "31"
                  OR WS-TXN-EXPIRY < WS-BUSINESS-DATE)
               PERFORM REJECT-TRANSACTION
               DISPLAY "HOLD-MAINT: rejected, expiry date not "
                   "plausible for " WS-TXN-ACCOUNT " " WS-TXN-TYPE
               MOVE 'N' TO WS-TXN-OK
               GO TO VALIDATE-FIELDS-EXIT
           END-IF
           IF WS-TXN-SCOPE NOT = SPACES
             AND WS-TXN-SCOPE NOT = 'D' AND WS-TXN-SCOPE NOT = 'A'
               PERFORM REJECT-TRANSACTION
               DISPLAY "HOLD-MAINT: rejected, scope must be D or A "
                   "for " WS-TXN-ACCOUNT " " WS-TXN-TYPE
               MOVE 'N' TO WS-TXN-OK
               GO TO VALIDATE-FIELDS-EXIT
           END-IF
           IF WS-TXN-ACTION NOT = SPACES
             AND WS-TXN-ACTION NOT = 'R' AND WS-TXN-ACTION NOT = 'F'
               PERFORM REJECT-TRANSACTION
               DISPLAY "HOLD-MAINT: rejected, action must be R or F "
                   "for " WS-TXN-ACCOUNT " " WS-TXN-TYPE
               MOVE 'N' TO WS-TXN-OK
               GO TO VALIDATE-FIELDS-EXIT
           END-IF
           CALL "ACCT-LOOKUP" USING WS-TXN-ACCOUNT WS-ACCT-NAME
               WS-ACCT-LIMIT WS-ACCT-VERDICT
           IF WS-ACCT-VERDICT = 'N'
               PERFORM REJECT-TRANSACTION
               DISPLAY "HOLD-MAINT: rejected, account not on the "
                   "reference master: " WS-TXN-ACCOUNT
               MOVE 'N' TO WS-TXN-OK
           END-IF.
       VALIDATE-FIELDS-EXIT.
           EXIT.

       STAGE-RECORD-FIELDS.
           MOVE WS-TXN-ACCOUNT TO HOLD-ACCOUNT
           MOVE WS-TXN-TYPE TO HOLD-TYPE
           MOVE WS-TXN-REASON TO HOLD-REASON
           IF WS-TXN-EXPIRY = SPACES
               MOVE 0 TO HOLD-EXPIRY-DATE
           ELSE
               MOVE NUMVAL(WS-TXN-EXPIRY) TO HOLD-EXPIRY-DATE
           END-IF
      *> the type's own defaults: a fraud hold refers debits for the
      *> investigator, a legal order or a deceased notice rejects
      *> them, a freeze rejects everything
           EVALUATE WS-TXN-TYPE
               WHEN "FR"
                   MOVE 'D' TO HOLD-SCOPE
                   MOVE 'F' TO HOLD-ACTION
               WHEN "FZ"
                   MOVE 'A' TO HOLD-SCOPE
                   MOVE 'R' TO HOLD-ACTION
               WHEN OTHER
                   MOVE 'D' TO HOLD-SCOPE
                   MOVE 'R' TO HOLD-ACTION
           END-EVALUATE
           IF WS-TXN-SCOPE NOT = SPACES
               MOVE WS-TXN-SCOPE TO HOLD-SCOPE
           END-IF
           IF WS-TXN-ACTION NOT = SPACES
               MOVE WS-TXN-ACTION TO HOLD-ACTION
           END-IF.

       ACCEPT-TRANSACTION.
           ADD 1 TO WS-TXNS-APPLIED
      *> every hold change lands in the audit trail with its
      *> operator - a stopped account is answerable
           MOVE SPACES TO WS-EVENT-MESSAGE
           STRING "hold " WS-TXN-CODE ": " WS-TXN-ACCOUNT " "
                   WS-TXN-TYPE " by " TRIM(WS-TXN-BY) " - "
                   TRIM(WS-TXN-REASON)
               DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
           CALL "LOG-EVENT" USING WS-EVENT-PROGRAM WS-EVENT-MESSAGE.

       REJECT-TRANSACTION.
           ADD 1 TO WS-TXNS-REJECTED
           MOVE SPACES TO WS-EVENT-MESSAGE
           STRING "hold " WS-TXN-CODE " REJECTED: "
                   WS-TXN-ACCOUNT " " WS-TXN-TYPE
               DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
           CALL "LOG-EVENT" USING WS-EVENT-PROGRAM WS-EVENT-MESSAGE.
       END PROGRAM HOLD-MAINT.
