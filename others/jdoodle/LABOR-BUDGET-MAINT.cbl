      ******************************************************************
      * Author:
      * Date:
      * Purpose: maintain the labor cost budget - dollars planned per
      *          department and month for LABOR-COST-REPORT
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LABOR-BUDGET-MAINT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> the labor cost budget - one record per department and
      *> calendar month, gross pay plus employer benefit cost the
      *> department plans to spend. POSITION-MAINT budgets the heads,
      *> this budgets the dollars. Overridable via LABOR-BUDGET-FILE
       SELECT OPTIONAL LABOR-BUDGET ASSIGN DYNAMIC
           WS-BUDGET-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LBD-KEY OF LABOR-BUDGET-RECORD
           FILE STATUS IS WS-BUDGET-STATUS.
      *> one transaction per line: CODE,DEPT,CCYYMM,AMOUNT - CODE is
      *> 'A' add (the year's plan arrives as a batch of adds), 'C'
      *> change, 'D' delete. AMOUNT is the month's planned labor
      *> cost and may not be negative.
      *> Overridable via LABOR-BUDGET-TXN-FILE
       SELECT OPTIONAL TXN-FILE ASSIGN DYNAMIC WS-TXN-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TXN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD LABOR-BUDGET.
       01 LABOR-BUDGET-RECORD.
           05 LBD-KEY.
               10 LBD-DEPT PIC X(4).
               10 LBD-PERIOD PIC 9(6).
           05 LBD-AMOUNT PIC 9(11)V99.
           05 LBD-UPDATED-DATE PIC 9(8).
       FD TXN-FILE.
       01 TXN-RECORD PIC X(60).
       WORKING-STORAGE SECTION.
      *> correctly-sized holders for the literal audit message - a
      *> literal passed straight to LOG-EVENT's LINKAGE would only be
      *> allocated as big as the literal itself
       01 WS-EVENT-PROGRAM PIC X(44) VALUE "LABOR-BUDGET-MAINT".
       01 WS-EVENT-MESSAGE PIC X(200).
       01 WS-BUDGET-FILE-NAME PIC X(80) VALUE "LABOR-BUDGET.DAT".
       01 WS-ENV-BUDGET-FILE-NAME PIC X(80).
       01 WS-BUDGET-STATUS PIC X(2).
       01 WS-TXN-FILE-NAME PIC X(80) VALUE "LABOR-BUDGET-TXN.DAT".
       01 WS-ENV-TXN-FILE-NAME PIC X(80).
       01 WS-TXN-STATUS PIC X(2).
       01 WS-TXN-EOF PIC X(1) VALUE 'N'.
       01 WS-BUSINESS-DATE PIC 9(8).
       01 WS-ENV-BUSINESS-DATE PIC X(8).
      *> correctly-sized holders for DEPT-LOOKUP's LINKAGE
       01 WS-DEPT-CODE PIC X(4).
       01 WS-DEPT-NAME PIC X(30).
       01 WS-DEPT-ACTIVE PIC X(1).
       01 WS-TXN-CODE PIC X(1).
       01 WS-TXN-DEPT PIC X(4).
       01 WS-TXN-PERIOD PIC X(6).
       01 WS-TXN-AMOUNT PIC X(20).
       01 WS-TXN-OK PIC X(1).
       01 WS-RECORD-FOUND PIC X(1).
       01 WS-AMOUNT-ED PIC Z(10)9.99.
       01 WS-TXNS-READ PIC 9(5) VALUE 0.
       01 WS-TXNS-APPLIED PIC 9(5) VALUE 0.
       01 WS-TXNS-REJECTED PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "LOG-STARTUP" USING WS-EVENT-PROGRAM
      *> accept into a separate staging field first - ACCEPT FROM
      *> ENVIRONMENT blanks the target unconditionally when the
      *> variable is unset, which would wipe out the VALUE defaults
           MOVE SPACES TO WS-ENV-BUDGET-FILE-NAME
           ACCEPT WS-ENV-BUDGET-FILE-NAME FROM ENVIRONMENT
               "LABOR-BUDGET-FILE"
           IF WS-ENV-BUDGET-FILE-NAME NOT = SPACES
               MOVE WS-ENV-BUDGET-FILE-NAME TO WS-BUDGET-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-TXN-FILE-NAME
           ACCEPT WS-ENV-TXN-FILE-NAME FROM ENVIRONMENT
               "LABOR-BUDGET-TXN-FILE"
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
           OPEN I-O LABOR-BUDGET.
      *> OPTIONAL I-O on a master that is not there yet creates it
      *> and reports 05 - usable, not a failure
           IF WS-BUDGET-STATUS NOT = "00"
                   AND WS-BUDGET-STATUS NOT = "05"
               DISPLAY "LABOR-BUDGET-MAINT: cannot open budget file "
                   TRIM(WS-BUDGET-FILE-NAME) " - file status "
                   WS-BUDGET-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT TXN-FILE.
           IF WS-TXN-STATUS NOT = "00"
               DISPLAY "LABOR-BUDGET-MAINT: transaction file not "
                   "available - " TRIM(WS-TXN-FILE-NAME)
                   ", file status " WS-TXN-STATUS
               CLOSE LABOR-BUDGET
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
           CLOSE LABOR-BUDGET.
           DISPLAY "===== Labor budget maintenance run ====="
           DISPLAY "Transactions read:     " WS-TXNS-READ
           DISPLAY "Transactions applied:  " WS-TXNS-APPLIED
           DISPLAY "Transactions rejected: " WS-TXNS-REJECTED
      *> RETURN-CODE: 0 = all transactions applied, 4 = at least
      *> one rejected (budget carries the ones that passed)
           IF WS-TXNS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       APPLY-TRANSACTION.
           MOVE SPACES TO WS-TXN-CODE WS-TXN-DEPT WS-TXN-PERIOD
               WS-TXN-AMOUNT
           UNSTRING TXN-RECORD DELIMITED BY ","
               INTO WS-TXN-CODE WS-TXN-DEPT WS-TXN-PERIOD
                   WS-TXN-AMOUNT
           ADD 1 TO WS-TXNS-READ
           MOVE UPPER-CASE(WS-TXN-CODE) TO WS-TXN-CODE
           MOVE UPPER-CASE(WS-TXN-DEPT) TO WS-TXN-DEPT
           IF WS-TXN-PERIOD NOT NUMERIC
             OR WS-TXN-PERIOD(5:2) < "01"
             OR WS-TXN-PERIOD(5:2) > "12"
               PERFORM REJECT-TRANSACTION
               DISPLAY "LABOR-BUDGET-MAINT: rejected, period must be "
                   "CCYYMM: " TRIM(TXN-RECORD)
               GO TO APPLY-TRANSACTION-EXIT
           END-IF
           PERFORM READ-MASTER-RECORD
           EVALUATE WS-TXN-CODE
               WHEN 'A'
                   IF WS-RECORD-FOUND = 'Y'
                       PERFORM REJECT-TRANSACTION
                       DISPLAY "LABOR-BUDGET-MAINT: add rejected, "
                           WS-TXN-DEPT " " WS-TXN-PERIOD
                           " already budgeted - use C to change it"
                       GO TO APPLY-TRANSACTION-EXIT
                   END-IF
                   PERFORM VALIDATE-FIELDS THRU VALIDATE-FIELDS-EXIT
                   IF WS-TXN-OK = 'N'
                       GO TO APPLY-TRANSACTION-EXIT
                   END-IF
                   PERFORM STAGE-RECORD-FIELDS
                   WRITE LABOR-BUDGET-RECORD
                       INVALID KEY
                           PERFORM REJECT-TRANSACTION
                           DISPLAY "LABOR-BUDGET-MAINT: add failed "
                               "for " WS-TXN-DEPT " " WS-TXN-PERIOD
                               " - file status " WS-BUDGET-STATUS
                       NOT INVALID KEY
                           PERFORM ACCEPT-TRANSACTION
                   END-WRITE
               WHEN 'C'
                   IF WS-RECORD-FOUND = 'N'
                       PERFORM REJECT-TRANSACTION
                       DISPLAY "LABOR-BUDGET-MAINT: change rejected, "
                           "no budget for " WS-TXN-DEPT " "
                           WS-TXN-PERIOD
                       GO TO APPLY-TRANSACTION-EXIT
                   END-IF
                   PERFORM VALIDATE-FIELDS THRU VALIDATE-FIELDS-EXIT
                   IF WS-TXN-OK = 'N'
                       GO TO APPLY-TRANSACTION-EXIT
                   END-IF
                   PERFORM STAGE-RECORD-FIELDS
                   REWRITE LABOR-BUDGET-RECORD
                       INVALID KEY
                           PERFORM REJECT-TRANSACTION
                           DISPLAY "LABOR-BUDGET-MAINT: change failed "
                               "for " WS-TXN-DEPT " "
                               WS-TXN-PERIOD " - file status "
                               WS-BUDGET-STATUS
                       NOT INVALID KEY
                           PERFORM ACCEPT-TRANSACTION
                   END-REWRITE
               WHEN 'D'
                   IF WS-RECORD-FOUND = 'N'
                       PERFORM REJECT-TRANSACTION
                       DISPLAY "LABOR-BUDGET-MAINT: delete rejected, "
                           "no budget for " WS-TXN-DEPT " "
                           WS-TXN-PERIOD
                       GO TO APPLY-TRANSACTION-EXIT
                   END-IF
                   DELETE LABOR-BUDGET
                       INVALID KEY
                           PERFORM REJECT-TRANSACTION
                           DISPLAY "LABOR-BUDGET-MAINT: delete failed "
                               "for " WS-TXN-DEPT " "
                               WS-TXN-PERIOD " - file status "
                               WS-BUDGET-STATUS
                       NOT INVALID KEY
                           PERFORM ACCEPT-TRANSACTION
                   END-DELETE
               WHEN OTHER
                   PERFORM REJECT-TRANSACTION
                   DISPLAY "LABOR-BUDGET-MAINT: unknown transaction "
                       "code '" WS-TXN-CODE "' for department "
                       WS-TXN-DEPT
           END-EVALUATE.
       APPLY-TRANSACTION-EXIT.
           EXIT.

       READ-MASTER-RECORD.
           MOVE 'N' TO WS-RECORD-FOUND
           MOVE WS-TXN-DEPT TO LBD-DEPT
           MOVE WS-TXN-PERIOD TO LBD-PERIOD
           READ LABOR-BUDGET
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-RECORD-FOUND
           END-READ.

       VALIDATE-FIELDS.
           MOVE 'Y' TO WS-TXN-OK
           IF WS-TXN-AMOUNT = SPACES
             OR TEST-NUMVAL(WS-TXN-AMOUNT) NOT = 0
               PERFORM REJECT-TRANSACTION
               DISPLAY "LABOR-BUDGET-MAINT: rejected, amount not "
                   "numeric for " WS-TXN-DEPT " " WS-TXN-PERIOD
               MOVE 'N' TO WS-TXN-OK
               GO TO VALIDATE-FIELDS-EXIT
           END-IF
           IF NUMVAL(WS-TXN-AMOUNT) < 0
               PERFORM REJECT-TRANSACTION
               DISPLAY "LABOR-BUDGET-MAINT: rejected, amount may not "
                   "be negative for " WS-TXN-DEPT " " WS-TXN-PERIOD
               MOVE 'N' TO WS-TXN-OK
               GO TO VALIDATE-FIELDS-EXIT
           END-IF
      *> only an active department takes a new plan figure - an
      *> inactive one can still have its old budget deleted
           MOVE WS-TXN-DEPT TO WS-DEPT-CODE
           CALL "DEPT-LOOKUP" USING WS-DEPT-CODE WS-DEPT-NAME
               WS-DEPT-ACTIVE
           IF WS-DEPT-ACTIVE = 'N'
               PERFORM REJECT-TRANSACTION
               DISPLAY "LABOR-BUDGET-MAINT: rejected, department not "
                   "on the department reference: " WS-TXN-DEPT
               MOVE 'N' TO WS-TXN-OK
               GO TO VALIDATE-FIELDS-EXIT
           END-IF
           IF WS-DEPT-ACTIVE = 'I'
               PERFORM REJECT-TRANSACTION
               DISPLAY "LABOR-BUDGET-MAINT: rejected, department "
                   "inactive on the department reference: "
                   WS-TXN-DEPT
               MOVE 'N' TO WS-TXN-OK
               GO TO VALIDATE-FIELDS-EXIT
           END-IF
           IF WS-DEPT-ACTIVE = 'U'
               DISPLAY "LABOR-BUDGET-MAINT: department master "
                   "unavailable - department check skipped for "
                   WS-TXN-DEPT
           END-IF.
       VALIDATE-FIELDS-EXIT.
           EXIT.

       STAGE-RECORD-FIELDS.
           MOVE WS-TXN-DEPT TO LBD-DEPT
           MOVE WS-TXN-PERIOD TO LBD-PERIOD
           MOVE NUMVAL(WS-TXN-AMOUNT) TO LBD-AMOUNT
           MOVE WS-BUSINESS-DATE TO LBD-UPDATED-DATE.

       ACCEPT-TRANSACTION.
           ADD 1 TO WS-TXNS-APPLIED
           MOVE LBD-AMOUNT TO WS-AMOUNT-ED
           MOVE SPACES TO WS-EVENT-MESSAGE
           STRING "labor budget " WS-TXN-CODE ": " WS-TXN-DEPT " "
                   WS-TXN-PERIOD " " TRIM(WS-AMOUNT-ED)
               DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
           CALL "LOG-EVENT" USING WS-EVENT-PROGRAM WS-EVENT-MESSAGE.

       REJECT-TRANSACTION.
           ADD 1 TO WS-TXNS-REJECTED
           MOVE SPACES TO WS-EVENT-MESSAGE
           STRING "labor budget " WS-TXN-CODE " REJECTED: "
                   WS-TXN-DEPT " " WS-TXN-PERIOD
               DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
           CALL "LOG-EVENT" USING WS-EVENT-PROGRAM WS-EVENT-MESSAGE.
       END PROGRAM LABOR-BUDGET-MAINT.
