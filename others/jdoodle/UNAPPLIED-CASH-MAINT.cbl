      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. UNAPPLIED-CASH-MAINT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> the lockbox payments LOCKBOX-IMPORT could not identify,
      *> kept the way HOLD-MAINT keeps the holds register.
      *> Overridable via UNAPPLIED-CASH-FILE
       SELECT OPTIONAL UNAPPLIED-MASTER ASSIGN DYNAMIC
           WS-UNAPPLIED-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS UNA-ITEM-KEY OF UNA-RECORD
           FILE STATUS IS WS-UNAPPLIED-STATUS.
      *> one transaction per line: CODE,ITEM,DETAIL,BY - ITEM is the
      *> item and lockbox exactly as UNAPPLIED-CASH-REPORT lists them,
      *> with no space between; CODE is
      *> 'A' apply, DETAIL the account the payment belongs to; 'R'
      *> return to the payer, DETAIL the reason; BY the operator.
      *> Overridable via UNAPPLIED-CASH-TXN-FILE
       SELECT OPTIONAL TXN-FILE ASSIGN DYNAMIC WS-TXN-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TXN-STATUS.
      *> an applied payment goes in as an ordinary raw PAY
      *> transaction, exactly as if the lockbox had identified it.
      *> Overridable via CALC-RAW-TXN-FILE
       SELECT OPTIONAL RAW-FILE ASSIGN DYNAMIC WS-RAW-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RAW-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD UNAPPLIED-MASTER.
       01 UNA-RECORD.
      *> deposit date, batch and item sequence, then the lockbox
      *> the item came in on
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
       FD TXN-FILE.
       01 TXN-RECORD PIC X(120).
       FD RAW-FILE.
      *> CALC-TXN-EDIT's fixed dated layout, as FEE-GENERATE writes
       01 RAW-RECORD.
           05 RAW-ACCOUNT PIC 9(10).
           05 RAW-DATE PIC 9(8).
           05 RAW-AMOUNT PIC 9(9)V99.
           05 RAW-DC PIC X(1).
           05 RAW-TYPE PIC X(3).
       WORKING-STORAGE SECTION.
      *> correctly-sized holders for the literal audit message - a
      *> literal passed straight to LOG-EVENT's LINKAGE would only be
      *> allocated as big as the literal itself
       01 WS-EVENT-PROGRAM PIC X(44) VALUE "UNAPPLIED-CASH-MAINT".
       01 WS-EVENT-MESSAGE PIC X(200).
       01 WS-UNAPPLIED-FILE-NAME PIC X(80)
           VALUE "UNAPPLIED-CASH.DAT".
       01 WS-ENV-UNAPPLIED-FILE-NAME PIC X(80).
       01 WS-UNAPPLIED-STATUS PIC X(2).
       01 WS-TXN-FILE-NAME PIC X(80) VALUE "UNAPPLIED-CASH-TXN.DAT".
       01 WS-ENV-TXN-FILE-NAME PIC X(80).
       01 WS-TXN-STATUS PIC X(2).
       01 WS-RAW-FILE-NAME PIC X(80) VALUE "TRANSACTIONS-RAW.DAT".
       01 WS-ENV-RAW-FILE-NAME PIC X(80).
       01 WS-RAW-STATUS PIC X(2).
       01 WS-RAW-OPEN PIC X(1) VALUE 'N'.
       01 WS-TXN-EOF PIC X(1) VALUE 'N'.
       01 WS-BUSINESS-DATE PIC 9(8).
       01 WS-ENV-BUSINESS-DATE PIC X(8).
       01 WS-TXN-CODE PIC X(1).
       01 WS-TXN-ITEM PIC X(25).
       01 WS-TXN-DETAIL PIC X(30).
       01 WS-TXN-BY PIC X(8).
       01 WS-TXN-ACCOUNT PIC X(10).
       01 WS-RECORD-FOUND PIC X(1).
      *> ACCT-LOOKUP's answer - cash is only applied to a live
      *> account, never to a closed or unknown one
       01 WS-ACCT-NAME PIC X(30).
       01 WS-ACCT-LIMIT PIC 9(9)V99.
       01 WS-ACCT-VERDICT PIC X(1).
       01 WS-AMOUNT-ED PIC Z(8)9.99.
       01 WS-TXNS-READ PIC 9(5) VALUE 0.
       01 WS-TXNS-APPLIED PIC 9(5) VALUE 0.
       01 WS-TXNS-REJECTED PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "LOG-STARTUP" USING WS-EVENT-PROGRAM
      *> accept into a separate staging field first - ACCEPT FROM
      *> ENVIRONMENT blanks the target unconditionally when the
      *> variable is unset, which would wipe out the VALUE defaults
           MOVE SPACES TO WS-ENV-UNAPPLIED-FILE-NAME
           ACCEPT WS-ENV-UNAPPLIED-FILE-NAME FROM ENVIRONMENT
               "UNAPPLIED-CASH-FILE"
           IF WS-ENV-UNAPPLIED-FILE-NAME NOT = SPACES
               MOVE WS-ENV-UNAPPLIED-FILE-NAME
                   TO WS-UNAPPLIED-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-TXN-FILE-NAME
           ACCEPT WS-ENV-TXN-FILE-NAME FROM ENVIRONMENT
               "UNAPPLIED-CASH-TXN-FILE"
           IF WS-ENV-TXN-FILE-NAME NOT = SPACES
               MOVE WS-ENV-TXN-FILE-NAME TO WS-TXN-FILE-NAME
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
           OPEN I-O UNAPPLIED-MASTER.
           IF WS-UNAPPLIED-STATUS NOT = "00"
               IF WS-UNAPPLIED-STATUS = "05"
                   CLOSE UNAPPLIED-MASTER
               END-IF
               DISPLAY "UNAPPLIED-CASH-MAINT: unapplied cash file not "
                   "available - " TRIM(WS-UNAPPLIED-FILE-NAME)
                   ", file status " WS-UNAPPLIED-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT TXN-FILE.
           IF WS-TXN-STATUS NOT = "00"
               DISPLAY "UNAPPLIED-CASH-MAINT: transaction file not "
                   "available - " TRIM(WS-TXN-FILE-NAME)
                   ", file status " WS-TXN-STATUS
               CLOSE UNAPPLIED-MASTER
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
           CLOSE UNAPPLIED-MASTER.
           IF WS-RAW-OPEN = 'Y'
               CLOSE RAW-FILE
           END-IF
           DISPLAY "===== Unapplied cash maintenance run ====="
           DISPLAY "Transactions read:     " WS-TXNS-READ
           DISPLAY "Transactions applied:  " WS-TXNS-APPLIED
           DISPLAY "Transactions rejected: " WS-TXNS-REJECTED
      *> RETURN-CODE: 0 = all transactions applied, 4 = at least
      *> one rejected (the file carries the ones that passed)
           IF WS-TXNS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       APPLY-TRANSACTION.
           MOVE SPACES TO WS-TXN-CODE WS-TXN-ITEM WS-TXN-DETAIL
               WS-TXN-BY
           UNSTRING TXN-RECORD DELIMITED BY ","
               INTO WS-TXN-CODE WS-TXN-ITEM WS-TXN-DETAIL WS-TXN-BY
           IF TXN-RECORD = SPACES
               GO TO APPLY-TRANSACTION-EXIT
           END-IF
           ADD 1 TO WS-TXNS-READ
           MOVE UPPER-CASE(WS-TXN-CODE) TO WS-TXN-CODE
      *> every settlement names its operator - the file is the
      *> answer to "who decided where this money went"
           IF WS-TXN-BY = SPACES
               PERFORM REJECT-TRANSACTION
               DISPLAY "UNAPPLIED-CASH-MAINT: rejected, operator "
                   "missing for item " WS-TXN-ITEM
               GO TO APPLY-TRANSACTION-EXIT
           END-IF
           PERFORM READ-MASTER-RECORD
           IF WS-RECORD-FOUND = 'N'
               PERFORM REJECT-TRANSACTION
               DISPLAY "UNAPPLIED-CASH-MAINT: rejected, no such "
                   "item: " WS-TXN-ITEM
               GO TO APPLY-TRANSACTION-EXIT
           END-IF
           IF UNA-STATUS NOT = 'O'
               PERFORM REJECT-TRANSACTION
               DISPLAY "UNAPPLIED-CASH-MAINT: rejected, item "
                   WS-TXN-ITEM " already settled " UNA-STATUS " on "
                   UNA-ACTION-DATE
               GO TO APPLY-TRANSACTION-EXIT
           END-IF
           EVALUATE WS-TXN-CODE
               WHEN 'A'
                   PERFORM APPLY-TO-ACCOUNT
                       THRU APPLY-TO-ACCOUNT-EXIT
               WHEN 'R'
                   IF WS-TXN-DETAIL = SPACES
                       PERFORM REJECT-TRANSACTION
                       DISPLAY "UNAPPLIED-CASH-MAINT: return "
                           "rejected, reason missing for item "
                           WS-TXN-ITEM
                       GO TO APPLY-TRANSACTION-EXIT
                   END-IF
      *> the money never reached a customer account, so a return
      *> posts nothing - treasury sends the payment back and the
      *> item closes here
                   MOVE 'R' TO UNA-STATUS
                   MOVE WS-BUSINESS-DATE TO UNA-ACTION-DATE
                   MOVE WS-TXN-BY TO UNA-ACTION-BY
                   MOVE WS-TXN-DETAIL TO UNA-RETURN-REASON
                   REWRITE UNA-RECORD
                       INVALID KEY
                           PERFORM REJECT-TRANSACTION
                           DISPLAY "UNAPPLIED-CASH-MAINT: return "
                               "failed for item " WS-TXN-ITEM
                               " - file status " WS-UNAPPLIED-STATUS
                       NOT INVALID KEY
                           PERFORM ACCEPT-TRANSACTION
                   END-REWRITE
               WHEN OTHER
                   PERFORM REJECT-TRANSACTION
                   DISPLAY "UNAPPLIED-CASH-MAINT: unknown transaction "
                       "code '" WS-TXN-CODE "' for item " WS-TXN-ITEM
           END-EVALUATE.
       APPLY-TRANSACTION-EXIT.
           EXIT.

       APPLY-TO-ACCOUNT.
           MOVE WS-TXN-DETAIL(1:10) TO WS-TXN-ACCOUNT
           IF WS-TXN-ACCOUNT NOT NUMERIC
               PERFORM REJECT-TRANSACTION
               DISPLAY "UNAPPLIED-CASH-MAINT: apply rejected, account "
                   "number not numeric for item " WS-TXN-ITEM
               GO TO APPLY-TO-ACCOUNT-EXIT
           END-IF
           CALL "ACCT-LOOKUP" USING WS-TXN-ACCOUNT WS-ACCT-NAME
               WS-ACCT-LIMIT WS-ACCT-VERDICT
           IF WS-ACCT-VERDICT NOT = 'O' AND WS-ACCT-VERDICT NOT = 'D'
               PERFORM REJECT-TRANSACTION
               DISPLAY "UNAPPLIED-CASH-MAINT: apply rejected, account "
                   WS-TXN-ACCOUNT " not open on the reference master"
                   " (" WS-ACCT-VERDICT ")"
               GO TO APPLY-TO-ACCOUNT-EXIT
           END-IF
           IF WS-RAW-OPEN NOT = 'Y'
               OPEN EXTEND RAW-FILE
      *> OUTPUT on a file that does not exist yet reports status 05
      *> on this runtime even though it creates the file underneath
               IF WS-RAW-STATUS NOT = "00" AND WS-RAW-STATUS NOT = "05"
                   PERFORM REJECT-TRANSACTION
                   DISPLAY "UNAPPLIED-CASH-MAINT: cannot extend raw "
                       "transaction file " TRIM(WS-RAW-FILE-NAME)
                       " - file status " WS-RAW-STATUS
                   GO TO APPLY-TO-ACCOUNT-EXIT
               END-IF
               MOVE 'Y' TO WS-RAW-OPEN
           END-IF
           MOVE 'A' TO UNA-STATUS
           MOVE WS-BUSINESS-DATE TO UNA-ACTION-DATE
           MOVE WS-TXN-BY TO UNA-ACTION-BY
           MOVE WS-TXN-ACCOUNT TO UNA-APPLIED-ACCOUNT
           REWRITE UNA-RECORD
               INVALID KEY
                   PERFORM REJECT-TRANSACTION
                   DISPLAY "UNAPPLIED-CASH-MAINT: apply failed for "
                       "item " WS-TXN-ITEM " - file status "
                       WS-UNAPPLIED-STATUS
                   GO TO APPLY-TO-ACCOUNT-EXIT
           END-REWRITE
      *> posted on the day it is applied - the customer's account
      *> shows the payment when we knew whose it was
           MOVE SPACES TO RAW-RECORD
           MOVE WS-TXN-ACCOUNT TO RAW-ACCOUNT
           MOVE WS-BUSINESS-DATE TO RAW-DATE
           MOVE UNA-AMOUNT TO RAW-AMOUNT
           MOVE 'C' TO RAW-DC
           MOVE "PAY" TO RAW-TYPE
           WRITE RAW-RECORD
           MOVE UNA-AMOUNT TO WS-AMOUNT-ED
           DISPLAY "UNAPPLIED-CASH-MAINT: item " WS-TXN-ITEM " "
               TRIM(WS-AMOUNT-ED) " applied to " WS-TXN-ACCOUNT
           PERFORM ACCEPT-TRANSACTION.
       APPLY-TO-ACCOUNT-EXIT.
           EXIT.

       READ-MASTER-RECORD.
           MOVE 'N' TO WS-RECORD-FOUND
           MOVE WS-TXN-ITEM TO UNA-ITEM-KEY
           READ UNAPPLIED-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-RECORD-FOUND
           END-READ.

       ACCEPT-TRANSACTION.
           ADD 1 TO WS-TXNS-APPLIED
           MOVE UNA-AMOUNT TO WS-AMOUNT-ED
           MOVE SPACES TO WS-EVENT-MESSAGE
           STRING "unapplied cash " WS-TXN-CODE ": item " WS-TXN-ITEM
                   " " TRIM(WS-AMOUNT-ED) " by " TRIM(WS-TXN-BY)
                   " - " TRIM(WS-TXN-DETAIL)
               DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
           CALL "LOG-EVENT" USING WS-EVENT-PROGRAM WS-EVENT-MESSAGE.

       REJECT-TRANSACTION.
           ADD 1 TO WS-TXNS-REJECTED
           MOVE SPACES TO WS-EVENT-MESSAGE
           STRING "unapplied cash " WS-TXN-CODE " REJECTED: item "
                   WS-TXN-ITEM
               DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
           CALL "LOG-EVENT" USING WS-EVENT-PROGRAM WS-EVENT-MESSAGE.
       END PROGRAM UNAPPLIED-CASH-MAINT.
