      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintain the court-ordered wage garnishment orders
      *          PAYROLL-REGISTER withholds after tax
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GARNISH-MAINT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> the garnishment order file - one line per order, keyed by
      *> employee and case number:
      *> EMPID,CASE,TYPE,PAYEE,METHOD,AMOUNT,CAP,PRIORITY,BALANCE,
      *> EFFDATE,STATUS - PAYROLL-REGISTER draws BALANCE down each
      *> payday and sets STATUS 'P' when it reaches zero.
      *> Overridable via GARNISHMENT-FILE
       SELECT OPTIONAL GARNISH-FILE ASSIGN DYNAMIC
           WS-GARNISH-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GARNISH-STATUS.
      *> the roster master - an order must name a real employee
       SELECT OPTIONAL EMPLOYEE-MASTER ASSIGN DYNAMIC
           WS-MASTER-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMPLOYEE-ID OF EMPLOYEE-RECORD
           FILE STATUS IS WS-MASTER-STATUS.
      *> one transaction per line: CODE,EMPID,CASE,TYPE,PAYEE,
      *> METHOD,AMOUNT,CAP,PRIORITY,BALANCE,EFFDATE - CODE is 'A'
      *> add, 'C' change, 'D' delete (EMPID and CASE alone). TYPE
      *> 'C' child support, 'T' tax levy, 'S' student loan, 'G'
      *> general creditor; METHOD 'F' a flat amount per paycheck or
      *> 'P' a percentage of disposable earnings; CAP the most of
      *> disposable earnings, in percent, all orders together may
      *> reach once this one is taken, and PRIORITY the order it
      *> stands in (lowest first) - both default by TYPE when blank
       SELECT OPTIONAL TXN-FILE ASSIGN DYNAMIC WS-TXN-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TXN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD GARNISH-FILE.
       01 GARNISH-RECORD PIC X(120).
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
       WORKING-STORAGE SECTION.
      *> correctly-sized holders for the literal audit message - a
      *> literal passed straight to LOG-EVENT-SEV's LINKAGE would
      *> only be allocated as big as the literal itself
       01 WS-EVENT-PROGRAM PIC X(44) VALUE "GARNISH-MAINT".
       01 WS-EVENT-MESSAGE PIC X(200).
       01 WS-EVENT-SEVERITY PIC X(1).
       01 WS-GARNISH-FILE-NAME PIC X(80) VALUE "GARNISHMENT.DAT".
       01 WS-ENV-GARNISH-FILE-NAME PIC X(80).
       01 WS-GARNISH-STATUS PIC X(2).
       01 WS-MASTER-FILE-NAME PIC X(80) VALUE "EMPLOYEE.DAT".
       01 WS-ENV-MASTER-FILE-NAME PIC X(80).
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-TXN-FILE-NAME PIC X(80) VALUE "GARNISH-TXN.DAT".
       01 WS-ENV-TXN-FILE-NAME PIC X(80).
       01 WS-TXN-STATUS PIC X(2).
       01 WS-EOF PIC X(1) VALUE 'N'.
       01 WS-TXN-EOF PIC X(1) VALUE 'N'.
      *> the whole order file staged in memory, transactions
      *> applied, table rewritten at end of run
       01 WS-GRN-COUNT PIC 9(4) VALUE 0.
       01 WS-GRN-MAX PIC 9(4) VALUE 1000.
       01 WS-GRN-ENTRY OCCURS 1000 TIMES.
           05 GRN-EMPID PIC X(9).
           05 GRN-CASE PIC X(20).
           05 GRN-TYPE PIC X(1).
           05 GRN-PAYEE PIC X(10).
           05 GRN-METHOD PIC X(1).
           05 GRN-AMOUNT PIC 9(7)V99.
           05 GRN-CAP PIC 9(3)V99.
           05 GRN-PRIORITY PIC 9(2).
           05 GRN-BALANCE PIC 9(9)V99.
           05 GRN-EFFDATE PIC X(8).
      *> 'A' active, 'P' paid off - kept on file as the record of
      *> the order until deleted
           05 GRN-STATUS PIC X(1).
      *> one order line split into its fields, on load and on the
      *> transaction alike
       01 WS-FLD-CODE PIC X(1).
       01 WS-FLD-EMPID PIC X(9).
       01 WS-FLD-CASE PIC X(20).
       01 WS-FLD-TYPE PIC X(1).
       01 WS-FLD-PAYEE PIC X(10).
       01 WS-FLD-METHOD PIC X(1).
       01 WS-FLD-AMOUNT PIC X(12).
       01 WS-FLD-CAP PIC X(8).
       01 WS-FLD-PRIORITY PIC X(2).
       01 WS-FLD-BALANCE PIC X(14).
       01 WS-FLD-EFFDATE PIC X(8).
       01 WS-FLD-STATUS PIC X(1).
       01 WS-NEW-AMOUNT PIC 9(7)V99.
       01 WS-NEW-CAP PIC 9(3)V99.
       01 WS-NEW-PRIORITY PIC 9(2).
       01 WS-NEW-BALANCE PIC 9(9)V99.
       01 WS-AMOUNT-ED PIC 9(7).99.
       01 WS-CAP-ED PIC 9(3).99.
       01 WS-BALANCE-ED PIC 9(9).99.
       01 WS-FOUND-INDEX PIC 9(4).
       01 WS-EMP-FOUND PIC X(1).
       01 WS-FIELDS-BAD PIC X(1).
       01 I PIC 9(4).
       01 WS-TXNS-READ PIC 9(5) VALUE 0.
       01 WS-TXNS-APPLIED PIC 9(5) VALUE 0.
       01 WS-TXNS-REJECTED PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "LOG-STARTUP" USING WS-EVENT-PROGRAM
      *> accept into a separate staging field first - ACCEPT FROM
      *> ENVIRONMENT blanks the target unconditionally when the
      *> variable is unset, which would wipe out the VALUE defaults
           MOVE SPACES TO WS-ENV-GARNISH-FILE-NAME
           ACCEPT WS-ENV-GARNISH-FILE-NAME FROM ENVIRONMENT
               "GARNISHMENT-FILE"
           IF WS-ENV-GARNISH-FILE-NAME NOT = SPACES
               MOVE WS-ENV-GARNISH-FILE-NAME TO WS-GARNISH-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-MASTER-FILE-NAME
           ACCEPT WS-ENV-MASTER-FILE-NAME FROM ENVIRONMENT
               "EMPLOYEE-MASTER-FILE"
           IF WS-ENV-MASTER-FILE-NAME NOT = SPACES
               MOVE WS-ENV-MASTER-FILE-NAME TO WS-MASTER-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-TXN-FILE-NAME
           ACCEPT WS-ENV-TXN-FILE-NAME FROM ENVIRONMENT
               "GARNISH-TXN-FILE"
           IF WS-ENV-TXN-FILE-NAME NOT = SPACES
               MOVE WS-ENV-TXN-FILE-NAME TO WS-TXN-FILE-NAME
           END-IF
           PERFORM LOAD-ORDERS THRU LOAD-ORDERS-EXIT
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "GARNISH-MAINT: employee master not "
                   "available - " TRIM(WS-MASTER-FILE-NAME)
                   ", file status " WS-MASTER-STATUS
                   " - run abandoned"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT TXN-FILE.
           IF WS-TXN-STATUS NOT = "00"
               DISPLAY "GARNISH-MAINT: transaction file not "
                   "available - " TRIM(WS-TXN-FILE-NAME)
                   ", file status " WS-TXN-STATUS
               CLOSE EMPLOYEE-MASTER
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
           CLOSE TXN-FILE EMPLOYEE-MASTER.
           PERFORM REWRITE-ORDERS.
           DISPLAY "===== Garnishment order maintenance run ====="
           DISPLAY "Transactions read:     " WS-TXNS-READ
           DISPLAY "Transactions applied:  " WS-TXNS-APPLIED
           DISPLAY "Transactions rejected: " WS-TXNS-REJECTED
      *> RETURN-CODE: 0 = all transactions applied, 4 = at least
      *> one rejected (file rewritten with the survivors)
           IF WS-TXNS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-ORDERS.
           MOVE 0 TO WS-GRN-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT GARNISH-FILE
           IF WS-GARNISH-STATUS NOT = "00"
      *> no order file yet just means the run starts empty
               IF WS-GARNISH-STATUS = "05"
                   CLOSE GARNISH-FILE
               END-IF
               GO TO LOAD-ORDERS-EXIT
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ GARNISH-FILE INTO GARNISH-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-GRN-COUNT < WS-GRN-MAX
                         AND GARNISH-RECORD NOT = SPACES
                           ADD 1 TO WS-GRN-COUNT
                           PERFORM STAGE-ONE-ORDER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GARNISH-FILE.
       LOAD-ORDERS-EXIT.
           EXIT.

       STAGE-ONE-ORDER.
           MOVE SPACES TO WS-FLD-EMPID WS-FLD-CASE WS-FLD-TYPE
               WS-FLD-PAYEE WS-FLD-METHOD WS-FLD-AMOUNT WS-FLD-CAP
               WS-FLD-PRIORITY WS-FLD-BALANCE WS-FLD-EFFDATE
               WS-FLD-STATUS
           UNSTRING GARNISH-RECORD DELIMITED BY ","
               INTO WS-FLD-EMPID WS-FLD-CASE WS-FLD-TYPE
                   WS-FLD-PAYEE WS-FLD-METHOD WS-FLD-AMOUNT
                   WS-FLD-CAP WS-FLD-PRIORITY WS-FLD-BALANCE
                   WS-FLD-EFFDATE WS-FLD-STATUS
           MOVE WS-FLD-EMPID TO GRN-EMPID(WS-GRN-COUNT)
           MOVE WS-FLD-CASE TO GRN-CASE(WS-GRN-COUNT)
           MOVE WS-FLD-TYPE TO GRN-TYPE(WS-GRN-COUNT)
           MOVE WS-FLD-PAYEE TO GRN-PAYEE(WS-GRN-COUNT)
           MOVE WS-FLD-METHOD TO GRN-METHOD(WS-GRN-COUNT)
           MOVE NUMVAL(WS-FLD-AMOUNT) TO GRN-AMOUNT(WS-GRN-COUNT)
           MOVE NUMVAL(WS-FLD-CAP) TO GRN-CAP(WS-GRN-COUNT)
           MOVE NUMVAL(WS-FLD-PRIORITY) TO GRN-PRIORITY(WS-GRN-COUNT)
           MOVE NUMVAL(WS-FLD-BALANCE) TO GRN-BALANCE(WS-GRN-COUNT)
           MOVE WS-FLD-EFFDATE TO GRN-EFFDATE(WS-GRN-COUNT)
           MOVE WS-FLD-STATUS TO GRN-STATUS(WS-GRN-COUNT).

       APPLY-TRANSACTION.
           ADD 1 TO WS-TXNS-READ
           MOVE SPACES TO WS-FLD-CODE WS-FLD-EMPID WS-FLD-CASE
               WS-FLD-TYPE WS-FLD-PAYEE WS-FLD-METHOD WS-FLD-AMOUNT
               WS-FLD-CAP WS-FLD-PRIORITY WS-FLD-BALANCE
               WS-FLD-EFFDATE
           UNSTRING TXN-RECORD DELIMITED BY ","
               INTO WS-FLD-CODE WS-FLD-EMPID WS-FLD-CASE
                   WS-FLD-TYPE WS-FLD-PAYEE WS-FLD-METHOD
                   WS-FLD-AMOUNT WS-FLD-CAP WS-FLD-PRIORITY
                   WS-FLD-BALANCE WS-FLD-EFFDATE
           MOVE UPPER-CASE(WS-FLD-CODE) TO WS-FLD-CODE
           MOVE UPPER-CASE(WS-FLD-CASE) TO WS-FLD-CASE
      *> an order names a real employee on the roster master and
      *> carries the court's case number - the two together key it
           IF WS-FLD-EMPID NOT NUMERIC
               ADD 1 TO WS-TXNS-REJECTED
               DISPLAY "GARNISH-MAINT: rejected, employee id not "
                   "numeric: " TRIM(TXN-RECORD)
               GO TO APPLY-TRANSACTION-EXIT
           END-IF
           IF WS-FLD-CASE = SPACES
               ADD 1 TO WS-TXNS-REJECTED
               DISPLAY "GARNISH-MAINT: rejected, case number "
                   "missing: " TRIM(TXN-RECORD)
               GO TO APPLY-TRANSACTION-EXIT
           END-IF
           MOVE 0 TO WS-FOUND-INDEX
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-GRN-COUNT
               IF GRN-EMPID(I) = WS-FLD-EMPID
                 AND GRN-CASE(I) = WS-FLD-CASE
                   MOVE I TO WS-FOUND-INDEX
               END-IF
           END-PERFORM
           EVALUATE WS-FLD-CODE
               WHEN 'A'
                   IF WS-FOUND-INDEX NOT = 0
                       ADD 1 TO WS-TXNS-REJECTED
                       DISPLAY "GARNISH-MAINT: case "
                           TRIM(WS-FLD-CASE) " already on file for "
                           "employee " WS-FLD-EMPID " - add rejected"
                       GO TO APPLY-TRANSACTION-EXIT
                   END-IF
                   IF WS-GRN-COUNT >= WS-GRN-MAX
                       ADD 1 TO WS-TXNS-REJECTED
                       DISPLAY "GARNISH-MAINT: order file full "
                           "- add rejected"
                       GO TO APPLY-TRANSACTION-EXIT
                   END-IF
                   PERFORM VALIDATE-ORDER THRU VALIDATE-ORDER-EXIT
                   IF WS-FIELDS-BAD = 'Y'
                       GO TO APPLY-TRANSACTION-EXIT
                   END-IF
                   ADD 1 TO WS-GRN-COUNT
                   MOVE WS-GRN-COUNT TO WS-FOUND-INDEX
                   PERFORM STORE-ORDER
                   ADD 1 TO WS-TXNS-APPLIED
                   PERFORM LOG-ONE-CHANGE
               WHEN 'C'
                   IF WS-FOUND-INDEX = 0
                       ADD 1 TO WS-TXNS-REJECTED
                       DISPLAY "GARNISH-MAINT: no case "
                           TRIM(WS-FLD-CASE) " for employee "
                           WS-FLD-EMPID " - change rejected"
                       GO TO APPLY-TRANSACTION-EXIT
                   END-IF
                   PERFORM VALIDATE-ORDER THRU VALIDATE-ORDER-EXIT
                   IF WS-FIELDS-BAD = 'Y'
                       GO TO APPLY-TRANSACTION-EXIT
                   END-IF
                   PERFORM STORE-ORDER
                   ADD 1 TO WS-TXNS-APPLIED
                   PERFORM LOG-ONE-CHANGE
               WHEN 'D'
                   IF WS-FOUND-INDEX = 0
                       ADD 1 TO WS-TXNS-REJECTED
                       DISPLAY "GARNISH-MAINT: no case "
                           TRIM(WS-FLD-CASE) " for employee "
                           WS-FLD-EMPID " - delete rejected"
                       GO TO APPLY-TRANSACTION-EXIT
                   END-IF
      *> close the gap so the rewrite never carries a ghost entry
                   PERFORM VARYING I FROM WS-FOUND-INDEX BY 1
                           UNTIL I >= WS-GRN-COUNT
                       MOVE WS-GRN-ENTRY(I + 1) TO WS-GRN-ENTRY(I)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-GRN-COUNT
                   ADD 1 TO WS-TXNS-APPLIED
                   PERFORM LOG-ONE-CHANGE
               WHEN OTHER
                   ADD 1 TO WS-TXNS-REJECTED
                   DISPLAY "GARNISH-MAINT: unknown transaction code "
                       "'" WS-FLD-CODE "'"
           END-EVALUATE.
       APPLY-TRANSACTION-EXIT.
           EXIT.

       VALIDATE-ORDER.
           MOVE 'Y' TO WS-FIELDS-BAD
           MOVE 'N' TO WS-EMP-FOUND
           MOVE NUMVAL(WS-FLD-EMPID)
               TO EMPLOYEE-ID OF EMPLOYEE-RECORD
           READ EMPLOYEE-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-EMP-FOUND
           END-READ
           IF WS-EMP-FOUND = 'N'
               ADD 1 TO WS-TXNS-REJECTED
               DISPLAY "GARNISH-MAINT: rejected, employee "
                   WS-FLD-EMPID " not on the roster master"
               GO TO VALIDATE-ORDER-EXIT
           END-IF
           MOVE UPPER-CASE(WS-FLD-TYPE) TO WS-FLD-TYPE
           MOVE UPPER-CASE(WS-FLD-METHOD) TO WS-FLD-METHOD
           MOVE UPPER-CASE(WS-FLD-PAYEE) TO WS-FLD-PAYEE
           IF WS-FLD-TYPE NOT = 'C' AND WS-FLD-TYPE NOT = 'T'
             AND WS-FLD-TYPE NOT = 'S' AND WS-FLD-TYPE NOT = 'G'
               ADD 1 TO WS-TXNS-REJECTED
               DISPLAY "GARNISH-MAINT: rejected, order type must be "
                   "C, T, S or G for case " TRIM(WS-FLD-CASE)
               GO TO VALIDATE-ORDER-EXIT
           END-IF
      *> the remittance goes to the payee agency - an order with
      *> nobody to pay is money withheld with nowhere to go
           IF WS-FLD-PAYEE = SPACES
               ADD 1 TO WS-TXNS-REJECTED
               DISPLAY "GARNISH-MAINT: rejected, payee agency "
                   "missing for case " TRIM(WS-FLD-CASE)
               GO TO VALIDATE-ORDER-EXIT
           END-IF
           IF WS-FLD-METHOD NOT = 'F' AND WS-FLD-METHOD NOT = 'P'
               ADD 1 TO WS-TXNS-REJECTED
               DISPLAY "GARNISH-MAINT: rejected, method must be F "
                   "or P for case " TRIM(WS-FLD-CASE)
               GO TO VALIDATE-ORDER-EXIT
           END-IF
           IF WS-FLD-AMOUNT = SPACES
             OR TEST-NUMVAL(WS-FLD-AMOUNT) NOT = 0
               ADD 1 TO WS-TXNS-REJECTED
               DISPLAY "GARNISH-MAINT: rejected, amount not numeric "
                   "for case " TRIM(WS-FLD-CASE)
               GO TO VALIDATE-ORDER-EXIT
           END-IF
           IF NUMVAL(WS-FLD-AMOUNT) <= 0
             OR (WS-FLD-METHOD = 'P' AND NUMVAL(WS-FLD-AMOUNT) > 100)
               ADD 1 TO WS-TXNS-REJECTED
               DISPLAY "GARNISH-MAINT: rejected, amount must be "
                   "above zero (a percentage no more than 100) for "
                   "case " TRIM(WS-FLD-CASE)
               GO TO VALIDATE-ORDER-EXIT
           END-IF
           MOVE NUMVAL(WS-FLD-AMOUNT) TO WS-NEW-AMOUNT
      *> the legal ceiling on disposable earnings by order type when
      *> the order states none: support 50%, a student loan 15%, a
      *> creditor 25%; a tax levy is bounded only by what is left
           IF WS-FLD-CAP = SPACES
               EVALUATE WS-FLD-TYPE
                   WHEN 'C'
                       MOVE 50 TO WS-NEW-CAP
                   WHEN 'T'
                       MOVE 100 TO WS-NEW-CAP
                   WHEN 'S'
                       MOVE 15 TO WS-NEW-CAP
                   WHEN OTHER
                       MOVE 25 TO WS-NEW-CAP
               END-EVALUATE
           ELSE
               IF TEST-NUMVAL(WS-FLD-CAP) NOT = 0
                 OR NUMVAL(WS-FLD-CAP) <= 0
                 OR NUMVAL(WS-FLD-CAP) > 100
                   ADD 1 TO WS-TXNS-REJECTED
                   DISPLAY "GARNISH-MAINT: rejected, cap must be a "
                       "percentage above 0 and no more than 100 for "
                       "case " TRIM(WS-FLD-CASE)
                   GO TO VALIDATE-ORDER-EXIT
               END-IF
               MOVE NUMVAL(WS-FLD-CAP) TO WS-NEW-CAP
           END-IF
      *> support ahead of tax levies ahead of student loans ahead of
      *> creditors, unless the order says otherwise
           IF WS-FLD-PRIORITY = SPACES
               EVALUATE WS-FLD-TYPE
                   WHEN 'C'
                       MOVE 10 TO WS-NEW-PRIORITY
                   WHEN 'T'
                       MOVE 20 TO WS-NEW-PRIORITY
                   WHEN 'S'
                       MOVE 30 TO WS-NEW-PRIORITY
                   WHEN OTHER
                       MOVE 40 TO WS-NEW-PRIORITY
               END-EVALUATE
           ELSE
               IF WS-FLD-PRIORITY NOT NUMERIC
                 OR WS-FLD-PRIORITY = "00"
                   ADD 1 TO WS-TXNS-REJECTED
                   DISPLAY "GARNISH-MAINT: rejected, priority must "
                       "be 01-99 for case " TRIM(WS-FLD-CASE)
                   GO TO VALIDATE-ORDER-EXIT
               END-IF
               MOVE WS-FLD-PRIORITY TO WS-NEW-PRIORITY
           END-IF
      *> the total owed - what the order runs down to zero against
           IF WS-FLD-BALANCE = SPACES
             OR TEST-NUMVAL(WS-FLD-BALANCE) NOT = 0
               ADD 1 TO WS-TXNS-REJECTED
               DISPLAY "GARNISH-MAINT: rejected, balance owed not "
                   "numeric for case " TRIM(WS-FLD-CASE)
               GO TO VALIDATE-ORDER-EXIT
           END-IF
           IF NUMVAL(WS-FLD-BALANCE) < 0
             OR (WS-FLD-CODE = 'A' AND NUMVAL(WS-FLD-BALANCE) = 0)
               ADD 1 TO WS-TXNS-REJECTED
               DISPLAY "GARNISH-MAINT: rejected, balance owed must "
                   "be above zero for case " TRIM(WS-FLD-CASE)
               GO TO VALIDATE-ORDER-EXIT
           END-IF
           MOVE NUMVAL(WS-FLD-BALANCE) TO WS-NEW-BALANCE
           IF WS-FLD-EFFDATE NOT NUMERIC
             OR WS-FLD-EFFDATE(5:2) < "01"
             OR WS-FLD-EFFDATE(5:2) > "12"
             OR WS-FLD-EFFDATE(7:2) < "01"
             OR WS-FLD-EFFDATE(7:2) > "31"
               ADD 1 TO WS-TXNS-REJECTED
               DISPLAY "GARNISH-MAINT: rejected, effective date not "
                   "CCYYMMDD for case " TRIM(WS-FLD-CASE)
               GO TO VALIDATE-ORDER-EXIT
           END-IF
           MOVE 'N' TO WS-FIELDS-BAD.
       VALIDATE-ORDER-EXIT.
           EXIT.

       STORE-ORDER.
           MOVE WS-FLD-EMPID TO GRN-EMPID(WS-FOUND-INDEX)
           MOVE WS-FLD-CASE TO GRN-CASE(WS-FOUND-INDEX)
           MOVE WS-FLD-TYPE TO GRN-TYPE(WS-FOUND-INDEX)
           MOVE WS-FLD-PAYEE TO GRN-PAYEE(WS-FOUND-INDEX)
           MOVE WS-FLD-METHOD TO GRN-METHOD(WS-FOUND-INDEX)
           MOVE WS-NEW-AMOUNT TO GRN-AMOUNT(WS-FOUND-INDEX)
           MOVE WS-NEW-CAP TO GRN-CAP(WS-FOUND-INDEX)
           MOVE WS-NEW-PRIORITY TO GRN-PRIORITY(WS-FOUND-INDEX)
           MOVE WS-NEW-BALANCE TO GRN-BALANCE(WS-FOUND-INDEX)
           MOVE WS-FLD-EFFDATE TO GRN-EFFDATE(WS-FOUND-INDEX)
      *> a change that clears the balance closes the order; one that
      *> restores a balance reopens it
           IF WS-NEW-BALANCE > 0
               MOVE 'A' TO GRN-STATUS(WS-FOUND-INDEX)
           ELSE
               MOVE 'P' TO GRN-STATUS(WS-FOUND-INDEX)
           END-IF.

       LOG-ONE-CHANGE.
           MOVE 'I' TO WS-EVENT-SEVERITY
           MOVE SPACES TO WS-EVENT-MESSAGE
           STRING "applied '" WS-FLD-CODE "' garnishment: "
                   WS-FLD-EMPID " case " TRIM(WS-FLD-CASE)
               DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
           CALL "LOG-EVENT-SEV" USING WS-EVENT-PROGRAM
               WS-EVENT-SEVERITY WS-EVENT-MESSAGE.

       REWRITE-ORDERS.
           OPEN OUTPUT GARNISH-FILE
      *> OUTPUT on a file that does not exist yet reports status 05
      *> on this runtime even though it creates the file underneath
           IF WS-GARNISH-STATUS NOT = "00"
                   AND WS-GARNISH-STATUS NOT = "05"
               DISPLAY "GARNISH-MAINT: cannot rewrite "
                   TRIM(WS-GARNISH-FILE-NAME) " - file status "
                   WS-GARNISH-STATUS
           ELSE
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-GRN-COUNT
                   MOVE GRN-AMOUNT(I) TO WS-AMOUNT-ED
                   MOVE GRN-CAP(I) TO WS-CAP-ED
                   MOVE GRN-BALANCE(I) TO WS-BALANCE-ED
                   MOVE SPACES TO GARNISH-RECORD
                   STRING GRN-EMPID(I) "," TRIM(GRN-CASE(I)) ","
                           GRN-TYPE(I) "," TRIM(GRN-PAYEE(I)) ","
                           GRN-METHOD(I) "," WS-AMOUNT-ED ","
                           WS-CAP-ED "," GRN-PRIORITY(I) ","
                           WS-BALANCE-ED "," GRN-EFFDATE(I) ","
                           GRN-STATUS(I)
                       DELIMITED BY SIZE INTO GARNISH-RECORD
                   WRITE GARNISH-RECORD
               END-PERFORM
               CLOSE GARNISH-FILE
           END-IF.
       END PROGRAM GARNISH-MAINT.
