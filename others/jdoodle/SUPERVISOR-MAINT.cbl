      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPERVISOR-MAINT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> the reporting-line assignments - one EMPID,SUPERVISORID
      *> line per employee, keyed by the roster's employee id; a
      *> blank supervisor marks the top of the chain of command.
      *> Staged and rewritten the way DEPT-MAINT keeps the
      *> department tree. Overridable via SUPERVISOR-FILE
       SELECT OPTIONAL SUPERVISOR-FILE ASSIGN DYNAMIC
           WS-SUPERVISOR-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUPERVISOR-STATUS.
      *> the roster master - both ends of every reporting line must
      *> be real employees
       SELECT OPTIONAL EMPLOYEE-MASTER ASSIGN DYNAMIC
           WS-MASTER-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMPLOYEE-ID OF EMPLOYEE-RECORD
           FILE STATUS IS WS-MASTER-STATUS.
      *> one transaction per line: CODE,EMPID,SUPERVISORID - CODE is
      *> 'A' assign, 'C' change supervisor, 'D' remove the
      *> assignment; SUPERVISORID left blank puts the employee at
      *> the top of the chain. Overridable via SUPERVISOR-TXN-FILE
       SELECT OPTIONAL TXN-FILE ASSIGN DYNAMIC WS-TXN-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TXN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD SUPERVISOR-FILE.
       01 SUPERVISOR-RECORD PIC X(30).
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
       01 TXN-RECORD PIC X(40).
       WORKING-STORAGE SECTION.
      *> correctly-sized holders for the literal audit message - a
      *> literal passed straight to LOG-EVENT-SEV's LINKAGE would
      *> only be allocated as big as the literal itself
       01 WS-EVENT-PROGRAM PIC X(44) VALUE "SUPERVISOR-MAINT".
       01 WS-EVENT-MESSAGE PIC X(200).
       01 WS-EVENT-SEVERITY PIC X(1).
       01 WS-SUPERVISOR-FILE-NAME PIC X(80) VALUE "SUPERVISOR.DAT".
       01 WS-ENV-SUPERVISOR-FILE-NAME PIC X(80).
       01 WS-SUPERVISOR-STATUS PIC X(2).
       01 WS-MASTER-FILE-NAME PIC X(80) VALUE "EMPLOYEE.DAT".
       01 WS-ENV-MASTER-FILE-NAME PIC X(80).
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-TXN-FILE-NAME PIC X(80) VALUE "SUPERVISOR-TXN.DAT".
       01 WS-ENV-TXN-FILE-NAME PIC X(80).
       01 WS-TXN-STATUS PIC X(2).
       01 WS-EOF PIC X(1) VALUE 'N'.
       01 WS-TXN-EOF PIC X(1) VALUE 'N'.
      *> the whole assignment file staged in memory, transactions
      *> applied to the table, table rewritten at end of run - a
      *> zero supervisor is the top of the chain
       01 WS-SUP-COUNT PIC 9(4) VALUE 0.
       01 WS-SUP-MAX PIC 9(4) VALUE 2000.
       01 WS-SUP-ENTRY OCCURS 2000 TIMES.
           05 SUP-EMPLOYEE-ID PIC 9(9).
           05 SUP-SUPERVISOR-ID PIC 9(9).
       01 WS-FLD-EMPLOYEE PIC X(9).
       01 WS-FLD-SUPERVISOR PIC X(9).
       01 WS-TXN-CODE PIC X(1).
       01 WS-TXN-EMPLOYEE-X PIC X(9).
       01 WS-TXN-SUPERVISOR-X PIC X(9).
       01 WS-TXN-EMPLOYEE-ID PIC 9(9).
       01 WS-TXN-SUPERVISOR-ID PIC 9(9).
       01 WS-EMP-FOUND PIC X(1).
      *> cycle-walk state: the employee being climbed from and the
      *> hop counter that stops a miskeyed loop
       01 WS-WALK-ID PIC 9(9).
       01 WS-WALK-NEXT PIC 9(9).
       01 WS-WALK-HOPS PIC 9(4).
       01 WS-CYCLE-HIT PIC X(1).
       01 I PIC 9(4).
       01 WS-FOUND-INDEX PIC 9(4).
       01 WS-TXNS-READ PIC 9(5) VALUE 0.
       01 WS-TXNS-APPLIED PIC 9(5) VALUE 0.
       01 WS-TXNS-REJECTED PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "LOG-STARTUP" USING WS-EVENT-PROGRAM
      *> accept into a separate staging field first - ACCEPT FROM
      *> ENVIRONMENT blanks the target unconditionally when the
      *> variable is unset, which would wipe out the VALUE defaults
           MOVE SPACES TO WS-ENV-SUPERVISOR-FILE-NAME
           ACCEPT WS-ENV-SUPERVISOR-FILE-NAME FROM ENVIRONMENT
               "SUPERVISOR-FILE"
           IF WS-ENV-SUPERVISOR-FILE-NAME NOT = SPACES
               MOVE WS-ENV-SUPERVISOR-FILE-NAME
                   TO WS-SUPERVISOR-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-MASTER-FILE-NAME
           ACCEPT WS-ENV-MASTER-FILE-NAME FROM ENVIRONMENT
               "EMPLOYEE-MASTER-FILE"
           IF WS-ENV-MASTER-FILE-NAME NOT = SPACES
               MOVE WS-ENV-MASTER-FILE-NAME TO WS-MASTER-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-TXN-FILE-NAME
           ACCEPT WS-ENV-TXN-FILE-NAME FROM ENVIRONMENT
               "SUPERVISOR-TXN-FILE"
           IF WS-ENV-TXN-FILE-NAME NOT = SPACES
               MOVE WS-ENV-TXN-FILE-NAME TO WS-TXN-FILE-NAME
           END-IF
           PERFORM LOAD-ASSIGNMENTS THRU LOAD-ASSIGNMENTS-EXIT
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "SUPERVISOR-MAINT: employee master not "
                   "available - " TRIM(WS-MASTER-FILE-NAME)
                   ", file status " WS-MASTER-STATUS
                   " - run abandoned"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT TXN-FILE.
           IF WS-TXN-STATUS NOT = "00"
               DISPLAY "SUPERVISOR-MAINT: transaction file not "
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
           PERFORM REWRITE-ASSIGNMENTS.
           DISPLAY "===== Supervisor assignment maintenance run ====="
           DISPLAY "Transactions read:     " WS-TXNS-READ
           DISPLAY "Transactions applied:  " WS-TXNS-APPLIED
           DISPLAY "Transactions rejected: " WS-TXNS-REJECTED
           DISPLAY "Assignments on file:   " WS-SUP-COUNT
      *> RETURN-CODE: 0 = all transactions applied, 4 = at least
      *> one rejected (file rewritten with the ones that passed)
           IF WS-TXNS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-ASSIGNMENTS.
           MOVE 0 TO WS-SUP-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT SUPERVISOR-FILE
           IF WS-SUPERVISOR-STATUS NOT = "00"
      *> no assignment file yet just means the run starts empty
               IF WS-SUPERVISOR-STATUS = "05"
                   CLOSE SUPERVISOR-FILE
               END-IF
               GO TO LOAD-ASSIGNMENTS-EXIT
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ SUPERVISOR-FILE INTO SUPERVISOR-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-FLD-EMPLOYEE
                           WS-FLD-SUPERVISOR
                       UNSTRING SUPERVISOR-RECORD DELIMITED BY ","
                           INTO WS-FLD-EMPLOYEE WS-FLD-SUPERVISOR
                       IF WS-SUP-COUNT < WS-SUP-MAX
                         AND WS-FLD-EMPLOYEE IS NUMERIC
                           ADD 1 TO WS-SUP-COUNT
                           MOVE WS-FLD-EMPLOYEE
                               TO SUP-EMPLOYEE-ID(WS-SUP-COUNT)
                           MOVE 0 TO SUP-SUPERVISOR-ID(WS-SUP-COUNT)
                           IF WS-FLD-SUPERVISOR IS NUMERIC
                               MOVE WS-FLD-SUPERVISOR TO
                                   SUP-SUPERVISOR-ID(WS-SUP-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUPERVISOR-FILE.
       LOAD-ASSIGNMENTS-EXIT.
           EXIT.

       APPLY-TRANSACTION.
           ADD 1 TO WS-TXNS-READ
           MOVE SPACES TO WS-TXN-CODE WS-TXN-EMPLOYEE-X
               WS-TXN-SUPERVISOR-X
           UNSTRING TXN-RECORD DELIMITED BY ","
               INTO WS-TXN-CODE WS-TXN-EMPLOYEE-X
                   WS-TXN-SUPERVISOR-X
           IF WS-TXN-EMPLOYEE-X = SPACES
                   OR TEST-NUMVAL(WS-TXN-EMPLOYEE-X) NOT = 0
               ADD 1 TO WS-TXNS-REJECTED
               DISPLAY "SUPERVISOR-MAINT: employee id '"
                   TRIM(WS-TXN-EMPLOYEE-X) "' not numeric - "
                   "rejecting transaction"
               GO TO APPLY-TRANSACTION-EXIT
           END-IF
           MOVE NUMVAL(WS-TXN-EMPLOYEE-X) TO WS-TXN-EMPLOYEE-ID
           MOVE 0 TO WS-TXN-SUPERVISOR-ID
           IF WS-TXN-SUPERVISOR-X NOT = SPACES
               IF TEST-NUMVAL(WS-TXN-SUPERVISOR-X) NOT = 0
                   ADD 1 TO WS-TXNS-REJECTED
                   DISPLAY "SUPERVISOR-MAINT: supervisor id '"
                       TRIM(WS-TXN-SUPERVISOR-X) "' not numeric "
                       "for employee " WS-TXN-EMPLOYEE-ID
                       " - rejected"
                   GO TO APPLY-TRANSACTION-EXIT
               END-IF
               MOVE NUMVAL(WS-TXN-SUPERVISOR-X)
                   TO WS-TXN-SUPERVISOR-ID
           END-IF
           MOVE 0 TO WS-FOUND-INDEX
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-SUP-COUNT
               IF SUP-EMPLOYEE-ID(I) = WS-TXN-EMPLOYEE-ID
                   MOVE I TO WS-FOUND-INDEX
               END-IF
           END-PERFORM
           EVALUATE WS-TXN-CODE
               WHEN 'A'
                   PERFORM ADD-ASSIGNMENT THRU ADD-ASSIGNMENT-EXIT
               WHEN 'C'
                   PERFORM CHANGE-ASSIGNMENT
                       THRU CHANGE-ASSIGNMENT-EXIT
               WHEN 'D'
                   PERFORM DELETE-ASSIGNMENT
                       THRU DELETE-ASSIGNMENT-EXIT
               WHEN OTHER
                   ADD 1 TO WS-TXNS-REJECTED
                   DISPLAY "SUPERVISOR-MAINT: unknown transaction "
                       "code '" WS-TXN-CODE "' for employee "
                       WS-TXN-EMPLOYEE-ID
           END-EVALUATE.
       APPLY-TRANSACTION-EXIT.
           EXIT.

       ADD-ASSIGNMENT.
           IF WS-FOUND-INDEX NOT = 0
               ADD 1 TO WS-TXNS-REJECTED
               DISPLAY "SUPERVISOR-MAINT: employee "
                   WS-TXN-EMPLOYEE-ID " already assigned - add "
                   "rejected"
               GO TO ADD-ASSIGNMENT-EXIT
           END-IF
           IF WS-SUP-COUNT >= WS-SUP-MAX
               ADD 1 TO WS-TXNS-REJECTED
               DISPLAY "SUPERVISOR-MAINT: assignment file full - "
                   "add rejected for " WS-TXN-EMPLOYEE-ID
               GO TO ADD-ASSIGNMENT-EXIT
           END-IF
           PERFORM CHECK-REPORTING-LINE
               THRU CHECK-REPORTING-LINE-EXIT
           IF WS-CYCLE-HIT = 'Y'
               ADD 1 TO WS-TXNS-REJECTED
               GO TO ADD-ASSIGNMENT-EXIT
           END-IF
           ADD 1 TO WS-SUP-COUNT
           MOVE WS-TXN-EMPLOYEE-ID TO SUP-EMPLOYEE-ID(WS-SUP-COUNT)
           MOVE WS-TXN-SUPERVISOR-ID
               TO SUP-SUPERVISOR-ID(WS-SUP-COUNT)
           ADD 1 TO WS-TXNS-APPLIED
           PERFORM LOG-ONE-CHANGE.
       ADD-ASSIGNMENT-EXIT.
           EXIT.

       CHANGE-ASSIGNMENT.
           IF WS-FOUND-INDEX = 0
               ADD 1 TO WS-TXNS-REJECTED
               DISPLAY "SUPERVISOR-MAINT: employee "
                   WS-TXN-EMPLOYEE-ID " has no assignment - change "
                   "rejected"
               GO TO CHANGE-ASSIGNMENT-EXIT
           END-IF
           PERFORM CHECK-REPORTING-LINE
               THRU CHECK-REPORTING-LINE-EXIT
           IF WS-CYCLE-HIT = 'Y'
               ADD 1 TO WS-TXNS-REJECTED
               GO TO CHANGE-ASSIGNMENT-EXIT
           END-IF
           MOVE WS-TXN-SUPERVISOR-ID
               TO SUP-SUPERVISOR-ID(WS-FOUND-INDEX)
           ADD 1 TO WS-TXNS-APPLIED
           PERFORM LOG-ONE-CHANGE.
       CHANGE-ASSIGNMENT-EXIT.
           EXIT.

       DELETE-ASSIGNMENT.
      *> no roster check here - removing a departed employee's line
      *> is exactly what a delete is for
           IF WS-FOUND-INDEX = 0
               ADD 1 TO WS-TXNS-REJECTED
               DISPLAY "SUPERVISOR-MAINT: employee "
                   WS-TXN-EMPLOYEE-ID " has no assignment - delete "
                   "rejected"
               GO TO DELETE-ASSIGNMENT-EXIT
           END-IF
      *> close the gap so the rewrite never carries a ghost entry
           PERFORM VARYING I FROM WS-FOUND-INDEX BY 1
                   UNTIL I >= WS-SUP-COUNT
               MOVE WS-SUP-ENTRY(I + 1) TO WS-SUP-ENTRY(I)
           END-PERFORM
           SUBTRACT 1 FROM WS-SUP-COUNT
           ADD 1 TO WS-TXNS-APPLIED
           PERFORM LOG-ONE-CHANGE.
       DELETE-ASSIGNMENT-EXIT.
           EXIT.

       CHECK-REPORTING-LINE.
      *> both the employee and the new supervisor must be on the
      *> roster, nobody reports to themselves, and climbing the
      *> chain from the new supervisor must never come back to the
      *> employee - a circular chain of command would loop every
      *> approval route, the same hazard DEPT-MAINT guards the
      *> department tree against
           MOVE 'N' TO WS-CYCLE-HIT
           MOVE WS-TXN-EMPLOYEE-ID TO EMPLOYEE-ID OF EMPLOYEE-RECORD
           PERFORM CHECK-EMPLOYEE-EXISTS
           IF WS-EMP-FOUND = 'N'
               MOVE 'Y' TO WS-CYCLE-HIT
               DISPLAY "SUPERVISOR-MAINT: employee "
                   WS-TXN-EMPLOYEE-ID " not on the roster - "
                   "rejected"
               GO TO CHECK-REPORTING-LINE-EXIT
           END-IF
           IF WS-TXN-SUPERVISOR-ID = 0
               GO TO CHECK-REPORTING-LINE-EXIT
           END-IF
           IF WS-TXN-SUPERVISOR-ID = WS-TXN-EMPLOYEE-ID
               MOVE 'Y' TO WS-CYCLE-HIT
               DISPLAY "SUPERVISOR-MAINT: employee "
                   WS-TXN-EMPLOYEE-ID " cannot report to "
                   "themselves - rejected"
               GO TO CHECK-REPORTING-LINE-EXIT
           END-IF
           MOVE WS-TXN-SUPERVISOR-ID
               TO EMPLOYEE-ID OF EMPLOYEE-RECORD
           PERFORM CHECK-EMPLOYEE-EXISTS
           IF WS-EMP-FOUND = 'N'
               MOVE 'Y' TO WS-CYCLE-HIT
               DISPLAY "SUPERVISOR-MAINT: supervisor "
                   WS-TXN-SUPERVISOR-ID " not on the roster - "
                   "rejected for employee " WS-TXN-EMPLOYEE-ID
               GO TO CHECK-REPORTING-LINE-EXIT
           END-IF
           MOVE WS-TXN-SUPERVISOR-ID TO WS-WALK-ID
           MOVE 0 TO WS-WALK-HOPS
           PERFORM UNTIL WS-WALK-ID = 0
                   OR WS-WALK-HOPS > WS-SUP-MAX
               IF WS-WALK-ID = WS-TXN-EMPLOYEE-ID
                   MOVE 'Y' TO WS-CYCLE-HIT
                   DISPLAY "SUPERVISOR-MAINT: supervisor "
                       WS-TXN-SUPERVISOR-ID " would close a cycle "
                       "through " WS-TXN-EMPLOYEE-ID " - rejected"
                   MOVE 0 TO WS-WALK-ID
               ELSE
                   MOVE 0 TO WS-WALK-NEXT
                   PERFORM VARYING I FROM 1 BY 1
                           UNTIL I > WS-SUP-COUNT
                       IF SUP-EMPLOYEE-ID(I) = WS-WALK-ID
                           MOVE SUP-SUPERVISOR-ID(I) TO WS-WALK-NEXT
                       END-IF
                   END-PERFORM
                   MOVE WS-WALK-NEXT TO WS-WALK-ID
                   ADD 1 TO WS-WALK-HOPS
               END-IF
           END-PERFORM.
       CHECK-REPORTING-LINE-EXIT.
           EXIT.

       CHECK-EMPLOYEE-EXISTS.
           MOVE 'N' TO WS-EMP-FOUND
           READ EMPLOYEE-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-EMP-FOUND
           END-READ.

       LOG-ONE-CHANGE.
      *> every reporting-line change lands in the audit trail, same
      *> as DEPT-MAINT's
           MOVE 'I' TO WS-EVENT-SEVERITY
           MOVE SPACES TO WS-EVENT-MESSAGE
           STRING "applied '" WS-TXN-CODE "' for employee "
                   WS-TXN-EMPLOYEE-ID " supervisor "
                   WS-TXN-SUPERVISOR-ID
               DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
           CALL "LOG-EVENT-SEV" USING WS-EVENT-PROGRAM
               WS-EVENT-SEVERITY WS-EVENT-MESSAGE.

       REWRITE-ASSIGNMENTS.
           OPEN OUTPUT SUPERVISOR-FILE
      *> OUTPUT on a file that does not exist yet reports status 05
      *> on this runtime even though it creates the file underneath
           IF WS-SUPERVISOR-STATUS NOT = "00"
                   AND WS-SUPERVISOR-STATUS NOT = "05"
               DISPLAY "SUPERVISOR-MAINT: cannot rewrite "
                   TRIM(WS-SUPERVISOR-FILE-NAME) " - file status "
                   WS-SUPERVISOR-STATUS
           ELSE
               PERFORM VARYING I FROM 1 BY 1
                       UNTIL I > WS-SUP-COUNT
                   MOVE SPACES TO SUPERVISOR-RECORD
                   IF SUP-SUPERVISOR-ID(I) = 0
                       STRING SUP-EMPLOYEE-ID(I) ","
                           DELIMITED BY SIZE INTO SUPERVISOR-RECORD
                   ELSE
                       STRING SUP-EMPLOYEE-ID(I) ","
                               SUP-SUPERVISOR-ID(I)
                           DELIMITED BY SIZE INTO SUPERVISOR-RECORD
                   END-IF
                   WRITE SUPERVISOR-RECORD
               END-PERFORM
               CLOSE SUPERVISOR-FILE
           END-IF.
       END PROGRAM SUPERVISOR-MAINT.
