      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HR-INTEGRITY-SWEEP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> the roster master - the system of record every other HR and
      *> payroll file hangs off. Overridable via EMPLOYEE-MASTER-FILE
       SELECT OPTIONAL EMPLOYEE-MASTER ASSIGN DYNAMIC
           WS-MASTER-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMPLOYEE-ID OF EMPLOYEE-RECORD
           FILE STATUS IS WS-MASTER-STATUS.
      *> the leavers assign.cbl moved off the roster - tells a
      *> terminated employee apart from an id that never existed.
      *> Overridable via EMPLOYEE-TERMINATED-FILE
       SELECT OPTIONAL TERMINATED-FILE ASSIGN DYNAMIC
           WS-TERMINATED-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TERMINATED-STATUS.
      *> the final pay queue assign fills on every termination -
      *> a leaver's pay record has to stay until PAYROLL-REGISTER's
      *> final run has paid from it. Overridable via
      *> FINAL-PAY-QUEUE-FILE
       SELECT OPTIONAL FINAL-PAY-FILE ASSIGN DYNAMIC
           WS-FINAL-PAY-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FINAL-PAY-STATUS.
      *> the compensation segment COMP-MAINT keeps.
      *> Overridable via COMP-MASTER-FILE
       SELECT OPTIONAL COMP-MASTER ASSIGN DYNAMIC WS-COMP-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COMP-EMPLOYEE-ID
           FILE STATUS IS WS-COMP-STATUS.
      *> the EMPID,CODE,EFFDATE[,ENDDATE] lines ENROLL-MAINT keeps.
      *> Overridable via ENROLLMENT-FILE
       SELECT OPTIONAL ENROLL-FILE ASSIGN DYNAMIC
           WS-ENROLL-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ENROLL-STATUS.
      *> the EMPID,BALANCE lines LEAVE-ACCRUE builds.
      *> Overridable via LEAVE-BALANCE-FILE
       SELECT OPTIONAL BALANCE-FILE ASSIGN DYNAMIC
           WS-BALANCE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BALANCE-STATUS.
      *> the DEPT,BUDGET,EFFDATE lines POSITION-MAINT keeps.
      *> Overridable via POSITION-CONTROL-FILE
       SELECT OPTIONAL POSITION-FILE ASSIGN DYNAMIC
           WS-POSITION-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-POSITION-STATUS.
      *> the CODE,NAME,STATUS,GLACCT department reference.
      *> Overridable via DEPARTMENT-MASTER-FILE
       SELECT OPTIONAL DEPT-FILE ASSIGN DYNAMIC WS-DEPT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DEPT-STATUS.
      *> the corrections this sweep can make on its own, written as
      *> transactions for the program that owns each file - nothing
      *> is changed here; the operator reviews the report and feeds
      *> each file to its owner (COMP-TXN-FILE, ENROLL-TXN-FILE,
      *> POSITION-TXN-FILE) so every fix passes that program's own
      *> validation and leaves its usual audit trail.
      *> Overridable via INTEGRITY-COMP-FIX-FILE,
      *> INTEGRITY-ENROLL-FIX-FILE and INTEGRITY-POSITION-FIX-FILE
       SELECT OPTIONAL COMP-FIX-FILE ASSIGN DYNAMIC
           WS-COMP-FIX-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COMP-FIX-STATUS.
       SELECT OPTIONAL ENROLL-FIX-FILE ASSIGN DYNAMIC
           WS-ENROLL-FIX-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ENROLL-FIX-STATUS.
       SELECT OPTIONAL POSITION-FIX-FILE ASSIGN DYNAMIC
           WS-POSITION-FIX-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-POSITION-FIX-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
       FD TERMINATED-FILE.
      *> must stay byte-for-byte identical to assign.cbl's
      *> TERMINATED-RECORD
       01 TERMINATED-RECORD.
           05 TRM-IMAGE.
               10 TRM-EMPLOYEE-ID PIC 9(9).
               10 TRM-FULLNAME PIC X(35).
               10 TRM-SSN PIC 9(9).
               10 TRM-HIRE-DATE PIC 9(8).
               10 TRM-DEPARTMENT-CODE PIC X(4).
               10 TRM-ADDRESS PIC X(61).
           05 TRM-EFFDATE PIC 9(8).
           05 TRM-REASON PIC X(8).
       FD FINAL-PAY-FILE.
      *> empid,effective-date,reason,status (Q queued, P paid),
      *> pay-date - the layout assign writes
       01 FINAL-PAY-RECORD PIC X(40).
       FD COMP-MASTER.
      *> must stay byte-for-byte identical to COMP-MAINT's record
       01 COMP-RECORD.
           05 COMP-EMPLOYEE-ID PIC 9(9).
           05 COMP-PAY-GRADE PIC X(2).
           05 COMP-BASIS PIC X(1).
           05 COMP-ANNUAL-SALARY PIC 9(9)V99.
           05 COMP-HOURLY-RATE PIC 9(5)V99.
           05 COMP-PAY-FREQ PIC X(1).
           05 COMP-EFFECTIVE-DATE PIC 9(8).
       FD ENROLL-FILE.
       01 ENROLL-RECORD PIC X(40).
       FD BALANCE-FILE.
       01 BALANCE-RECORD PIC X(40).
       FD POSITION-FILE.
       01 POSITION-RECORD PIC X(30).
       FD DEPT-FILE.
       01 DEPT-RECORD PIC X(60).
       FD COMP-FIX-FILE.
       01 COMP-FIX-RECORD PIC X(60).
       FD ENROLL-FIX-FILE.
       01 ENROLL-FIX-RECORD PIC X(40).
       FD POSITION-FIX-FILE.
       01 POSITION-FIX-RECORD PIC X(40).
       WORKING-STORAGE SECTION.
      *> correctly-sized holders for the literal audit message - a
      *> literal passed straight to LOG-EVENT-SEV's LINKAGE would
      *> only be allocated as big as the literal itself
       01 WS-PROGRAM-NAME PIC X(44) VALUE "HR-INTEGRITY-SWEEP".
       01 WS-EVENT-MESSAGE PIC X(200).
       01 WS-EVENT-SEVERITY PIC X(1).
       01 WS-MASTER-FILE-NAME PIC X(80) VALUE "EMPLOYEE.DAT".
       01 WS-ENV-MASTER-FILE-NAME PIC X(80).
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-TERMINATED-FILE-NAME PIC X(80)
           VALUE "EMPLOYEE-TERMINATED.DAT".
       01 WS-ENV-TERMINATED-FILE-NAME PIC X(80).
       01 WS-TERMINATED-STATUS PIC X(2).
       01 WS-FINAL-PAY-FILE-NAME PIC X(80)
           VALUE "FINAL-PAY-QUEUE.DAT".
       01 WS-ENV-FINAL-PAY-FILE-NAME PIC X(80).
       01 WS-FINAL-PAY-STATUS PIC X(2).
       01 WS-COMP-FILE-NAME PIC X(80) VALUE "COMP-MASTER.DAT".
       01 WS-ENV-COMP-FILE-NAME PIC X(80).
       01 WS-COMP-STATUS PIC X(2).
       01 WS-ENROLL-FILE-NAME PIC X(80) VALUE "ENROLLMENT.DAT".
       01 WS-ENV-ENROLL-FILE-NAME PIC X(80).
       01 WS-ENROLL-STATUS PIC X(2).
       01 WS-BALANCE-FILE-NAME PIC X(80) VALUE "LEAVE-BALANCES.DAT".
       01 WS-ENV-BALANCE-FILE-NAME PIC X(80).
       01 WS-BALANCE-STATUS PIC X(2).
       01 WS-POSITION-FILE-NAME PIC X(80)
           VALUE "POSITION-CONTROL.DAT".
       01 WS-ENV-POSITION-FILE-NAME PIC X(80).
       01 WS-POSITION-STATUS PIC X(2).
       01 WS-DEPT-FILE-NAME PIC X(80) VALUE "DEPARTMENT.DAT".
       01 WS-ENV-DEPT-FILE-NAME PIC X(80).
       01 WS-DEPT-STATUS PIC X(2).
       01 WS-COMP-FIX-FILE-NAME PIC X(80)
           VALUE "INTEGRITY-COMP-TXN.DAT".
       01 WS-ENV-COMP-FIX-FILE-NAME PIC X(80).
       01 WS-COMP-FIX-STATUS PIC X(2).
       01 WS-ENROLL-FIX-FILE-NAME PIC X(80)
           VALUE "INTEGRITY-ENROLL-TXN.DAT".
       01 WS-ENV-ENROLL-FIX-FILE-NAME PIC X(80).
       01 WS-ENROLL-FIX-STATUS PIC X(2).
       01 WS-POSITION-FIX-FILE-NAME PIC X(80)
           VALUE "INTEGRITY-POSITION-TXN.DAT".
       01 WS-ENV-POSITION-FIX-FILE-NAME PIC X(80).
       01 WS-POSITION-FIX-STATUS PIC X(2).
       01 WS-EOF PIC X(1) VALUE 'N'.
      *> the rules checked, in report order - each one is swept in
      *> its own pass so the report comes out grouped by rule.
      *> RULE-OWNER is the program the fix transactions are for,
      *> or REPORT ONLY where no owner transaction can put the
      *> case right and HR has to decide
       01 WS-RULE-COUNT PIC 9(2) VALUE 8.
       01 WS-RULE-ENTRY OCCURS 8 TIMES.
           05 RULE-TITLE PIC X(50).
           05 RULE-OWNER PIC X(14).
           05 RULE-CHECKED PIC X(1).
           05 RULE-EXCEPTIONS PIC 9(5).
           05 RULE-FIXES PIC 9(5).
       01 WS-RULE PIC 9(2).
       01 WS-TOTAL-EXCEPTIONS PIC 9(6) VALUE 0.
       01 WS-TOTAL-FIXES PIC 9(6) VALUE 0.
       01 WS-RULES-NOT-CHECKED PIC 9(2) VALUE 0.
      *> the leavers staged in memory - id and the date they went
       01 WS-TRM-COUNT PIC 9(5) VALUE 0.
       01 WS-TRM-MAX PIC 9(5) VALUE 5000.
       01 WS-TRM-ENTRY OCCURS 5000 TIMES.
           05 TRM-ID PIC 9(9).
           05 TRM-DATE PIC 9(8).
      *> the leavers whose final pay has not posted yet - only the
      *> entries not marked paid are kept, so the paid history the
      *> queue goes on carrying never fills the table. A queue too
      *> big to hold leaves WS-FPQ-FULL 'Y', and then every leaver
      *> is taken as still awaiting final pay
       01 WS-FPQ-COUNT PIC 9(5) VALUE 0.
       01 WS-FPQ-MAX PIC 9(5) VALUE 5000.
       01 WS-FPQ-FULL PIC X(1) VALUE 'N'.
       01 WS-FPQ-ENTRY OCCURS 5000 TIMES.
           05 FPQ-EMPID PIC X(9).
           05 FPQ-STATUS PIC X(1).
       01 WS-FPQ-EMPID-X PIC X(9).
       01 WS-FPQ-EFFDATE-X PIC X(8).
       01 WS-FPQ-REASON-X PIC X(8).
       01 WS-FPQ-STATUS-X PIC X(1).
       01 WS-AWAITING-FINAL-PAY PIC X(1).
       01 WS-AWAITING-STATUS PIC X(1).
       01 WS-AWAITING-COUNT PIC 9(5) VALUE 0.
      *> the department reference staged in memory - code and its
      *> A(ctive)/I(nactive) status
       01 WS-DEPT-LOADED PIC X(1) VALUE 'N'.
       01 WS-DEPT-COUNT PIC 9(3) VALUE 0.
       01 WS-DEPT-ENTRY OCCURS 100 TIMES.
           05 DPT-CODE PIC X(4).
           05 DPT-STATUS PIC X(1).
       01 WS-DEPT-CODE-X PIC X(4).
       01 WS-DEPT-NAME-X PIC X(30).
       01 WS-DEPT-STATUS-X PIC X(1).
       01 WS-DEPT-REST PIC X(30).
       01 WS-DEPT-FOUND PIC X(1).
       01 WS-DEPT-FOUND-STATUS PIC X(1).
      *> the fields of the line under test
       01 WS-EMPID-X PIC X(9).
       01 WS-EMPID PIC 9(9).
       01 WS-ENR-CODE-X PIC X(4).
       01 WS-ENR-EFFDATE-X PIC X(8).
       01 WS-ENR-ENDDATE-X PIC X(8).
       01 WS-BAL-DAYS-X PIC X(12).
       01 WS-POS-BUDGET-X PIC X(4).
       01 WS-POS-EFFDATE-X PIC X(8).
       01 WS-ON-MASTER PIC X(1).
       01 WS-TERMINATED PIC X(1).
       01 WS-TERMINATED-DATE PIC 9(8).
       01 WS-DETAIL PIC X(120).
       01 I PIC 9(5).
       01 WS-TODAY PIC 9(8).
       01 WS-COUNT-ED PIC ZZZZ9.
       01 WS-FIX-ED PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "LOG-STARTUP" USING WS-PROGRAM-NAME
      *> accept into a separate staging field first - ACCEPT FROM
      *> ENVIRONMENT blanks the target unconditionally when the
      *> variable is unset, which would wipe out the VALUE defaults
           MOVE SPACES TO WS-ENV-MASTER-FILE-NAME
           ACCEPT WS-ENV-MASTER-FILE-NAME FROM ENVIRONMENT
               "EMPLOYEE-MASTER-FILE"
           IF WS-ENV-MASTER-FILE-NAME NOT = SPACES
               MOVE WS-ENV-MASTER-FILE-NAME TO WS-MASTER-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-TERMINATED-FILE-NAME
           ACCEPT WS-ENV-TERMINATED-FILE-NAME FROM ENVIRONMENT
               "EMPLOYEE-TERMINATED-FILE"
           IF WS-ENV-TERMINATED-FILE-NAME NOT = SPACES
               MOVE WS-ENV-TERMINATED-FILE-NAME
                   TO WS-TERMINATED-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-FINAL-PAY-FILE-NAME
           ACCEPT WS-ENV-FINAL-PAY-FILE-NAME FROM ENVIRONMENT
               "FINAL-PAY-QUEUE-FILE"
           IF WS-ENV-FINAL-PAY-FILE-NAME NOT = SPACES
               MOVE WS-ENV-FINAL-PAY-FILE-NAME TO WS-FINAL-PAY-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-COMP-FILE-NAME
           ACCEPT WS-ENV-COMP-FILE-NAME FROM ENVIRONMENT
               "COMP-MASTER-FILE"
           IF WS-ENV-COMP-FILE-NAME NOT = SPACES
               MOVE WS-ENV-COMP-FILE-NAME TO WS-COMP-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-ENROLL-FILE-NAME
           ACCEPT WS-ENV-ENROLL-FILE-NAME FROM ENVIRONMENT
               "ENROLLMENT-FILE"
           IF WS-ENV-ENROLL-FILE-NAME NOT = SPACES
               MOVE WS-ENV-ENROLL-FILE-NAME TO WS-ENROLL-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-BALANCE-FILE-NAME
           ACCEPT WS-ENV-BALANCE-FILE-NAME FROM ENVIRONMENT
               "LEAVE-BALANCE-FILE"
           IF WS-ENV-BALANCE-FILE-NAME NOT = SPACES
               MOVE WS-ENV-BALANCE-FILE-NAME TO WS-BALANCE-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-POSITION-FILE-NAME
           ACCEPT WS-ENV-POSITION-FILE-NAME FROM ENVIRONMENT
               "POSITION-CONTROL-FILE"
           IF WS-ENV-POSITION-FILE-NAME NOT = SPACES
               MOVE WS-ENV-POSITION-FILE-NAME
                   TO WS-POSITION-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-DEPT-FILE-NAME
           ACCEPT WS-ENV-DEPT-FILE-NAME FROM ENVIRONMENT
               "DEPARTMENT-MASTER-FILE"
           IF WS-ENV-DEPT-FILE-NAME NOT = SPACES
               MOVE WS-ENV-DEPT-FILE-NAME TO WS-DEPT-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-COMP-FIX-FILE-NAME
           ACCEPT WS-ENV-COMP-FIX-FILE-NAME FROM ENVIRONMENT
               "INTEGRITY-COMP-FIX-FILE"
           IF WS-ENV-COMP-FIX-FILE-NAME NOT = SPACES
               MOVE WS-ENV-COMP-FIX-FILE-NAME
                   TO WS-COMP-FIX-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-ENROLL-FIX-FILE-NAME
           ACCEPT WS-ENV-ENROLL-FIX-FILE-NAME FROM ENVIRONMENT
               "INTEGRITY-ENROLL-FIX-FILE"
           IF WS-ENV-ENROLL-FIX-FILE-NAME NOT = SPACES
               MOVE WS-ENV-ENROLL-FIX-FILE-NAME
                   TO WS-ENROLL-FIX-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-POSITION-FIX-FILE-NAME
           ACCEPT WS-ENV-POSITION-FIX-FILE-NAME FROM ENVIRONMENT
               "INTEGRITY-POSITION-FIX-FILE"
           IF WS-ENV-POSITION-FIX-FILE-NAME NOT = SPACES
               MOVE WS-ENV-POSITION-FIX-FILE-NAME
                   TO WS-POSITION-FIX-FILE-NAME
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM SET-UP-RULES
      *> without the roster there is nothing to hold anything
      *> against - every other file would read as all orphans
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-MASTER-STATUS NOT = "00"
               IF WS-MASTER-STATUS = "05"
                   CLOSE EMPLOYEE-MASTER
               END-IF
               DISPLAY "HR-INTEGRITY-SWEEP: employee master not "
                   "available - " TRIM(WS-MASTER-FILE-NAME)
                   ", file status " WS-MASTER-STATUS
                   " - sweep abandoned"
               MOVE 'E' TO WS-EVENT-SEVERITY
               MOVE SPACES TO WS-EVENT-MESSAGE
               STRING "integrity sweep abandoned - employee master "
                       "not available"
                   DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
               CALL "LOG-EVENT-SEV" USING WS-PROGRAM-NAME
                   WS-EVENT-SEVERITY WS-EVENT-MESSAGE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-TERMINATED THRU LOAD-TERMINATED-EXIT
           PERFORM LOAD-FINAL-PAY-QUEUE
               THRU LOAD-FINAL-PAY-QUEUE-EXIT
           PERFORM LOAD-DEPARTMENTS THRU LOAD-DEPARTMENTS-EXIT
           PERFORM OPEN-FIX-FILES
           DISPLAY "===== HR/payroll integrity sweep ====="
           DISPLAY "Run date: " WS-TODAY
           MOVE 1 TO WS-RULE
           PERFORM SWEEP-COMP-MASTER THRU SWEEP-COMP-MASTER-EXIT
           MOVE 2 TO WS-RULE
           PERFORM SWEEP-COMP-MASTER THRU SWEEP-COMP-MASTER-EXIT
           MOVE 3 TO WS-RULE
           PERFORM SWEEP-ENROLLMENT THRU SWEEP-ENROLLMENT-EXIT
           MOVE 4 TO WS-RULE
           PERFORM SWEEP-ENROLLMENT THRU SWEEP-ENROLLMENT-EXIT
           MOVE 5 TO WS-RULE
           PERFORM SWEEP-LEAVE-BALANCES
               THRU SWEEP-LEAVE-BALANCES-EXIT
           MOVE 6 TO WS-RULE
           PERFORM SWEEP-POSITIONS THRU SWEEP-POSITIONS-EXIT
           MOVE 7 TO WS-RULE
           PERFORM SWEEP-POSITIONS THRU SWEEP-POSITIONS-EXIT
           MOVE 8 TO WS-RULE
           PERFORM SWEEP-EMPLOYEE-DEPARTMENTS
               THRU SWEEP-EMPLOYEE-DEPARTMENTS-EXIT
           CLOSE EMPLOYEE-MASTER COMP-FIX-FILE ENROLL-FIX-FILE
               POSITION-FIX-FILE
           PERFORM PRINT-SUMMARY
           IF WS-TOTAL-EXCEPTIONS > 0
               MOVE 'W' TO WS-EVENT-SEVERITY
               MOVE SPACES TO WS-EVENT-MESSAGE
               STRING "integrity sweep found " WS-TOTAL-EXCEPTIONS
                       " exception(s), " WS-TOTAL-FIXES
                       " fix transaction(s) written"
                   DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
               CALL "LOG-EVENT-SEV" USING WS-PROGRAM-NAME
                   WS-EVENT-SEVERITY WS-EVENT-MESSAGE
           END-IF
      *> RETURN-CODE: 0 = every relationship holds, 4 = exceptions
      *> found or a rule could not be checked (see the report),
      *> 8 = employee master not available, nothing checked
           IF WS-TOTAL-EXCEPTIONS > 0 OR WS-RULES-NOT-CHECKED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       SET-UP-RULES.
           MOVE "compensation record for a terminated employee"
               TO RULE-TITLE(1)
           MOVE "COMP-MAINT" TO RULE-OWNER(1)
           MOVE "compensation record for an unknown employee"
               TO RULE-TITLE(2)
           MOVE "COMP-MAINT" TO RULE-OWNER(2)
           MOVE "enrollment for an id that no longer exists"
               TO RULE-TITLE(3)
           MOVE "ENROLL-MAINT" TO RULE-OWNER(3)
      *> ENROLL-MAINT can only add or delete - end-dating a leaver's
      *> lines is the termination path's job, and deleting them
      *> would lose the benefit history
           MOVE "enrollment left open for a terminated employee"
               TO RULE-TITLE(4)
           MOVE "REPORT ONLY" TO RULE-OWNER(4)
      *> LEAVE-UPDATE only posts absences - there is no transaction
      *> that removes a balance, and a leaver's may still be owed
           MOVE "leave balance with no employee"
               TO RULE-TITLE(5)
           MOVE "REPORT ONLY" TO RULE-OWNER(5)
           MOVE "position budget for an inactive department"
               TO RULE-TITLE(6)
           MOVE "POSITION-MAINT" TO RULE-OWNER(6)
           MOVE "position budget for a department not on file"
               TO RULE-TITLE(7)
           MOVE "POSITION-MAINT" TO RULE-OWNER(7)
      *> whether to add the department or move the people is a
      *> decision for HR, not a sweep
           MOVE "employee in a department not on file"
               TO RULE-TITLE(8)
           MOVE "REPORT ONLY" TO RULE-OWNER(8)
           PERFORM VARYING WS-RULE FROM 1 BY 1
                   UNTIL WS-RULE > WS-RULE-COUNT
               MOVE 'Y' TO RULE-CHECKED(WS-RULE)
               MOVE 0 TO RULE-EXCEPTIONS(WS-RULE)
               MOVE 0 TO RULE-FIXES(WS-RULE)
           END-PERFORM.

       LOAD-TERMINATED.
           OPEN INPUT TERMINATED-FILE
           IF WS-TERMINATED-STATUS NOT = "00"
      *> no history yet just means nobody has been terminated
               IF WS-TERMINATED-STATUS = "05"
                   CLOSE TERMINATED-FILE
               END-IF
               GO TO LOAD-TERMINATED-EXIT
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ TERMINATED-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-TRM-COUNT < WS-TRM-MAX
                         AND TRM-EMPLOYEE-ID IS NUMERIC
                           ADD 1 TO WS-TRM-COUNT
                           MOVE TRM-EMPLOYEE-ID
                               TO TRM-ID(WS-TRM-COUNT)
                           MOVE TRM-EFFDATE TO TRM-DATE(WS-TRM-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TERMINATED-FILE
           MOVE 'N' TO WS-EOF.
       LOAD-TERMINATED-EXIT.
           EXIT.

       LOAD-FINAL-PAY-QUEUE.
           OPEN INPUT FINAL-PAY-FILE
           IF WS-FINAL-PAY-STATUS NOT = "00"
      *> no queue yet just means no final pay is outstanding
               IF WS-FINAL-PAY-STATUS = "05"
                   CLOSE FINAL-PAY-FILE
               END-IF
               GO TO LOAD-FINAL-PAY-QUEUE-EXIT
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FINAL-PAY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF FINAL-PAY-RECORD NOT = SPACES
                           PERFORM STAGE-ONE-FINAL-PAY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FINAL-PAY-FILE
           MOVE 'N' TO WS-EOF
           IF WS-FPQ-FULL = 'Y'
               DISPLAY "HR-INTEGRITY-SWEEP: more than " WS-FPQ-MAX
                   " unpaid entries on the final pay queue "
                   TRIM(WS-FINAL-PAY-FILE-NAME)
                   " - no leaver's pay record will be deleted"
           END-IF.
       LOAD-FINAL-PAY-QUEUE-EXIT.
           EXIT.

       STAGE-ONE-FINAL-PAY.
           MOVE SPACES TO WS-FPQ-EMPID-X WS-FPQ-EFFDATE-X
               WS-FPQ-REASON-X WS-FPQ-STATUS-X
           UNSTRING FINAL-PAY-RECORD DELIMITED BY ","
               INTO WS-FPQ-EMPID-X WS-FPQ-EFFDATE-X WS-FPQ-REASON-X
                   WS-FPQ-STATUS-X
      *> paid is the only status that lets the pay record go - a
      *> queued entry, or one whose status is not recognised, is
      *> still waiting as far as this sweep is concerned
           IF WS-FPQ-STATUS-X NOT = 'P'
               IF WS-FPQ-COUNT < WS-FPQ-MAX
                   ADD 1 TO WS-FPQ-COUNT
                   MOVE WS-FPQ-EMPID-X TO FPQ-EMPID(WS-FPQ-COUNT)
                   MOVE WS-FPQ-STATUS-X TO FPQ-STATUS(WS-FPQ-COUNT)
               ELSE
                   MOVE 'Y' TO WS-FPQ-FULL
               END-IF
           END-IF.

       LOAD-DEPARTMENTS.
           OPEN INPUT DEPT-FILE
           IF WS-DEPT-STATUS NOT = "00"
               IF WS-DEPT-STATUS = "05"
                   CLOSE DEPT-FILE
               END-IF
               DISPLAY "HR-INTEGRITY-SWEEP: department master not "
                   "available - " TRIM(WS-DEPT-FILE-NAME)
                   " - department rules not checked"
               GO TO LOAD-DEPARTMENTS-EXIT
           END-IF
           MOVE 'Y' TO WS-DEPT-LOADED
           PERFORM UNTIL WS-EOF = 'Y'
               READ DEPT-FILE INTO DEPT-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-DEPT-COUNT < 100
                         AND DEPT-RECORD NOT = SPACES
                           MOVE SPACES TO WS-DEPT-CODE-X
                               WS-DEPT-NAME-X WS-DEPT-STATUS-X
                           UNSTRING DEPT-RECORD DELIMITED BY ","
                               INTO WS-DEPT-CODE-X WS-DEPT-NAME-X
                                   WS-DEPT-STATUS-X WS-DEPT-REST
                           ADD 1 TO WS-DEPT-COUNT
                           MOVE WS-DEPT-CODE-X
                               TO DPT-CODE(WS-DEPT-COUNT)
                           MOVE WS-DEPT-STATUS-X
                               TO DPT-STATUS(WS-DEPT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEPT-FILE
           MOVE 'N' TO WS-EOF.
       LOAD-DEPARTMENTS-EXIT.
           EXIT.

       OPEN-FIX-FILES.
      *> rewritten fresh every night - last night's fixes are
      *> either applied by now or will be found again
           OPEN OUTPUT COMP-FIX-FILE
      *> OUTPUT on a file that does not exist yet reports status 05
      *> on this runtime even though it creates the file underneath
           IF WS-COMP-FIX-STATUS NOT = "00"
                   AND WS-COMP-FIX-STATUS NOT = "05"
               DISPLAY "HR-INTEGRITY-SWEEP: cannot open "
                   TRIM(WS-COMP-FIX-FILE-NAME) " - file status "
                   WS-COMP-FIX-STATUS
           END-IF
           OPEN OUTPUT ENROLL-FIX-FILE
           IF WS-ENROLL-FIX-STATUS NOT = "00"
                   AND WS-ENROLL-FIX-STATUS NOT = "05"
               DISPLAY "HR-INTEGRITY-SWEEP: cannot open "
                   TRIM(WS-ENROLL-FIX-FILE-NAME) " - file status "
                   WS-ENROLL-FIX-STATUS
           END-IF
           OPEN OUTPUT POSITION-FIX-FILE
           IF WS-POSITION-FIX-STATUS NOT = "00"
                   AND WS-POSITION-FIX-STATUS NOT = "05"
               DISPLAY "HR-INTEGRITY-SWEEP: cannot open "
                   TRIM(WS-POSITION-FIX-FILE-NAME) " - file status "
                   WS-POSITION-FIX-STATUS
           END-IF.

       SWEEP-COMP-MASTER.
           PERFORM PRINT-RULE-HEADING
           OPEN INPUT COMP-MASTER
           IF WS-COMP-STATUS NOT = "00"
      *> no segment yet means no compensation to be orphaned
               IF WS-COMP-STATUS = "05"
                   CLOSE COMP-MASTER
               END-IF
               PERFORM PRINT-RULE-FOOTER
               GO TO SWEEP-COMP-MASTER-EXIT
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ COMP-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE COMP-EMPLOYEE-ID TO WS-EMPID
                       PERFORM CHECK-ONE-COMP-RECORD
                           THRU CHECK-ONE-COMP-RECORD-EXIT
               END-READ
           END-PERFORM
           CLOSE COMP-MASTER
           MOVE 'N' TO WS-EOF
           PERFORM PRINT-RULE-FOOTER.
       SWEEP-COMP-MASTER-EXIT.
           EXIT.

       CHECK-ONE-COMP-RECORD.
           PERFORM LOOK-UP-EMPLOYEE
      *> a leaver's pay record is what the final pay run pays from -
      *> until that pay has posted the record is not an orphan, so
      *> it is listed as awaiting final pay and left alone
           IF WS-ON-MASTER = 'N' AND WS-RULE = 1
             AND WS-TERMINATED = 'Y'
               PERFORM LOOK-UP-FINAL-PAY
               IF WS-AWAITING-FINAL-PAY = 'Y'
                   ADD 1 TO WS-AWAITING-COUNT
                   IF WS-FPQ-FULL = 'Y'
                       DISPLAY "    employee " WS-EMPID " terminated "
                           WS-TERMINATED-DATE " - awaiting final pay"
                           " (queue not fully read), pay record kept"
                   ELSE
                       DISPLAY "    employee " WS-EMPID " terminated "
                           WS-TERMINATED-DATE " - awaiting final pay"
                           " (queue status " WS-AWAITING-STATUS
                           "), pay record kept"
                   END-IF
                   GO TO CHECK-ONE-COMP-RECORD-EXIT
               END-IF
           END-IF
           IF WS-ON-MASTER = 'N'
             AND ((WS-RULE = 1 AND WS-TERMINATED = 'Y')
               OR (WS-RULE = 2 AND WS-TERMINATED = 'N'))
               MOVE SPACES TO WS-DETAIL
               IF WS-TERMINATED = 'Y'
                   STRING "employee " WS-EMPID " terminated "
                           WS-TERMINATED-DATE
                           " - pay record still on file, grade "
                           COMP-PAY-GRADE
                       DELIMITED BY SIZE INTO WS-DETAIL
               ELSE
                   STRING "employee " WS-EMPID
                           " not on the roster or the leavers file"
                           " - pay record grade " COMP-PAY-GRADE
                       DELIMITED BY SIZE INTO WS-DETAIL
               END-IF
               PERFORM REPORT-EXCEPTION
      *> COMP-MAINT: CODE,EMPID - a delete needs nothing more
               MOVE SPACES TO COMP-FIX-RECORD
               STRING "D," WS-EMPID
                   DELIMITED BY SIZE INTO COMP-FIX-RECORD
               WRITE COMP-FIX-RECORD
               PERFORM COUNT-FIX
           END-IF.
       CHECK-ONE-COMP-RECORD-EXIT.
           EXIT.

       LOOK-UP-FINAL-PAY.
           MOVE 'N' TO WS-AWAITING-FINAL-PAY
           MOVE SPACE TO WS-AWAITING-STATUS
           IF WS-FPQ-FULL = 'Y'
               MOVE 'Y' TO WS-AWAITING-FINAL-PAY
           END-IF
           MOVE WS-EMPID TO WS-FPQ-EMPID-X
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-FPQ-COUNT
               IF FPQ-EMPID(I) = WS-FPQ-EMPID-X
                   MOVE 'Y' TO WS-AWAITING-FINAL-PAY
                   MOVE FPQ-STATUS(I) TO WS-AWAITING-STATUS
               END-IF
           END-PERFORM.

       SWEEP-ENROLLMENT.
           PERFORM PRINT-RULE-HEADING
           OPEN INPUT ENROLL-FILE
           IF WS-ENROLL-STATUS NOT = "00"
               IF WS-ENROLL-STATUS = "05"
                   CLOSE ENROLL-FILE
               END-IF
               PERFORM PRINT-RULE-FOOTER
               GO TO SWEEP-ENROLLMENT-EXIT
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ENROLL-FILE INTO ENROLL-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ENROLL-RECORD NOT = SPACES
                           PERFORM CHECK-ONE-ENROLLMENT
                               THRU CHECK-ONE-ENROLLMENT-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENROLL-FILE
           MOVE 'N' TO WS-EOF
           PERFORM PRINT-RULE-FOOTER.
       SWEEP-ENROLLMENT-EXIT.
           EXIT.

       CHECK-ONE-ENROLLMENT.
           MOVE SPACES TO WS-EMPID-X WS-ENR-CODE-X WS-ENR-EFFDATE-X
               WS-ENR-ENDDATE-X
           UNSTRING ENROLL-RECORD DELIMITED BY ","
               INTO WS-EMPID-X WS-ENR-CODE-X WS-ENR-EFFDATE-X
                   WS-ENR-ENDDATE-X
           IF WS-EMPID-X IS NUMERIC
               MOVE WS-EMPID-X TO WS-EMPID
               PERFORM LOOK-UP-EMPLOYEE
           ELSE
               MOVE 'N' TO WS-ON-MASTER
               MOVE 'N' TO WS-TERMINATED
           END-IF
           IF WS-ON-MASTER = 'Y'
               GO TO CHECK-ONE-ENROLLMENT-EXIT
           END-IF
      *> a leaver's lines closed off by the termination are the
      *> benefit history, exactly as they should be
           IF WS-TERMINATED = 'Y' AND WS-ENR-ENDDATE-X NOT = SPACES
               GO TO CHECK-ONE-ENROLLMENT-EXIT
           END-IF
           IF WS-RULE = 4 AND WS-TERMINATED = 'Y'
               MOVE SPACES TO WS-DETAIL
               STRING "employee " WS-EMPID-X " terminated "
                       WS-TERMINATED-DATE " - " TRIM(WS-ENR-CODE-X)
                       " from " WS-ENR-EFFDATE-X " has no end date"
                   DELIMITED BY SIZE INTO WS-DETAIL
               PERFORM REPORT-EXCEPTION
           END-IF
           IF WS-RULE = 3 AND WS-TERMINATED = 'N'
               MOVE SPACES TO WS-DETAIL
               STRING "employee " WS-EMPID-X " not on the roster "
                       "or the leavers file - " TRIM(WS-ENR-CODE-X)
                       " from " WS-ENR-EFFDATE-X
                   DELIMITED BY SIZE INTO WS-DETAIL
               PERFORM REPORT-EXCEPTION
      *> ENROLL-MAINT: CODE,EMPID,BENEFIT,EFFDATE - the id goes back
      *> exactly as it stands on the line so the delete matches it;
      *> one that is not even numeric is beyond a transaction
               IF WS-EMPID-X IS NUMERIC
                   MOVE SPACES TO ENROLL-FIX-RECORD
                   STRING "D," WS-EMPID-X "," TRIM(WS-ENR-CODE-X)
                           "," WS-ENR-EFFDATE-X
                       DELIMITED BY SIZE INTO ENROLL-FIX-RECORD
                   WRITE ENROLL-FIX-RECORD
                   PERFORM COUNT-FIX
               ELSE
                   DISPLAY "      (id not numeric - correct "
                       TRIM(WS-ENROLL-FILE-NAME) " by hand)"
               END-IF
           END-IF.
       CHECK-ONE-ENROLLMENT-EXIT.
           EXIT.

       SWEEP-LEAVE-BALANCES.
           PERFORM PRINT-RULE-HEADING
           OPEN INPUT BALANCE-FILE
           IF WS-BALANCE-STATUS NOT = "00"
               IF WS-BALANCE-STATUS = "05"
                   CLOSE BALANCE-FILE
               END-IF
               PERFORM PRINT-RULE-FOOTER
               GO TO SWEEP-LEAVE-BALANCES-EXIT
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ BALANCE-FILE INTO BALANCE-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF BALANCE-RECORD NOT = SPACES
                           PERFORM CHECK-ONE-BALANCE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BALANCE-FILE
           MOVE 'N' TO WS-EOF
           PERFORM PRINT-RULE-FOOTER.
       SWEEP-LEAVE-BALANCES-EXIT.
           EXIT.

       CHECK-ONE-BALANCE.
           MOVE SPACES TO WS-EMPID-X WS-BAL-DAYS-X
           UNSTRING BALANCE-RECORD DELIMITED BY ","
               INTO WS-EMPID-X WS-BAL-DAYS-X
           IF TEST-NUMVAL(WS-EMPID-X) = 0
               MOVE NUMVAL(WS-EMPID-X) TO WS-EMPID
               PERFORM LOOK-UP-EMPLOYEE
           ELSE
               MOVE 0 TO WS-EMPID
               MOVE 'N' TO WS-ON-MASTER
               MOVE 'N' TO WS-TERMINATED
           END-IF
           IF WS-ON-MASTER = 'N'
               MOVE SPACES TO WS-DETAIL
               IF WS-TERMINATED = 'Y'
                   STRING "employee " WS-EMPID " terminated "
                           WS-TERMINATED-DATE " - balance "
                           TRIM(WS-BAL-DAYS-X)
                           " day(s) still on file, settle or clear"
                       DELIMITED BY SIZE INTO WS-DETAIL
               ELSE
                   STRING "employee " TRIM(WS-EMPID-X)
                           " not on the roster or the leavers file"
                           " - balance " TRIM(WS-BAL-DAYS-X)
                           " day(s)"
                       DELIMITED BY SIZE INTO WS-DETAIL
               END-IF
               PERFORM REPORT-EXCEPTION
           END-IF.

       SWEEP-POSITIONS.
           PERFORM PRINT-RULE-HEADING
           IF WS-DEPT-LOADED = 'N'
               PERFORM NOTE-RULE-NOT-CHECKED
               GO TO SWEEP-POSITIONS-EXIT
           END-IF
           OPEN INPUT POSITION-FILE
           IF WS-POSITION-STATUS NOT = "00"
               IF WS-POSITION-STATUS = "05"
                   CLOSE POSITION-FILE
               END-IF
               PERFORM PRINT-RULE-FOOTER
               GO TO SWEEP-POSITIONS-EXIT
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ POSITION-FILE INTO POSITION-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF POSITION-RECORD NOT = SPACES
                           PERFORM CHECK-ONE-POSITION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE POSITION-FILE
           MOVE 'N' TO WS-EOF
           PERFORM PRINT-RULE-FOOTER.
       SWEEP-POSITIONS-EXIT.
           EXIT.

       CHECK-ONE-POSITION.
           MOVE SPACES TO WS-DEPT-CODE-X WS-POS-BUDGET-X
               WS-POS-EFFDATE-X
           UNSTRING POSITION-RECORD DELIMITED BY ","
               INTO WS-DEPT-CODE-X WS-POS-BUDGET-X WS-POS-EFFDATE-X
           PERFORM LOOK-UP-DEPARTMENT
           IF (WS-RULE = 6 AND WS-DEPT-FOUND = 'Y'
                 AND WS-DEPT-FOUND-STATUS = 'I')
             OR (WS-RULE = 7 AND WS-DEPT-FOUND = 'N')
               MOVE SPACES TO WS-DETAIL
               IF WS-DEPT-FOUND = 'Y'
                   STRING "department " WS-DEPT-CODE-X
                           " is inactive - budget of "
                           TRIM(WS-POS-BUDGET-X) " from "
                           WS-POS-EFFDATE-X " still on file"
                       DELIMITED BY SIZE INTO WS-DETAIL
               ELSE
                   STRING "department " WS-DEPT-CODE-X
                           " not on the department master - budget"
                           " of " TRIM(WS-POS-BUDGET-X) " from "
                           WS-POS-EFFDATE-X
                       DELIMITED BY SIZE INTO WS-DETAIL
               END-IF
               PERFORM REPORT-EXCEPTION
      *> POSITION-MAINT: CODE,DEPT,BUDGET,EFFDATE - the code goes
      *> back at its full four characters, the way the control file
      *> keys it
               MOVE SPACES TO POSITION-FIX-RECORD
               STRING "D," WS-DEPT-CODE-X "," TRIM(WS-POS-BUDGET-X)
                       "," WS-POS-EFFDATE-X
                   DELIMITED BY SIZE INTO POSITION-FIX-RECORD
               WRITE POSITION-FIX-RECORD
               PERFORM COUNT-FIX
           END-IF.

       SWEEP-EMPLOYEE-DEPARTMENTS.
           PERFORM PRINT-RULE-HEADING
           IF WS-DEPT-LOADED = 'N'
               PERFORM NOTE-RULE-NOT-CHECKED
               GO TO SWEEP-EMPLOYEE-DEPARTMENTS-EXIT
           END-IF
      *> back to the top of the roster - the keyed look-ups of the
      *> earlier rules have left it positioned anywhere
           MOVE 0 TO EMPLOYEE-ID OF EMPLOYEE-RECORD
           START EMPLOYEE-MASTER
               KEY IS NOT LESS THAN EMPLOYEE-ID OF EMPLOYEE-RECORD
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ EMPLOYEE-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE DEPARTMENT-CODE OF EMPLOYEE
                           OF EMPLOYEE-RECORD TO WS-DEPT-CODE-X
                       PERFORM LOOK-UP-DEPARTMENT
                       IF WS-DEPT-FOUND = 'N'
                           MOVE SPACES TO WS-DETAIL
                           STRING "employee "
                                   EMPLOYEE-ID OF EMPLOYEE-RECORD " "
                                   TRIM(FULLNAME OF EMPLOYEE
                                       OF EMPLOYEE-RECORD)
                                   " - department '" WS-DEPT-CODE-X
                                   "' not on the department master"
                               DELIMITED BY SIZE INTO WS-DETAIL
                           PERFORM REPORT-EXCEPTION
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF
           PERFORM PRINT-RULE-FOOTER.
       SWEEP-EMPLOYEE-DEPARTMENTS-EXIT.
           EXIT.

       LOOK-UP-EMPLOYEE.
      *> on the roster, or failing that among the leavers
           MOVE 'N' TO WS-ON-MASTER
           MOVE 'N' TO WS-TERMINATED
           MOVE 0 TO WS-TERMINATED-DATE
           MOVE WS-EMPID TO EMPLOYEE-ID OF EMPLOYEE-RECORD
           READ EMPLOYEE-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ON-MASTER
           END-READ
           IF WS-ON-MASTER = 'N'
      *> the latest termination wins for someone rehired and gone
      *> again
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TRM-COUNT
                   IF TRM-ID(I) = WS-EMPID
                       MOVE 'Y' TO WS-TERMINATED
                       MOVE TRM-DATE(I) TO WS-TERMINATED-DATE
                   END-IF
               END-PERFORM
           END-IF.

       LOOK-UP-DEPARTMENT.
           MOVE 'N' TO WS-DEPT-FOUND
           MOVE SPACE TO WS-DEPT-FOUND-STATUS
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-DEPT-COUNT
               IF DPT-CODE(I) = WS-DEPT-CODE-X
                   MOVE 'Y' TO WS-DEPT-FOUND
                   MOVE DPT-STATUS(I) TO WS-DEPT-FOUND-STATUS
               END-IF
           END-PERFORM.

       REPORT-EXCEPTION.
           ADD 1 TO RULE-EXCEPTIONS(WS-RULE)
           ADD 1 TO WS-TOTAL-EXCEPTIONS
           DISPLAY "    " TRIM(WS-DETAIL).

       COUNT-FIX.
           ADD 1 TO RULE-FIXES(WS-RULE)
           ADD 1 TO WS-TOTAL-FIXES.

       NOTE-RULE-NOT-CHECKED.
           MOVE 'N' TO RULE-CHECKED(WS-RULE)
           ADD 1 TO WS-RULES-NOT-CHECKED
           DISPLAY "    not checked - department master not available".

       PRINT-RULE-HEADING.
           DISPLAY " "
           DISPLAY "Rule " WS-RULE ": " TRIM(RULE-TITLE(WS-RULE)).

       PRINT-RULE-FOOTER.
           MOVE RULE-EXCEPTIONS(WS-RULE) TO WS-COUNT-ED
           IF RULE-EXCEPTIONS(WS-RULE) = 0
               DISPLAY "    none"
           END-IF
      *> records kept for final pay are expected, not exceptions -
      *> they come up as rule 1 cases only once the pay has posted
           IF WS-RULE = 1 AND WS-AWAITING-COUNT > 0
               MOVE WS-AWAITING-COUNT TO WS-FIX-ED
               DISPLAY "  " TRIM(WS-FIX-ED) " pay record(s) kept - "
                   "awaiting final pay"
           END-IF
           IF RULE-OWNER(WS-RULE) = "REPORT ONLY"
               DISPLAY "  " TRIM(WS-COUNT-ED) " exception(s) - "
                   "report only, correct by hand"
           ELSE
               MOVE RULE-FIXES(WS-RULE) TO WS-FIX-ED
               DISPLAY "  " TRIM(WS-COUNT-ED) " exception(s), "
                   TRIM(WS-FIX-ED) " fix transaction(s) for "
                   TRIM(RULE-OWNER(WS-RULE))
           END-IF.

       PRINT-SUMMARY.
           DISPLAY " "
           DISPLAY "===== Integrity sweep summary ====="
           DISPLAY "RULE                                               "
               "  COUNT  FIXES  OWNER"
           PERFORM VARYING WS-RULE FROM 1 BY 1
                   UNTIL WS-RULE > WS-RULE-COUNT
               MOVE RULE-EXCEPTIONS(WS-RULE) TO WS-COUNT-ED
               MOVE RULE-FIXES(WS-RULE) TO WS-FIX-ED
               IF RULE-CHECKED(WS-RULE) = 'N'
                   DISPLAY WS-RULE " " RULE-TITLE(WS-RULE)
                       "  NOT CHECKED"
               ELSE
                   DISPLAY WS-RULE " " RULE-TITLE(WS-RULE)
                       WS-COUNT-ED "  " WS-FIX-ED "  "
                       RULE-OWNER(WS-RULE)
               END-IF
           END-PERFORM
           DISPLAY "Total exceptions:      " WS-TOTAL-EXCEPTIONS
           DISPLAY "Awaiting final pay:    " WS-AWAITING-COUNT
           DISPLAY "Fix transactions:      " WS-TOTAL-FIXES
           IF RULE-FIXES(1) + RULE-FIXES(2) > 0
               DISPLAY "  COMP-MAINT     COMP-TXN-FILE="
                   TRIM(WS-COMP-FIX-FILE-NAME)
           END-IF
           IF RULE-FIXES(3) > 0
               DISPLAY "  ENROLL-MAINT   ENROLL-TXN-FILE="
                   TRIM(WS-ENROLL-FIX-FILE-NAME)
           END-IF
           IF RULE-FIXES(6) + RULE-FIXES(7) > 0
               DISPLAY "  POSITION-MAINT POSITION-TXN-FILE="
                   TRIM(WS-POSITION-FIX-FILE-NAME)
           END-IF.
       END PROGRAM HR-INTEGRITY-SWEEP.
