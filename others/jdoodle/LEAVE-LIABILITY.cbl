      ******************************************************************
      * Author:
      * Date:
      * Purpose: month-end leave liability - values the unused leave
      *          balances at each employee's daily rate, reports the
      *          liability by department and posts the month's change
      *          to the ledger
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAVE-LIABILITY.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> the balances LEAVE-ACCRUE builds and LEAVE-UPDATE draws down
       SELECT OPTIONAL BALANCE-FILE ASSIGN DYNAMIC
           WS-BALANCE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BALANCE-STATUS.
      *> the compensation segment COMP-MAINT maintains - the pay a
      *> day of leave is worth
       SELECT OPTIONAL COMP-MASTER ASSIGN DYNAMIC WS-COMP-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COMP-EMPLOYEE-ID
           FILE STATUS IS WS-COMP-STATUS.
      *> the roster master - the department a balance belongs to
       SELECT OPTIONAL EMPLOYEE-MASTER ASSIGN DYNAMIC
           WS-MASTER-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMPLOYEE-ID OF EMPLOYEE-RECORD
           FILE STATUS IS WS-MASTER-STATUS.
      *> the department reference - its fourth field is the expense
      *> account PAYROLL-REGISTER charges the department's pay to
       SELECT OPTIONAL DEPT-FILE ASSIGN DYNAMIC WS-DEPT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DEPT-STATUS.
      *> what each month's run valued per department - one
      *> CCYYMM,DEPT,LIABILITY line each, the balance the ledger
      *> carries after that month's posting and the base the next
      *> month's change is taken from.
      *> Overridable via LEAVE-LIABILITY-HISTORY-FILE
       SELECT OPTIONAL LIABILITY-FILE ASSIGN DYNAMIC
           WS-LIABILITY-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LIABILITY-STATUS.
      *> the month's change in the same H/D/C/T shape PAYROLL-
      *> REGISTER hands the GL team. Overridable via LEAVE-GL-FILE
       SELECT OPTIONAL GL-FILE ASSIGN DYNAMIC WS-GL-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD BALANCE-FILE.
       01 BALANCE-RECORD PIC X(20).
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
       FD DEPT-FILE.
       01 DEPT-RECORD PIC X(60).
       FD LIABILITY-FILE.
       01 LIABILITY-RECORD PIC X(40).
       FD GL-FILE.
       01 GL-RECORD PIC X(60).
       WORKING-STORAGE SECTION.
      *> correctly-sized holders for the literal audit message - a
      *> literal passed straight to LOG-EVENT's LINKAGE would only be
      *> allocated as big as the literal itself, not the LINKAGE PIC
       01 WS-PROGRAM-NAME PIC X(44) VALUE "LEAVE-LIABILITY".
       01 WS-EVENT-MESSAGE PIC X(200).
       01 WS-EVENT-SEVERITY PIC X(1).
       01 WS-BALANCE-FILE-NAME PIC X(80) VALUE "LEAVE-BALANCES.DAT".
       01 WS-ENV-BALANCE-FILE-NAME PIC X(80).
       01 WS-BALANCE-STATUS PIC X(2).
       01 WS-COMP-FILE-NAME PIC X(80) VALUE "COMP-MASTER.DAT".
       01 WS-ENV-COMP-FILE-NAME PIC X(80).
       01 WS-COMP-STATUS PIC X(2).
       01 WS-MASTER-FILE-NAME PIC X(80) VALUE "EMPLOYEE.DAT".
       01 WS-ENV-MASTER-FILE-NAME PIC X(80).
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-DEPT-FILE-NAME PIC X(80) VALUE "DEPARTMENT.DAT".
       01 WS-ENV-DEPT-FILE-NAME PIC X(80).
       01 WS-DEPT-STATUS PIC X(2).
       01 WS-LIABILITY-FILE-NAME PIC X(80)
           VALUE "LEAVE-LIABILITY-HISTORY.DAT".
       01 WS-ENV-LIABILITY-FILE-NAME PIC X(80).
       01 WS-LIABILITY-STATUS PIC X(2).
       01 WS-GL-FILE-NAME PIC X(80) VALUE "GL-LEAVE-POSTING.DAT".
       01 WS-ENV-GL-FILE-NAME PIC X(80).
       01 WS-GL-STATUS PIC X(2).
       01 WS-EOF PIC X(1) VALUE 'N'.
      *> the month being closed - LEAVE-LIABILITY-PERIOD (CCYYMM)
      *> when finance names one, the current month otherwise. The
      *> posting is dated the month's last day
       01 WS-PERIOD PIC X(6).
       01 WS-ENV-PERIOD PIC X(6).
       01 WS-TODAY PIC 9(8).
       01 WS-NEXT-MONTH PIC 9(8).
       01 WS-POST-DATE PIC 9(8).
      *> a day of leave is a working day's pay - the annual pay
      *> (hourly at the rate times the paid year COMPA-RATIO-REPORT
      *> uses) over the working days in that year
       77 WS-ANNUAL-HOURS PIC 9(4) VALUE 2080.
       77 WS-WORK-DAYS PIC 9(3) VALUE 260.
       01 WS-ANNUAL-PAY PIC 9(9)V99.
       01 WS-DAILY-RATE PIC 9(7)V99.
       01 WS-VALUE PIC 9(11)V99.
      *> the accrued leave liability the change is posted to, and
      *> the expense account for a department with no mapping - the
      *> same default PAYROLL-REGISTER uses
       77 WS-LIABILITY-ACCOUNT PIC 9(10) VALUE 2100000005.
       77 WS-DEFAULT-EXPENSE PIC 9(10) VALUE 6000000099.
       01 WS-EXPENSE-ACCOUNT PIC 9(10).
      *> department-to-expense-account map from the reference
       01 WS-MAP-COUNT PIC 9(3) VALUE 0.
       01 WS-MAP-ENTRY OCCURS 100 TIMES.
           05 MAP-DEPT PIC X(4).
           05 MAP-GL PIC X(10).
       01 WS-MAP-CODE-X PIC X(4).
       01 WS-MAP-NAME-X PIC X(30).
       01 WS-MAP-STATUS-X PIC X(2).
       01 WS-MAP-GL-X PIC X(10).
      *> the liability per department, this month against the last
      *> month posted
       01 WS-DEP-COUNT PIC 9(3) VALUE 0.
       01 WS-DEP-MAX PIC 9(3) VALUE 100.
       01 WS-DEP-ENTRY OCCURS 100 TIMES.
           05 DEP-CODE PIC X(4).
           05 DEP-EMPLOYEES PIC 9(5).
           05 DEP-DAYS PIC 9(7)V99.
           05 DEP-LIABILITY PIC 9(11)V99.
           05 DEP-PRIOR-PERIOD PIC X(6).
           05 DEP-PRIOR PIC 9(11)V99.
           05 DEP-CHANGE PIC S9(11)V99.
       01 WS-SWAP-DEP.
           05 FILLER PIC X(4).
           05 FILLER PIC 9(5).
           05 FILLER PIC 9(7)V99.
           05 FILLER PIC 9(11)V99.
           05 FILLER PIC X(6).
           05 FILLER PIC 9(11)V99.
           05 FILLER PIC S9(11)V99.
       01 WS-SORTED PIC X(1).
       01 WS-DEP-INDEX PIC 9(3).
       01 WS-LOOKUP-DEPT PIC X(4).
       01 I PIC 9(4).
       01 J PIC 9(4).
      *> every earlier month's line, kept to be written back - this
      *> month's own lines are dropped and replaced, so a rerun
      *> restates the month rather than adding to it
       01 WS-HIS-COUNT PIC 9(4) VALUE 0.
       01 WS-HIS-MAX PIC 9(4) VALUE 5000.
       01 WS-HIS-ENTRY OCCURS 5000 TIMES.
           05 HIS-PERIOD PIC X(6).
           05 HIS-DEPT PIC X(4).
           05 HIS-AMOUNT PIC 9(11)V99.
       01 WS-HIS-PERIOD-X PIC X(6).
       01 WS-HIS-DEPT-X PIC X(4).
       01 WS-HIS-AMOUNT-X PIC X(16).
       01 WS-HIS-FULL PIC X(1) VALUE 'N'.
      *> balances that could not be valued, listed after the report
       01 WS-EXC-COUNT PIC 9(4) VALUE 0.
       01 WS-EXC-MAX PIC 9(4) VALUE 500.
       01 WS-EXC-ENTRY OCCURS 500 TIMES.
           05 EXC-EMPID PIC 9(9).
           05 EXC-DAYS PIC S9(4)V99.
           05 EXC-REASON PIC X(40).
       01 WS-EXC-REASON PIC X(40).
      *> staging for one balance line
       01 WS-BAL-EMPID-X PIC X(9).
       01 WS-BAL-DAYS-X PIC X(10).
       01 WS-BAL-EMPID PIC 9(9).
       01 WS-BAL-DAYS PIC S9(4)V99.
       01 WS-BALANCES-READ PIC 9(5) VALUE 0.
       01 WS-BALANCES-VALUED PIC 9(5) VALUE 0.
       01 WS-NEGATIVE-COUNT PIC 9(5) VALUE 0.
      *> the ledger extract
       01 WS-GL-DEBITS PIC 9(11)V99 VALUE 0.
       01 WS-GL-AMOUNT-ED PIC 9(11).99.
       01 WS-GL-PAIRS PIC 9(3) VALUE 0.
       01 WS-PAIR-DEBIT PIC 9(10).
       01 WS-PAIR-CREDIT PIC 9(10).
       01 WS-PAIR-AMOUNT PIC 9(11)V99.
       01 WS-POSTED PIC X(1) VALUE 'N'.
       01 WS-TOT-EMPLOYEES PIC 9(6) VALUE 0.
       01 WS-TOT-DAYS PIC 9(9)V99 VALUE 0.
       01 WS-TOT-LIABILITY PIC 9(13)V99 VALUE 0.
       01 WS-TOT-PRIOR PIC 9(13)V99 VALUE 0.
       01 WS-TOT-CHANGE PIC S9(13)V99 VALUE 0.
       01 WS-EMPLOYEES-ED PIC ZZZZ9.
       01 WS-DAYS-ED PIC ZZZZZZ9.99.
       01 WS-LIABILITY-ED PIC Z(10)9.99.
       01 WS-PRIOR-ED PIC Z(10)9.99.
       01 WS-CHANGE-ED PIC -Z(10)9.99.
       01 WS-BAL-DAYS-ED PIC -ZZZ9.99.
       01 WS-TOTAL-ED PIC -Z(12)9.99.
       01 WS-HIS-ED PIC 9(11).99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "LOG-STARTUP" USING WS-PROGRAM-NAME
      *> accept into a separate staging field first - ACCEPT FROM
      *> ENVIRONMENT blanks the target unconditionally when the
      *> variable is unset, which would wipe out the VALUE defaults
           MOVE SPACES TO WS-ENV-BALANCE-FILE-NAME
           ACCEPT WS-ENV-BALANCE-FILE-NAME FROM ENVIRONMENT
               "LEAVE-BALANCE-FILE"
           IF WS-ENV-BALANCE-FILE-NAME NOT = SPACES
               MOVE WS-ENV-BALANCE-FILE-NAME TO WS-BALANCE-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-COMP-FILE-NAME
           ACCEPT WS-ENV-COMP-FILE-NAME FROM ENVIRONMENT
               "COMP-MASTER-FILE"
           IF WS-ENV-COMP-FILE-NAME NOT = SPACES
               MOVE WS-ENV-COMP-FILE-NAME TO WS-COMP-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-MASTER-FILE-NAME
           ACCEPT WS-ENV-MASTER-FILE-NAME FROM ENVIRONMENT
               "EMPLOYEE-MASTER-FILE"
           IF WS-ENV-MASTER-FILE-NAME NOT = SPACES
               MOVE WS-ENV-MASTER-FILE-NAME TO WS-MASTER-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-DEPT-FILE-NAME
           ACCEPT WS-ENV-DEPT-FILE-NAME FROM ENVIRONMENT
               "DEPARTMENT-MASTER-FILE"
           IF WS-ENV-DEPT-FILE-NAME NOT = SPACES
               MOVE WS-ENV-DEPT-FILE-NAME TO WS-DEPT-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-LIABILITY-FILE-NAME
           ACCEPT WS-ENV-LIABILITY-FILE-NAME FROM ENVIRONMENT
               "LEAVE-LIABILITY-HISTORY-FILE"
           IF WS-ENV-LIABILITY-FILE-NAME NOT = SPACES
               MOVE WS-ENV-LIABILITY-FILE-NAME
                   TO WS-LIABILITY-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-GL-FILE-NAME
           ACCEPT WS-ENV-GL-FILE-NAME FROM ENVIRONMENT
               "LEAVE-GL-FILE"
           IF WS-ENV-GL-FILE-NAME NOT = SPACES
               MOVE WS-ENV-GL-FILE-NAME TO WS-GL-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-PERIOD
           ACCEPT WS-ENV-PERIOD FROM ENVIRONMENT
               "LEAVE-LIABILITY-PERIOD"
           IF WS-ENV-PERIOD NOT = SPACES
               MOVE WS-ENV-PERIOD TO WS-PERIOD
           ELSE
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               MOVE WS-TODAY(1:6) TO WS-PERIOD
           END-IF
           IF WS-PERIOD NOT NUMERIC
             OR WS-PERIOD(5:2) < "01"
             OR WS-PERIOD(5:2) > "12"
               DISPLAY "LEAVE-LIABILITY: LEAVE-LIABILITY-PERIOD must "
                   "be CCYYMM - got '" WS-PERIOD "'"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      *> the month's last day - the first of the next month less one
           IF WS-PERIOD(5:2) = "12"
               COMPUTE WS-NEXT-MONTH =
                   (NUMVAL(WS-PERIOD(1:4)) + 1) * 10000 + 101
           ELSE
               COMPUTE WS-NEXT-MONTH =
                   NUMVAL(WS-PERIOD) * 100 + 101
           END-IF
           COMPUTE WS-POST-DATE =
               DATE-OF-INTEGER(INTEGER-OF-DATE(WS-NEXT-MONTH) - 1)
           OPEN INPUT BALANCE-FILE.
           IF WS-BALANCE-STATUS NOT = "00"
               DISPLAY "LEAVE-LIABILITY: leave balances not "
                   "available - " TRIM(WS-BALANCE-FILE-NAME)
                   ", file status " WS-BALANCE-STATUS
               IF WS-BALANCE-STATUS = "05"
                   CLOSE BALANCE-FILE
               END-IF
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT COMP-MASTER.
           IF WS-COMP-STATUS NOT = "00"
               DISPLAY "LEAVE-LIABILITY: compensation master not "
                   "available - " TRIM(WS-COMP-FILE-NAME)
                   ", file status " WS-COMP-STATUS
               IF WS-COMP-STATUS = "05"
                   CLOSE COMP-MASTER
               END-IF
               CLOSE BALANCE-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "LEAVE-LIABILITY: employee master not "
                   "available - " TRIM(WS-MASTER-FILE-NAME)
                   ", file status " WS-MASTER-STATUS
               IF WS-MASTER-STATUS = "05"
                   CLOSE EMPLOYEE-MASTER
               END-IF
               CLOSE BALANCE-FILE COMP-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-DEPT-GL-MAP THRU LOAD-DEPT-GL-MAP-EXIT
           PERFORM LOAD-HISTORY THRU LOAD-HISTORY-EXIT
           IF WS-HIS-FULL = 'Y'
               DISPLAY "LEAVE-LIABILITY: more than " WS-HIS-MAX
                   " liability history lines - nothing posted"
               CLOSE BALANCE-FILE COMP-MASTER EMPLOYEE-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ BALANCE-FILE INTO BALANCE-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM VALUE-ONE-BALANCE
                           THRU VALUE-ONE-BALANCE-EXIT
               END-READ
           END-PERFORM.
           CLOSE BALANCE-FILE COMP-MASTER EMPLOYEE-MASTER.
           PERFORM TAKE-PRIOR-LIABILITY.
           PERFORM WRITE-LEAVE-GL THRU WRITE-LEAVE-GL-EXIT
           IF WS-POSTED = 'Y'
               PERFORM SAVE-HISTORY THRU SAVE-HISTORY-EXIT
           END-IF
           PERFORM PRINT-REPORT.
           IF WS-POSTED NOT = 'Y'
               MOVE 'E' TO WS-EVENT-SEVERITY
               MOVE SPACES TO WS-EVENT-MESSAGE
               STRING "leave liability for " WS-PERIOD
                       " NOT posted - ledger extract unavailable"
                   DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
               CALL "LOG-EVENT-SEV" USING WS-PROGRAM-NAME
                   WS-EVENT-SEVERITY WS-EVENT-MESSAGE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-TOT-CHANGE TO WS-TOTAL-ED
           MOVE SPACES TO WS-EVENT-MESSAGE
           STRING "leave liability for " WS-PERIOD ": change "
                   TRIM(WS-TOTAL-ED) " in " WS-GL-PAIRS
                   " department pair(s), " WS-EXC-COUNT
                   " balance(s) not valued"
               DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
           CALL "LOG-EVENT" USING WS-PROGRAM-NAME WS-EVENT-MESSAGE
      *> RETURN-CODE: 0 = every balance valued and the change
      *> posted, 4 = posted but at least one balance could not be
      *> valued (no pay on file), 8 = nothing posted
           IF WS-EXC-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-DEPT-GL-MAP.
           OPEN INPUT DEPT-FILE
           IF WS-DEPT-STATUS NOT = "00"
               IF WS-DEPT-STATUS = "05"
                   CLOSE DEPT-FILE
               END-IF
               GO TO LOAD-DEPT-GL-MAP-EXIT
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ DEPT-FILE INTO DEPT-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-MAP-COUNT < 100
                           ADD 1 TO WS-MAP-COUNT
                           MOVE SPACES TO WS-MAP-CODE-X
                               WS-MAP-NAME-X WS-MAP-STATUS-X
                               WS-MAP-GL-X
                           UNSTRING DEPT-RECORD DELIMITED BY ","
                               INTO WS-MAP-CODE-X WS-MAP-NAME-X
                                   WS-MAP-STATUS-X WS-MAP-GL-X
                           MOVE WS-MAP-CODE-X
                               TO MAP-DEPT(WS-MAP-COUNT)
                           MOVE WS-MAP-GL-X
                               TO MAP-GL(WS-MAP-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEPT-FILE
           MOVE 'N' TO WS-EOF.
       LOAD-DEPT-GL-MAP-EXIT.
           EXIT.

       LOAD-HISTORY.
           OPEN INPUT LIABILITY-FILE
           IF WS-LIABILITY-STATUS NOT = "00"
      *> no history yet is the first month - the whole liability is
      *> this month's change
               IF WS-LIABILITY-STATUS = "05"
                   CLOSE LIABILITY-FILE
               END-IF
               GO TO LOAD-HISTORY-EXIT
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ LIABILITY-FILE INTO LIABILITY-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-HIS-PERIOD-X WS-HIS-DEPT-X
                           WS-HIS-AMOUNT-X
                       UNSTRING LIABILITY-RECORD DELIMITED BY ","
                           INTO WS-HIS-PERIOD-X WS-HIS-DEPT-X
                               WS-HIS-AMOUNT-X
                       IF WS-HIS-PERIOD-X NOT = WS-PERIOD
                           IF WS-HIS-COUNT < WS-HIS-MAX
                               ADD 1 TO WS-HIS-COUNT
                               MOVE WS-HIS-PERIOD-X
                                   TO HIS-PERIOD(WS-HIS-COUNT)
                               MOVE WS-HIS-DEPT-X
                                   TO HIS-DEPT(WS-HIS-COUNT)
                               MOVE NUMVAL(WS-HIS-AMOUNT-X)
                                   TO HIS-AMOUNT(WS-HIS-COUNT)
                           ELSE
                               MOVE 'Y' TO WS-HIS-FULL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LIABILITY-FILE
           MOVE 'N' TO WS-EOF.
       LOAD-HISTORY-EXIT.
           EXIT.

       VALUE-ONE-BALANCE.
           MOVE SPACES TO WS-BAL-EMPID-X WS-BAL-DAYS-X
           UNSTRING BALANCE-RECORD DELIMITED BY ","
               INTO WS-BAL-EMPID-X WS-BAL-DAYS-X
           IF WS-BAL-EMPID-X NOT NUMERIC
             OR TEST-NUMVAL(WS-BAL-DAYS-X) NOT = 0
               GO TO VALUE-ONE-BALANCE-EXIT
           END-IF
           ADD 1 TO WS-BALANCES-READ
           MOVE WS-BAL-EMPID-X TO WS-BAL-EMPID
           MOVE NUMVAL(WS-BAL-DAYS-X) TO WS-BAL-DAYS
      *> an overdrawn balance is leave taken in advance - owed by
      *> the employee, not to them, so it carries no liability
           IF WS-BAL-DAYS < 0
               ADD 1 TO WS-NEGATIVE-COUNT
               GO TO VALUE-ONE-BALANCE-EXIT
           END-IF
           IF WS-BAL-DAYS = 0
               GO TO VALUE-ONE-BALANCE-EXIT
           END-IF
           MOVE WS-BAL-EMPID TO EMPLOYEE-ID OF EMPLOYEE-RECORD
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE "????" TO DEPARTMENT-CODE OF EMPLOYEE
                       OF EMPLOYEE-RECORD
           END-READ
           MOVE WS-BAL-EMPID TO COMP-EMPLOYEE-ID
           READ COMP-MASTER
               INVALID KEY
                   MOVE "no compensation record - not valued"
                       TO WS-EXC-REASON
                   PERFORM NOTE-EXCEPTION
                   GO TO VALUE-ONE-BALANCE-EXIT
           END-READ
           IF COMP-BASIS = 'H'
               COMPUTE WS-ANNUAL-PAY =
                   COMP-HOURLY-RATE * WS-ANNUAL-HOURS
           ELSE
               MOVE COMP-ANNUAL-SALARY TO WS-ANNUAL-PAY
           END-IF
           IF WS-ANNUAL-PAY = 0
               MOVE "compensation record carries no pay"
                   TO WS-EXC-REASON
               PERFORM NOTE-EXCEPTION
               GO TO VALUE-ONE-BALANCE-EXIT
           END-IF
           COMPUTE WS-DAILY-RATE ROUNDED =
               WS-ANNUAL-PAY / WS-WORK-DAYS
           COMPUTE WS-VALUE ROUNDED = WS-BAL-DAYS * WS-DAILY-RATE
           MOVE DEPARTMENT-CODE OF EMPLOYEE OF EMPLOYEE-RECORD
               TO WS-LOOKUP-DEPT
           PERFORM FIND-DEPARTMENT
           IF WS-DEP-INDEX = 0
               GO TO VALUE-ONE-BALANCE-EXIT
           END-IF
           ADD 1 TO DEP-EMPLOYEES(WS-DEP-INDEX)
           ADD WS-BAL-DAYS TO DEP-DAYS(WS-DEP-INDEX)
           ADD WS-VALUE TO DEP-LIABILITY(WS-DEP-INDEX)
           ADD 1 TO WS-BALANCES-VALUED.
       VALUE-ONE-BALANCE-EXIT.
           EXIT.

       NOTE-EXCEPTION.
           IF WS-EXC-COUNT < WS-EXC-MAX
               ADD 1 TO WS-EXC-COUNT
               MOVE WS-BAL-EMPID TO EXC-EMPID(WS-EXC-COUNT)
               MOVE WS-BAL-DAYS TO EXC-DAYS(WS-EXC-COUNT)
               MOVE WS-EXC-REASON TO EXC-REASON(WS-EXC-COUNT)
           END-IF.

       FIND-DEPARTMENT.
      *> the department's slot, opened empty on first sight - zero
      *> when the table is full
           MOVE 0 TO WS-DEP-INDEX
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-DEP-COUNT
               IF DEP-CODE(I) = WS-LOOKUP-DEPT
                   MOVE I TO WS-DEP-INDEX
                   MOVE WS-DEP-COUNT TO I
               END-IF
           END-PERFORM
           IF WS-DEP-INDEX = 0
               IF WS-DEP-COUNT >= WS-DEP-MAX
                   DISPLAY "LEAVE-LIABILITY: more than "
                       WS-DEP-MAX " departments - report incomplete"
               ELSE
                   ADD 1 TO WS-DEP-COUNT
                   MOVE WS-DEP-COUNT TO WS-DEP-INDEX
                   MOVE WS-LOOKUP-DEPT TO DEP-CODE(WS-DEP-INDEX)
                   MOVE 0 TO DEP-EMPLOYEES(WS-DEP-INDEX)
                       DEP-DAYS(WS-DEP-INDEX)
                       DEP-LIABILITY(WS-DEP-INDEX)
                       DEP-PRIOR(WS-DEP-INDEX)
                       DEP-CHANGE(WS-DEP-INDEX)
                   MOVE SPACES TO DEP-PRIOR-PERIOD(WS-DEP-INDEX)
               END-IF
           END-IF.

       TAKE-PRIOR-LIABILITY.
      *> the last month before this one that each department was
      *> posted for - a department that has since emptied out still
      *> gets a line, so its whole balance is reversed
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-HIS-COUNT
               IF HIS-PERIOD(J) < WS-PERIOD
                   MOVE HIS-DEPT(J) TO WS-LOOKUP-DEPT
                   PERFORM FIND-DEPARTMENT
                   IF WS-DEP-INDEX > 0
                     AND HIS-PERIOD(J) >=
                         DEP-PRIOR-PERIOD(WS-DEP-INDEX)
                       MOVE HIS-PERIOD(J)
                           TO DEP-PRIOR-PERIOD(WS-DEP-INDEX)
                       MOVE HIS-AMOUNT(J) TO DEP-PRIOR(WS-DEP-INDEX)
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-DEP-COUNT
               COMPUTE DEP-CHANGE(I) = DEP-LIABILITY(I) - DEP-PRIOR(I)
           END-PERFORM
      *> exchange sort - department code
           MOVE 'N' TO WS-SORTED
           PERFORM UNTIL WS-SORTED = 'Y'
               MOVE 'Y' TO WS-SORTED
               PERFORM VARYING I FROM 1 BY 1
                       UNTIL I >= WS-DEP-COUNT
                   COMPUTE J = I + 1
                   IF DEP-CODE(I) > DEP-CODE(J)
                       MOVE WS-DEP-ENTRY(I) TO WS-SWAP-DEP
                       MOVE WS-DEP-ENTRY(J) TO WS-DEP-ENTRY(I)
                       MOVE WS-SWAP-DEP TO WS-DEP-ENTRY(J)
                       MOVE 'N' TO WS-SORTED
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-LEAVE-GL.
      *> one balanced pair per department that moved - a rise is
      *> charged to the department's pay expense and credited to the
      *> liability, a fall released back the other way
           OPEN OUTPUT GL-FILE
      *> OUTPUT on a file that does not exist yet reports status 05
      *> on this runtime even though it creates the file underneath
           IF WS-GL-STATUS NOT = "00" AND WS-GL-STATUS NOT = "05"
               DISPLAY "LEAVE-LIABILITY: cannot open leave GL "
                   "extract " TRIM(WS-GL-FILE-NAME)
                   " - file status " WS-GL-STATUS
               GO TO WRITE-LEAVE-GL-EXIT
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-DEP-COUNT
               IF DEP-CHANGE(I) < 0
                   COMPUTE WS-PAIR-AMOUNT = 0 - DEP-CHANGE(I)
               ELSE
                   MOVE DEP-CHANGE(I) TO WS-PAIR-AMOUNT
               END-IF
               ADD WS-PAIR-AMOUNT TO WS-GL-DEBITS
           END-PERFORM
           MOVE WS-GL-DEBITS TO WS-GL-AMOUNT-ED
           MOVE SPACES TO GL-RECORD
           STRING "H," WS-POST-DATE "," TRIM(WS-GL-AMOUNT-ED)
                   ",LEAVE"
               DELIMITED BY SIZE INTO GL-RECORD
           WRITE GL-RECORD
           MOVE 0 TO WS-GL-DEBITS
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-DEP-COUNT
               PERFORM WRITE-ONE-DEPT-PAIR
                   THRU WRITE-ONE-DEPT-PAIR-EXIT
           END-PERFORM
           MOVE WS-GL-DEBITS TO WS-GL-AMOUNT-ED
           MOVE SPACES TO GL-RECORD
           STRING "T," TRIM(WS-GL-AMOUNT-ED) ",RELEASED"
               DELIMITED BY SIZE INTO GL-RECORD
           WRITE GL-RECORD
           CLOSE GL-FILE
           MOVE 'Y' TO WS-POSTED
           DISPLAY "LEAVE-LIABILITY: leave GL extract written - "
               WS-GL-PAIRS " department pair(s) to "
               TRIM(WS-GL-FILE-NAME).
       WRITE-LEAVE-GL-EXIT.
           EXIT.

       WRITE-ONE-DEPT-PAIR.
      *> a department whose liability did not move posts nothing
           IF DEP-CHANGE(I) = 0
               GO TO WRITE-ONE-DEPT-PAIR-EXIT
           END-IF
           MOVE WS-DEFAULT-EXPENSE TO WS-EXPENSE-ACCOUNT
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-MAP-COUNT
               IF MAP-DEPT(J) = DEP-CODE(I)
                 AND MAP-GL(J) IS NUMERIC
                 AND MAP-GL(J) NOT = SPACES
                   MOVE NUMVAL(MAP-GL(J)) TO WS-EXPENSE-ACCOUNT
                   MOVE WS-MAP-COUNT TO J
               END-IF
           END-PERFORM
           IF DEP-CHANGE(I) > 0
               MOVE WS-EXPENSE-ACCOUNT TO WS-PAIR-DEBIT
               MOVE WS-LIABILITY-ACCOUNT TO WS-PAIR-CREDIT
               MOVE DEP-CHANGE(I) TO WS-PAIR-AMOUNT
           ELSE
               MOVE WS-LIABILITY-ACCOUNT TO WS-PAIR-DEBIT
               MOVE WS-EXPENSE-ACCOUNT TO WS-PAIR-CREDIT
               COMPUTE WS-PAIR-AMOUNT = 0 - DEP-CHANGE(I)
           END-IF
           MOVE WS-PAIR-AMOUNT TO WS-GL-AMOUNT-ED
           MOVE SPACES TO GL-RECORD
           STRING "D," WS-PAIR-DEBIT "," TRIM(WS-GL-AMOUNT-ED)
               DELIMITED BY SIZE INTO GL-RECORD
           WRITE GL-RECORD
           MOVE SPACES TO GL-RECORD
           STRING "C," WS-PAIR-CREDIT "," TRIM(WS-GL-AMOUNT-ED)
               DELIMITED BY SIZE INTO GL-RECORD
           WRITE GL-RECORD
           ADD WS-PAIR-AMOUNT TO WS-GL-DEBITS
           ADD 1 TO WS-GL-PAIRS.
       WRITE-ONE-DEPT-PAIR-EXIT.
           EXIT.

       SAVE-HISTORY.
      *> the earlier months back as they were, then this month's
      *> valuation - the base the next month-end works from
           OPEN OUTPUT LIABILITY-FILE
      *> OUTPUT on a file that does not exist yet reports status 05
      *> on this runtime even though it creates the file underneath
           IF WS-LIABILITY-STATUS NOT = "00"
                   AND WS-LIABILITY-STATUS NOT = "05"
               DISPLAY "LEAVE-LIABILITY: cannot rewrite "
                   TRIM(WS-LIABILITY-FILE-NAME) " - file status "
                   WS-LIABILITY-STATUS
                   " - next month's change will be overstated"
               GO TO SAVE-HISTORY-EXIT
           END-IF
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-HIS-COUNT
               MOVE HIS-AMOUNT(J) TO WS-HIS-ED
               MOVE SPACES TO LIABILITY-RECORD
               STRING HIS-PERIOD(J) "," HIS-DEPT(J) "," WS-HIS-ED
                   DELIMITED BY SIZE INTO LIABILITY-RECORD
               WRITE LIABILITY-RECORD
           END-PERFORM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-DEP-COUNT
               MOVE DEP-LIABILITY(I) TO WS-HIS-ED
               MOVE SPACES TO LIABILITY-RECORD
               STRING WS-PERIOD "," DEP-CODE(I) "," WS-HIS-ED
                   DELIMITED BY SIZE INTO LIABILITY-RECORD
               WRITE LIABILITY-RECORD
           END-PERFORM
           CLOSE LIABILITY-FILE.
       SAVE-HISTORY-EXIT.
           EXIT.

       PRINT-REPORT.
           DISPLAY "===== Leave liability for period " WS-PERIOD
               " (posted " WS-POST-DATE ") ====="
           DISPLAY "Dept  Empl        Days       Liability"
               "           Prior          Change"
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-DEP-COUNT
               MOVE DEP-EMPLOYEES(I) TO WS-EMPLOYEES-ED
               MOVE DEP-DAYS(I) TO WS-DAYS-ED
               MOVE DEP-LIABILITY(I) TO WS-LIABILITY-ED
               MOVE DEP-PRIOR(I) TO WS-PRIOR-ED
               MOVE DEP-CHANGE(I) TO WS-CHANGE-ED
               DISPLAY DEP-CODE(I) "  " WS-EMPLOYEES-ED " "
                   WS-DAYS-ED " " WS-LIABILITY-ED " " WS-PRIOR-ED
                   " " WS-CHANGE-ED
               ADD DEP-EMPLOYEES(I) TO WS-TOT-EMPLOYEES
               ADD DEP-DAYS(I) TO WS-TOT-DAYS
               ADD DEP-LIABILITY(I) TO WS-TOT-LIABILITY
               ADD DEP-PRIOR(I) TO WS-TOT-PRIOR
               ADD DEP-CHANGE(I) TO WS-TOT-CHANGE
           END-PERFORM
           IF WS-DEP-COUNT = 0
               DISPLAY "(no leave balances to value)"
           END-IF
           DISPLAY "----------"
           DISPLAY "Employees valued:    " WS-TOT-EMPLOYEES
           MOVE WS-TOT-DAYS TO WS-TOTAL-ED
           DISPLAY "Days outstanding:    " WS-TOTAL-ED
           MOVE WS-TOT-LIABILITY TO WS-TOTAL-ED
           DISPLAY "Liability:           " WS-TOTAL-ED
           MOVE WS-TOT-PRIOR TO WS-TOTAL-ED
           DISPLAY "Previously posted:   " WS-TOTAL-ED
           MOVE WS-TOT-CHANGE TO WS-TOTAL-ED
           DISPLAY "Change this month:   " WS-TOTAL-ED
           DISPLAY "Balance lines read:  " WS-BALANCES-READ
           DISPLAY "Overdrawn (no value):" WS-NEGATIVE-COUNT
           IF WS-POSTED = 'Y'
               DISPLAY "Posted to:           " TRIM(WS-GL-FILE-NAME)
           ELSE
               DISPLAY "Posted to:           NOTHING POSTED"
           END-IF
           IF WS-EXC-COUNT > 0
               DISPLAY "===== Balances not valued ====="
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-EXC-COUNT
                   MOVE EXC-DAYS(I) TO WS-BAL-DAYS-ED
                   DISPLAY EXC-EMPID(I) " " WS-BAL-DAYS-ED " day(s) "
                       TRIM(EXC-REASON(I))
               END-PERFORM
           END-IF
           DISPLAY "===== End of leave liability =====".
       END PROGRAM LEAVE-LIABILITY.
