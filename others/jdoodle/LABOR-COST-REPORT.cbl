      ******************************************************************
      * Author:
      * Date:
      * Purpose: labor cost budget versus actual payroll by department
      *          - gross pay and employer benefit cost against the
      *          LABOR-BUDGET-MAINT plan, heads against position
      *          control, and the year-end spend at the current rate
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LABOR-COST-REPORT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> LABOR-BUDGET-MAINT's budget - read end to end, only the
      *> report year's months kept. Overridable via LABOR-BUDGET-FILE
       SELECT OPTIONAL LABOR-BUDGET ASSIGN DYNAMIC
           WS-BUDGET-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LBD-KEY OF LABOR-BUDGET-RECORD
           FILE STATUS IS WS-BUDGET-STATUS.
      *> what PAYROLL-REGISTER actually paid, one line per employee
      *> per period paid and per retro adjustment.
      *> Overridable via PAYROLL-PAY-HISTORY-FILE
       SELECT OPTIONAL PAY-HISTORY-FILE ASSIGN DYNAMIC
           WS-PAY-HISTORY-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAY-HISTORY-STATUS.
      *> the benefit premiums PAYROLL-REGISTER deducted - the full
      *> premium less the employee's share is the employer's cost.
      *> Overridable via PAYROLL-DEDUCTION-HISTORY-FILE
       SELECT OPTIONAL DED-HISTORY-FILE ASSIGN DYNAMIC
           WS-DED-HISTORY-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DED-HISTORY-STATUS.
      *> the roster master - each employee's department and the
      *> filled headcount
       SELECT OPTIONAL EMPLOYEE-MASTER ASSIGN DYNAMIC
           WS-MASTER-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMPLOYEE-ID OF EMPLOYEE-RECORD
           FILE STATUS IS WS-MASTER-STATUS.
      *> the terminated-employee history assign.cbl's 'T' path keeps
      *> - the department a leaver's earlier pay belongs to
       SELECT OPTIONAL TERMINATED-FILE ASSIGN DYNAMIC
           WS-TERMINATED-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TERMINATED-STATUS.
      *> the compensation segment COMP-MAINT maintains
       SELECT OPTIONAL COMP-MASTER ASSIGN DYNAMIC WS-COMP-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COMP-EMPLOYEE-ID
           FILE STATUS IS WS-COMP-STATUS.
      *> the position-control file POSITION-MAINT keeps - one
      *> DEPT,BUDGET,EFFDATE line per budgeted headcount.
      *> Overridable via POSITION-CONTROL-FILE
       SELECT OPTIONAL POSITION-FILE ASSIGN DYNAMIC
           WS-POSITION-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-POSITION-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD LABOR-BUDGET.
      *> must stay byte-for-byte identical to LABOR-BUDGET-MAINT's
      *> record
       01 LABOR-BUDGET-RECORD.
           05 LBD-KEY.
               10 LBD-DEPT PIC X(4).
               10 LBD-PERIOD PIC 9(6).
           05 LBD-AMOUNT PIC 9(11)V99.
           05 LBD-UPDATED-DATE PIC 9(8).
       FD PAY-HISTORY-FILE.
      *> type (P paid, R retro),empid,pay-date,period-start,
      *> period-end,basis,freq,annual,rate,regular,overtime,
      *> holiday,amount,run-id
       01 PAY-HISTORY-RECORD PIC X(150).
       FD DED-HISTORY-FILE.
      *> empid,benefit,pay-date,period-start,period-end,premium,
      *> employee-share,run-id
       01 DED-HISTORY-RECORD PIC X(100).
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
       FD POSITION-FILE.
       01 POSITION-RECORD PIC X(30).
       WORKING-STORAGE SECTION.
      *> correctly-sized holders for the literal audit message - a
      *> literal passed straight to LOG-EVENT's LINKAGE would only be
      *> allocated as big as the literal itself, not the LINKAGE PIC
       01 WS-PROGRAM-NAME PIC X(44) VALUE "LABOR-COST-REPORT".
       01 WS-EVENT-MESSAGE PIC X(200).
       01 WS-BUDGET-FILE-NAME PIC X(80) VALUE "LABOR-BUDGET.DAT".
       01 WS-ENV-BUDGET-FILE-NAME PIC X(80).
       01 WS-BUDGET-STATUS PIC X(2).
       01 WS-PAY-HISTORY-FILE-NAME PIC X(80)
           VALUE "PAYROLL-PAY-HISTORY.DAT".
       01 WS-ENV-PAY-HISTORY-FILE-NAME PIC X(80).
       01 WS-PAY-HISTORY-STATUS PIC X(2).
       01 WS-DED-HISTORY-FILE-NAME PIC X(80)
           VALUE "PAYROLL-DEDUCTION-HISTORY.DAT".
       01 WS-ENV-DED-HISTORY-FILE-NAME PIC X(80).
       01 WS-DED-HISTORY-STATUS PIC X(2).
       01 WS-MASTER-FILE-NAME PIC X(80) VALUE "EMPLOYEE.DAT".
       01 WS-ENV-MASTER-FILE-NAME PIC X(80).
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-TERMINATED-FILE-NAME PIC X(80)
           VALUE "EMPLOYEE-TERMINATED.DAT".
       01 WS-ENV-TERMINATED-FILE-NAME PIC X(80).
       01 WS-TERMINATED-STATUS PIC X(2).
       01 WS-COMP-FILE-NAME PIC X(80) VALUE "COMP-MASTER.DAT".
       01 WS-ENV-COMP-FILE-NAME PIC X(80).
       01 WS-COMP-STATUS PIC X(2).
       01 WS-POSITION-FILE-NAME PIC X(80)
           VALUE "POSITION-CONTROL.DAT".
       01 WS-ENV-POSITION-FILE-NAME PIC X(80).
       01 WS-POSITION-STATUS PIC X(2).
       01 WS-EOF PIC X(1) VALUE 'N'.
       01 WS-MASTER-OPEN PIC X(1) VALUE 'N'.
      *> the month to report - LABOR-COST-PERIOD (CCYYMM) when
      *> finance names one, the current month otherwise. Year to
      *> date runs from January of the same year
       01 WS-PERIOD PIC X(6).
       01 WS-ENV-PERIOD PIC X(6).
       01 WS-YEAR-START PIC X(6).
       01 WS-YEAR-END PIC X(6).
       01 WS-MONTHS-ELAPSED PIC 9(2).
       01 WS-TODAY PIC 9(8).
      *> the tolerance in percent either way - LABOR-TOLERANCE-PCT
      *> overrides
       01 WS-TOLERANCE-PCT PIC 9(3)V99 VALUE 10.00.
       01 WS-ENV-TOLERANCE PIC X(6).
      *> hours in a paid year - an hourly rate's annual equivalent,
      *> the same figure COMPA-RATIO-REPORT uses
       01 WS-ANNUAL-HOURS PIC 9(4) VALUE 2080.
      *> per-department plan and actual - actual is gross pay plus
      *> employer benefit cost, folded by the employee's department
       01 WS-DEP-COUNT PIC 9(3) VALUE 0.
       01 WS-DEP-MAX PIC 9(3) VALUE 100.
       01 WS-DEP-ENTRY OCCURS 100 TIMES.
           05 DEP-CODE PIC X(4).
           05 DEP-MTD-BUDGET PIC 9(11)V99.
           05 DEP-YTD-BUDGET PIC 9(11)V99.
           05 DEP-YEAR-BUDGET PIC 9(11)V99.
           05 DEP-MTD-GROSS PIC S9(11)V99.
           05 DEP-YTD-GROSS PIC S9(11)V99.
           05 DEP-MTD-BENEFIT PIC S9(11)V99.
           05 DEP-YTD-BENEFIT PIC S9(11)V99.
           05 DEP-ANNUALIZED PIC 9(11)V99.
           05 DEP-HEADS PIC 9(5).
           05 DEP-HEAD-BUDGET PIC 9(5).
           05 DEP-HAS-HEAD-BUDGET PIC X(1).
           05 DEP-HEAD-EFFDATE PIC X(8).
       01 WS-SWAP-DEP.
           05 FILLER PIC X(4).
           05 FILLER PIC 9(11)V99.
           05 FILLER PIC 9(11)V99.
           05 FILLER PIC 9(11)V99.
           05 FILLER PIC S9(11)V99.
           05 FILLER PIC S9(11)V99.
           05 FILLER PIC S9(11)V99.
           05 FILLER PIC S9(11)V99.
           05 FILLER PIC 9(11)V99.
           05 FILLER PIC 9(5).
           05 FILLER PIC 9(5).
           05 FILLER PIC X(1).
           05 FILLER PIC X(8).
       01 WS-SORTED PIC X(1).
       01 WS-DEP-INDEX PIC 9(3).
       01 WS-LOOKUP-DEPT PIC X(4).
       01 I PIC 9(4).
       01 J PIC 9(4).
      *> leavers' departments, for pay that predates a termination
       01 WS-LEAVER-COUNT PIC 9(4) VALUE 0.
       01 WS-LEAVER-MAX PIC 9(4) VALUE 2000.
       01 WS-LEAVER-ENTRY OCCURS 2000 TIMES.
           05 LVR-ID PIC 9(9).
           05 LVR-DEPT PIC X(4).
       01 WS-LOOKUP-ID PIC 9(9).
      *> staging for one position-control line
       01 WS-POS-DEPT-X PIC X(4).
       01 WS-POS-BUDGET-X PIC X(6).
       01 WS-POS-EFFDATE-X PIC X(8).
      *> staging for one pay history line
       01 WS-PH-TYPE PIC X(1).
       01 WS-PH-EMPID PIC X(9).
       01 WS-PH-PAY-DATE PIC X(8).
       01 WS-PH-START PIC X(8).
       01 WS-PH-END PIC X(8).
       01 WS-PH-BASIS PIC X(1).
       01 WS-PH-FREQ PIC X(1).
       01 WS-PH-ANNUAL PIC X(14).
       01 WS-PH-RATE PIC X(10).
       01 WS-PH-REGULAR PIC X(8).
       01 WS-PH-OVERTIME PIC X(8).
       01 WS-PH-HOLIDAY PIC X(8).
       01 WS-PH-AMOUNT PIC X(14).
      *> staging for one deduction history line
       01 WS-DED-EMPID PIC X(9).
       01 WS-DED-CODE PIC X(4).
       01 WS-DED-PAY-DATE PIC X(8).
       01 WS-DED-START PIC X(8).
       01 WS-DED-END PIC X(8).
       01 WS-DED-PREMIUM PIC X(12).
       01 WS-DED-SHARE PIC X(12).
       01 WS-REC-DATE PIC X(8).
       01 WS-REC-AMOUNT PIC S9(11)V99.
       01 WS-BUDGET-LINES PIC 9(5) VALUE 0.
       01 WS-PAY-LINES PIC 9(7) VALUE 0.
       01 WS-DED-LINES PIC 9(7) VALUE 0.
       01 WS-UNPLACED-LINES PIC 9(5) VALUE 0.
       01 WS-COMP-NOT-ON-ROSTER PIC 9(5) VALUE 0.
      *> one variance line
       01 WS-BUDGET PIC S9(11)V99.
       01 WS-ACTUAL PIC S9(11)V99.
       01 WS-VARIANCE PIC S9(11)V99.
       01 WS-VARIANCE-PCT PIC S9(5)V9.
       01 WS-SCOPE PIC X(4).
       01 WS-FLAG PIC X(10).
       01 WS-BUDGET-ED PIC -Z(10)9.99.
       01 WS-ACTUAL-ED PIC -Z(10)9.99.
       01 WS-VARIANCE-ED PIC -Z(10)9.99.
       01 WS-PCT-ED PIC -ZZZZ9.9.
       01 WS-PCT-TEXT PIC X(8).
       01 WS-GROSS-ED PIC -Z(10)9.99.
       01 WS-BENEFIT-ED PIC -Z(10)9.99.
       01 WS-ANNUALIZED-ED PIC Z(10)9.99.
       01 WS-HEADS-ED PIC ZZZZ9.
       01 WS-HEAD-BUDGET-ED PIC ZZZZ9.
       01 WS-HEAD-BUDGET-TEXT PIC X(5).
       01 WS-FLAGGED PIC 9(5) VALUE 0.
       01 WS-TOT-MTD-BUDGET PIC S9(13)V99 VALUE 0.
       01 WS-TOT-MTD-ACTUAL PIC S9(13)V99 VALUE 0.
       01 WS-TOT-YTD-BUDGET PIC S9(13)V99 VALUE 0.
       01 WS-TOT-YTD-ACTUAL PIC S9(13)V99 VALUE 0.
       01 WS-TOT-YEAR-BUDGET PIC S9(13)V99 VALUE 0.
       01 WS-TOT-PROJECTED PIC S9(13)V99 VALUE 0.
       01 WS-TOT-ANNUALIZED PIC S9(13)V99 VALUE 0.
       01 WS-TOT-HEADS PIC 9(6) VALUE 0.
       01 WS-TOT-HEAD-BUDGET PIC 9(6) VALUE 0.
       01 WS-TOTAL-ED PIC -Z(12)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "LOG-STARTUP" USING WS-PROGRAM-NAME
      *> accept into a separate staging field first - ACCEPT FROM
      *> ENVIRONMENT blanks the target unconditionally when the
      *> variable is unset, which would wipe out the VALUE defaults
           MOVE SPACES TO WS-ENV-BUDGET-FILE-NAME
           ACCEPT WS-ENV-BUDGET-FILE-NAME FROM ENVIRONMENT
               "LABOR-BUDGET-FILE"
           IF WS-ENV-BUDGET-FILE-NAME NOT = SPACES
               MOVE WS-ENV-BUDGET-FILE-NAME TO WS-BUDGET-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-PAY-HISTORY-FILE-NAME
           ACCEPT WS-ENV-PAY-HISTORY-FILE-NAME FROM ENVIRONMENT
               "PAYROLL-PAY-HISTORY-FILE"
           IF WS-ENV-PAY-HISTORY-FILE-NAME NOT = SPACES
               MOVE WS-ENV-PAY-HISTORY-FILE-NAME
                   TO WS-PAY-HISTORY-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-DED-HISTORY-FILE-NAME
           ACCEPT WS-ENV-DED-HISTORY-FILE-NAME FROM ENVIRONMENT
               "PAYROLL-DEDUCTION-HISTORY-FILE"
           IF WS-ENV-DED-HISTORY-FILE-NAME NOT = SPACES
               MOVE WS-ENV-DED-HISTORY-FILE-NAME
                   TO WS-DED-HISTORY-FILE-NAME
           END-IF
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
           MOVE SPACES TO WS-ENV-COMP-FILE-NAME
           ACCEPT WS-ENV-COMP-FILE-NAME FROM ENVIRONMENT
               "COMP-MASTER-FILE"
           IF WS-ENV-COMP-FILE-NAME NOT = SPACES
               MOVE WS-ENV-COMP-FILE-NAME TO WS-COMP-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-POSITION-FILE-NAME
           ACCEPT WS-ENV-POSITION-FILE-NAME FROM ENVIRONMENT
               "POSITION-CONTROL-FILE"
           IF WS-ENV-POSITION-FILE-NAME NOT = SPACES
               MOVE WS-ENV-POSITION-FILE-NAME TO WS-POSITION-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-TOLERANCE
           ACCEPT WS-ENV-TOLERANCE FROM ENVIRONMENT
               "LABOR-TOLERANCE-PCT"
           IF WS-ENV-TOLERANCE NOT = SPACES
             AND TEST-NUMVAL(WS-ENV-TOLERANCE) = 0
               MOVE NUMVAL(WS-ENV-TOLERANCE) TO WS-TOLERANCE-PCT
           END-IF
           MOVE SPACES TO WS-ENV-PERIOD
           ACCEPT WS-ENV-PERIOD FROM ENVIRONMENT
               "LABOR-COST-PERIOD"
           IF WS-ENV-PERIOD NOT = SPACES
               MOVE WS-ENV-PERIOD TO WS-PERIOD
           ELSE
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               MOVE WS-TODAY(1:6) TO WS-PERIOD
           END-IF
           IF WS-PERIOD NOT NUMERIC
             OR WS-PERIOD(5:2) < "01"
             OR WS-PERIOD(5:2) > "12"
               DISPLAY "LABOR-COST-REPORT: LABOR-COST-PERIOD must be "
                   "CCYYMM - got '" WS-PERIOD "'"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-PERIOD TO WS-YEAR-START WS-YEAR-END
           MOVE "01" TO WS-YEAR-START(5:2)
           MOVE "12" TO WS-YEAR-END(5:2)
           MOVE WS-PERIOD(5:2) TO WS-MONTHS-ELAPSED
           OPEN INPUT PAY-HISTORY-FILE.
           IF WS-PAY-HISTORY-STATUS NOT = "00"
               DISPLAY "LABOR-COST-REPORT: pay history not "
                   "available - " TRIM(WS-PAY-HISTORY-FILE-NAME)
                   ", file status " WS-PAY-HISTORY-STATUS
               IF WS-PAY-HISTORY-STATUS = "05"
                   CLOSE PAY-HISTORY-FILE
               END-IF
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE PAY-HISTORY-FILE.
           PERFORM LOAD-BUDGET THRU LOAD-BUDGET-EXIT
           PERFORM LOAD-POSITIONS THRU LOAD-POSITIONS-EXIT
           PERFORM LOAD-LEAVERS THRU LOAD-LEAVERS-EXIT
           PERFORM COUNT-HEADS THRU COUNT-HEADS-EXIT
           PERFORM ANNUALIZE-COMP THRU ANNUALIZE-COMP-EXIT
           PERFORM TALLY-PAY-HISTORY THRU TALLY-PAY-HISTORY-EXIT
           PERFORM TALLY-DED-HISTORY THRU TALLY-DED-HISTORY-EXIT
           IF WS-MASTER-OPEN = 'Y'
               CLOSE EMPLOYEE-MASTER
           END-IF
           PERFORM PRINT-REPORT.
           MOVE SPACES TO WS-EVENT-MESSAGE
           STRING "labor cost " WS-PERIOD ": " WS-DEP-COUNT
                   " department(s), " WS-FLAGGED
                   " outside tolerance"
               DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
           CALL "LOG-EVENT" USING WS-PROGRAM-NAME WS-EVENT-MESSAGE
      *> RETURN-CODE: 0 = every department within tolerance, 4 = at
      *> least one month, year-to-date or projected line flagged for
      *> finance to explain, 8 = bad period or no pay history
           IF WS-FLAGGED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-BUDGET.
           OPEN INPUT LABOR-BUDGET
           IF WS-BUDGET-STATUS NOT = "00"
      *> no budget yet still reports - every actual is unbudgeted
               IF WS-BUDGET-STATUS = "05"
                   CLOSE LABOR-BUDGET
               END-IF
               DISPLAY "LABOR-COST-REPORT: no labor budget on file - "
                   TRIM(WS-BUDGET-FILE-NAME)
               GO TO LOAD-BUDGET-EXIT
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ LABOR-BUDGET NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF LBD-PERIOD >= WS-YEAR-START
                         AND LBD-PERIOD <= WS-YEAR-END
                           ADD 1 TO WS-BUDGET-LINES
                           MOVE LBD-DEPT TO WS-LOOKUP-DEPT
                           PERFORM FIND-DEPARTMENT
                           IF WS-DEP-INDEX > 0
                               ADD LBD-AMOUNT
                                   TO DEP-YEAR-BUDGET(WS-DEP-INDEX)
                               IF LBD-PERIOD <= WS-PERIOD
                                   ADD LBD-AMOUNT TO
                                       DEP-YTD-BUDGET(WS-DEP-INDEX)
                               END-IF
                               IF LBD-PERIOD = WS-PERIOD
                                   ADD LBD-AMOUNT TO
                                       DEP-MTD-BUDGET(WS-DEP-INDEX)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LABOR-BUDGET
           MOVE 'N' TO WS-EOF.
       LOAD-BUDGET-EXIT.
           EXIT.

       LOAD-POSITIONS.
      *> the headcount budget in force for the report month - the
      *> latest effective date not after the month's end
           OPEN INPUT POSITION-FILE
           IF WS-POSITION-STATUS NOT = "00"
               IF WS-POSITION-STATUS = "05"
                   CLOSE POSITION-FILE
               END-IF
               DISPLAY "LABOR-COST-REPORT: no position-control file - "
                   "headcount reported without budgets"
               GO TO LOAD-POSITIONS-EXIT
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ POSITION-FILE INTO POSITION-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-POS-DEPT-X WS-POS-BUDGET-X
                           WS-POS-EFFDATE-X
                       UNSTRING POSITION-RECORD DELIMITED BY ","
                           INTO WS-POS-DEPT-X WS-POS-BUDGET-X
                               WS-POS-EFFDATE-X
                       PERFORM NOTE-POSITION-BUDGET
               END-READ
           END-PERFORM
           CLOSE POSITION-FILE
           MOVE 'N' TO WS-EOF.
       LOAD-POSITIONS-EXIT.
           EXIT.

       NOTE-POSITION-BUDGET.
           IF TEST-NUMVAL(WS-POS-BUDGET-X) = 0
             AND WS-POS-EFFDATE-X(1:6) <= WS-PERIOD
               MOVE WS-POS-DEPT-X TO WS-LOOKUP-DEPT
               PERFORM FIND-DEPARTMENT
               IF WS-DEP-INDEX > 0
                 AND WS-POS-EFFDATE-X >= DEP-HEAD-EFFDATE(WS-DEP-INDEX)
                   MOVE NUMVAL(WS-POS-BUDGET-X)
                       TO DEP-HEAD-BUDGET(WS-DEP-INDEX)
                   MOVE WS-POS-EFFDATE-X
                       TO DEP-HEAD-EFFDATE(WS-DEP-INDEX)
                   MOVE 'Y' TO DEP-HAS-HEAD-BUDGET(WS-DEP-INDEX)
               END-IF
           END-IF.

       LOAD-LEAVERS.
           OPEN INPUT TERMINATED-FILE
           IF WS-TERMINATED-STATUS NOT = "00"
               IF WS-TERMINATED-STATUS = "05"
                   CLOSE TERMINATED-FILE
               END-IF
               GO TO LOAD-LEAVERS-EXIT
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ TERMINATED-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-LEAVER-COUNT < WS-LEAVER-MAX
                           ADD 1 TO WS-LEAVER-COUNT
                           MOVE TRM-EMPLOYEE-ID
                               TO LVR-ID(WS-LEAVER-COUNT)
                           MOVE TRM-DEPARTMENT-CODE
                               TO LVR-DEPT(WS-LEAVER-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TERMINATED-FILE
           MOVE 'N' TO WS-EOF.
       LOAD-LEAVERS-EXIT.
           EXIT.

       COUNT-HEADS.
      *> the roster stays open after the count - the pay lines are
      *> placed in a department by random read against it
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-MASTER-STATUS NOT = "00"
               IF WS-MASTER-STATUS = "05"
                   CLOSE EMPLOYEE-MASTER
               END-IF
               DISPLAY "LABOR-COST-REPORT: employee master not "
                   "available - " TRIM(WS-MASTER-FILE-NAME)
               GO TO COUNT-HEADS-EXIT
           END-IF
           MOVE 'Y' TO WS-MASTER-OPEN
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ EMPLOYEE-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE DEPARTMENT-CODE OF EMPLOYEE
                           OF EMPLOYEE-RECORD TO WS-LOOKUP-DEPT
                       PERFORM FIND-DEPARTMENT
                       IF WS-DEP-INDEX > 0
                           ADD 1 TO DEP-HEADS(WS-DEP-INDEX)
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF.
       COUNT-HEADS-EXIT.
           EXIT.

       ANNUALIZE-COMP.
      *> the current population's pay at today's rates - salaried at
      *> the annual salary, hourly at the rate times a paid year
           IF WS-MASTER-OPEN NOT = 'Y'
               GO TO ANNUALIZE-COMP-EXIT
           END-IF
           OPEN INPUT COMP-MASTER
           IF WS-COMP-STATUS NOT = "00"
               IF WS-COMP-STATUS = "05"
                   CLOSE COMP-MASTER
               END-IF
               DISPLAY "LABOR-COST-REPORT: compensation master not "
                   "available - " TRIM(WS-COMP-FILE-NAME)
               GO TO ANNUALIZE-COMP-EXIT
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ COMP-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM ANNUALIZE-ONE-EMPLOYEE
                           THRU ANNUALIZE-ONE-EMPLOYEE-EXIT
               END-READ
           END-PERFORM
           CLOSE COMP-MASTER
           MOVE 'N' TO WS-EOF.
       ANNUALIZE-COMP-EXIT.
           EXIT.

       ANNUALIZE-ONE-EMPLOYEE.
      *> a compensation record with nobody on the roster is a leaver
      *> COMP-MAINT has not caught up with - not current population
           MOVE COMP-EMPLOYEE-ID TO EMPLOYEE-ID OF EMPLOYEE-RECORD
           READ EMPLOYEE-MASTER
               INVALID KEY
                   ADD 1 TO WS-COMP-NOT-ON-ROSTER
                   GO TO ANNUALIZE-ONE-EMPLOYEE-EXIT
           END-READ
           MOVE DEPARTMENT-CODE OF EMPLOYEE OF EMPLOYEE-RECORD
               TO WS-LOOKUP-DEPT
           PERFORM FIND-DEPARTMENT
           IF WS-DEP-INDEX = 0
               GO TO ANNUALIZE-ONE-EMPLOYEE-EXIT
           END-IF
           IF COMP-BASIS = 'H'
               COMPUTE DEP-ANNUALIZED(WS-DEP-INDEX) =
                   DEP-ANNUALIZED(WS-DEP-INDEX)
                   + COMP-HOURLY-RATE * WS-ANNUAL-HOURS
           ELSE
               ADD COMP-ANNUAL-SALARY TO DEP-ANNUALIZED(WS-DEP-INDEX)
           END-IF.
       ANNUALIZE-ONE-EMPLOYEE-EXIT.
           EXIT.

       TALLY-PAY-HISTORY.
           OPEN INPUT PAY-HISTORY-FILE
           IF WS-PAY-HISTORY-STATUS NOT = "00"
               IF WS-PAY-HISTORY-STATUS = "05"
                   CLOSE PAY-HISTORY-FILE
               END-IF
               GO TO TALLY-PAY-HISTORY-EXIT
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ PAY-HISTORY-FILE INTO PAY-HISTORY-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM TALLY-ONE-PAY-LINE
                           THRU TALLY-ONE-PAY-LINE-EXIT
               END-READ
           END-PERFORM
           CLOSE PAY-HISTORY-FILE
           MOVE 'N' TO WS-EOF.
       TALLY-PAY-HISTORY-EXIT.
           EXIT.

       TALLY-ONE-PAY-LINE.
      *> cost lands in the month it was paid, retro adjustments
      *> included - the same cash view the ledger posting takes
           MOVE SPACES TO WS-PH-TYPE WS-PH-EMPID WS-PH-PAY-DATE
               WS-PH-START WS-PH-END WS-PH-BASIS WS-PH-FREQ
               WS-PH-ANNUAL WS-PH-RATE WS-PH-REGULAR WS-PH-OVERTIME
               WS-PH-HOLIDAY WS-PH-AMOUNT
           UNSTRING PAY-HISTORY-RECORD DELIMITED BY ","
               INTO WS-PH-TYPE WS-PH-EMPID WS-PH-PAY-DATE
                   WS-PH-START WS-PH-END WS-PH-BASIS WS-PH-FREQ
                   WS-PH-ANNUAL WS-PH-RATE WS-PH-REGULAR
                   WS-PH-OVERTIME WS-PH-HOLIDAY WS-PH-AMOUNT
           IF WS-PH-TYPE NOT = 'P' AND WS-PH-TYPE NOT = 'R'
               GO TO TALLY-ONE-PAY-LINE-EXIT
           END-IF
           IF WS-PH-PAY-DATE(1:6) < WS-YEAR-START
             OR WS-PH-PAY-DATE(1:6) > WS-PERIOD
               GO TO TALLY-ONE-PAY-LINE-EXIT
           END-IF
           IF WS-PH-EMPID NOT NUMERIC
             OR TEST-NUMVAL(WS-PH-AMOUNT) NOT = 0
               GO TO TALLY-ONE-PAY-LINE-EXIT
           END-IF
           ADD 1 TO WS-PAY-LINES
           MOVE WS-PH-EMPID TO WS-LOOKUP-ID
           PERFORM PLACE-EMPLOYEE
           IF WS-DEP-INDEX = 0
               GO TO TALLY-ONE-PAY-LINE-EXIT
           END-IF
           MOVE NUMVAL(WS-PH-AMOUNT) TO WS-REC-AMOUNT
           ADD WS-REC-AMOUNT TO DEP-YTD-GROSS(WS-DEP-INDEX)
           IF WS-PH-PAY-DATE(1:6) = WS-PERIOD
               ADD WS-REC-AMOUNT TO DEP-MTD-GROSS(WS-DEP-INDEX)
           END-IF.
       TALLY-ONE-PAY-LINE-EXIT.
           EXIT.

       TALLY-DED-HISTORY.
           OPEN INPUT DED-HISTORY-FILE
           IF WS-DED-HISTORY-STATUS NOT = "00"
               IF WS-DED-HISTORY-STATUS = "05"
                   CLOSE DED-HISTORY-FILE
               END-IF
               DISPLAY "LABOR-COST-REPORT: no deduction history - "
                   "actuals reported without employer benefit cost"
               GO TO TALLY-DED-HISTORY-EXIT
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ DED-HISTORY-FILE INTO DED-HISTORY-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM TALLY-ONE-DED-LINE
                           THRU TALLY-ONE-DED-LINE-EXIT
               END-READ
           END-PERFORM
           CLOSE DED-HISTORY-FILE
           MOVE 'N' TO WS-EOF.
       TALLY-DED-HISTORY-EXIT.
           EXIT.

       TALLY-ONE-DED-LINE.
           MOVE SPACES TO WS-DED-EMPID WS-DED-CODE WS-DED-PAY-DATE
               WS-DED-START WS-DED-END WS-DED-PREMIUM WS-DED-SHARE
           UNSTRING DED-HISTORY-RECORD DELIMITED BY ","
               INTO WS-DED-EMPID WS-DED-CODE WS-DED-PAY-DATE
                   WS-DED-START WS-DED-END WS-DED-PREMIUM
                   WS-DED-SHARE
           IF WS-DED-PAY-DATE(1:6) < WS-YEAR-START
             OR WS-DED-PAY-DATE(1:6) > WS-PERIOD
               GO TO TALLY-ONE-DED-LINE-EXIT
           END-IF
           IF WS-DED-EMPID NOT NUMERIC
             OR TEST-NUMVAL(WS-DED-PREMIUM) NOT = 0
             OR TEST-NUMVAL(WS-DED-SHARE) NOT = 0
               GO TO TALLY-ONE-DED-LINE-EXIT
           END-IF
           ADD 1 TO WS-DED-LINES
           MOVE WS-DED-EMPID TO WS-LOOKUP-ID
           PERFORM PLACE-EMPLOYEE
           IF WS-DEP-INDEX = 0
               GO TO TALLY-ONE-DED-LINE-EXIT
           END-IF
           COMPUTE WS-REC-AMOUNT =
               NUMVAL(WS-DED-PREMIUM) - NUMVAL(WS-DED-SHARE)
           ADD WS-REC-AMOUNT TO DEP-YTD-BENEFIT(WS-DEP-INDEX)
           IF WS-DED-PAY-DATE(1:6) = WS-PERIOD
               ADD WS-REC-AMOUNT TO DEP-MTD-BENEFIT(WS-DEP-INDEX)
           END-IF.
       TALLY-ONE-DED-LINE-EXIT.
           EXIT.

       PLACE-EMPLOYEE.
      *> the department a paid employee's cost is charged to - the
      *> roster's department today, a leaver's department at
      *> termination, "????" when neither file knows the id
           MOVE "????" TO WS-LOOKUP-DEPT
           IF WS-MASTER-OPEN = 'Y'
               MOVE WS-LOOKUP-ID TO EMPLOYEE-ID OF EMPLOYEE-RECORD
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DEPARTMENT-CODE OF EMPLOYEE
                           OF EMPLOYEE-RECORD TO WS-LOOKUP-DEPT
               END-READ
           END-IF
           IF WS-LOOKUP-DEPT = "????"
               PERFORM VARYING J FROM WS-LEAVER-COUNT BY -1
                       UNTIL J < 1
                   IF LVR-ID(J) = WS-LOOKUP-ID
                       MOVE LVR-DEPT(J) TO WS-LOOKUP-DEPT
                       MOVE 1 TO J
                   END-IF
               END-PERFORM
           END-IF
           IF WS-LOOKUP-DEPT = "????"
               ADD 1 TO WS-UNPLACED-LINES
           END-IF
           PERFORM FIND-DEPARTMENT.

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
                   DISPLAY "LABOR-COST-REPORT: more than "
                       WS-DEP-MAX " departments - report incomplete"
               ELSE
                   ADD 1 TO WS-DEP-COUNT
                   MOVE WS-DEP-COUNT TO WS-DEP-INDEX
                   MOVE WS-LOOKUP-DEPT TO DEP-CODE(WS-DEP-INDEX)
                   MOVE 0 TO DEP-MTD-BUDGET(WS-DEP-INDEX)
                       DEP-YTD-BUDGET(WS-DEP-INDEX)
                       DEP-YEAR-BUDGET(WS-DEP-INDEX)
                       DEP-MTD-GROSS(WS-DEP-INDEX)
                       DEP-YTD-GROSS(WS-DEP-INDEX)
                       DEP-MTD-BENEFIT(WS-DEP-INDEX)
                       DEP-YTD-BENEFIT(WS-DEP-INDEX)
                       DEP-ANNUALIZED(WS-DEP-INDEX)
                       DEP-HEADS(WS-DEP-INDEX)
                       DEP-HEAD-BUDGET(WS-DEP-INDEX)
                   MOVE 'N' TO DEP-HAS-HEAD-BUDGET(WS-DEP-INDEX)
                   MOVE SPACES TO DEP-HEAD-EFFDATE(WS-DEP-INDEX)
               END-IF
           END-IF.

       PRINT-REPORT.
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
           END-PERFORM
           DISPLAY "===== Labor cost budget versus actual for period "
               WS-PERIOD " ====="
           DISPLAY "Tolerance (pct):   " WS-TOLERANCE-PCT
           DISPLAY "Actual is gross pay plus employer benefit cost; "
               "YEAR compares the annual budget with year-to-date "
               "spend run out to December"
           DISPLAY "Dept Scope          Budget          Actual"
               "        Variance     Var%  Flag"
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-DEP-COUNT
               MOVE "MTD" TO WS-SCOPE
               MOVE DEP-MTD-BUDGET(I) TO WS-BUDGET
               COMPUTE WS-ACTUAL =
                   DEP-MTD-GROSS(I) + DEP-MTD-BENEFIT(I)
               ADD WS-BUDGET TO WS-TOT-MTD-BUDGET
               ADD WS-ACTUAL TO WS-TOT-MTD-ACTUAL
               PERFORM PRINT-VARIANCE-LINE
               MOVE "YTD" TO WS-SCOPE
               MOVE DEP-YTD-BUDGET(I) TO WS-BUDGET
               COMPUTE WS-ACTUAL =
                   DEP-YTD-GROSS(I) + DEP-YTD-BENEFIT(I)
               ADD WS-BUDGET TO WS-TOT-YTD-BUDGET
               ADD WS-ACTUAL TO WS-TOT-YTD-ACTUAL
               PERFORM PRINT-VARIANCE-LINE
      *> the run rate is the year's average month so far - a single
      *> month swings with the number of pay dates that fall in it
               MOVE "YEAR" TO WS-SCOPE
               MOVE DEP-YEAR-BUDGET(I) TO WS-BUDGET
               COMPUTE WS-ACTUAL ROUNDED =
                   (DEP-YTD-GROSS(I) + DEP-YTD-BENEFIT(I)) * 12
                   / WS-MONTHS-ELAPSED
               ADD WS-BUDGET TO WS-TOT-YEAR-BUDGET
               ADD WS-ACTUAL TO WS-TOT-PROJECTED
               PERFORM PRINT-VARIANCE-LINE
               PERFORM PRINT-DETAIL-LINE
           END-PERFORM
           IF WS-DEP-COUNT = 0
               DISPLAY "(no budget, roster or pay for this year)"
           END-IF
           DISPLAY "----------"
           MOVE WS-TOT-MTD-BUDGET TO WS-TOTAL-ED
           DISPLAY "Month budget:        " WS-TOTAL-ED
           MOVE WS-TOT-MTD-ACTUAL TO WS-TOTAL-ED
           DISPLAY "Month actual:        " WS-TOTAL-ED
           MOVE WS-TOT-YTD-BUDGET TO WS-TOTAL-ED
           DISPLAY "Year-to-date budget: " WS-TOTAL-ED
           MOVE WS-TOT-YTD-ACTUAL TO WS-TOTAL-ED
           DISPLAY "Year-to-date actual: " WS-TOTAL-ED
           MOVE WS-TOT-YEAR-BUDGET TO WS-TOTAL-ED
           DISPLAY "Annual budget:       " WS-TOTAL-ED
           MOVE WS-TOT-PROJECTED TO WS-TOTAL-ED
           DISPLAY "Projected year-end:  " WS-TOTAL-ED
           MOVE WS-TOT-ANNUALIZED TO WS-TOTAL-ED
           DISPLAY "Annualized payroll:  " WS-TOTAL-ED
           DISPLAY "Heads filled:        " WS-TOT-HEADS
           DISPLAY "Heads budgeted:      " WS-TOT-HEAD-BUDGET
           DISPLAY "Budget lines read:   " WS-BUDGET-LINES
           DISPLAY "Pay lines taken:     " WS-PAY-LINES
           DISPLAY "Benefit lines taken: " WS-DED-LINES
           IF WS-UNPLACED-LINES > 0
               DISPLAY "Lines for unknown employees (under ????): "
                   WS-UNPLACED-LINES
           END-IF
           IF WS-COMP-NOT-ON-ROSTER > 0
               DISPLAY "Comp records not on the roster (not "
                   "annualized): " WS-COMP-NOT-ON-ROSTER
           END-IF
           DISPLAY "Outside tolerance:   " WS-FLAGGED
           DISPLAY "===== End of labor cost budget versus actual =====".

       PRINT-VARIANCE-LINE.
      *> variance is actual less budget - over is spend above plan
           COMPUTE WS-VARIANCE = WS-ACTUAL - WS-BUDGET
           MOVE SPACES TO WS-FLAG
           IF WS-BUDGET = 0
               MOVE "    n/a" TO WS-PCT-TEXT
               IF WS-ACTUAL NOT = 0
                   MOVE "NO BUDGET" TO WS-FLAG
               END-IF
           ELSE
               COMPUTE WS-VARIANCE-PCT ROUNDED =
                   WS-VARIANCE * 100 / WS-BUDGET
                   ON SIZE ERROR
                       IF WS-VARIANCE < 0
                           MOVE -99999.9 TO WS-VARIANCE-PCT
                       ELSE
                           MOVE 99999.9 TO WS-VARIANCE-PCT
                       END-IF
               END-COMPUTE
               MOVE WS-VARIANCE-PCT TO WS-PCT-ED
               MOVE WS-PCT-ED TO WS-PCT-TEXT
               IF ABS(WS-VARIANCE-PCT) > WS-TOLERANCE-PCT
                   MOVE "*** OVER" TO WS-FLAG
                   IF WS-VARIANCE-PCT < 0
                       MOVE "*** UNDER" TO WS-FLAG
                   END-IF
               END-IF
           END-IF
           IF WS-FLAG NOT = SPACES
               ADD 1 TO WS-FLAGGED
           END-IF
           MOVE WS-BUDGET TO WS-BUDGET-ED
           MOVE WS-ACTUAL TO WS-ACTUAL-ED
           MOVE WS-VARIANCE TO WS-VARIANCE-ED
           DISPLAY DEP-CODE(I) " " WS-SCOPE " " WS-BUDGET-ED " "
               WS-ACTUAL-ED " " WS-VARIANCE-ED " " WS-PCT-TEXT " "
               WS-FLAG.

       PRINT-DETAIL-LINE.
      *> what the actual is made of, and the heads behind it
           MOVE DEP-YTD-GROSS(I) TO WS-GROSS-ED
           MOVE DEP-YTD-BENEFIT(I) TO WS-BENEFIT-ED
           MOVE DEP-ANNUALIZED(I) TO WS-ANNUALIZED-ED
           MOVE DEP-HEADS(I) TO WS-HEADS-ED
           IF DEP-HAS-HEAD-BUDGET(I) = 'Y'
               MOVE DEP-HEAD-BUDGET(I) TO WS-HEAD-BUDGET-ED
               MOVE WS-HEAD-BUDGET-ED TO WS-HEAD-BUDGET-TEXT
               ADD DEP-HEAD-BUDGET(I) TO WS-TOT-HEAD-BUDGET
           ELSE
               MOVE "  n/a" TO WS-HEAD-BUDGET-TEXT
           END-IF
           ADD DEP-HEADS(I) TO WS-TOT-HEADS
           ADD DEP-ANNUALIZED(I) TO WS-TOT-ANNUALIZED
           DISPLAY "     YTD gross " WS-GROSS-ED
               "  employer benefits " WS-BENEFIT-ED
           DISPLAY "     Heads filled " WS-HEADS-ED
               " of budget " WS-HEAD-BUDGET-TEXT
               "  annualized payroll " WS-ANNUALIZED-ED.
       END PROGRAM LABOR-COST-REPORT.
