      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MERIT-CYCLE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> the compensation segment COMP-MAINT maintains - the current
      *> pay every proposal starts from
       SELECT OPTIONAL COMP-MASTER ASSIGN DYNAMIC WS-COMP-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COMP-EMPLOYEE-ID
           FILE STATUS IS WS-COMP-STATUS.
      *> the roster master - name and department for each worksheet
      *> line
       SELECT OPTIONAL EMPLOYEE-MASTER ASSIGN DYNAMIC
           WS-MASTER-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMPLOYEE-ID OF EMPLOYEE-RECORD
           FILE STATUS IS WS-MASTER-STATUS.
      *> the department reference - the departments a review or a
      *> conversion walks
       SELECT OPTIONAL DEPT-FILE ASSIGN DYNAMIC WS-DEPT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DEPT-STATUS.
      *> one proposal worksheet per department, named from
      *> MERIT-WORKSHEET-PREFIX (MERIT- when unset) and the
      *> department code - MERIT-ENG.DAT and so on
       SELECT OPTIONAL WORKSHEET-FILE ASSIGN DYNAMIC
           WS-WORKSHEET-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WORKSHEET-STATUS.
      *> the merit budget pool per department: DEPT,METHOD,VALUE -
      *> METHOD 'A' a flat annual amount, 'P' a percentage of the
      *> department's annualized pay. Overridable via
      *> MERIT-BUDGET-FILE
       SELECT OPTIONAL BUDGET-FILE ASSIGN DYNAMIC
           WS-BUDGET-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BUDGET-STATUS.
      *> the COMP-MAINT transactions an approved worksheet becomes -
      *> appended, so a conversion adds to whatever HR has already
      *> keyed. Overridable via COMP-TXN-FILE
       SELECT OPTIONAL TXN-FILE ASSIGN DYNAMIC WS-TXN-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TXN-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
       FD WORKSHEET-FILE.
      *> H,dept,cycle-year,status - status 'P' proposed (as cut),
      *> the manager sets 'A' approved, conversion stamps 'C'
      *> D,empid,grade,basis,freq,current,percent,name - the
      *> manager fills in percent, nothing else
       01 WORKSHEET-RECORD PIC X(120).
       FD BUDGET-FILE.
       01 BUDGET-RECORD PIC X(40).
       FD TXN-FILE.
       01 TXN-RECORD PIC X(60).
       WORKING-STORAGE SECTION.
      *> correctly-sized holders for the literal audit message - a
      *> literal passed straight to LOG-EVENT-SEV's LINKAGE would
      *> only be allocated as big as the literal itself
       01 WS-PROGRAM-NAME PIC X(44) VALUE "MERIT-CYCLE".
       01 WS-EVENT-MESSAGE PIC X(200).
       01 WS-EVENT-SEVERITY PIC X(1).
      *> G generate the worksheets, R review them against the pools,
      *> C convert the approved ones to COMP-MAINT transactions
       01 WS-MODE PIC X(1).
       01 WS-COMP-FILE-NAME PIC X(80) VALUE "COMP-MASTER.DAT".
       01 WS-ENV-COMP-FILE-NAME PIC X(80).
       01 WS-COMP-STATUS PIC X(2).
       01 WS-MASTER-FILE-NAME PIC X(80) VALUE "EMPLOYEE.DAT".
       01 WS-ENV-MASTER-FILE-NAME PIC X(80).
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-DEPT-FILE-NAME PIC X(80) VALUE "DEPARTMENT.DAT".
       01 WS-ENV-DEPT-FILE-NAME PIC X(80).
       01 WS-DEPT-STATUS PIC X(2).
       01 WS-WORKSHEET-PREFIX PIC X(60) VALUE "MERIT-".
       01 WS-ENV-WORKSHEET-PREFIX PIC X(60).
       01 WS-WORKSHEET-FILE-NAME PIC X(80).
       01 WS-WORKSHEET-STATUS PIC X(2).
       01 WS-BUDGET-FILE-NAME PIC X(80) VALUE "MERIT-BUDGET.DAT".
       01 WS-ENV-BUDGET-FILE-NAME PIC X(80).
       01 WS-BUDGET-STATUS PIC X(2).
       01 WS-TXN-FILE-NAME PIC X(80) VALUE "COMP-TXN.DAT".
       01 WS-ENV-TXN-FILE-NAME PIC X(80).
       01 WS-TXN-STATUS PIC X(2).
       01 WS-EOF PIC X(1) VALUE 'N'.
       01 WS-RUN-ID PIC X(12).
      *> the cycle the worksheets are cut for - MERIT-CYCLE-YEAR,
      *> this year when unset
       01 WS-TODAY PIC 9(8).
       01 WS-CYCLE-YEAR PIC 9(4).
       01 WS-ENV-CYCLE-YEAR PIC X(4).
      *> the date the increases take effect - MERIT-EFFECTIVE-DATE,
      *> today when unset; COMP-MAINT refuses one still in the
      *> future, so conversion runs on or after it
       01 WS-EFFECTIVE-DATE PIC 9(8).
       01 WS-ENV-EFFECTIVE-DATE PIC X(8).
      *> a single increase above this is a keying slip, not a merit
      *> award - MERIT-MAX-PCT, 15 when unset
       01 WS-MAX-PCT PIC 9(3)V99 VALUE 15.
       01 WS-ENV-MAX-PCT PIC X(6).
      *> an hourly rate is annualized at a standard year's hours so
      *> it sits in the same pool as salaries
       77 WS-ANNUAL-HOURS PIC 9(4) VALUE 2080.
      *> the employees staged for the worksheets, ordered by
      *> department
       01 WS-EMP-COUNT PIC 9(4) VALUE 0.
       01 WS-EMP-ENTRY OCCURS 2000 TIMES.
           05 EMP-DEPT PIC X(4).
           05 EMP-ID PIC 9(9).
           05 EMP-NAME PIC X(35).
           05 EMP-GRADE PIC X(2).
           05 EMP-BASIS PIC X(1).
           05 EMP-FREQ PIC X(1).
           05 EMP-AMOUNT PIC 9(9)V99.
       01 WS-SWAP-EMP.
           05 FILLER PIC X(4).
           05 FILLER PIC 9(9).
           05 FILLER PIC X(35).
           05 FILLER PIC X(2).
           05 FILLER PIC X(1).
           05 FILLER PIC X(1).
           05 FILLER PIC 9(9)V99.
       01 WS-SORTED PIC X(1).
       01 I PIC 9(4).
       01 J PIC 9(4).
       01 WS-NO-DEPT-COUNT PIC 9(4) VALUE 0.
       01 WS-NO-COMP-COUNT PIC 9(4) VALUE 0.
      *> the departments a review or conversion walks
       01 WS-DEPT-COUNT PIC 9(3) VALUE 0.
       01 WS-DEPT-ENTRY OCCURS 100 TIMES.
           05 DEPT-CODE PIC X(4).
           05 DEPT-ACTIVE PIC X(1).
       01 WS-DEPT-CODE-X PIC X(4).
       01 WS-DEPT-NAME-X PIC X(30).
       01 WS-DEPT-STATUS-X PIC X(2).
       01 WS-CUR-DEPT PIC X(4).
      *> the budget pools
       01 WS-POOL-COUNT PIC 9(3) VALUE 0.
       01 WS-POOL-ENTRY OCCURS 100 TIMES.
           05 POOL-DEPT PIC X(4).
           05 POOL-METHOD PIC X(1).
           05 POOL-VALUE PIC 9(9)V99.
       01 WS-POOL-DEPT-X PIC X(4).
       01 WS-POOL-METHOD-X PIC X(1).
       01 WS-POOL-VALUE-X PIC X(14).
       01 WS-POOL-FOUND PIC X(1).
      *> one worksheet read back - its header, and its lines staged
      *> so a conversion can write the file out again stamped
       01 WS-HDR-TYPE PIC X(1).
       01 WS-HDR-DEPT PIC X(4).
       01 WS-HDR-YEAR PIC X(4).
       01 WS-HDR-STATUS PIC X(1).
       01 WS-LINE-COUNT PIC 9(4) VALUE 0.
       01 WS-LINE-ENTRY OCCURS 2000 TIMES.
           05 LINE-TEXT PIC X(120).
       01 WS-LINE-I PIC 9(4).
       01 WS-WS-TYPE PIC X(1).
       01 WS-WS-ID-X PIC X(9).
       01 WS-WS-GRADE PIC X(2).
       01 WS-WS-BASIS PIC X(1).
       01 WS-WS-FREQ PIC X(1).
       01 WS-WS-CURRENT-X PIC X(14).
       01 WS-WS-PCT-X PIC X(8).
       01 WS-WS-NAME PIC X(35).
       01 WS-WS-CURRENT PIC 9(9)V99.
       01 WS-WS-PCT PIC 9(3)V99.
       01 WS-WS-NEW PIC 9(9)V99.
       01 WS-WS-ANNUAL PIC 9(9)V99.
       01 WS-WS-INCREASE PIC 9(9)V99.
       01 WS-LINE-OK PIC X(1).
      *> the department's proposal against its pool
       01 WS-DEPT-HEADS PIC 9(4).
       01 WS-DEPT-PAYROLL PIC 9(11)V99.
       01 WS-DEPT-INCREASE PIC 9(11)V99.
       01 WS-DEPT-POOL PIC 9(11)V99.
       01 WS-DEPT-VARIANCE PIC S9(11)V99.
       01 WS-DEPT-BAD-LINES PIC 9(4).
       01 WS-DEPT-TXNS PIC 9(4).
       01 WS-WORKSHEETS-WRITTEN PIC 9(3) VALUE 0.
       01 WS-WORKSHEETS-KEPT PIC 9(3) VALUE 0.
       01 WS-WORKSHEETS-MISSING PIC 9(3) VALUE 0.
       01 WS-OVER-POOL-COUNT PIC 9(3) VALUE 0.
       01 WS-NO-POOL-COUNT PIC 9(3) VALUE 0.
       01 WS-BAD-LINE-COUNT PIC 9(5) VALUE 0.
       01 WS-CONVERTED-COUNT PIC 9(3) VALUE 0.
       01 WS-NOT-APPROVED-COUNT PIC 9(3) VALUE 0.
       01 WS-TXNS-WRITTEN PIC 9(5) VALUE 0.
       01 WS-TXN-FAILED PIC X(1) VALUE 'N'.
       01 WS-AMOUNT-ED PIC Z(8)9.99.
       01 WS-PCT-ED PIC ZZ9.99.
       01 WS-MONEY-ED PIC Z(10)9.99.
       01 WS-MONEY-ED-2 PIC Z(10)9.99.
       01 WS-MONEY-ED-3 PIC Z(10)9.99.
       01 WS-VARIANCE-ED PIC -(11)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "LOG-STARTUP" USING WS-PROGRAM-NAME
           MOVE SPACES TO WS-MODE
           ACCEPT WS-MODE FROM ENVIRONMENT "MERIT-CYCLE-MODE"
           MOVE UPPER-CASE(WS-MODE) TO WS-MODE
           IF WS-MODE NOT = 'G' AND WS-MODE NOT = 'R'
             AND WS-MODE NOT = 'C'
               DISPLAY "MERIT-CYCLE: set MERIT-CYCLE-MODE to G "
                   "(generate worksheets), R (review against the "
                   "pools) or C (convert approved worksheets)"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      *> accept into a separate staging field first - ACCEPT FROM
      *> ENVIRONMENT blanks the target unconditionally when the
      *> variable is unset, which would wipe out the VALUE defaults
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
           MOVE SPACES TO WS-ENV-WORKSHEET-PREFIX
           ACCEPT WS-ENV-WORKSHEET-PREFIX FROM ENVIRONMENT
               "MERIT-WORKSHEET-PREFIX"
           IF WS-ENV-WORKSHEET-PREFIX NOT = SPACES
               MOVE WS-ENV-WORKSHEET-PREFIX TO WS-WORKSHEET-PREFIX
           END-IF
           MOVE SPACES TO WS-ENV-BUDGET-FILE-NAME
           ACCEPT WS-ENV-BUDGET-FILE-NAME FROM ENVIRONMENT
               "MERIT-BUDGET-FILE"
           IF WS-ENV-BUDGET-FILE-NAME NOT = SPACES
               MOVE WS-ENV-BUDGET-FILE-NAME TO WS-BUDGET-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-TXN-FILE-NAME
           ACCEPT WS-ENV-TXN-FILE-NAME FROM ENVIRONMENT
               "COMP-TXN-FILE"
           IF WS-ENV-TXN-FILE-NAME NOT = SPACES
               MOVE WS-ENV-TXN-FILE-NAME TO WS-TXN-FILE-NAME
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE WS-TODAY(1:4) TO WS-CYCLE-YEAR
           MOVE SPACES TO WS-ENV-CYCLE-YEAR
           ACCEPT WS-ENV-CYCLE-YEAR FROM ENVIRONMENT "MERIT-CYCLE-YEAR"
           IF WS-ENV-CYCLE-YEAR IS NUMERIC
               MOVE WS-ENV-CYCLE-YEAR TO WS-CYCLE-YEAR
           END-IF
           MOVE WS-TODAY TO WS-EFFECTIVE-DATE
           MOVE SPACES TO WS-ENV-EFFECTIVE-DATE
           ACCEPT WS-ENV-EFFECTIVE-DATE FROM ENVIRONMENT
               "MERIT-EFFECTIVE-DATE"
           IF WS-ENV-EFFECTIVE-DATE NOT = SPACES
               IF WS-ENV-EFFECTIVE-DATE IS NOT NUMERIC
                 OR TEST-DATE-YYYYMMDD(NUMVAL(WS-ENV-EFFECTIVE-DATE))
                    NOT = 0
                   DISPLAY "MERIT-CYCLE: MERIT-EFFECTIVE-DATE "
                       WS-ENV-EFFECTIVE-DATE " is not a YYYYMMDD date"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-ENV-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
           END-IF
           MOVE SPACES TO WS-ENV-MAX-PCT
           ACCEPT WS-ENV-MAX-PCT FROM ENVIRONMENT "MERIT-MAX-PCT"
           IF WS-ENV-MAX-PCT NOT = SPACES
             AND TEST-NUMVAL(WS-ENV-MAX-PCT) = 0
               MOVE NUMVAL(WS-ENV-MAX-PCT) TO WS-MAX-PCT
           END-IF
           MOVE SPACES TO WS-RUN-ID
           ACCEPT WS-RUN-ID FROM ENVIRONMENT "CHAIN-RUN-ID"
           IF WS-RUN-ID = SPACES
               MOVE "NONE" TO WS-RUN-ID
           END-IF
           EVALUATE WS-MODE
               WHEN 'G'
                   PERFORM GENERATE-WORKSHEETS
                       THRU GENERATE-WORKSHEETS-EXIT
               WHEN OTHER
                   PERFORM REVIEW-WORKSHEETS
                       THRU REVIEW-WORKSHEETS-EXIT
           END-EVALUATE
           MOVE 'I' TO WS-EVENT-SEVERITY
           MOVE SPACES TO WS-EVENT-MESSAGE
           STRING "merit cycle " WS-CYCLE-YEAR " mode " WS-MODE
                   " - " WS-WORKSHEETS-WRITTEN " worksheet(s) cut, "
                   WS-OVER-POOL-COUNT " over pool, "
                   WS-CONVERTED-COUNT " converted"
               DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
           IF WS-OVER-POOL-COUNT > 0 OR WS-TXN-FAILED = 'Y'
               MOVE 'W' TO WS-EVENT-SEVERITY
           END-IF
           CALL "LOG-EVENT-SEV" USING WS-PROGRAM-NAME
               WS-EVENT-SEVERITY WS-EVENT-MESSAGE
      *> RETURN-CODE: 0 = clean, 4 = a department is over its pool
      *> or has no pool, worksheet lines were rejected, a worksheet
      *> was not yet approved at conversion, or an existing worksheet
      *> was left alone, 8 = the masters or the transaction file
      *> could not be opened
           IF WS-TXN-FAILED = 'Y'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-OVER-POOL-COUNT > 0 OR WS-NO-POOL-COUNT > 0
                 OR WS-BAD-LINE-COUNT > 0
                 OR WS-WORKSHEETS-KEPT > 0
                 OR WS-NO-DEPT-COUNT > 0
                 OR (WS-MODE = 'C' AND WS-NOT-APPROVED-COUNT > 0)
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       GENERATE-WORKSHEETS.
           OPEN INPUT COMP-MASTER
           IF WS-COMP-STATUS NOT = "00"
               DISPLAY "MERIT-CYCLE: compensation master not "
                   "available - " TRIM(WS-COMP-FILE-NAME)
                   ", file status " WS-COMP-STATUS
               MOVE 'Y' TO WS-TXN-FAILED
               GO TO GENERATE-WORKSHEETS-EXIT
           END-IF
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "MERIT-CYCLE: employee master not available "
                   "- " TRIM(WS-MASTER-FILE-NAME) ", file status "
                   WS-MASTER-STATUS
               CLOSE COMP-MASTER
               MOVE 'Y' TO WS-TXN-FAILED
               GO TO GENERATE-WORKSHEETS-EXIT
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ COMP-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM STAGE-ONE-EMPLOYEE
               END-READ
           END-PERFORM
           CLOSE COMP-MASTER EMPLOYEE-MASTER
           MOVE 'N' TO WS-EOF
      *> exchange sort, department then employee id - the same
      *> judgement the payroll register makes at roster scale
           MOVE 'N' TO WS-SORTED
           PERFORM UNTIL WS-SORTED = 'Y'
               MOVE 'Y' TO WS-SORTED
               PERFORM VARYING I FROM 1 BY 1
                       UNTIL I >= WS-EMP-COUNT
                   COMPUTE J = I + 1
                   IF EMP-DEPT(I) > EMP-DEPT(J)
                     OR (EMP-DEPT(I) = EMP-DEPT(J)
                         AND EMP-ID(I) > EMP-ID(J))
                       MOVE WS-EMP-ENTRY(I) TO WS-SWAP-EMP
                       MOVE WS-EMP-ENTRY(J) TO WS-EMP-ENTRY(I)
                       MOVE WS-SWAP-EMP TO WS-EMP-ENTRY(J)
                       MOVE 'N' TO WS-SORTED
                   END-IF
               END-PERFORM
           END-PERFORM
           DISPLAY "===== Merit worksheets " WS-CYCLE-YEAR " ====="
           MOVE SPACES TO WS-CUR-DEPT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-EMP-COUNT
               IF EMP-DEPT(I) NOT = WS-CUR-DEPT
                   IF WS-CUR-DEPT NOT = SPACES
                       CLOSE WORKSHEET-FILE
                   END-IF
                   MOVE EMP-DEPT(I) TO WS-CUR-DEPT
                   PERFORM OPEN-NEW-WORKSHEET
               END-IF
               IF WS-WORKSHEET-STATUS = "00"
                   MOVE EMP-AMOUNT(I) TO WS-AMOUNT-ED
                   MOVE SPACES TO WORKSHEET-RECORD
                   STRING "D," EMP-ID(I) "," EMP-GRADE(I) ","
                           EMP-BASIS(I) "," EMP-FREQ(I) ","
                           TRIM(WS-AMOUNT-ED) ",0.00," TRIM(EMP-NAME(I))
                       DELIMITED BY SIZE INTO WORKSHEET-RECORD
                   WRITE WORKSHEET-RECORD
               END-IF
           END-PERFORM
           IF WS-CUR-DEPT NOT = SPACES
               CLOSE WORKSHEET-FILE
           END-IF
           DISPLAY "Employees staged:          " WS-EMP-COUNT
           DISPLAY "Worksheets written:        " WS-WORKSHEETS-WRITTEN
           DISPLAY "Worksheets left as found:  " WS-WORKSHEETS-KEPT
           IF WS-NO-DEPT-COUNT > 0
               DISPLAY "Compensation records with no roster "
                   "record: " WS-NO-DEPT-COUNT
           END-IF.
       GENERATE-WORKSHEETS-EXIT.
           EXIT.

       STAGE-ONE-EMPLOYEE.
           MOVE COMP-EMPLOYEE-ID TO EMPLOYEE-ID OF EMPLOYEE-RECORD
           READ EMPLOYEE-MASTER
               INVALID KEY
                   ADD 1 TO WS-NO-DEPT-COUNT
                   DISPLAY "MERIT-CYCLE: compensation record "
                       COMP-EMPLOYEE-ID " has no roster record - "
                       "left off the worksheets"
               NOT INVALID KEY
                   IF WS-EMP-COUNT >= 2000
                       ADD 1 TO WS-NO-DEPT-COUNT
                       DISPLAY "MERIT-CYCLE: more than 2000 "
                           "employees - " COMP-EMPLOYEE-ID
                           " left off the worksheets"
                   ELSE
                       ADD 1 TO WS-EMP-COUNT
                       MOVE DEPARTMENT-CODE OF EMPLOYEE
                           OF EMPLOYEE-RECORD TO EMP-DEPT(WS-EMP-COUNT)
                       MOVE COMP-EMPLOYEE-ID TO EMP-ID(WS-EMP-COUNT)
                       MOVE FULLNAME OF EMPLOYEE OF EMPLOYEE-RECORD
                           TO EMP-NAME(WS-EMP-COUNT)
                       MOVE COMP-PAY-GRADE TO EMP-GRADE(WS-EMP-COUNT)
                       MOVE COMP-BASIS TO EMP-BASIS(WS-EMP-COUNT)
                       MOVE COMP-PAY-FREQ TO EMP-FREQ(WS-EMP-COUNT)
                       IF COMP-BASIS = 'H'
                           MOVE COMP-HOURLY-RATE
                               TO EMP-AMOUNT(WS-EMP-COUNT)
                       ELSE
                           MOVE COMP-ANNUAL-SALARY
                               TO EMP-AMOUNT(WS-EMP-COUNT)
                       END-IF
                   END-IF
           END-READ.

       OPEN-NEW-WORKSHEET.
           PERFORM BUILD-WORKSHEET-NAME
      *> a worksheet already out with its manager is never cut over
      *> - delete it first to start that department again
           OPEN INPUT WORKSHEET-FILE
           IF WS-WORKSHEET-STATUS = "00"
               CLOSE WORKSHEET-FILE
               ADD 1 TO WS-WORKSHEETS-KEPT
               DISPLAY "  " WS-CUR-DEPT "  "
                   TRIM(WS-WORKSHEET-FILE-NAME)
                   " already exists - left as found"
               MOVE "99" TO WS-WORKSHEET-STATUS
           ELSE
               IF WS-WORKSHEET-STATUS = "05"
                   CLOSE WORKSHEET-FILE
               END-IF
               OPEN OUTPUT WORKSHEET-FILE
      *> OUTPUT on a file that does not exist yet reports status 05
      *> on this runtime even though it creates the file underneath
               IF WS-WORKSHEET-STATUS = "05"
                   MOVE "00" TO WS-WORKSHEET-STATUS
               END-IF
               IF WS-WORKSHEET-STATUS = "00"
                   ADD 1 TO WS-WORKSHEETS-WRITTEN
                   MOVE SPACES TO WORKSHEET-RECORD
                   STRING "H," WS-CUR-DEPT "," WS-CYCLE-YEAR ",P"
                       DELIMITED BY SIZE INTO WORKSHEET-RECORD
                   WRITE WORKSHEET-RECORD
                   DISPLAY "  " WS-CUR-DEPT "  "
                       TRIM(WS-WORKSHEET-FILE-NAME)
               ELSE
                   MOVE 'Y' TO WS-TXN-FAILED
                   DISPLAY "MERIT-CYCLE: cannot write worksheet "
                       TRIM(WS-WORKSHEET-FILE-NAME) " - file status "
                       WS-WORKSHEET-STATUS
               END-IF
           END-IF.

       BUILD-WORKSHEET-NAME.
           MOVE SPACES TO WS-WORKSHEET-FILE-NAME
           STRING TRIM(WS-WORKSHEET-PREFIX) TRIM(WS-CUR-DEPT) ".DAT"
               DELIMITED BY SIZE INTO WS-WORKSHEET-FILE-NAME.

       REVIEW-WORKSHEETS.
           PERFORM LOAD-DEPARTMENTS
           PERFORM LOAD-POOLS
           IF WS-MODE = 'C'
               OPEN INPUT COMP-MASTER
               IF WS-COMP-STATUS NOT = "00"
                   DISPLAY "MERIT-CYCLE: compensation master not "
                       "available - " TRIM(WS-COMP-FILE-NAME)
                       ", file status " WS-COMP-STATUS
                   MOVE 'Y' TO WS-TXN-FAILED
                   GO TO REVIEW-WORKSHEETS-EXIT
               END-IF
               OPEN EXTEND TXN-FILE
      *> EXTEND on a file that does not exist yet reports status 05
      *> on this runtime even though it creates the file underneath
               IF WS-TXN-STATUS NOT = "00" AND WS-TXN-STATUS NOT = "05"
                   DISPLAY "MERIT-CYCLE: cannot open transaction "
                       "file " TRIM(WS-TXN-FILE-NAME)
                       " - file status " WS-TXN-STATUS
                   CLOSE COMP-MASTER
                   MOVE 'Y' TO WS-TXN-FAILED
                   GO TO REVIEW-WORKSHEETS-EXIT
               END-IF
               DISPLAY "===== Merit conversion " WS-CYCLE-YEAR
                   " effective " WS-EFFECTIVE-DATE " ====="
           ELSE
               DISPLAY "===== Merit review " WS-CYCLE-YEAR " ====="
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-DEPT-COUNT
               IF DEPT-ACTIVE(I) = 'Y'
                   MOVE DEPT-CODE(I) TO WS-CUR-DEPT
                   PERFORM REVIEW-ONE-DEPARTMENT
                       THRU REVIEW-ONE-DEPARTMENT-EXIT
               END-IF
           END-PERFORM
           IF WS-MODE = 'C'
               CLOSE COMP-MASTER TXN-FILE
           END-IF
           DISPLAY " "
           DISPLAY "Departments over pool:     " WS-OVER-POOL-COUNT
           DISPLAY "Departments with no pool:  " WS-NO-POOL-COUNT
           DISPLAY "Worksheets missing:        " WS-WORKSHEETS-MISSING
           DISPLAY "Worksheet lines rejected:  " WS-BAD-LINE-COUNT
           IF WS-MODE = 'C'
               DISPLAY "Worksheets not approved:   "
                   WS-NOT-APPROVED-COUNT
               DISPLAY "Worksheets converted:      " WS-CONVERTED-COUNT
               DISPLAY "Transactions written:      " WS-TXNS-WRITTEN
                   " to " TRIM(WS-TXN-FILE-NAME)
           END-IF.
       REVIEW-WORKSHEETS-EXIT.
           EXIT.

       REVIEW-ONE-DEPARTMENT.
           PERFORM BUILD-WORKSHEET-NAME
           MOVE 0 TO WS-LINE-COUNT WS-DEPT-HEADS WS-DEPT-PAYROLL
               WS-DEPT-INCREASE WS-DEPT-BAD-LINES WS-DEPT-TXNS
           MOVE SPACES TO WS-HDR-STATUS
           OPEN INPUT WORKSHEET-FILE
           IF WS-WORKSHEET-STATUS NOT = "00"
               IF WS-WORKSHEET-STATUS = "05"
                   CLOSE WORKSHEET-FILE
               END-IF
               ADD 1 TO WS-WORKSHEETS-MISSING
               DISPLAY " "
               DISPLAY "DEPARTMENT " WS-CUR-DEPT
                   "  no worksheet " TRIM(WS-WORKSHEET-FILE-NAME)
               GO TO REVIEW-ONE-DEPARTMENT-EXIT
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ WORKSHEET-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-LINE-COUNT < 2000
                           ADD 1 TO WS-LINE-COUNT
                           MOVE WORKSHEET-RECORD
                               TO LINE-TEXT(WS-LINE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WORKSHEET-FILE
           MOVE 'N' TO WS-EOF
           IF WS-LINE-COUNT > 0
               MOVE SPACES TO WS-HDR-TYPE WS-HDR-DEPT WS-HDR-YEAR
                   WS-HDR-STATUS
               UNSTRING LINE-TEXT(1) DELIMITED BY ","
                   INTO WS-HDR-TYPE WS-HDR-DEPT WS-HDR-YEAR
                       WS-HDR-STATUS
               MOVE UPPER-CASE(WS-HDR-STATUS) TO WS-HDR-STATUS
           END-IF
           DISPLAY " "
           DISPLAY "DEPARTMENT " WS-CUR-DEPT "  "
               TRIM(WS-WORKSHEET-FILE-NAME) "  STATUS " WS-HDR-STATUS
           IF WS-HDR-TYPE NOT = 'H' OR WS-HDR-DEPT NOT = WS-CUR-DEPT
             OR WS-HDR-YEAR NOT = WS-CYCLE-YEAR
               ADD 1 TO WS-BAD-LINE-COUNT
               DISPLAY "  worksheet header is not for this department"
                   " and cycle - not reviewed"
               GO TO REVIEW-ONE-DEPARTMENT-EXIT
           END-IF
      *> a worksheet already converted is reported, never converted
      *> a second time
           IF WS-HDR-STATUS = 'C'
               DISPLAY "  already converted to transactions"
               GO TO REVIEW-ONE-DEPARTMENT-EXIT
           END-IF
           PERFORM VARYING WS-LINE-I FROM 2 BY 1
                   UNTIL WS-LINE-I > WS-LINE-COUNT
               PERFORM PRICE-ONE-LINE
           END-PERFORM
           PERFORM FIND-POOL
           MOVE WS-DEPT-PAYROLL TO WS-MONEY-ED
           MOVE WS-DEPT-INCREASE TO WS-MONEY-ED-2
           DISPLAY "  HEADCOUNT " WS-DEPT-HEADS "  ANNUAL PAY "
               WS-MONEY-ED "  PROPOSED INCREASE " WS-MONEY-ED-2
           IF WS-POOL-FOUND = 'N'
               ADD 1 TO WS-NO-POOL-COUNT
               DISPLAY "  NO MERIT POOL ON FILE - cannot be approved"
               GO TO REVIEW-ONE-DEPARTMENT-EXIT
           END-IF
           COMPUTE WS-DEPT-VARIANCE = WS-DEPT-POOL - WS-DEPT-INCREASE
           MOVE WS-DEPT-POOL TO WS-MONEY-ED-3
           MOVE WS-DEPT-VARIANCE TO WS-VARIANCE-ED
           IF WS-DEPT-VARIANCE < 0
               ADD 1 TO WS-OVER-POOL-COUNT
               DISPLAY "  POOL " WS-MONEY-ED-3 "  REMAINING "
                   WS-VARIANCE-ED "  *OVER POOL*"
               GO TO REVIEW-ONE-DEPARTMENT-EXIT
           END-IF
           DISPLAY "  POOL " WS-MONEY-ED-3 "  REMAINING " WS-VARIANCE-ED
           IF WS-MODE NOT = 'C'
               GO TO REVIEW-ONE-DEPARTMENT-EXIT
           END-IF
      *> only a worksheet its manager marked approved, inside its
      *> pool and with every line good, becomes transactions
           IF WS-HDR-STATUS NOT = 'A'
               ADD 1 TO WS-NOT-APPROVED-COUNT
               DISPLAY "  not marked approved - not converted"
               GO TO REVIEW-ONE-DEPARTMENT-EXIT
           END-IF
           IF WS-DEPT-BAD-LINES > 0
               DISPLAY "  rejected lines on the worksheet - not "
                   "converted"
               GO TO REVIEW-ONE-DEPARTMENT-EXIT
           END-IF
           PERFORM VARYING WS-LINE-I FROM 2 BY 1
                   UNTIL WS-LINE-I > WS-LINE-COUNT
               PERFORM CONVERT-ONE-LINE
           END-PERFORM
           PERFORM STAMP-CONVERTED.
       REVIEW-ONE-DEPARTMENT-EXIT.
           EXIT.

       PRICE-ONE-LINE.
           PERFORM PARSE-ONE-LINE THRU PARSE-ONE-LINE-EXIT
           IF WS-LINE-OK = 'Y'
               ADD 1 TO WS-DEPT-HEADS
               ADD WS-WS-ANNUAL TO WS-DEPT-PAYROLL
               ADD WS-WS-INCREASE TO WS-DEPT-INCREASE
               IF WS-MODE = 'R' AND WS-WS-PCT > 0
                   MOVE WS-WS-PCT TO WS-PCT-ED
                   MOVE WS-WS-NEW TO WS-AMOUNT-ED
                   DISPLAY "    " WS-WS-ID-X "  " WS-WS-NAME "  "
                       WS-PCT-ED "%  NEW " WS-WS-BASIS " "
                       WS-AMOUNT-ED
               END-IF
           END-IF.

       PARSE-ONE-LINE.
           MOVE 'N' TO WS-LINE-OK
           MOVE SPACES TO WS-WS-TYPE WS-WS-ID-X WS-WS-GRADE
               WS-WS-BASIS WS-WS-FREQ WS-WS-CURRENT-X WS-WS-PCT-X
               WS-WS-NAME
           UNSTRING LINE-TEXT(WS-LINE-I) DELIMITED BY ","
               INTO WS-WS-TYPE WS-WS-ID-X WS-WS-GRADE WS-WS-BASIS
                   WS-WS-FREQ WS-WS-CURRENT-X WS-WS-PCT-X WS-WS-NAME
           IF LINE-TEXT(WS-LINE-I) = SPACES
               GO TO PARSE-ONE-LINE-EXIT
           END-IF
           IF WS-WS-TYPE NOT = 'D' OR WS-WS-ID-X IS NOT NUMERIC
             OR (WS-WS-BASIS NOT = 'S' AND WS-WS-BASIS NOT = 'H')
             OR TEST-NUMVAL(WS-WS-CURRENT-X) NOT = 0
             OR WS-WS-PCT-X = SPACES
             OR TEST-NUMVAL(WS-WS-PCT-X) NOT = 0
               ADD 1 TO WS-DEPT-BAD-LINES WS-BAD-LINE-COUNT
               DISPLAY "    rejected, line not readable: "
                   TRIM(LINE-TEXT(WS-LINE-I))
               GO TO PARSE-ONE-LINE-EXIT
           END-IF
           IF NUMVAL(WS-WS-PCT-X) < 0
             OR NUMVAL(WS-WS-PCT-X) > WS-MAX-PCT
               ADD 1 TO WS-DEPT-BAD-LINES WS-BAD-LINE-COUNT
               DISPLAY "    rejected, " WS-WS-ID-X " proposed "
                   TRIM(WS-WS-PCT-X) "% - outside 0 to the "
                   "merit maximum"
               GO TO PARSE-ONE-LINE-EXIT
           END-IF
           MOVE NUMVAL(WS-WS-CURRENT-X) TO WS-WS-CURRENT
           MOVE NUMVAL(WS-WS-PCT-X) TO WS-WS-PCT
           COMPUTE WS-WS-NEW ROUNDED =
               WS-WS-CURRENT * (100 + WS-WS-PCT) / 100
           IF WS-WS-BASIS = 'H'
               COMPUTE WS-WS-ANNUAL = WS-WS-CURRENT * WS-ANNUAL-HOURS
               COMPUTE WS-WS-INCREASE ROUNDED =
                   (WS-WS-NEW - WS-WS-CURRENT) * WS-ANNUAL-HOURS
           ELSE
               MOVE WS-WS-CURRENT TO WS-WS-ANNUAL
               COMPUTE WS-WS-INCREASE = WS-WS-NEW - WS-WS-CURRENT
           END-IF
           MOVE 'Y' TO WS-LINE-OK.
       PARSE-ONE-LINE-EXIT.
           EXIT.

       FIND-POOL.
           MOVE 'N' TO WS-POOL-FOUND
           MOVE 0 TO WS-DEPT-POOL
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-POOL-COUNT
               IF POOL-DEPT(J) = WS-CUR-DEPT
                   MOVE 'Y' TO WS-POOL-FOUND
                   IF POOL-METHOD(J) = 'P'
                       COMPUTE WS-DEPT-POOL ROUNDED =
                           WS-DEPT-PAYROLL * POOL-VALUE(J) / 100
                   ELSE
                       MOVE POOL-VALUE(J) TO WS-DEPT-POOL
                   END-IF
                   MOVE WS-POOL-COUNT TO J
               END-IF
           END-PERFORM.

       CONVERT-ONE-LINE.
           PERFORM PARSE-ONE-LINE THRU PARSE-ONE-LINE-EXIT
           IF WS-LINE-OK = 'Y' AND WS-WS-PCT > 0
      *> the worksheet's current pay must still be what is on file -
      *> a change keyed since the worksheet was cut would otherwise
      *> be silently overwritten
               MOVE NUMVAL(WS-WS-ID-X) TO COMP-EMPLOYEE-ID
               MOVE 'Y' TO WS-LINE-OK
               READ COMP-MASTER
                   INVALID KEY
                       MOVE 'N' TO WS-LINE-OK
               END-READ
               IF WS-LINE-OK = 'Y'
                 AND ((COMP-BASIS = 'H'
                       AND COMP-HOURLY-RATE NOT = WS-WS-CURRENT)
                   OR (COMP-BASIS = 'S'
                       AND COMP-ANNUAL-SALARY NOT = WS-WS-CURRENT)
                   OR COMP-BASIS NOT = WS-WS-BASIS)
                   MOVE 'N' TO WS-LINE-OK
               END-IF
               IF WS-LINE-OK = 'N'
                   ADD 1 TO WS-BAD-LINE-COUNT
                   DISPLAY "    " WS-WS-ID-X " pay on file no longer "
                       "matches the worksheet - no transaction"
               ELSE
                   MOVE WS-WS-NEW TO WS-AMOUNT-ED
                   MOVE SPACES TO TXN-RECORD
                   STRING "C," WS-WS-ID-X "," COMP-PAY-GRADE ","
                           COMP-BASIS "," TRIM(WS-AMOUNT-ED) ","
                           COMP-PAY-FREQ "," WS-EFFECTIVE-DATE
                       DELIMITED BY SIZE INTO TXN-RECORD
                   WRITE TXN-RECORD
                   ADD 1 TO WS-TXNS-WRITTEN WS-DEPT-TXNS
               END-IF
           END-IF.

       STAMP-CONVERTED.
      *> the worksheet is written back with its header stamped 'C'
      *> so the same increases can never be keyed twice
           MOVE SPACES TO LINE-TEXT(1)
           STRING "H," WS-CUR-DEPT "," WS-CYCLE-YEAR ",C"
               DELIMITED BY SIZE INTO LINE-TEXT(1)
           OPEN OUTPUT WORKSHEET-FILE
           IF WS-WORKSHEET-STATUS NOT = "00"
             AND WS-WORKSHEET-STATUS NOT = "05"
               MOVE 'Y' TO WS-TXN-FAILED
               DISPLAY "MERIT-CYCLE: cannot stamp worksheet "
                   TRIM(WS-WORKSHEET-FILE-NAME) " converted - file "
                   "status " WS-WORKSHEET-STATUS
                   " - remove its transactions before rerunning"
           ELSE
               PERFORM VARYING WS-LINE-I FROM 1 BY 1
                       UNTIL WS-LINE-I > WS-LINE-COUNT
                   WRITE WORKSHEET-RECORD FROM LINE-TEXT(WS-LINE-I)
               END-PERFORM
               CLOSE WORKSHEET-FILE
               ADD 1 TO WS-CONVERTED-COUNT
               DISPLAY "  converted - " WS-DEPT-TXNS
                   " change transaction(s) effective "
                   WS-EFFECTIVE-DATE
           END-IF.

       LOAD-DEPARTMENTS.
           OPEN INPUT DEPT-FILE
           IF WS-DEPT-STATUS NOT = "00"
               IF WS-DEPT-STATUS = "05"
                   CLOSE DEPT-FILE
               END-IF
               DISPLAY "MERIT-CYCLE: department reference "
                   TRIM(WS-DEPT-FILE-NAME) " not available - "
                   "no departments to review"
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ DEPT-FILE INTO DEPT-RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF WS-DEPT-COUNT < 100
                               ADD 1 TO WS-DEPT-COUNT
                               MOVE SPACES TO WS-DEPT-CODE-X
                                   WS-DEPT-NAME-X WS-DEPT-STATUS-X
                               UNSTRING DEPT-RECORD DELIMITED BY ","
                                   INTO WS-DEPT-CODE-X WS-DEPT-NAME-X
                                       WS-DEPT-STATUS-X
                               MOVE WS-DEPT-CODE-X
                                   TO DEPT-CODE(WS-DEPT-COUNT)
      *> an inactive department has no one to award
                               IF WS-DEPT-STATUS-X(1:1) = 'I'
                                   MOVE 'N'
                                       TO DEPT-ACTIVE(WS-DEPT-COUNT)
                               ELSE
                                   MOVE 'Y'
                                       TO DEPT-ACTIVE(WS-DEPT-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPT-FILE
               MOVE 'N' TO WS-EOF
           END-IF.

       LOAD-POOLS.
           OPEN INPUT BUDGET-FILE
           IF WS-BUDGET-STATUS NOT = "00"
               IF WS-BUDGET-STATUS = "05"
                   CLOSE BUDGET-FILE
               END-IF
               DISPLAY "MERIT-CYCLE: merit budget "
                   TRIM(WS-BUDGET-FILE-NAME) " not available - "
                   "every department is without a pool"
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ BUDGET-FILE INTO BUDGET-RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM STAGE-ONE-POOL
                   END-READ
               END-PERFORM
               CLOSE BUDGET-FILE
               MOVE 'N' TO WS-EOF
           END-IF.

       STAGE-ONE-POOL.
           MOVE SPACES TO WS-POOL-DEPT-X WS-POOL-METHOD-X
               WS-POOL-VALUE-X
           UNSTRING BUDGET-RECORD DELIMITED BY ","
               INTO WS-POOL-DEPT-X WS-POOL-METHOD-X WS-POOL-VALUE-X
           IF (WS-POOL-METHOD-X NOT = 'A'
                 AND WS-POOL-METHOD-X NOT = 'P')
             OR WS-POOL-VALUE-X = SPACES
             OR TEST-NUMVAL(WS-POOL-VALUE-X) NOT = 0
               DISPLAY "MERIT-CYCLE: budget line "
                   TRIM(BUDGET-RECORD) " is not valid - ignored"
           ELSE
               IF WS-POOL-COUNT < 100
                   ADD 1 TO WS-POOL-COUNT
                   MOVE WS-POOL-DEPT-X TO POOL-DEPT(WS-POOL-COUNT)
                   MOVE WS-POOL-METHOD-X TO POOL-METHOD(WS-POOL-COUNT)
                   MOVE NUMVAL(WS-POOL-VALUE-X)
                       TO POOL-VALUE(WS-POOL-COUNT)
               END-IF
           END-IF.
       END PROGRAM MERIT-CYCLE.
