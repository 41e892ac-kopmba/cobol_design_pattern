      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPA-RATIO-REPORT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> the compensation segment COMP-MAINT maintains
       SELECT OPTIONAL COMP-MASTER ASSIGN DYNAMIC WS-COMP-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COMP-EMPLOYEE-ID
           FILE STATUS IS WS-COMP-STATUS.
      *> the roster master - name and department for each line
       SELECT OPTIONAL EMPLOYEE-MASTER ASSIGN DYNAMIC
           WS-MASTER-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMPLOYEE-ID OF EMPLOYEE-RECORD
           FILE STATUS IS WS-MASTER-STATUS.
      *> the pay grade structure GRADE-MAINT keeps.
      *> Overridable via PAY-GRADE-FILE
       SELECT OPTIONAL GRADE-FILE ASSIGN DYNAMIC WS-GRADE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GRADE-STATUS.
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
       FD GRADE-FILE.
       01 GRADE-RECORD PIC X(60).
       WORKING-STORAGE SECTION.
      *> correctly-sized holder for the startup trace - a literal
      *> passed straight to LOG-STARTUP's LINKAGE would only be
      *> allocated as big as the literal itself, not the LINKAGE PIC
       01 WS-PROGRAM-NAME PIC X(44) VALUE "COMPA-RATIO-REPORT".
       01 WS-COMP-FILE-NAME PIC X(80) VALUE "COMP-MASTER.DAT".
       01 WS-ENV-COMP-FILE-NAME PIC X(80).
       01 WS-COMP-STATUS PIC X(2).
       01 WS-MASTER-FILE-NAME PIC X(80) VALUE "EMPLOYEE.DAT".
       01 WS-ENV-MASTER-FILE-NAME PIC X(80).
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-GRADE-FILE-NAME PIC X(80) VALUE "PAY-GRADE.DAT".
       01 WS-ENV-GRADE-FILE-NAME PIC X(80).
       01 WS-GRADE-STATUS PIC X(2).
       01 WS-EOF PIC X(1) VALUE 'N'.
       01 WS-TODAY PIC 9(8).
      *> the grade structure staged in memory
       01 WS-GRADE-COUNT PIC 9(4) VALUE 0.
       01 WS-GRADE-ENTRY OCCURS 500 TIMES.
           05 GRD-CODE PIC X(2).
           05 GRD-EFFECTIVE-DATE PIC X(8).
           05 GRD-MINIMUM PIC 9(9)V99.
           05 GRD-MIDPOINT PIC 9(9)V99.
           05 GRD-MAXIMUM PIC 9(9)V99.
       01 WS-GRD-MINIMUM-X PIC X(14).
       01 WS-GRD-MIDPOINT-X PIC X(14).
       01 WS-GRD-MAXIMUM-X PIC X(14).
       01 WS-RANGE-DATE PIC X(8).
      *> an hourly rate is annualized at a standard year's hours to
      *> sit against the annual range
       77 WS-ANNUAL-HOURS PIC 9(4) VALUE 2080.
      *> one row per employee, ordered department, grade, id
       01 WS-ROW-COUNT PIC 9(4) VALUE 0.
       01 WS-ROW-ENTRY OCCURS 2000 TIMES.
           05 ROW-DEPT PIC X(4).
           05 ROW-GRADE PIC X(2).
           05 ROW-ID PIC 9(9).
           05 ROW-NAME PIC X(35).
           05 ROW-ANNUAL PIC 9(9)V99.
           05 ROW-HAS-RANGE PIC X(1).
           05 ROW-MINIMUM PIC 9(9)V99.
           05 ROW-MIDPOINT PIC 9(9)V99.
           05 ROW-MAXIMUM PIC 9(9)V99.
           05 ROW-COMPA PIC 9(3)V9.
       01 WS-SWAP-ROW.
           05 FILLER PIC X(4).
           05 FILLER PIC X(2).
           05 FILLER PIC 9(9).
           05 FILLER PIC X(35).
           05 FILLER PIC 9(9)V99.
           05 FILLER PIC X(1).
           05 FILLER PIC 9(9)V99.
           05 FILLER PIC 9(9)V99.
           05 FILLER PIC 9(9)V99.
           05 FILLER PIC 9(3)V9.
       01 WS-SORTED PIC X(1).
       01 I PIC 9(4).
       01 J PIC 9(4).
      *> control-break totals for a department/grade group
       01 WS-CUR-DEPT PIC X(4).
       01 WS-CUR-GRADE PIC X(2).
       01 WS-GROUP-HEADS PIC 9(4).
       01 WS-GROUP-COMPA-SUM PIC 9(7)V9.
       01 WS-GROUP-AVERAGE PIC 9(3)V9.
       01 WS-NO-ROSTER-COUNT PIC 9(4) VALUE 0.
       01 WS-NO-RANGE-COUNT PIC 9(4) VALUE 0.
       01 WS-BELOW-COUNT PIC 9(4) VALUE 0.
       01 WS-ABOVE-COUNT PIC 9(4) VALUE 0.
       01 WS-SHORTFALL PIC 9(9)V99.
       01 WS-SHORTFALL-TOTAL PIC 9(11)V99 VALUE 0.
       01 WS-FLAG PIC X(14).
       01 WS-ANNUAL-ED PIC Z(8)9.99.
       01 WS-MINIMUM-ED PIC Z(8)9.99.
       01 WS-MIDPOINT-ED PIC Z(8)9.99.
       01 WS-MAXIMUM-ED PIC Z(8)9.99.
       01 WS-COMPA-ED PIC ZZ9.9.
       01 WS-SHORTFALL-ED PIC Z(10)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "LOG-STARTUP" USING WS-PROGRAM-NAME
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
           MOVE SPACES TO WS-ENV-GRADE-FILE-NAME
           ACCEPT WS-ENV-GRADE-FILE-NAME FROM ENVIRONMENT
               "PAY-GRADE-FILE"
           IF WS-ENV-GRADE-FILE-NAME NOT = SPACES
               MOVE WS-ENV-GRADE-FILE-NAME TO WS-GRADE-FILE-NAME
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM LOAD-GRADES THRU LOAD-GRADES-EXIT
           PERFORM LOAD-EMPLOYEES THRU LOAD-EMPLOYEES-EXIT
           PERFORM PRINT-REPORT
           PERFORM PRINT-BELOW-RANGE
      *> RETURN-CODE: 0 = everyone inside a range, 4 = someone is
      *> below or above range, or has no range in force, 8 = the
      *> compensation master could not be read
           IF WS-COMP-STATUS NOT = "00"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-BELOW-COUNT > 0 OR WS-ABOVE-COUNT > 0
                 OR WS-NO-RANGE-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       LOAD-GRADES.
           OPEN INPUT GRADE-FILE
           IF WS-GRADE-STATUS NOT = "00"
               IF WS-GRADE-STATUS = "05"
                   CLOSE GRADE-FILE
               END-IF
               DISPLAY "COMPA-RATIO-REPORT: pay grade structure "
                   TRIM(WS-GRADE-FILE-NAME) " not available - no "
                   "ratios can be computed"
               GO TO LOAD-GRADES-EXIT
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ GRADE-FILE INTO GRADE-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-GRADE-COUNT < 500
                         AND GRADE-RECORD NOT = SPACES
                           ADD 1 TO WS-GRADE-COUNT
                           MOVE SPACES TO WS-GRD-MINIMUM-X
                               WS-GRD-MIDPOINT-X WS-GRD-MAXIMUM-X
                           UNSTRING GRADE-RECORD DELIMITED BY ","
                               INTO GRD-CODE(WS-GRADE-COUNT)
                                   GRD-EFFECTIVE-DATE(WS-GRADE-COUNT)
                                   WS-GRD-MINIMUM-X WS-GRD-MIDPOINT-X
                                   WS-GRD-MAXIMUM-X
                           MOVE NUMVAL(WS-GRD-MINIMUM-X)
                               TO GRD-MINIMUM(WS-GRADE-COUNT)
                           MOVE NUMVAL(WS-GRD-MIDPOINT-X)
                               TO GRD-MIDPOINT(WS-GRADE-COUNT)
                           MOVE NUMVAL(WS-GRD-MAXIMUM-X)
                               TO GRD-MAXIMUM(WS-GRADE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GRADE-FILE
           MOVE 'N' TO WS-EOF.
       LOAD-GRADES-EXIT.
           EXIT.

       LOAD-EMPLOYEES.
           OPEN INPUT COMP-MASTER
           IF WS-COMP-STATUS NOT = "00"
               IF WS-COMP-STATUS = "05"
                   CLOSE COMP-MASTER
               END-IF
               DISPLAY "COMPA-RATIO-REPORT: compensation master not "
                   "available - " TRIM(WS-COMP-FILE-NAME)
               GO TO LOAD-EMPLOYEES-EXIT
           END-IF
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-MASTER-STATUS NOT = "00"
               IF WS-MASTER-STATUS = "05"
                   CLOSE EMPLOYEE-MASTER
               END-IF
               DISPLAY "COMPA-RATIO-REPORT: employee master not "
                   "available - " TRIM(WS-MASTER-FILE-NAME)
               CLOSE COMP-MASTER
               MOVE "99" TO WS-COMP-STATUS
               GO TO LOAD-EMPLOYEES-EXIT
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ COMP-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM STAGE-ONE-EMPLOYEE
                           THRU STAGE-ONE-EMPLOYEE-EXIT
               END-READ
           END-PERFORM
           CLOSE COMP-MASTER EMPLOYEE-MASTER
           MOVE 'N' TO WS-EOF
      *> exchange sort - department, grade, then employee id
           MOVE 'N' TO WS-SORTED
           PERFORM UNTIL WS-SORTED = 'Y'
               MOVE 'Y' TO WS-SORTED
               PERFORM VARYING I FROM 1 BY 1
                       UNTIL I >= WS-ROW-COUNT
                   COMPUTE J = I + 1
                   IF ROW-DEPT(I) > ROW-DEPT(J)
                     OR (ROW-DEPT(I) = ROW-DEPT(J)
                         AND ROW-GRADE(I) > ROW-GRADE(J))
                     OR (ROW-DEPT(I) = ROW-DEPT(J)
                         AND ROW-GRADE(I) = ROW-GRADE(J)
                         AND ROW-ID(I) > ROW-ID(J))
                       MOVE WS-ROW-ENTRY(I) TO WS-SWAP-ROW
                       MOVE WS-ROW-ENTRY(J) TO WS-ROW-ENTRY(I)
                       MOVE WS-SWAP-ROW TO WS-ROW-ENTRY(J)
                       MOVE 'N' TO WS-SORTED
                   END-IF
               END-PERFORM
           END-PERFORM.
       LOAD-EMPLOYEES-EXIT.
           EXIT.

       STAGE-ONE-EMPLOYEE.
           MOVE COMP-EMPLOYEE-ID TO EMPLOYEE-ID OF EMPLOYEE-RECORD
           READ EMPLOYEE-MASTER
               INVALID KEY
                   ADD 1 TO WS-NO-ROSTER-COUNT
                   MOVE SPACES TO FULLNAME OF EMPLOYEE
                       OF EMPLOYEE-RECORD
                   MOVE "????" TO DEPARTMENT-CODE OF EMPLOYEE
                       OF EMPLOYEE-RECORD
           END-READ
           IF WS-ROW-COUNT >= 2000
               GO TO STAGE-ONE-EMPLOYEE-EXIT
           END-IF
           ADD 1 TO WS-ROW-COUNT
           MOVE DEPARTMENT-CODE OF EMPLOYEE OF EMPLOYEE-RECORD
               TO ROW-DEPT(WS-ROW-COUNT)
           MOVE COMP-PAY-GRADE TO ROW-GRADE(WS-ROW-COUNT)
           MOVE COMP-EMPLOYEE-ID TO ROW-ID(WS-ROW-COUNT)
           MOVE FULLNAME OF EMPLOYEE OF EMPLOYEE-RECORD
               TO ROW-NAME(WS-ROW-COUNT)
           IF COMP-BASIS = 'H'
               COMPUTE ROW-ANNUAL(WS-ROW-COUNT) =
                   COMP-HOURLY-RATE * WS-ANNUAL-HOURS
           ELSE
               MOVE COMP-ANNUAL-SALARY TO ROW-ANNUAL(WS-ROW-COUNT)
           END-IF
      *> the range in force today - the latest effective date not
      *> after today
           MOVE 'N' TO ROW-HAS-RANGE(WS-ROW-COUNT)
           MOVE 0 TO ROW-MINIMUM(WS-ROW-COUNT)
               ROW-MIDPOINT(WS-ROW-COUNT) ROW-MAXIMUM(WS-ROW-COUNT)
               ROW-COMPA(WS-ROW-COUNT)
           MOVE SPACES TO WS-RANGE-DATE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-GRADE-COUNT
               IF GRD-CODE(I) = COMP-PAY-GRADE
                 AND GRD-EFFECTIVE-DATE(I) NOT > WS-TODAY
                 AND GRD-EFFECTIVE-DATE(I) > WS-RANGE-DATE
                   MOVE 'Y' TO ROW-HAS-RANGE(WS-ROW-COUNT)
                   MOVE GRD-EFFECTIVE-DATE(I) TO WS-RANGE-DATE
                   MOVE GRD-MINIMUM(I) TO ROW-MINIMUM(WS-ROW-COUNT)
                   MOVE GRD-MIDPOINT(I) TO ROW-MIDPOINT(WS-ROW-COUNT)
                   MOVE GRD-MAXIMUM(I) TO ROW-MAXIMUM(WS-ROW-COUNT)
               END-IF
           END-PERFORM
           IF ROW-HAS-RANGE(WS-ROW-COUNT) = 'Y'
               COMPUTE ROW-COMPA(WS-ROW-COUNT) ROUNDED =
                   ROW-ANNUAL(WS-ROW-COUNT) * 100
                   / ROW-MIDPOINT(WS-ROW-COUNT)
           END-IF.
       STAGE-ONE-EMPLOYEE-EXIT.
           EXIT.

       PRINT-REPORT.
           DISPLAY "===== Compa-ratio report " WS-TODAY " ====="
           MOVE SPACES TO WS-CUR-DEPT WS-CUR-GRADE
           MOVE 0 TO WS-GROUP-HEADS WS-GROUP-COMPA-SUM
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-ROW-COUNT
               IF ROW-DEPT(J) NOT = WS-CUR-DEPT
                 OR ROW-GRADE(J) NOT = WS-CUR-GRADE
                   PERFORM PRINT-GROUP-TOTAL
                   IF ROW-DEPT(J) NOT = WS-CUR-DEPT
                       DISPLAY " "
                       DISPLAY "DEPARTMENT " ROW-DEPT(J)
                   END-IF
                   MOVE ROW-DEPT(J) TO WS-CUR-DEPT
                   MOVE ROW-GRADE(J) TO WS-CUR-GRADE
                   IF ROW-HAS-RANGE(J) = 'Y'
                       MOVE ROW-MINIMUM(J) TO WS-MINIMUM-ED
                       MOVE ROW-MIDPOINT(J) TO WS-MIDPOINT-ED
                       MOVE ROW-MAXIMUM(J) TO WS-MAXIMUM-ED
                       DISPLAY "  GRADE " ROW-GRADE(J) "  RANGE "
                           WS-MINIMUM-ED " " WS-MIDPOINT-ED " "
                           WS-MAXIMUM-ED
                   ELSE
                       DISPLAY "  GRADE " ROW-GRADE(J)
                           "  NO RANGE IN FORCE"
                   END-IF
               END-IF
               MOVE ROW-ANNUAL(J) TO WS-ANNUAL-ED
               IF ROW-HAS-RANGE(J) = 'N'
                   ADD 1 TO WS-NO-RANGE-COUNT
                   DISPLAY "    " ROW-ID(J) "  " ROW-NAME(J) " "
                       WS-ANNUAL-ED "    n/a"
               ELSE
                   MOVE SPACES TO WS-FLAG
                   IF ROW-ANNUAL(J) < ROW-MINIMUM(J)
                       ADD 1 TO WS-BELOW-COUNT
                       MOVE "*BELOW RANGE*" TO WS-FLAG
                   END-IF
                   IF ROW-ANNUAL(J) > ROW-MAXIMUM(J)
                       ADD 1 TO WS-ABOVE-COUNT
                       MOVE "*ABOVE RANGE*" TO WS-FLAG
                   END-IF
                   MOVE ROW-COMPA(J) TO WS-COMPA-ED
                   DISPLAY "    " ROW-ID(J) "  " ROW-NAME(J) " "
                       WS-ANNUAL-ED "  " WS-COMPA-ED "%  " WS-FLAG
                   ADD 1 TO WS-GROUP-HEADS
                   ADD ROW-COMPA(J) TO WS-GROUP-COMPA-SUM
               END-IF
           END-PERFORM
           PERFORM PRINT-GROUP-TOTAL
           DISPLAY " "
           DISPLAY "Employees reported:      " WS-ROW-COUNT
           DISPLAY "Below range:             " WS-BELOW-COUNT
           DISPLAY "Above range:             " WS-ABOVE-COUNT
           DISPLAY "No range in force:       " WS-NO-RANGE-COUNT
           IF WS-NO-ROSTER-COUNT > 0
               DISPLAY "Not on the roster:       " WS-NO-ROSTER-COUNT
           END-IF.

       PRINT-GROUP-TOTAL.
           IF WS-GROUP-HEADS > 0
               COMPUTE WS-GROUP-AVERAGE ROUNDED =
                   WS-GROUP-COMPA-SUM / WS-GROUP-HEADS
               MOVE WS-GROUP-AVERAGE TO WS-COMPA-ED
               DISPLAY "    GRADE " WS-CUR-GRADE " AVERAGE COMPA-RATIO "
                   WS-COMPA-ED "%  (" WS-GROUP-HEADS " employees)"
           END-IF
           MOVE 0 TO WS-GROUP-HEADS WS-GROUP-COMPA-SUM.

       PRINT-BELOW-RANGE.
      *> the correction list - who is paid under their grade's
      *> minimum and what it costs to bring them to it
           DISPLAY " "
           DISPLAY "===== Below range - correction needed ====="
           DISPLAY "EMPLOYEE   DEPT GR  ANNUAL PAY      MINIMUM"
               "    SHORTFALL"
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-ROW-COUNT
               IF ROW-HAS-RANGE(J) = 'Y'
                 AND ROW-ANNUAL(J) < ROW-MINIMUM(J)
                   COMPUTE WS-SHORTFALL =
                       ROW-MINIMUM(J) - ROW-ANNUAL(J)
                   ADD WS-SHORTFALL TO WS-SHORTFALL-TOTAL
                   MOVE ROW-ANNUAL(J) TO WS-ANNUAL-ED
                   MOVE ROW-MINIMUM(J) TO WS-MINIMUM-ED
                   MOVE WS-SHORTFALL TO WS-SHORTFALL-ED
                   DISPLAY ROW-ID(J) "  " ROW-DEPT(J) " "
                       ROW-GRADE(J) " " WS-ANNUAL-ED " "
                       WS-MINIMUM-ED " " WS-SHORTFALL-ED
               END-IF
           END-PERFORM
           MOVE WS-SHORTFALL-TOTAL TO WS-SHORTFALL-ED
           DISPLAY "Employees below range:   " WS-BELOW-COUNT
           DISPLAY "Total to bring to minimum: " WS-SHORTFALL-ED
           DISPLAY "===== End of compa-ratio report =====".
       END PROGRAM COMPA-RATIO-REPORT.
