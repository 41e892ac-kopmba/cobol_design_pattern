      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORG-CHART-REPORT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> the roster master - every head on the chart
       SELECT OPTIONAL EMPLOYEE-MASTER ASSIGN DYNAMIC
           WS-MASTER-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMPLOYEE-ID OF EMPLOYEE-RECORD
           FILE STATUS IS WS-MASTER-STATUS.
      *> the EMPID,SUPERVISORID reporting lines SUPERVISOR-MAINT
      *> keeps. Overridable via SUPERVISOR-FILE
       SELECT OPTIONAL SUPERVISOR-FILE ASSIGN DYNAMIC
           WS-SUPERVISOR-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUPERVISOR-STATUS.
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
       FD SUPERVISOR-FILE.
       01 SUPERVISOR-RECORD PIC X(30).
       WORKING-STORAGE SECTION.
      *> correctly-sized holder for the startup trace - a literal
      *> passed straight to LOG-STARTUP's LINKAGE would only be
      *> allocated as big as the literal itself, not the LINKAGE PIC
       01 WS-PROGRAM-NAME PIC X(44) VALUE "ORG-CHART-REPORT".
       01 WS-MASTER-FILE-NAME PIC X(80) VALUE "EMPLOYEE.DAT".
       01 WS-ENV-MASTER-FILE-NAME PIC X(80).
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-SUPERVISOR-FILE-NAME PIC X(80) VALUE "SUPERVISOR.DAT".
       01 WS-ENV-SUPERVISOR-FILE-NAME PIC X(80).
       01 WS-SUPERVISOR-STATUS PIC X(2).
       01 WS-EOF PIC X(1) VALUE 'N'.
      *> the roster staged with its reporting line: the supervisor's
      *> id and table slot, the direct-report count (span of
      *> control) and everyone beneath at any depth
       01 WS-EMP-COUNT PIC 9(4) VALUE 0.
       01 WS-EMP-MAX PIC 9(4) VALUE 2000.
       01 WS-EMP-ENTRY OCCURS 2000 TIMES.
           05 EMP-ID PIC 9(9).
           05 EMP-NAME PIC X(35).
           05 EMP-DEPT PIC X(4).
           05 EMP-ASSIGNED PIC X(1).
           05 EMP-SUPERVISOR-ID PIC 9(9).
           05 EMP-SUPERVISOR-INDEX PIC 9(4).
           05 EMP-DIRECT PIC 9(4).
           05 EMP-TOTAL PIC 9(4).
           05 EMP-PRINTED PIC X(1).
       01 WS-FLD-EMPLOYEE PIC X(9).
       01 WS-FLD-SUPERVISOR PIC X(9).
       01 WS-FLD-EMPLOYEE-ID PIC 9(9).
       01 I PIC 9(4).
       01 J PIC 9(4).
       01 WS-EMP-INDEX PIC 9(4).
      *> the recursive tree walk unrolled onto an explicit stack -
      *> depth drives the indentation
       01 WS-STACK-DEPTH PIC 9(2).
       01 WS-STACK-MAX PIC 9(2) VALUE 30.
       01 WS-STACK-ENTRY OCCURS 30 TIMES.
           05 STK-INDEX PIC 9(4).
           05 STK-NEXT-CHILD PIC 9(4).
       01 WS-LEVEL PIC 9(2).
       01 WS-INDENT PIC X(60).
       01 WS-WALK-INDEX PIC 9(4).
       01 WS-WALK-HOPS PIC 9(4).
       01 WS-SPAN-EDIT PIC ZZZ9.
       01 WS-TOTAL-EDIT PIC ZZZ9.
      *> run totals and the exception counts that drive the
      *> RETURN-CODE
       01 WS-TOP-COUNT PIC 9(4) VALUE 0.
       01 WS-MANAGER-COUNT PIC 9(4) VALUE 0.
       01 WS-LINKED-COUNT PIC 9(4) VALUE 0.
       01 WS-WIDEST-SPAN PIC 9(4) VALUE 0.
       01 WS-WIDEST-ID PIC 9(9) VALUE 0.
       01 WS-UNASSIGNED-COUNT PIC 9(4) VALUE 0.
       01 WS-ORPHAN-COUNT PIC 9(4) VALUE 0.
       01 WS-STALE-COUNT PIC 9(4) VALUE 0.
       01 WS-UNREACHED-COUNT PIC 9(4) VALUE 0.
       01 WS-AVG-SPAN PIC ZZZ9.9.

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
           MOVE SPACES TO WS-ENV-SUPERVISOR-FILE-NAME
           ACCEPT WS-ENV-SUPERVISOR-FILE-NAME FROM ENVIRONMENT
               "SUPERVISOR-FILE"
           IF WS-ENV-SUPERVISOR-FILE-NAME NOT = SPACES
               MOVE WS-ENV-SUPERVISOR-FILE-NAME
                   TO WS-SUPERVISOR-FILE-NAME
           END-IF
           PERFORM LOAD-ROSTER THRU LOAD-ROSTER-EXIT
           IF WS-EMP-COUNT = 0
               DISPLAY "ORG-CHART-REPORT: no employees on the "
                   "roster - " TRIM(WS-MASTER-FILE-NAME)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-ASSIGNMENTS THRU LOAD-ASSIGNMENTS-EXIT
           PERFORM LINK-SUPERVISORS
           PERFORM ROLL-UP-COUNTS
           PERFORM PRINT-CHART
      *> RETURN-CODE: 0 = every head sits in one clean tree, 4 =
      *> someone has no supervisor assigned, reports to a departed
      *> supervisor, is unreachable from the top, or the file
      *> carries lines for people no longer on the roster
           IF WS-UNASSIGNED-COUNT > 0 OR WS-ORPHAN-COUNT > 0
                   OR WS-STALE-COUNT > 0 OR WS-UNREACHED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-ROSTER.
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-MASTER-STATUS NOT = "00"
               IF WS-MASTER-STATUS = "05"
                   CLOSE EMPLOYEE-MASTER
               END-IF
               GO TO LOAD-ROSTER-EXIT
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ EMPLOYEE-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-EMP-COUNT < WS-EMP-MAX
                           ADD 1 TO WS-EMP-COUNT
                           MOVE EMPLOYEE-ID OF EMPLOYEE-RECORD
                               TO EMP-ID(WS-EMP-COUNT)
                           MOVE FULLNAME OF EMPLOYEE
                               TO EMP-NAME(WS-EMP-COUNT)
                           MOVE DEPARTMENT-CODE OF EMPLOYEE
                               TO EMP-DEPT(WS-EMP-COUNT)
                           MOVE 'N' TO EMP-ASSIGNED(WS-EMP-COUNT)
                           MOVE 0 TO EMP-SUPERVISOR-ID(WS-EMP-COUNT)
                               EMP-SUPERVISOR-INDEX(WS-EMP-COUNT)
                               EMP-DIRECT(WS-EMP-COUNT)
                               EMP-TOTAL(WS-EMP-COUNT)
                           MOVE 'N' TO EMP-PRINTED(WS-EMP-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-MASTER
           MOVE 'N' TO WS-EOF.
       LOAD-ROSTER-EXIT.
           EXIT.

       LOAD-ASSIGNMENTS.
           OPEN INPUT SUPERVISOR-FILE
           IF WS-SUPERVISOR-STATUS NOT = "00"
               IF WS-SUPERVISOR-STATUS = "05"
                   CLOSE SUPERVISOR-FILE
               END-IF
               DISPLAY "ORG-CHART-REPORT: no supervisor assignments "
                   "on file - " TRIM(WS-SUPERVISOR-FILE-NAME)
               GO TO LOAD-ASSIGNMENTS-EXIT
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ SUPERVISOR-FILE INTO SUPERVISOR-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM STAGE-ONE-ASSIGNMENT
               END-READ
           END-PERFORM
           CLOSE SUPERVISOR-FILE
           MOVE 'N' TO WS-EOF.
       LOAD-ASSIGNMENTS-EXIT.
           EXIT.

       STAGE-ONE-ASSIGNMENT.
           MOVE SPACES TO WS-FLD-EMPLOYEE WS-FLD-SUPERVISOR
           UNSTRING SUPERVISOR-RECORD DELIMITED BY ","
               INTO WS-FLD-EMPLOYEE WS-FLD-SUPERVISOR
           IF WS-FLD-EMPLOYEE IS NUMERIC
               MOVE WS-FLD-EMPLOYEE TO WS-FLD-EMPLOYEE-ID
               MOVE 0 TO WS-EMP-INDEX
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-EMP-COUNT
                   IF EMP-ID(I) = WS-FLD-EMPLOYEE-ID
                       MOVE I TO WS-EMP-INDEX
                       MOVE WS-EMP-COUNT TO I
                   END-IF
               END-PERFORM
      *> a line for someone who has left the roster - the
      *> termination path flags the people it strands, this flags
      *> the leaver's own line still waiting to be deleted
               IF WS-EMP-INDEX = 0
                   ADD 1 TO WS-STALE-COUNT
                   DISPLAY "ORG-CHART-REPORT: assignment for "
                       "employee " WS-FLD-EMPLOYEE-ID
                       " who is not on the roster"
               ELSE
                   MOVE 'Y' TO EMP-ASSIGNED(WS-EMP-INDEX)
                   IF WS-FLD-SUPERVISOR IS NUMERIC
                       MOVE WS-FLD-SUPERVISOR
                           TO EMP-SUPERVISOR-ID(WS-EMP-INDEX)
                   END-IF
               END-IF
           END-IF.

       LINK-SUPERVISORS.
      *> resolve each supervisor id to its table slot once, and
      *> count the direct reports it picks up
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-EMP-COUNT
               IF EMP-SUPERVISOR-ID(I) NOT = 0
                   PERFORM VARYING J FROM 1 BY 1
                           UNTIL J > WS-EMP-COUNT
                       IF EMP-ID(J) = EMP-SUPERVISOR-ID(I)
                           MOVE J TO EMP-SUPERVISOR-INDEX(I)
                           ADD 1 TO EMP-DIRECT(J)
                           MOVE WS-EMP-COUNT TO J
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       ROLL-UP-COUNTS.
      *> every head climbs its chain and counts once against each
      *> supervisor above it. The hop ceiling stops a cycle that
      *> slipped past maintenance from looping the report
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-EMP-COUNT
               MOVE EMP-SUPERVISOR-INDEX(I) TO WS-WALK-INDEX
               MOVE 0 TO WS-WALK-HOPS
               PERFORM UNTIL WS-WALK-INDEX = 0
                       OR WS-WALK-HOPS > WS-EMP-MAX
                   ADD 1 TO EMP-TOTAL(WS-WALK-INDEX)
                   MOVE EMP-SUPERVISOR-INDEX(WS-WALK-INDEX)
                       TO WS-WALK-INDEX
                   ADD 1 TO WS-WALK-HOPS
               END-PERFORM
           END-PERFORM.

       PRINT-CHART.
      *> indented reporting tree, the way DEPT-TREE-REPORT prints
      *> departments - the top of the chain first, each direct
      *> report beneath their supervisor
           DISPLAY "===== Organization chart ====="
           DISPLAY "(direct = span of control, total = everyone "
               "beneath at any depth)"
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-EMP-COUNT
               IF EMP-ASSIGNED(I) = 'Y'
                 AND EMP-SUPERVISOR-ID(I) = 0
                   ADD 1 TO WS-TOP-COUNT
                   PERFORM PRINT-SUBTREE THRU PRINT-SUBTREE-EXIT
               END-IF
           END-PERFORM
      *> a supervisor who has left strands their whole branch - the
      *> branch still prints, under its own heading, until
      *> SUPERVISOR-MAINT re-points it
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-EMP-COUNT
               IF EMP-SUPERVISOR-ID(I) NOT = 0
                 AND EMP-SUPERVISOR-INDEX(I) = 0
                   IF WS-ORPHAN-COUNT = 0
                       DISPLAY " "
                       DISPLAY "----- Reporting to a supervisor no "
                           "longer on the roster -----"
                   END-IF
                   ADD 1 TO WS-ORPHAN-COUNT
                   DISPLAY "(supervisor " EMP-SUPERVISOR-ID(I) ")"
                   PERFORM PRINT-SUBTREE THRU PRINT-SUBTREE-EXIT
               END-IF
           END-PERFORM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-EMP-COUNT
               IF EMP-ASSIGNED(I) = 'N'
                   IF WS-UNASSIGNED-COUNT = 0
                       DISPLAY " "
                       DISPLAY "----- No supervisor assigned -----"
                   END-IF
                   ADD 1 TO WS-UNASSIGNED-COUNT
                   MOVE 'Y' TO EMP-PRINTED(I)
                   MOVE EMP-DIRECT(I) TO WS-SPAN-EDIT
                   DISPLAY "  " EMP-ID(I) " " TRIM(EMP-NAME(I))
                       " (" TRIM(EMP-DEPT(I)) ")  direct "
                       TRIM(WS-SPAN-EDIT)
               END-IF
           END-PERFORM
      *> anything still unprinted never hangs off the top of the
      *> chain - a cycle that slipped past maintenance, or a chain
      *> deeper than the chart indents - shown flat, never dropped
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-EMP-COUNT
               IF EMP-PRINTED(I) = 'N'
                   IF WS-UNREACHED-COUNT = 0
                       DISPLAY " "
                       DISPLAY "----- Not reachable from the top of "
                           "the chain -----"
                   END-IF
                   ADD 1 TO WS-UNREACHED-COUNT
                   DISPLAY "  " EMP-ID(I) " " TRIM(EMP-NAME(I))
                       " (" TRIM(EMP-DEPT(I)) ")  reports to "
                       EMP-SUPERVISOR-ID(I)
               END-IF
           END-PERFORM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-EMP-COUNT
               IF EMP-DIRECT(I) > 0
                   ADD 1 TO WS-MANAGER-COUNT
                   ADD EMP-DIRECT(I) TO WS-LINKED-COUNT
                   IF EMP-DIRECT(I) > WS-WIDEST-SPAN
                       MOVE EMP-DIRECT(I) TO WS-WIDEST-SPAN
                       MOVE EMP-ID(I) TO WS-WIDEST-ID
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY " "
           DISPLAY "Employees on the roster:      " WS-EMP-COUNT
           DISPLAY "Top of the chain:             " WS-TOP-COUNT
           DISPLAY "Supervisors (any direct):     " WS-MANAGER-COUNT
           IF WS-MANAGER-COUNT > 0
               COMPUTE WS-AVG-SPAN ROUNDED =
                   WS-LINKED-COUNT / WS-MANAGER-COUNT
               DISPLAY "Average span of control:      " WS-AVG-SPAN
               DISPLAY "Widest span of control:       " WS-WIDEST-SPAN
                   " (supervisor " WS-WIDEST-ID ")"
           END-IF
           DISPLAY "No supervisor assigned:       " WS-UNASSIGNED-COUNT
           DISPLAY "Supervisor not on roster:     " WS-ORPHAN-COUNT
           DISPLAY "Not reachable from the top:   " WS-UNREACHED-COUNT
           DISPLAY "Assignments for leavers:      " WS-STALE-COUNT
           DISPLAY "===== End of organization chart =====".

       PRINT-SUBTREE.
      *> an explicit stack in place of recursion - each frame holds
      *> the employee being printed and where their report scan is
           MOVE 1 TO WS-STACK-DEPTH
           MOVE I TO STK-INDEX(1)
           MOVE 0 TO STK-NEXT-CHILD(1)
           PERFORM PRINT-ONE-NODE
           PERFORM UNTIL WS-STACK-DEPTH = 0
               PERFORM FIND-NEXT-REPORT
               IF WS-EMP-INDEX = 0
                   SUBTRACT 1 FROM WS-STACK-DEPTH
               ELSE
                   IF WS-STACK-DEPTH < WS-STACK-MAX
                       ADD 1 TO WS-STACK-DEPTH
                       MOVE WS-EMP-INDEX
                           TO STK-INDEX(WS-STACK-DEPTH)
                       MOVE 0 TO STK-NEXT-CHILD(WS-STACK-DEPTH)
                       PERFORM PRINT-ONE-NODE
                   END-IF
               END-IF
           END-PERFORM.
       PRINT-SUBTREE-EXIT.
           EXIT.

       FIND-NEXT-REPORT.
      *> the next not-yet-printed direct report of the stack-top
      *> employee
           MOVE 0 TO WS-EMP-INDEX
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-EMP-COUNT
               IF J > STK-NEXT-CHILD(WS-STACK-DEPTH)
                 AND EMP-SUPERVISOR-INDEX(J) =
                     STK-INDEX(WS-STACK-DEPTH)
                 AND EMP-PRINTED(J) = 'N'
                   MOVE J TO WS-EMP-INDEX
                   MOVE J TO STK-NEXT-CHILD(WS-STACK-DEPTH)
                   MOVE WS-EMP-COUNT TO J
               END-IF
           END-PERFORM.

       PRINT-ONE-NODE.
           MOVE SPACES TO WS-INDENT
           COMPUTE WS-LEVEL = WS-STACK-DEPTH - 1
           MOVE 'Y' TO EMP-PRINTED(STK-INDEX(WS-STACK-DEPTH))
           MOVE EMP-DIRECT(STK-INDEX(WS-STACK-DEPTH)) TO WS-SPAN-EDIT
           MOVE EMP-TOTAL(STK-INDEX(WS-STACK-DEPTH)) TO WS-TOTAL-EDIT
           DISPLAY WS-INDENT(1:WS-LEVEL * 2 + 1)
               EMP-ID(STK-INDEX(WS-STACK-DEPTH)) " "
               TRIM(EMP-NAME(STK-INDEX(WS-STACK-DEPTH)))
               " (" TRIM(EMP-DEPT(STK-INDEX(WS-STACK-DEPTH))) ")"
               "  direct " TRIM(WS-SPAN-EDIT)
               "  total " TRIM(WS-TOTAL-EDIT).
       END PROGRAM ORG-CHART-REPORT.
