      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERT-EXPIRY-REPORT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> the course reference CERT-COURSE-MAINT keeps - names,
      *> validity, and which departments must hold each course.
      *> Overridable via CERT-COURSE-FILE
       SELECT OPTIONAL COURSE-FILE ASSIGN DYNAMIC
           WS-COURSE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COURSE-STATUS.
      *> the completion records CERT-MAINT keeps.
      *> Overridable via CERT-RECORD-FILE
       SELECT OPTIONAL CERT-FILE ASSIGN DYNAMIC WS-CERT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CERT-STATUS.
      *> the roster master - names and departments
       SELECT OPTIONAL EMPLOYEE-MASTER ASSIGN DYNAMIC
           WS-MASTER-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMPLOYEE-ID OF EMPLOYEE-RECORD
           FILE STATUS IS WS-MASTER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD COURSE-FILE.
       01 COURSE-RECORD PIC X(100).
       FD CERT-FILE.
       01 CERT-RECORD PIC X(50).
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
       WORKING-STORAGE SECTION.
      *> correctly-sized holder for the startup trace - a literal
      *> passed straight to LOG-STARTUP's LINKAGE would only be
      *> allocated as big as the literal itself, not the LINKAGE PIC
       01 WS-PROGRAM-NAME PIC X(44) VALUE "CERT-EXPIRY-REPORT".
       01 WS-EVENT-MESSAGE PIC X(200).
       01 WS-EVENT-SEVERITY PIC X(1).
       01 WS-COURSE-FILE-NAME PIC X(80) VALUE "CERT-COURSE.DAT".
       01 WS-ENV-COURSE-FILE-NAME PIC X(80).
       01 WS-COURSE-STATUS PIC X(2).
       01 WS-CERT-FILE-NAME PIC X(80) VALUE "CERT-RECORD.DAT".
       01 WS-ENV-CERT-FILE-NAME PIC X(80).
       01 WS-CERT-STATUS PIC X(2).
       01 WS-MASTER-FILE-NAME PIC X(80) VALUE "EMPLOYEE.DAT".
       01 WS-ENV-MASTER-FILE-NAME PIC X(80).
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-EOF PIC X(1) VALUE 'N'.
      *> the date the windows are measured from - today unless
      *> CERT-AS-OF-DATE reruns a past week's report
       01 WS-AS-OF-DATE PIC 9(8).
       01 WS-ENV-AS-OF-DATE PIC X(8).
       01 WS-AS-OF-DAYS PIC 9(7).
      *> the course reference staged, each with its required-
      *> department list broken out
       01 WS-CRS-COUNT PIC 9(3) VALUE 0.
       01 WS-CRS-MAX PIC 9(3) VALUE 200.
       01 WS-CRS-ENTRY OCCURS 200 TIMES.
           05 CRS-CODE PIC X(8).
           05 CRS-NAME PIC X(30).
           05 CRS-REQUIRED-ALL PIC X(1).
           05 CRS-REQ-DEPT PIC X(4) OCCURS 10 TIMES.
       01 WS-FLD-MONTHS PIC X(3).
       01 WS-FLD-REQUIRED PIC X(50).
      *> the roster staged: id, name, department
       01 WS-EMP-COUNT PIC 9(4) VALUE 0.
       01 WS-EMP-MAX PIC 9(4) VALUE 2000.
       01 WS-EMP-ENTRY OCCURS 2000 TIMES.
           05 EMP-ID PIC 9(9).
           05 EMP-NAME PIC X(35).
           05 EMP-DEPT PIC X(4).
      *> every completion on file for someone on the roster, kept
      *> so the never-recorded check can tell who holds what
       01 WS-CRT-COUNT PIC 9(4) VALUE 0.
       01 WS-CRT-MAX PIC 9(4) VALUE 5000.
       01 WS-CRT-ENTRY OCCURS 5000 TIMES.
           05 CRT-EMP-INDEX PIC 9(4).
           05 CRT-COURSE PIC X(8).
       01 WS-FLD-EMPLOYEE PIC X(9).
       01 WS-FLD-EMPLOYEE-ID PIC 9(9).
       01 WS-FLD-COURSE PIC X(8).
       01 WS-FLD-COMPLETED PIC X(8).
       01 WS-FLD-EXPIRES PIC X(8).
      *> one row per certification worth reporting - 'E' expiring
      *> inside the 90-day horizon, 'X' already expired, 'M' a
      *> required course never recorded - ordered department, days
      *> left, id
       01 WS-ROW-COUNT PIC 9(4) VALUE 0.
       01 WS-ROW-MAX PIC 9(4) VALUE 5000.
       01 WS-ROW-ENTRY OCCURS 5000 TIMES.
           05 ROW-DEPT PIC X(4).
           05 ROW-DAYS PIC S9(5).
           05 ROW-ID PIC 9(9).
           05 ROW-KIND PIC X(1).
           05 ROW-NAME PIC X(35).
           05 ROW-COURSE PIC X(8).
           05 ROW-COURSE-NAME PIC X(30).
           05 ROW-EXPIRES PIC X(8).
           05 ROW-REQUIRED PIC X(1).
       01 WS-SWAP-ROW.
           05 FILLER PIC X(4).
           05 FILLER PIC S9(5).
           05 FILLER PIC 9(9).
           05 FILLER PIC X(1).
           05 FILLER PIC X(35).
           05 FILLER PIC X(8).
           05 FILLER PIC X(30).
           05 FILLER PIC X(8).
           05 FILLER PIC X(1).
       01 WS-SORTED PIC X(1).
       01 I PIC 9(4).
       01 J PIC 9(4).
       01 K PIC 9(2).
       01 WS-EMP-INDEX PIC 9(4).
       01 WS-COURSE-INDEX PIC 9(3).
       01 WS-DAYS-LEFT PIC S9(7).
       01 WS-IS-REQUIRED PIC X(1).
       01 WS-HELD PIC X(1).
      *> the three alert windows - a row lands in the first window
      *> its days-left fits
       77 WS-WINDOW-1 PIC 9(3) VALUE 30.
       77 WS-WINDOW-2 PIC 9(3) VALUE 60.
       77 WS-WINDOW-3 PIC 9(3) VALUE 90.
       01 WS-WINDOW-LABEL PIC X(8).
      *> control-break state and window totals, per department and
      *> for the run
       01 WS-CUR-DEPT PIC X(4).
       01 WS-DEPT-IN-30 PIC 9(4).
       01 WS-DEPT-IN-60 PIC 9(4).
       01 WS-DEPT-IN-90 PIC 9(4).
       01 WS-TOTAL-IN-30 PIC 9(4) VALUE 0.
       01 WS-TOTAL-IN-60 PIC 9(4) VALUE 0.
       01 WS-TOTAL-IN-90 PIC 9(4) VALUE 0.
       01 WS-EXPIRED-COUNT PIC 9(4) VALUE 0.
       01 WS-EXPIRED-REQUIRED PIC 9(4) VALUE 0.
       01 WS-MISSING-COUNT PIC 9(4) VALUE 0.
       01 WS-LEAVER-COUNT PIC 9(4) VALUE 0.
       01 WS-DAYS-ED PIC ----9.
       01 WS-FLAG PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "LOG-STARTUP" USING WS-PROGRAM-NAME
      *> accept into a separate staging field first - ACCEPT FROM
      *> ENVIRONMENT blanks the target unconditionally when the
      *> variable is unset, which would wipe out the VALUE defaults
           MOVE SPACES TO WS-ENV-COURSE-FILE-NAME
           ACCEPT WS-ENV-COURSE-FILE-NAME FROM ENVIRONMENT
               "CERT-COURSE-FILE"
           IF WS-ENV-COURSE-FILE-NAME NOT = SPACES
               MOVE WS-ENV-COURSE-FILE-NAME TO WS-COURSE-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-CERT-FILE-NAME
           ACCEPT WS-ENV-CERT-FILE-NAME FROM ENVIRONMENT
               "CERT-RECORD-FILE"
           IF WS-ENV-CERT-FILE-NAME NOT = SPACES
               MOVE WS-ENV-CERT-FILE-NAME TO WS-CERT-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-MASTER-FILE-NAME
           ACCEPT WS-ENV-MASTER-FILE-NAME FROM ENVIRONMENT
               "EMPLOYEE-MASTER-FILE"
           IF WS-ENV-MASTER-FILE-NAME NOT = SPACES
               MOVE WS-ENV-MASTER-FILE-NAME TO WS-MASTER-FILE-NAME
           END-IF
           ACCEPT WS-AS-OF-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-ENV-AS-OF-DATE
           ACCEPT WS-ENV-AS-OF-DATE FROM ENVIRONMENT
               "CERT-AS-OF-DATE"
           IF WS-ENV-AS-OF-DATE NOT = SPACES
               IF WS-ENV-AS-OF-DATE IS NUMERIC
                 AND TEST-DATE-YYYYMMDD(NUMVAL(WS-ENV-AS-OF-DATE))
                     = 0
                   MOVE WS-ENV-AS-OF-DATE TO WS-AS-OF-DATE
               ELSE
                   DISPLAY "CERT-EXPIRY-REPORT: CERT-AS-OF-DATE '"
                       WS-ENV-AS-OF-DATE "' is not a YYYYMMDD date"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           COMPUTE WS-AS-OF-DAYS = INTEGER-OF-DATE(WS-AS-OF-DATE)
           PERFORM LOAD-COURSES THRU LOAD-COURSES-EXIT
           IF WS-CRS-COUNT = 0
               DISPLAY "CERT-EXPIRY-REPORT: no courses on the "
                   "reference - " TRIM(WS-COURSE-FILE-NAME)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-ROSTER THRU LOAD-ROSTER-EXIT
           IF WS-EMP-COUNT = 0
               DISPLAY "CERT-EXPIRY-REPORT: no employees on the "
                   "roster - " TRIM(WS-MASTER-FILE-NAME)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-CERTIFICATIONS THRU LOAD-CERTIFICATIONS-EXIT
           PERFORM FIND-MISSING-REQUIRED
           PERFORM SORT-ROWS
           PERFORM PRINT-EXPIRING
           PERFORM PRINT-EXPIRED
           PERFORM PRINT-MISSING
           DISPLAY " "
           DISPLAY "Expiring in 0-30 days:       " WS-TOTAL-IN-30
           DISPLAY "Expiring in 31-60 days:      " WS-TOTAL-IN-60
           DISPLAY "Expiring in 61-90 days:      " WS-TOTAL-IN-90
           DISPLAY "Already expired:             " WS-EXPIRED-COUNT
           DISPLAY "  of which required:         "
               WS-EXPIRED-REQUIRED
           DISPLAY "Required, never recorded:    " WS-MISSING-COUNT
           IF WS-LEAVER-COUNT > 0
               DISPLAY "Records for leavers skipped: " WS-LEAVER-COUNT
           END-IF
           DISPLAY "===== End of certification expiry report ====="
      *> RETURN-CODE: 0 = nobody out of compliance (upcoming expiries
      *> are the report's business, not an exception), 4 = someone
      *> holds an expired or never-recorded required certification
           IF WS-EXPIRED-REQUIRED > 0 OR WS-MISSING-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-COURSES.
           MOVE 'N' TO WS-EOF
           OPEN INPUT COURSE-FILE
           IF WS-COURSE-STATUS NOT = "00"
               IF WS-COURSE-STATUS = "05"
                   CLOSE COURSE-FILE
               END-IF
               GO TO LOAD-COURSES-EXIT
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ COURSE-FILE INTO COURSE-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-CRS-COUNT < WS-CRS-MAX
                           ADD 1 TO WS-CRS-COUNT
                           PERFORM STAGE-ONE-COURSE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COURSE-FILE.
       LOAD-COURSES-EXIT.
           EXIT.

       STAGE-ONE-COURSE.
           MOVE SPACES TO WS-FLD-MONTHS WS-FLD-REQUIRED
           UNSTRING COURSE-RECORD DELIMITED BY ","
               INTO CRS-CODE(WS-CRS-COUNT) CRS-NAME(WS-CRS-COUNT)
                   WS-FLD-MONTHS WS-FLD-REQUIRED
           MOVE 'N' TO CRS-REQUIRED-ALL(WS-CRS-COUNT)
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 10
               MOVE SPACES TO CRS-REQ-DEPT(WS-CRS-COUNT, K)
           END-PERFORM
           IF WS-FLD-REQUIRED = "ALL"
               MOVE 'Y' TO CRS-REQUIRED-ALL(WS-CRS-COUNT)
           ELSE
               UNSTRING WS-FLD-REQUIRED DELIMITED BY ALL SPACE
                   INTO CRS-REQ-DEPT(WS-CRS-COUNT, 1)
                       CRS-REQ-DEPT(WS-CRS-COUNT, 2)
                       CRS-REQ-DEPT(WS-CRS-COUNT, 3)
                       CRS-REQ-DEPT(WS-CRS-COUNT, 4)
                       CRS-REQ-DEPT(WS-CRS-COUNT, 5)
                       CRS-REQ-DEPT(WS-CRS-COUNT, 6)
                       CRS-REQ-DEPT(WS-CRS-COUNT, 7)
                       CRS-REQ-DEPT(WS-CRS-COUNT, 8)
                       CRS-REQ-DEPT(WS-CRS-COUNT, 9)
                       CRS-REQ-DEPT(WS-CRS-COUNT, 10)
           END-IF.

       LOAD-ROSTER.
           MOVE 'N' TO WS-EOF
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
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-MASTER.
       LOAD-ROSTER-EXIT.
           EXIT.

       LOAD-CERTIFICATIONS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT CERT-FILE
           IF WS-CERT-STATUS NOT = "00"
               IF WS-CERT-STATUS = "05"
                   CLOSE CERT-FILE
               END-IF
               DISPLAY "CERT-EXPIRY-REPORT: no completion records "
                   "on file - " TRIM(WS-CERT-FILE-NAME)
               GO TO LOAD-CERTIFICATIONS-EXIT
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CERT-FILE INTO CERT-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM STAGE-ONE-CERTIFICATION
                           THRU STAGE-ONE-CERTIFICATION-EXIT
               END-READ
           END-PERFORM
           CLOSE CERT-FILE.
       LOAD-CERTIFICATIONS-EXIT.
           EXIT.

       STAGE-ONE-CERTIFICATION.
           MOVE SPACES TO WS-FLD-EMPLOYEE WS-FLD-COURSE
               WS-FLD-COMPLETED WS-FLD-EXPIRES
           UNSTRING CERT-RECORD DELIMITED BY ","
               INTO WS-FLD-EMPLOYEE WS-FLD-COURSE WS-FLD-COMPLETED
                   WS-FLD-EXPIRES
           IF WS-FLD-EMPLOYEE NOT NUMERIC
               GO TO STAGE-ONE-CERTIFICATION-EXIT
           END-IF
           MOVE WS-FLD-EMPLOYEE TO WS-FLD-EMPLOYEE-ID
           MOVE 0 TO WS-EMP-INDEX
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-EMP-COUNT
               IF EMP-ID(I) = WS-FLD-EMPLOYEE-ID
                   MOVE I TO WS-EMP-INDEX
                   MOVE WS-EMP-COUNT TO I
               END-IF
           END-PERFORM
      *> a leaver's lapsing card is nobody's compliance problem
           IF WS-EMP-INDEX = 0
               ADD 1 TO WS-LEAVER-COUNT
               GO TO STAGE-ONE-CERTIFICATION-EXIT
           END-IF
           IF WS-CRT-COUNT < WS-CRT-MAX
               ADD 1 TO WS-CRT-COUNT
               MOVE WS-EMP-INDEX TO CRT-EMP-INDEX(WS-CRT-COUNT)
               MOVE WS-FLD-COURSE TO CRT-COURSE(WS-CRT-COUNT)
           END-IF
      *> no expiry date means the completion never lapses
           IF WS-FLD-EXPIRES NOT NUMERIC
               GO TO STAGE-ONE-CERTIFICATION-EXIT
           END-IF
           IF TEST-DATE-YYYYMMDD(NUMVAL(WS-FLD-EXPIRES)) NOT = 0
               GO TO STAGE-ONE-CERTIFICATION-EXIT
           END-IF
           COMPUTE WS-DAYS-LEFT =
               INTEGER-OF-DATE(NUMVAL(WS-FLD-EXPIRES))
                   - WS-AS-OF-DAYS
           IF WS-DAYS-LEFT > WS-WINDOW-3
               GO TO STAGE-ONE-CERTIFICATION-EXIT
           END-IF
           IF WS-ROW-COUNT >= WS-ROW-MAX
               GO TO STAGE-ONE-CERTIFICATION-EXIT
           END-IF
           PERFORM FIND-COURSE
           PERFORM CHECK-REQUIRED
           ADD 1 TO WS-ROW-COUNT
           MOVE EMP-DEPT(WS-EMP-INDEX) TO ROW-DEPT(WS-ROW-COUNT)
           MOVE WS-DAYS-LEFT TO ROW-DAYS(WS-ROW-COUNT)
           MOVE EMP-ID(WS-EMP-INDEX) TO ROW-ID(WS-ROW-COUNT)
           MOVE EMP-NAME(WS-EMP-INDEX) TO ROW-NAME(WS-ROW-COUNT)
           MOVE WS-FLD-COURSE TO ROW-COURSE(WS-ROW-COUNT)
           IF WS-COURSE-INDEX > 0
               MOVE CRS-NAME(WS-COURSE-INDEX)
                   TO ROW-COURSE-NAME(WS-ROW-COUNT)
           ELSE
               MOVE "(course not on reference)"
                   TO ROW-COURSE-NAME(WS-ROW-COUNT)
           END-IF
           MOVE WS-FLD-EXPIRES TO ROW-EXPIRES(WS-ROW-COUNT)
           MOVE WS-IS-REQUIRED TO ROW-REQUIRED(WS-ROW-COUNT)
           IF WS-DAYS-LEFT < 0
               MOVE 'X' TO ROW-KIND(WS-ROW-COUNT)
           ELSE
               MOVE 'E' TO ROW-KIND(WS-ROW-COUNT)
           END-IF.
       STAGE-ONE-CERTIFICATION-EXIT.
           EXIT.

       FIND-COURSE.
           MOVE 0 TO WS-COURSE-INDEX
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-CRS-COUNT
               IF CRS-CODE(J) = WS-FLD-COURSE
                   MOVE J TO WS-COURSE-INDEX
               END-IF
           END-PERFORM.

       CHECK-REQUIRED.
      *> does the employee's department (the role, on this roster)
      *> have to hold the course at WS-COURSE-INDEX
           MOVE 'N' TO WS-IS-REQUIRED
           IF WS-COURSE-INDEX > 0
               IF CRS-REQUIRED-ALL(WS-COURSE-INDEX) = 'Y'
                   MOVE 'Y' TO WS-IS-REQUIRED
               END-IF
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > 10
                   IF CRS-REQ-DEPT(WS-COURSE-INDEX, K) NOT = SPACES
                     AND CRS-REQ-DEPT(WS-COURSE-INDEX, K) =
                         EMP-DEPT(WS-EMP-INDEX)
                       MOVE 'Y' TO WS-IS-REQUIRED
                   END-IF
               END-PERFORM
           END-IF.

       FIND-MISSING-REQUIRED.
      *> a required course with no completion at all is as far out
      *> of compliance as an expired one
           PERFORM VARYING WS-EMP-INDEX FROM 1 BY 1
                   UNTIL WS-EMP-INDEX > WS-EMP-COUNT
               PERFORM VARYING WS-COURSE-INDEX FROM 1 BY 1
                       UNTIL WS-COURSE-INDEX > WS-CRS-COUNT
                   PERFORM CHECK-REQUIRED
                   IF WS-IS-REQUIRED = 'Y'
                       MOVE 'N' TO WS-HELD
                       PERFORM VARYING I FROM 1 BY 1
                               UNTIL I > WS-CRT-COUNT
                           IF CRT-EMP-INDEX(I) = WS-EMP-INDEX
                             AND CRT-COURSE(I) =
                                 CRS-CODE(WS-COURSE-INDEX)
                               MOVE 'Y' TO WS-HELD
                               MOVE WS-CRT-COUNT TO I
                           END-IF
                       END-PERFORM
                       IF WS-HELD = 'N'
                         AND WS-ROW-COUNT < WS-ROW-MAX
                           ADD 1 TO WS-ROW-COUNT
                           MOVE EMP-DEPT(WS-EMP-INDEX)
                               TO ROW-DEPT(WS-ROW-COUNT)
                           MOVE 0 TO ROW-DAYS(WS-ROW-COUNT)
                           MOVE EMP-ID(WS-EMP-INDEX)
                               TO ROW-ID(WS-ROW-COUNT)
                           MOVE EMP-NAME(WS-EMP-INDEX)
                               TO ROW-NAME(WS-ROW-COUNT)
                           MOVE CRS-CODE(WS-COURSE-INDEX)
                               TO ROW-COURSE(WS-ROW-COUNT)
                           MOVE CRS-NAME(WS-COURSE-INDEX)
                               TO ROW-COURSE-NAME(WS-ROW-COUNT)
                           MOVE SPACES TO ROW-EXPIRES(WS-ROW-COUNT)
                           MOVE 'Y' TO ROW-REQUIRED(WS-ROW-COUNT)
                           MOVE 'M' TO ROW-KIND(WS-ROW-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.

       SORT-ROWS.
      *> department, then soonest expiry, then employee id
           MOVE 'N' TO WS-SORTED
           PERFORM UNTIL WS-SORTED = 'Y'
               MOVE 'Y' TO WS-SORTED
               PERFORM VARYING I FROM 1 BY 1
                       UNTIL I >= WS-ROW-COUNT
                   COMPUTE J = I + 1
                   IF ROW-DEPT(I) > ROW-DEPT(J)
                     OR (ROW-DEPT(I) = ROW-DEPT(J)
                         AND ROW-DAYS(I) > ROW-DAYS(J))
                     OR (ROW-DEPT(I) = ROW-DEPT(J)
                         AND ROW-DAYS(I) = ROW-DAYS(J)
                         AND ROW-ID(I) > ROW-ID(J))
                       MOVE WS-ROW-ENTRY(I) TO WS-SWAP-ROW
                       MOVE WS-ROW-ENTRY(J) TO WS-ROW-ENTRY(I)
                       MOVE WS-SWAP-ROW TO WS-ROW-ENTRY(J)
                       MOVE 'N' TO WS-SORTED
                   END-IF
               END-PERFORM
           END-PERFORM.

       PRINT-EXPIRING.
           DISPLAY "===== Certification expiry report as of "
               WS-AS-OF-DATE " ====="
           DISPLAY " "
           DISPLAY "----- Expiring within 30, 60 and 90 days, by "
               "department -----"
           MOVE SPACES TO WS-CUR-DEPT
           MOVE 0 TO WS-DEPT-IN-30 WS-DEPT-IN-60 WS-DEPT-IN-90
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ROW-COUNT
               IF ROW-KIND(I) = 'E'
                   IF ROW-DEPT(I) NOT = WS-CUR-DEPT
                       IF WS-CUR-DEPT NOT = SPACES
                           PERFORM PRINT-DEPT-TOTAL
                       END-IF
                       MOVE ROW-DEPT(I) TO WS-CUR-DEPT
                       MOVE 0 TO WS-DEPT-IN-30 WS-DEPT-IN-60
                           WS-DEPT-IN-90
                       DISPLAY "Department " ROW-DEPT(I)
                   END-IF
                   EVALUATE TRUE
                       WHEN ROW-DAYS(I) <= WS-WINDOW-1
                           MOVE "30 days" TO WS-WINDOW-LABEL
                           ADD 1 TO WS-DEPT-IN-30 WS-TOTAL-IN-30
                       WHEN ROW-DAYS(I) <= WS-WINDOW-2
                           MOVE "60 days" TO WS-WINDOW-LABEL
                           ADD 1 TO WS-DEPT-IN-60 WS-TOTAL-IN-60
                       WHEN OTHER
                           MOVE "90 days" TO WS-WINDOW-LABEL
                           ADD 1 TO WS-DEPT-IN-90 WS-TOTAL-IN-90
                   END-EVALUATE
                   IF ROW-REQUIRED(I) = 'Y'
                       MOVE "REQUIRED" TO WS-FLAG
                   ELSE
                       MOVE SPACES TO WS-FLAG
                   END-IF
                   MOVE ROW-DAYS(I) TO WS-DAYS-ED
                   DISPLAY "  " WS-WINDOW-LABEL " " ROW-ID(I) " "
                       ROW-NAME(I)(1:20) " " ROW-COURSE(I) " "
                       ROW-COURSE-NAME(I)(1:20) " expires "
                       ROW-EXPIRES(I) " (" TRIM(WS-DAYS-ED)
                       " days) " WS-FLAG
               END-IF
           END-PERFORM
           IF WS-CUR-DEPT NOT = SPACES
               PERFORM PRINT-DEPT-TOTAL
           ELSE
               DISPLAY "  (none)"
           END-IF.

       PRINT-DEPT-TOTAL.
           DISPLAY "  Department " TRIM(WS-CUR-DEPT) " 0-30: "
               WS-DEPT-IN-30 "  31-60: " WS-DEPT-IN-60
               "  61-90: " WS-DEPT-IN-90.

       PRINT-EXPIRED.
      *> an expired card on someone whose department requires it is
      *> a compliance breach - each one goes to the audit trail as a
      *> warning so it cannot sit unread in a weekly listing
           DISPLAY " "
           DISPLAY "----- Already expired -----"
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ROW-COUNT
               IF ROW-KIND(I) = 'X'
                   ADD 1 TO WS-EXPIRED-COUNT
                   COMPUTE WS-DAYS-ED = 0 - ROW-DAYS(I)
                   IF ROW-REQUIRED(I) = 'Y'
                       MOVE "REQUIRED" TO WS-FLAG
                       ADD 1 TO WS-EXPIRED-REQUIRED
                       MOVE 'W' TO WS-EVENT-SEVERITY
                       MOVE SPACES TO WS-EVENT-MESSAGE
                       STRING "employee " ROW-ID(I) " ("
                               ROW-DEPT(I) ") required "
                               "certification " TRIM(ROW-COURSE(I))
                               " expired " ROW-EXPIRES(I)
                           DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
                       CALL "LOG-EVENT-SEV" USING WS-PROGRAM-NAME
                           WS-EVENT-SEVERITY WS-EVENT-MESSAGE
                   ELSE
                       MOVE "optional" TO WS-FLAG
                   END-IF
                   DISPLAY "  " ROW-DEPT(I) " " ROW-ID(I) " "
                       ROW-NAME(I)(1:20) " " ROW-COURSE(I) " "
                       ROW-COURSE-NAME(I)(1:20) " expired "
                       ROW-EXPIRES(I) " (" TRIM(WS-DAYS-ED)
                       " days ago) " WS-FLAG
               END-IF
           END-PERFORM
           IF WS-EXPIRED-COUNT = 0
               DISPLAY "  (none)"
           END-IF.

       PRINT-MISSING.
           DISPLAY " "
           DISPLAY "----- Required, never recorded -----"
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ROW-COUNT
               IF ROW-KIND(I) = 'M'
                   ADD 1 TO WS-MISSING-COUNT
                   MOVE 'W' TO WS-EVENT-SEVERITY
                   MOVE SPACES TO WS-EVENT-MESSAGE
                   STRING "employee " ROW-ID(I) " (" ROW-DEPT(I)
                           ") holds no record of required "
                           "certification " TRIM(ROW-COURSE(I))
                       DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
                   CALL "LOG-EVENT-SEV" USING WS-PROGRAM-NAME
                       WS-EVENT-SEVERITY WS-EVENT-MESSAGE
                   DISPLAY "  " ROW-DEPT(I) " " ROW-ID(I) " "
                       ROW-NAME(I)(1:20) " " ROW-COURSE(I) " "
                       ROW-COURSE-NAME(I)(1:20)
               END-IF
           END-PERFORM
           IF WS-MISSING-COUNT = 0
               DISPLAY "  (none)"
           END-IF.
       END PROGRAM CERT-EXPIRY-REPORT.
