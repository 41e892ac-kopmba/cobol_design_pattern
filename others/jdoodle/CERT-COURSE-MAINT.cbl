      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERT-COURSE-MAINT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> the course/certification reference - one
      *> CODE,NAME,VALIDMONTHS,REQUIRED line per course. VALIDMONTHS
      *> is how long a completion stays current (0 = never lapses);
      *> REQUIRED is a space-separated list of the departments whose
      *> people must hold it, ALL for everyone, blank for optional
      *> training. Staged and rewritten the way DEPT-MAINT keeps the
      *> department reference. Overridable via CERT-COURSE-FILE
       SELECT OPTIONAL COURSE-FILE ASSIGN DYNAMIC
           WS-COURSE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COURSE-STATUS.
      *> one transaction per line: CODE,COURSE,NAME,VALIDMONTHS,
      *> REQUIRED - CODE is 'A' add, 'C' change, 'D' delete; on a
      *> change a blank field keeps what is on file and REQUIRED
      *> NONE clears the requirement. Overridable via
      *> CERT-COURSE-TXN-FILE
       SELECT OPTIONAL TXN-FILE ASSIGN DYNAMIC WS-TXN-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TXN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD COURSE-FILE.
       01 COURSE-RECORD PIC X(100).
       FD TXN-FILE.
       01 TXN-RECORD PIC X(100).
       WORKING-STORAGE SECTION.
      *> correctly-sized holders for the literal audit message - a
      *> literal passed straight to LOG-EVENT-SEV's LINKAGE would
      *> only be allocated as big as the literal itself
       01 WS-EVENT-PROGRAM PIC X(44) VALUE "CERT-COURSE-MAINT".
       01 WS-EVENT-MESSAGE PIC X(200).
       01 WS-EVENT-SEVERITY PIC X(1).
       01 WS-COURSE-FILE-NAME PIC X(80) VALUE "CERT-COURSE.DAT".
       01 WS-ENV-COURSE-FILE-NAME PIC X(80).
       01 WS-COURSE-STATUS PIC X(2).
       01 WS-TXN-FILE-NAME PIC X(80) VALUE "CERT-COURSE-TXN.DAT".
       01 WS-ENV-TXN-FILE-NAME PIC X(80).
       01 WS-TXN-STATUS PIC X(2).
       01 WS-EOF PIC X(1) VALUE 'N'.
       01 WS-TXN-EOF PIC X(1) VALUE 'N'.
      *> the whole reference staged in memory, transactions applied
      *> to the table, table rewritten at end of run
       01 WS-CRS-COUNT PIC 9(3) VALUE 0.
       01 WS-CRS-MAX PIC 9(3) VALUE 200.
       01 WS-CRS-ENTRY OCCURS 200 TIMES.
           05 CRS-CODE PIC X(8).
           05 CRS-NAME PIC X(30).
           05 CRS-VALID-MONTHS PIC 9(3).
           05 CRS-REQUIRED PIC X(50).
       01 WS-FLD-MONTHS PIC X(3).
       01 WS-TXN-CODE PIC X(1).
       01 WS-TXN-COURSE PIC X(8).
       01 WS-TXN-NAME PIC X(30).
       01 WS-TXN-MONTHS-X PIC X(3).
       01 WS-TXN-MONTHS PIC 9(3).
       01 WS-TXN-REQUIRED PIC X(50).
      *> the required-department list broken out for validation -
      *> every code named must be on the department reference
       01 WS-REQ-DEPT PIC X(4) OCCURS 10 TIMES.
       01 WS-REQ-OVERFLOW PIC X(50).
       01 WS-DEPT-CODE PIC X(4).
       01 WS-DEPT-NAME PIC X(30).
       01 WS-DEPT-ACTIVE PIC X(1).
       01 WS-REJECTED PIC X(1).
       01 I PIC 9(3).
       01 WS-FOUND-INDEX PIC 9(3).
       01 WS-TXNS-READ PIC 9(5) VALUE 0.
       01 WS-TXNS-APPLIED PIC 9(5) VALUE 0.
       01 WS-TXNS-REJECTED PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "LOG-STARTUP" USING WS-EVENT-PROGRAM
      *> accept into a separate staging field first - ACCEPT FROM
      *> ENVIRONMENT blanks the target unconditionally when the
      *> variable is unset, which would wipe out the VALUE defaults
           MOVE SPACES TO WS-ENV-COURSE-FILE-NAME
           ACCEPT WS-ENV-COURSE-FILE-NAME FROM ENVIRONMENT
               "CERT-COURSE-FILE"
           IF WS-ENV-COURSE-FILE-NAME NOT = SPACES
               MOVE WS-ENV-COURSE-FILE-NAME TO WS-COURSE-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-TXN-FILE-NAME
           ACCEPT WS-ENV-TXN-FILE-NAME FROM ENVIRONMENT
               "CERT-COURSE-TXN-FILE"
           IF WS-ENV-TXN-FILE-NAME NOT = SPACES
               MOVE WS-ENV-TXN-FILE-NAME TO WS-TXN-FILE-NAME
           END-IF
           PERFORM LOAD-COURSES THRU LOAD-COURSES-EXIT
           OPEN INPUT TXN-FILE.
           IF WS-TXN-STATUS NOT = "00"
               DISPLAY "CERT-COURSE-MAINT: transaction file not "
                   "available - " TRIM(WS-TXN-FILE-NAME)
                   ", file status " WS-TXN-STATUS
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
           PERFORM REWRITE-COURSES.
           DISPLAY "===== Certification course maintenance run ====="
           DISPLAY "Transactions read:     " WS-TXNS-READ
           DISPLAY "Transactions applied:  " WS-TXNS-APPLIED
           DISPLAY "Transactions rejected: " WS-TXNS-REJECTED
           DISPLAY "Courses on file:       " WS-CRS-COUNT
      *> RETURN-CODE: 0 = all transactions applied, 4 = at least
      *> one rejected (reference rewritten with the ones that passed)
           IF WS-TXNS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-COURSES.
           MOVE 0 TO WS-CRS-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT COURSE-FILE
           IF WS-COURSE-STATUS NOT = "00"
      *> no reference yet just means the run starts empty
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
                           MOVE SPACES TO WS-FLD-MONTHS
                           MOVE SPACES TO CRS-REQUIRED(WS-CRS-COUNT)
                           UNSTRING COURSE-RECORD DELIMITED BY ","
                               INTO CRS-CODE(WS-CRS-COUNT)
                                   CRS-NAME(WS-CRS-COUNT)
                                   WS-FLD-MONTHS
                                   CRS-REQUIRED(WS-CRS-COUNT)
                           MOVE 0 TO CRS-VALID-MONTHS(WS-CRS-COUNT)
                           IF TEST-NUMVAL(WS-FLD-MONTHS) = 0
                               MOVE NUMVAL(WS-FLD-MONTHS)
                                   TO CRS-VALID-MONTHS(WS-CRS-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COURSE-FILE.
       LOAD-COURSES-EXIT.
           EXIT.

       APPLY-TRANSACTION.
           ADD 1 TO WS-TXNS-READ
           MOVE SPACES TO WS-TXN-CODE WS-TXN-COURSE WS-TXN-NAME
               WS-TXN-MONTHS-X WS-TXN-REQUIRED
           UNSTRING TXN-RECORD DELIMITED BY ","
               INTO WS-TXN-CODE WS-TXN-COURSE WS-TXN-NAME
                   WS-TXN-MONTHS-X WS-TXN-REQUIRED
           MOVE UPPER-CASE(WS-TXN-REQUIRED) TO WS-TXN-REQUIRED
           IF WS-TXN-COURSE = SPACES
               ADD 1 TO WS-TXNS-REJECTED
               DISPLAY "CERT-COURSE-MAINT: blank course code - "
                   "rejecting transaction"
               GO TO APPLY-TRANSACTION-EXIT
           END-IF
           MOVE 0 TO WS-FOUND-INDEX
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CRS-COUNT
               IF CRS-CODE(I) = WS-TXN-COURSE
                   MOVE I TO WS-FOUND-INDEX
               END-IF
           END-PERFORM
           EVALUATE WS-TXN-CODE
               WHEN 'A'
                   PERFORM ADD-COURSE THRU ADD-COURSE-EXIT
               WHEN 'C'
                   PERFORM CHANGE-COURSE THRU CHANGE-COURSE-EXIT
               WHEN 'D'
                   PERFORM DELETE-COURSE THRU DELETE-COURSE-EXIT
               WHEN OTHER
                   ADD 1 TO WS-TXNS-REJECTED
                   DISPLAY "CERT-COURSE-MAINT: unknown transaction "
                       "code '" WS-TXN-CODE "' for course "
                       WS-TXN-COURSE
           END-EVALUATE.
       APPLY-TRANSACTION-EXIT.
           EXIT.

       ADD-COURSE.
           IF WS-FOUND-INDEX NOT = 0
               ADD 1 TO WS-TXNS-REJECTED
               DISPLAY "CERT-COURSE-MAINT: course " WS-TXN-COURSE
                   " already on the reference - add rejected"
               GO TO ADD-COURSE-EXIT
           END-IF
           IF WS-CRS-COUNT >= WS-CRS-MAX
               ADD 1 TO WS-TXNS-REJECTED
               DISPLAY "CERT-COURSE-MAINT: reference full - add "
                   "rejected for " WS-TXN-COURSE
               GO TO ADD-COURSE-EXIT
           END-IF
           IF WS-TXN-NAME = SPACES
               ADD 1 TO WS-TXNS-REJECTED
               DISPLAY "CERT-COURSE-MAINT: course " WS-TXN-COURSE
                   " has no name - add rejected"
               GO TO ADD-COURSE-EXIT
           END-IF
           PERFORM VALIDATE-COURSE-FIELDS
               THRU VALIDATE-COURSE-FIELDS-EXIT
           IF WS-REJECTED = 'Y'
               ADD 1 TO WS-TXNS-REJECTED
               GO TO ADD-COURSE-EXIT
           END-IF
           ADD 1 TO WS-CRS-COUNT
           MOVE WS-TXN-COURSE TO CRS-CODE(WS-CRS-COUNT)
           MOVE WS-TXN-NAME TO CRS-NAME(WS-CRS-COUNT)
           MOVE WS-TXN-MONTHS TO CRS-VALID-MONTHS(WS-CRS-COUNT)
           IF WS-TXN-REQUIRED = "NONE"
               MOVE SPACES TO CRS-REQUIRED(WS-CRS-COUNT)
           ELSE
               MOVE WS-TXN-REQUIRED TO CRS-REQUIRED(WS-CRS-COUNT)
           END-IF
           ADD 1 TO WS-TXNS-APPLIED
           PERFORM LOG-ONE-CHANGE.
       ADD-COURSE-EXIT.
           EXIT.

       CHANGE-COURSE.
           IF WS-FOUND-INDEX = 0
               ADD 1 TO WS-TXNS-REJECTED
               DISPLAY "CERT-COURSE-MAINT: course " WS-TXN-COURSE
                   " not on the reference - change rejected"
               GO TO CHANGE-COURSE-EXIT
           END-IF
           PERFORM VALIDATE-COURSE-FIELDS
               THRU VALIDATE-COURSE-FIELDS-EXIT
           IF WS-REJECTED = 'Y'
               ADD 1 TO WS-TXNS-REJECTED
               GO TO CHANGE-COURSE-EXIT
           END-IF
           IF WS-TXN-NAME NOT = SPACES
               MOVE WS-TXN-NAME TO CRS-NAME(WS-FOUND-INDEX)
           END-IF
           IF WS-TXN-MONTHS-X NOT = SPACES
               MOVE WS-TXN-MONTHS TO CRS-VALID-MONTHS(WS-FOUND-INDEX)
           END-IF
           IF WS-TXN-REQUIRED = "NONE"
               MOVE SPACES TO CRS-REQUIRED(WS-FOUND-INDEX)
           ELSE
               IF WS-TXN-REQUIRED NOT = SPACES
                   MOVE WS-TXN-REQUIRED
                       TO CRS-REQUIRED(WS-FOUND-INDEX)
               END-IF
           END-IF
           ADD 1 TO WS-TXNS-APPLIED
           PERFORM LOG-ONE-CHANGE.
       CHANGE-COURSE-EXIT.
           EXIT.

       DELETE-COURSE.
           IF WS-FOUND-INDEX = 0
               ADD 1 TO WS-TXNS-REJECTED
               DISPLAY "CERT-COURSE-MAINT: course " WS-TXN-COURSE
                   " not on the reference - delete rejected"
               GO TO DELETE-COURSE-EXIT
           END-IF
      *> close the gap so the rewrite never carries a ghost entry
           PERFORM VARYING I FROM WS-FOUND-INDEX BY 1
                   UNTIL I >= WS-CRS-COUNT
               MOVE WS-CRS-ENTRY(I + 1) TO WS-CRS-ENTRY(I)
           END-PERFORM
           SUBTRACT 1 FROM WS-CRS-COUNT
           ADD 1 TO WS-TXNS-APPLIED
           PERFORM LOG-ONE-CHANGE.
       DELETE-COURSE-EXIT.
           EXIT.

       VALIDATE-COURSE-FIELDS.
      *> the validity period must be a whole number of months, and
      *> every department a course is required for must be on the
      *> department reference - a miskeyed code would quietly
      *> exempt the people it was meant to cover
           MOVE 'N' TO WS-REJECTED
           MOVE 0 TO WS-TXN-MONTHS
           IF WS-TXN-MONTHS-X NOT = SPACES
               IF TEST-NUMVAL(WS-TXN-MONTHS-X) NOT = 0
                   MOVE 'Y' TO WS-REJECTED
                   DISPLAY "CERT-COURSE-MAINT: validity months '"
                       TRIM(WS-TXN-MONTHS-X) "' not numeric for "
                       WS-TXN-COURSE " - rejected"
                   GO TO VALIDATE-COURSE-FIELDS-EXIT
               END-IF
               IF NUMVAL(WS-TXN-MONTHS-X) < 0
                       OR NUMVAL(WS-TXN-MONTHS-X) > 120
                   MOVE 'Y' TO WS-REJECTED
                   DISPLAY "CERT-COURSE-MAINT: validity months "
                       TRIM(WS-TXN-MONTHS-X) " outside 0-120 for "
                       WS-TXN-COURSE " - rejected"
                   GO TO VALIDATE-COURSE-FIELDS-EXIT
               END-IF
               MOVE NUMVAL(WS-TXN-MONTHS-X) TO WS-TXN-MONTHS
           END-IF
           IF WS-TXN-REQUIRED = SPACES OR WS-TXN-REQUIRED = "ALL"
                   OR WS-TXN-REQUIRED = "NONE"
               GO TO VALIDATE-COURSE-FIELDS-EXIT
           END-IF
           MOVE SPACES TO WS-REQ-OVERFLOW
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 10
               MOVE SPACES TO WS-REQ-DEPT(I)
           END-PERFORM
           UNSTRING WS-TXN-REQUIRED DELIMITED BY ALL SPACE
               INTO WS-REQ-DEPT(1) WS-REQ-DEPT(2) WS-REQ-DEPT(3)
                   WS-REQ-DEPT(4) WS-REQ-DEPT(5) WS-REQ-DEPT(6)
                   WS-REQ-DEPT(7) WS-REQ-DEPT(8) WS-REQ-DEPT(9)
                   WS-REQ-DEPT(10) WS-REQ-OVERFLOW
           IF WS-REQ-OVERFLOW NOT = SPACES
               MOVE 'Y' TO WS-REJECTED
               DISPLAY "CERT-COURSE-MAINT: more than 10 required "
                   "departments for " WS-TXN-COURSE " - rejected"
               GO TO VALIDATE-COURSE-FIELDS-EXIT
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 10
               IF WS-REQ-DEPT(I) NOT = SPACES
                 AND WS-REJECTED = 'N'
                   MOVE WS-REQ-DEPT(I) TO WS-DEPT-CODE
                   CALL "DEPT-LOOKUP" USING WS-DEPT-CODE
                       WS-DEPT-NAME WS-DEPT-ACTIVE
                   IF WS-DEPT-ACTIVE = 'N'
                       MOVE 'Y' TO WS-REJECTED
                       DISPLAY "CERT-COURSE-MAINT: required "
                           "department '" TRIM(WS-DEPT-CODE)
                           "' not on the department reference for "
                           WS-TXN-COURSE " - rejected"
                   END-IF
               END-IF
           END-PERFORM.
       VALIDATE-COURSE-FIELDS-EXIT.
           EXIT.

       LOG-ONE-CHANGE.
      *> every reference change lands in the audit trail, same as
      *> DEPT-MAINT's
           MOVE 'I' TO WS-EVENT-SEVERITY
           MOVE SPACES TO WS-EVENT-MESSAGE
           STRING "applied '" WS-TXN-CODE "' for course "
                   WS-TXN-COURSE
               DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
           CALL "LOG-EVENT-SEV" USING WS-EVENT-PROGRAM
               WS-EVENT-SEVERITY WS-EVENT-MESSAGE.

       REWRITE-COURSES.
           OPEN OUTPUT COURSE-FILE
      *> OUTPUT on a file that does not exist yet reports status 05
      *> on this runtime even though it creates the file underneath
           IF WS-COURSE-STATUS NOT = "00"
                   AND WS-COURSE-STATUS NOT = "05"
               DISPLAY "CERT-COURSE-MAINT: cannot rewrite "
                   TRIM(WS-COURSE-FILE-NAME) " - file status "
                   WS-COURSE-STATUS
           ELSE
               PERFORM VARYING I FROM 1 BY 1
                       UNTIL I > WS-CRS-COUNT
                   MOVE SPACES TO COURSE-RECORD
                   STRING TRIM(CRS-CODE(I)) ","
                           TRIM(CRS-NAME(I)) ","
                           CRS-VALID-MONTHS(I) ","
                           TRIM(CRS-REQUIRED(I))
                       DELIMITED BY SIZE INTO COURSE-RECORD
                   WRITE COURSE-RECORD
               END-PERFORM
               CLOSE COURSE-FILE
           END-IF.
       END PROGRAM CERT-COURSE-MAINT.
