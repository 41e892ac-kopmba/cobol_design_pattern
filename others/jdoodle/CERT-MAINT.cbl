      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERT-MAINT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> the completion records - one EMPID,COURSE,COMPLETED,EXPIRES
      *> line per employee per course, the latest completion only; a
      *> blank EXPIRES never lapses. Staged and rewritten the way
      *> DEPT-MAINT keeps its reference. Overridable via
      *> CERT-RECORD-FILE
       SELECT OPTIONAL CERT-FILE ASSIGN DYNAMIC WS-CERT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CERT-STATUS.
      *> the course reference CERT-COURSE-MAINT keeps - every
      *> completion must name a known course, and the course's
      *> validity period dates the expiry when none is keyed.
      *> Overridable via CERT-COURSE-FILE
       SELECT OPTIONAL COURSE-FILE ASSIGN DYNAMIC
           WS-COURSE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COURSE-STATUS.
      *> the roster master - every completion must name a real
      *> employee
       SELECT OPTIONAL EMPLOYEE-MASTER ASSIGN DYNAMIC
           WS-MASTER-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMPLOYEE-ID OF EMPLOYEE-RECORD
           FILE STATUS IS WS-MASTER-STATUS.
      *> one transaction per line: CODE,EMPID,COURSE,COMPLETED,
      *> EXPIRES - CODE is 'A' record a first completion, 'C' a
      *> renewal or correction, 'D' remove the record; dates are
      *> YYYYMMDD, and a blank EXPIRES is worked out from the
      *> course's validity period. Overridable via CERT-TXN-FILE
       SELECT OPTIONAL TXN-FILE ASSIGN DYNAMIC WS-TXN-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TXN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CERT-FILE.
       01 CERT-RECORD PIC X(50).
       FD COURSE-FILE.
       01 COURSE-RECORD PIC X(100).
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
       01 TXN-RECORD PIC X(60).
       WORKING-STORAGE SECTION.
      *> correctly-sized holders for the literal audit message - a
      *> literal passed straight to LOG-EVENT-SEV's LINKAGE would
      *> only be allocated as big as the literal itself
       01 WS-EVENT-PROGRAM PIC X(44) VALUE "CERT-MAINT".
       01 WS-EVENT-MESSAGE PIC X(200).
       01 WS-EVENT-SEVERITY PIC X(1).
       01 WS-CERT-FILE-NAME PIC X(80) VALUE "CERT-RECORD.DAT".
       01 WS-ENV-CERT-FILE-NAME PIC X(80).
       01 WS-CERT-STATUS PIC X(2).
       01 WS-COURSE-FILE-NAME PIC X(80) VALUE "CERT-COURSE.DAT".
       01 WS-ENV-COURSE-FILE-NAME PIC X(80).
       01 WS-COURSE-STATUS PIC X(2).
       01 WS-MASTER-FILE-NAME PIC X(80) VALUE "EMPLOYEE.DAT".
       01 WS-ENV-MASTER-FILE-NAME PIC X(80).
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-TXN-FILE-NAME PIC X(80) VALUE "CERT-TXN.DAT".
       01 WS-ENV-TXN-FILE-NAME PIC X(80).
       01 WS-TXN-STATUS PIC X(2).
       01 WS-EOF PIC X(1) VALUE 'N'.
       01 WS-TXN-EOF PIC X(1) VALUE 'N'.
       01 WS-TODAY PIC 9(8).
      *> the course codes and validity periods staged for lookup
       01 WS-CRS-COUNT PIC 9(3) VALUE 0.
       01 WS-CRS-MAX PIC 9(3) VALUE 200.
       01 WS-CRS-ENTRY OCCURS 200 TIMES.
           05 CRS-CODE PIC X(8).
           05 CRS-VALID-MONTHS PIC 9(3).
       01 WS-FLD-NAME PIC X(30).
       01 WS-FLD-MONTHS PIC X(3).
      *> the completion records staged in memory, transactions
      *> applied to the table, table rewritten at end of run
       01 WS-CRT-COUNT PIC 9(4) VALUE 0.
       01 WS-CRT-MAX PIC 9(4) VALUE 5000.
       01 WS-CRT-ENTRY OCCURS 5000 TIMES.
           05 CRT-EMPLOYEE-ID PIC 9(9).
           05 CRT-COURSE PIC X(8).
           05 CRT-COMPLETED PIC X(8).
           05 CRT-EXPIRES PIC X(8).
       01 WS-FLD-EMPLOYEE PIC X(9).
       01 WS-TXN-CODE PIC X(1).
       01 WS-TXN-EMPLOYEE-X PIC X(9).
       01 WS-TXN-EMPLOYEE-ID PIC 9(9).
       01 WS-TXN-COURSE PIC X(8).
       01 WS-TXN-COMPLETED PIC X(8).
       01 WS-TXN-EXPIRES PIC X(8).
       01 WS-COURSE-INDEX PIC 9(3).
       01 WS-EMP-FOUND PIC X(1).
       01 WS-REJECTED PIC X(1).
      *> expiry date arithmetic: completion date plus the course's
      *> validity months, pulled back to the month's last day when
      *> the completion day does not exist in the expiry month
       01 WS-CALC-DATE PIC 9(8).
       01 WS-CALC-DATE-R REDEFINES WS-CALC-DATE.
           05 WS-CALC-YEAR PIC 9(4).
           05 WS-CALC-MONTH PIC 9(2).
           05 WS-CALC-DAY PIC 9(2).
       01 WS-CALC-MONTHS PIC 9(6).
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
           MOVE SPACES TO WS-ENV-CERT-FILE-NAME
           ACCEPT WS-ENV-CERT-FILE-NAME FROM ENVIRONMENT
               "CERT-RECORD-FILE"
           IF WS-ENV-CERT-FILE-NAME NOT = SPACES
               MOVE WS-ENV-CERT-FILE-NAME TO WS-CERT-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-COURSE-FILE-NAME
           ACCEPT WS-ENV-COURSE-FILE-NAME FROM ENVIRONMENT
               "CERT-COURSE-FILE"
           IF WS-ENV-COURSE-FILE-NAME NOT = SPACES
               MOVE WS-ENV-COURSE-FILE-NAME TO WS-COURSE-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-MASTER-FILE-NAME
           ACCEPT WS-ENV-MASTER-FILE-NAME FROM ENVIRONMENT
               "EMPLOYEE-MASTER-FILE"
           IF WS-ENV-MASTER-FILE-NAME NOT = SPACES
               MOVE WS-ENV-MASTER-FILE-NAME TO WS-MASTER-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-TXN-FILE-NAME
           ACCEPT WS-ENV-TXN-FILE-NAME FROM ENVIRONMENT
               "CERT-TXN-FILE"
           IF WS-ENV-TXN-FILE-NAME NOT = SPACES
               MOVE WS-ENV-TXN-FILE-NAME TO WS-TXN-FILE-NAME
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM LOAD-COURSES THRU LOAD-COURSES-EXIT
           IF WS-CRS-COUNT = 0
               DISPLAY "CERT-MAINT: no courses on the reference - "
                   TRIM(WS-COURSE-FILE-NAME) " - run abandoned"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-CERTIFICATIONS THRU LOAD-CERTIFICATIONS-EXIT
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "CERT-MAINT: employee master not available - "
                   TRIM(WS-MASTER-FILE-NAME) ", file status "
                   WS-MASTER-STATUS " - run abandoned"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT TXN-FILE.
           IF WS-TXN-STATUS NOT = "00"
               DISPLAY "CERT-MAINT: transaction file not available "
                   "- " TRIM(WS-TXN-FILE-NAME) ", file status "
                   WS-TXN-STATUS
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
           PERFORM REWRITE-CERTIFICATIONS.
           DISPLAY "===== Certification maintenance run ====="
           DISPLAY "Transactions read:     " WS-TXNS-READ
           DISPLAY "Transactions applied:  " WS-TXNS-APPLIED
           DISPLAY "Transactions rejected: " WS-TXNS-REJECTED
           DISPLAY "Records on file:       " WS-CRT-COUNT
      *> RETURN-CODE: 0 = all transactions applied, 4 = at least
      *> one rejected (file rewritten with the ones that passed)
           IF WS-TXNS-REJECTED > 0
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
                           MOVE SPACES TO WS-FLD-NAME WS-FLD-MONTHS
                           UNSTRING COURSE-RECORD DELIMITED BY ","
                               INTO CRS-CODE(WS-CRS-COUNT)
                                   WS-FLD-NAME WS-FLD-MONTHS
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

       LOAD-CERTIFICATIONS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT CERT-FILE
           IF WS-CERT-STATUS NOT = "00"
      *> no completion file yet just means the run starts empty
               IF WS-CERT-STATUS = "05"
                   CLOSE CERT-FILE
               END-IF
               GO TO LOAD-CERTIFICATIONS-EXIT
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CERT-FILE INTO CERT-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-FLD-EMPLOYEE
                       IF WS-CRT-COUNT < WS-CRT-MAX
                           ADD 1 TO WS-CRT-COUNT
                           MOVE SPACES TO CRT-COURSE(WS-CRT-COUNT)
                               CRT-COMPLETED(WS-CRT-COUNT)
                               CRT-EXPIRES(WS-CRT-COUNT)
                           UNSTRING CERT-RECORD DELIMITED BY ","
                               INTO WS-FLD-EMPLOYEE
                                   CRT-COURSE(WS-CRT-COUNT)
                                   CRT-COMPLETED(WS-CRT-COUNT)
                                   CRT-EXPIRES(WS-CRT-COUNT)
                           IF WS-FLD-EMPLOYEE IS NUMERIC
                               MOVE WS-FLD-EMPLOYEE
                                   TO CRT-EMPLOYEE-ID(WS-CRT-COUNT)
                           ELSE
                               SUBTRACT 1 FROM WS-CRT-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CERT-FILE.
       LOAD-CERTIFICATIONS-EXIT.
           EXIT.

       APPLY-TRANSACTION.
           ADD 1 TO WS-TXNS-READ
           MOVE SPACES TO WS-TXN-CODE WS-TXN-EMPLOYEE-X
               WS-TXN-COURSE WS-TXN-COMPLETED WS-TXN-EXPIRES
           UNSTRING TXN-RECORD DELIMITED BY ","
               INTO WS-TXN-CODE WS-TXN-EMPLOYEE-X WS-TXN-COURSE
                   WS-TXN-COMPLETED WS-TXN-EXPIRES
           IF WS-TXN-EMPLOYEE-X = SPACES
                   OR TEST-NUMVAL(WS-TXN-EMPLOYEE-X) NOT = 0
               ADD 1 TO WS-TXNS-REJECTED
               DISPLAY "CERT-MAINT: employee id '"
                   TRIM(WS-TXN-EMPLOYEE-X) "' not numeric - "
                   "rejecting transaction"
               GO TO APPLY-TRANSACTION-EXIT
           END-IF
           MOVE NUMVAL(WS-TXN-EMPLOYEE-X) TO WS-TXN-EMPLOYEE-ID
           MOVE 0 TO WS-FOUND-INDEX
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CRT-COUNT
               IF CRT-EMPLOYEE-ID(I) = WS-TXN-EMPLOYEE-ID
                 AND CRT-COURSE(I) = WS-TXN-COURSE
                   MOVE I TO WS-FOUND-INDEX
               END-IF
           END-PERFORM
           EVALUATE WS-TXN-CODE
               WHEN 'A'
                   PERFORM ADD-CERTIFICATION
                       THRU ADD-CERTIFICATION-EXIT
               WHEN 'C'
                   PERFORM CHANGE-CERTIFICATION
                       THRU CHANGE-CERTIFICATION-EXIT
               WHEN 'D'
                   PERFORM DELETE-CERTIFICATION
                       THRU DELETE-CERTIFICATION-EXIT
               WHEN OTHER
                   ADD 1 TO WS-TXNS-REJECTED
                   DISPLAY "CERT-MAINT: unknown transaction code '"
                       WS-TXN-CODE "' for employee "
                       WS-TXN-EMPLOYEE-ID
           END-EVALUATE.
       APPLY-TRANSACTION-EXIT.
           EXIT.

       ADD-CERTIFICATION.
           IF WS-FOUND-INDEX NOT = 0
               ADD 1 TO WS-TXNS-REJECTED
               DISPLAY "CERT-MAINT: employee " WS-TXN-EMPLOYEE-ID
                   " already holds a record for "
                   TRIM(WS-TXN-COURSE) " - add rejected, renew "
                   "with a change"
               GO TO ADD-CERTIFICATION-EXIT
           END-IF
           IF WS-CRT-COUNT >= WS-CRT-MAX
               ADD 1 TO WS-TXNS-REJECTED
               DISPLAY "CERT-MAINT: completion file full - add "
                   "rejected for " WS-TXN-EMPLOYEE-ID
               GO TO ADD-CERTIFICATION-EXIT
           END-IF
           PERFORM VALIDATE-CERTIFICATION
               THRU VALIDATE-CERTIFICATION-EXIT
           IF WS-REJECTED = 'Y'
               ADD 1 TO WS-TXNS-REJECTED
               GO TO ADD-CERTIFICATION-EXIT
           END-IF
           ADD 1 TO WS-CRT-COUNT
           MOVE WS-TXN-EMPLOYEE-ID TO CRT-EMPLOYEE-ID(WS-CRT-COUNT)
           MOVE WS-TXN-COURSE TO CRT-COURSE(WS-CRT-COUNT)
           MOVE WS-TXN-COMPLETED TO CRT-COMPLETED(WS-CRT-COUNT)
           MOVE WS-TXN-EXPIRES TO CRT-EXPIRES(WS-CRT-COUNT)
           ADD 1 TO WS-TXNS-APPLIED
           PERFORM LOG-ONE-CHANGE.
       ADD-CERTIFICATION-EXIT.
           EXIT.

       CHANGE-CERTIFICATION.
      *> a renewal replaces the completion and expiry outright - the
      *> file holds the certification in force, not its history
           IF WS-FOUND-INDEX = 0
               ADD 1 TO WS-TXNS-REJECTED
               DISPLAY "CERT-MAINT: employee " WS-TXN-EMPLOYEE-ID
                   " has no record for " TRIM(WS-TXN-COURSE)
                   " - change rejected"
               GO TO CHANGE-CERTIFICATION-EXIT
           END-IF
           PERFORM VALIDATE-CERTIFICATION
               THRU VALIDATE-CERTIFICATION-EXIT
           IF WS-REJECTED = 'Y'
               ADD 1 TO WS-TXNS-REJECTED
               GO TO CHANGE-CERTIFICATION-EXIT
           END-IF
           MOVE WS-TXN-COMPLETED TO CRT-COMPLETED(WS-FOUND-INDEX)
           MOVE WS-TXN-EXPIRES TO CRT-EXPIRES(WS-FOUND-INDEX)
           ADD 1 TO WS-TXNS-APPLIED
           PERFORM LOG-ONE-CHANGE.
       CHANGE-CERTIFICATION-EXIT.
           EXIT.

       DELETE-CERTIFICATION.
      *> no roster or course check here - clearing a leaver's or a
      *> retired course's record is exactly what a delete is for
           IF WS-FOUND-INDEX = 0
               ADD 1 TO WS-TXNS-REJECTED
               DISPLAY "CERT-MAINT: employee " WS-TXN-EMPLOYEE-ID
                   " has no record for " TRIM(WS-TXN-COURSE)
                   " - delete rejected"
               GO TO DELETE-CERTIFICATION-EXIT
           END-IF
      *> close the gap so the rewrite never carries a ghost entry
           PERFORM VARYING I FROM WS-FOUND-INDEX BY 1
                   UNTIL I >= WS-CRT-COUNT
               MOVE WS-CRT-ENTRY(I + 1) TO WS-CRT-ENTRY(I)
           END-PERFORM
           SUBTRACT 1 FROM WS-CRT-COUNT
           ADD 1 TO WS-TXNS-APPLIED
           PERFORM LOG-ONE-CHANGE.
       DELETE-CERTIFICATION-EXIT.
           EXIT.

       VALIDATE-CERTIFICATION.
      *> a real employee, a known course, a completion date that is
      *> a real day not in the future, and an expiry after it -
      *> worked out from the course's validity period when blank
           MOVE 'Y' TO WS-REJECTED
           MOVE WS-TXN-EMPLOYEE-ID TO EMPLOYEE-ID OF EMPLOYEE-RECORD
           MOVE 'N' TO WS-EMP-FOUND
           READ EMPLOYEE-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-EMP-FOUND
           END-READ
           IF WS-EMP-FOUND = 'N'
               DISPLAY "CERT-MAINT: employee " WS-TXN-EMPLOYEE-ID
                   " not on the roster - rejected"
               GO TO VALIDATE-CERTIFICATION-EXIT
           END-IF
           MOVE 0 TO WS-COURSE-INDEX
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CRS-COUNT
               IF CRS-CODE(I) = WS-TXN-COURSE
                   MOVE I TO WS-COURSE-INDEX
               END-IF
           END-PERFORM
           IF WS-COURSE-INDEX = 0
               DISPLAY "CERT-MAINT: course '" TRIM(WS-TXN-COURSE)
                   "' not on the course reference - rejected for "
                   WS-TXN-EMPLOYEE-ID
               GO TO VALIDATE-CERTIFICATION-EXIT
           END-IF
           IF WS-TXN-COMPLETED NOT NUMERIC
               DISPLAY "CERT-MAINT: completion date '"
                   TRIM(WS-TXN-COMPLETED) "' not YYYYMMDD for "
                   WS-TXN-EMPLOYEE-ID " - rejected"
               GO TO VALIDATE-CERTIFICATION-EXIT
           END-IF
           IF TEST-DATE-YYYYMMDD(NUMVAL(WS-TXN-COMPLETED)) NOT = 0
               DISPLAY "CERT-MAINT: completion date "
                   WS-TXN-COMPLETED " is not a calendar date for "
                   WS-TXN-EMPLOYEE-ID " - rejected"
               GO TO VALIDATE-CERTIFICATION-EXIT
           END-IF
           IF WS-TXN-COMPLETED > WS-TODAY
               DISPLAY "CERT-MAINT: completion date "
                   WS-TXN-COMPLETED " is in the future for "
                   WS-TXN-EMPLOYEE-ID " - rejected"
               GO TO VALIDATE-CERTIFICATION-EXIT
           END-IF
           IF WS-TXN-EXPIRES = SPACES
               IF CRS-VALID-MONTHS(WS-COURSE-INDEX) > 0
                   PERFORM COMPUTE-EXPIRY
               END-IF
           ELSE
               IF WS-TXN-EXPIRES NOT NUMERIC
                   DISPLAY "CERT-MAINT: expiry date '"
                       TRIM(WS-TXN-EXPIRES) "' not YYYYMMDD for "
                       WS-TXN-EMPLOYEE-ID " - rejected"
                   GO TO VALIDATE-CERTIFICATION-EXIT
               END-IF
               IF TEST-DATE-YYYYMMDD(NUMVAL(WS-TXN-EXPIRES)) NOT = 0
                       OR WS-TXN-EXPIRES NOT > WS-TXN-COMPLETED
                   DISPLAY "CERT-MAINT: expiry date "
                       WS-TXN-EXPIRES " is not a date after "
                       "completion for " WS-TXN-EMPLOYEE-ID
                       " - rejected"
                   GO TO VALIDATE-CERTIFICATION-EXIT
               END-IF
           END-IF
           MOVE 'N' TO WS-REJECTED.
       VALIDATE-CERTIFICATION-EXIT.
           EXIT.

       COMPUTE-EXPIRY.
           MOVE WS-TXN-COMPLETED TO WS-CALC-DATE
           COMPUTE WS-CALC-MONTHS = WS-CALC-YEAR * 12
               + WS-CALC-MONTH - 1 + CRS-VALID-MONTHS(WS-COURSE-INDEX)
           COMPUTE WS-CALC-YEAR = WS-CALC-MONTHS / 12
           COMPUTE WS-CALC-MONTH = MOD(WS-CALC-MONTHS, 12) + 1
           PERFORM UNTIL TEST-DATE-YYYYMMDD(WS-CALC-DATE) = 0
               SUBTRACT 1 FROM WS-CALC-DAY
           END-PERFORM
           MOVE WS-CALC-DATE TO WS-TXN-EXPIRES.

       LOG-ONE-CHANGE.
      *> every completion change lands in the audit trail, same as
      *> DEPT-MAINT's
           MOVE 'I' TO WS-EVENT-SEVERITY
           MOVE SPACES TO WS-EVENT-MESSAGE
           STRING "applied '" WS-TXN-CODE "' for employee "
                   WS-TXN-EMPLOYEE-ID " course "
                   TRIM(WS-TXN-COURSE) " expires "
                   WS-TXN-EXPIRES
               DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
           CALL "LOG-EVENT-SEV" USING WS-EVENT-PROGRAM
               WS-EVENT-SEVERITY WS-EVENT-MESSAGE.

       REWRITE-CERTIFICATIONS.
           OPEN OUTPUT CERT-FILE
      *> OUTPUT on a file that does not exist yet reports status 05
      *> on this runtime even though it creates the file underneath
           IF WS-CERT-STATUS NOT = "00"
                   AND WS-CERT-STATUS NOT = "05"
               DISPLAY "CERT-MAINT: cannot rewrite "
                   TRIM(WS-CERT-FILE-NAME) " - file status "
                   WS-CERT-STATUS
           ELSE
               PERFORM VARYING I FROM 1 BY 1
                       UNTIL I > WS-CRT-COUNT
                   MOVE SPACES TO CERT-RECORD
                   STRING CRT-EMPLOYEE-ID(I) ","
                           TRIM(CRT-COURSE(I)) ","
                           CRT-COMPLETED(I) ","
                           CRT-EXPIRES(I)
                       DELIMITED BY SIZE INTO CERT-RECORD
                   WRITE CERT-RECORD
               END-PERFORM
               CLOSE CERT-FILE
           END-IF.
       END PROGRAM CERT-MAINT.
