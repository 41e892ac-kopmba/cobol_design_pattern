           WS-TERMINATED-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TERMINATED-STATUS.
      *> the EMPID,SUPERVISORID reporting lines SUPERVISOR-MAINT
      *> keeps - read after a termination to name the direct reports
      *> it leaves without a manager. Overridable via SUPERVISOR-FILE
       SELECT OPTIONAL SUPERVISOR-FILE ASSIGN DYNAMIC
           WS-SUPERVISOR-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUPERVISOR-STATUS.
      *> every termination queues the leaver's final pay here for
      *> the off-cycle PAYROLL-REGISTER run (PAYROLL-RUN-TYPE FINAL)
      *> to pay. Overridable via FINAL-PAY-QUEUE-FILE
       SELECT OPTIONAL FINAL-PAY-FILE ASSIGN DYNAMIC
           WS-FINAL-PAY-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FINAL-PAY-STATUS.
      *> the benefit enrollments ENROLL-MAINT keeps - a termination
      *> end-dates the leaver's. Overridable via ENROLLMENT-FILE
       SELECT OPTIONAL ENROLL-FILE ASSIGN DYNAMIC
           WS-ENROLL-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ENROLL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 TRM-IMAGE PIC X(126).
           05 TRM-EFFDATE PIC 9(8).
           05 TRM-REASON PIC X(8).
       FD SUPERVISOR-FILE.
       01 SUPERVISOR-RECORD PIC X(30).
       FD FINAL-PAY-FILE.
      *> EMPID,EFFDATE,REASON,STATUS,PAY-DATE - STATUS 'Q' queued,
      *> 'P' paid on PAY-DATE by the final pay run
       01 FINAL-PAY-RECORD PIC X(40).
       FD ENROLL-FILE.
      *> EMPID,BENEFIT,EFFDATE[,ENDDATE]
       01 ENROLL-RECORD PIC X(40).

       WORKING-STORAGE SECTION.
      *> correctly-sized holder for the startup trace - a literal
       01 WS-TXN-ZIP5 PIC X(5).
       01 WS-TXN-ZIP4 PIC X(4).
       01 WS-ZIP-VALID PIC X(1).
      *> correctly-sized holders for ZIP-LOOKUP's LINKAGE - an add
      *> or change whose ZIP does not belong to its city and state
      *> is applied but referred for review, never silently stored
       01 WS-ZIP-VERDICT PIC X(1).
       01 WS-ZIP-REF-CITY PIC X(15).
       01 WS-ZIP-REF-STATE PIC X(2).
       01 WS-ADDRESS-REFER PIC X(1).
       01 WS-ADDRESS-REFERRED PIC 9(5) VALUE 0.
      *> the unreachable-reference notice goes out once a run, not
      *> once a transaction
       01 WS-ZIP-UNCHECKED PIC X(1) VALUE 'N'.
       01 WS-JOURNAL-FILE-NAME PIC X(80)
               VALUE "EMPLOYEE-JOURNAL.DAT".
       01 WS-ENV-JOURNAL-FILE-NAME PIC X(80).
       01 WS-TERMINATED-STATUS PIC X(2).
       01 WS-TRM-EFFDATE PIC X(8).
       01 WS-TRM-REASON PIC X(8).
      *> the reporting-line scan a termination makes - every line
      *> naming the leaver as supervisor is a stranded direct report
       01 WS-SUPERVISOR-FILE-NAME PIC X(80) VALUE "SUPERVISOR.DAT".
       01 WS-ENV-SUPERVISOR-FILE-NAME PIC X(80).
       01 WS-SUPERVISOR-STATUS PIC X(2).
       01 WS-SUP-EOF PIC X(1).
       01 WS-SUP-EMPLOYEE-X PIC X(9).
       01 WS-SUP-SUPERVISOR-X PIC X(9).
       01 WS-STRANDED-COUNT PIC 9(5) VALUE 0.
      *> the final pay a termination queues, and the enrollments it
      *> end-dates - staged whole and rewritten, the way ENROLL-MAINT
      *> keeps the file
       01 WS-FINAL-PAY-FILE-NAME PIC X(80)
           VALUE "FINAL-PAY-QUEUE.DAT".
       01 WS-ENV-FINAL-PAY-FILE-NAME PIC X(80).
       01 WS-FINAL-PAY-STATUS PIC X(2).
       01 WS-ENROLL-FILE-NAME PIC X(80) VALUE "ENROLLMENT.DAT".
       01 WS-ENV-ENROLL-FILE-NAME PIC X(80).
       01 WS-ENROLL-STATUS PIC X(2).
       01 WS-ENR-EOF PIC X(1).
       01 WS-ENR-COUNT PIC 9(4).
       01 WS-ENR-ENTRY OCCURS 1000 TIMES.
           05 ENR-EMPID PIC X(9).
           05 ENR-CODE PIC X(4).
           05 ENR-EFFDATE PIC X(8).
           05 ENR-ENDDATE PIC X(8).
       01 WS-ENR-I PIC 9(4).
       01 WS-ENR-EMPID-X PIC X(9).
       01 WS-ENR-ENDED PIC 9(4).
      *> a termination whose enrollments could not be end-dated
      *> leaves the leaver's benefits billing on - HR finishes it
      *> through ENROLL-MAINT
       01 WS-ENROLL-UNENDED PIC 9(5) VALUE 0.
      *> the optional effective date on the A/C/D layout, and the
      *> pending-file plumbing future-dated work parks through
       01 WS-TXN-EFFDATE PIC X(8).
                MOVE WS-ENV-TERMINATED-FILE-NAME
                    TO WS-TERMINATED-FILE-NAME
            END-IF
            MOVE SPACES TO WS-ENV-SUPERVISOR-FILE-NAME
            ACCEPT WS-ENV-SUPERVISOR-FILE-NAME FROM ENVIRONMENT
                "SUPERVISOR-FILE"
            IF WS-ENV-SUPERVISOR-FILE-NAME NOT = SPACES
                MOVE WS-ENV-SUPERVISOR-FILE-NAME
                    TO WS-SUPERVISOR-FILE-NAME
            END-IF
            MOVE SPACES TO WS-ENV-FINAL-PAY-FILE-NAME
            ACCEPT WS-ENV-FINAL-PAY-FILE-NAME FROM ENVIRONMENT
                "FINAL-PAY-QUEUE-FILE"
            IF WS-ENV-FINAL-PAY-FILE-NAME NOT = SPACES
                MOVE WS-ENV-FINAL-PAY-FILE-NAME
                    TO WS-FINAL-PAY-FILE-NAME
            END-IF
            MOVE SPACES TO WS-ENV-ENROLL-FILE-NAME
            ACCEPT WS-ENV-ENROLL-FILE-NAME FROM ENVIRONMENT
                "ENROLLMENT-FILE"
            IF WS-ENV-ENROLL-FILE-NAME NOT = SPACES
                MOVE WS-ENV-ENROLL-FILE-NAME TO WS-ENROLL-FILE-NAME
            END-IF
            MOVE SPACES TO WS-POSITION-ENFORCE
            ACCEPT WS-POSITION-ENFORCE FROM ENVIRONMENT
                "POSITION-ENFORCE"
                DISPLAY "assign: " WS-REJECT-COUNT " transaction(s) "
                    "rejected to " TRIM(WS-REJECT-FILE-NAME)
            END-IF
            IF WS-ADDRESS-REFERRED > 0
                DISPLAY "assign: " WS-ADDRESS-REFERRED " address(es) "
                    "referred - ZIP does not match city/state"
            END-IF
            IF WS-STRANDED-COUNT > 0
                DISPLAY "assign: " WS-STRANDED-COUNT " direct "
                    "report(s) left without a manager - reassign "
                    "through SUPERVISOR-MAINT"
            END-IF
            IF WS-ENROLL-UNENDED > 0
                DISPLAY "assign: " WS-ENROLL-UNENDED " termination(s) "
                    "left benefit enrollments open - end-date them "
                    "through ENROLL-MAINT"
            END-IF
      *> a run with rejects must not report clean: alert the ops
      *> console, then stage the RETURN-CODE after the final CALLs -
      *> the callee zeroes the special register (same staging
            IF WS-RUN-ABANDONED = 'Y'
                MOVE 8 TO RETURN-CODE
            ELSE
                IF WS-REJECT-COUNT > 0 OR WS-ADDRESS-REFERRED > 0
                  OR WS-ENROLL-UNENDED > 0
                    MOVE 4 TO RETURN-CODE
                ELSE
                    MOVE 0 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
      *> a ZIP that does not belong to the city and state keyed with
      *> it still lands - the change is real business - but goes on
      *> the referral list for the address to be put right
           MOVE 'N' TO WS-ADDRESS-REFER
           IF WS-TXN-CODE = 'A' OR WS-TXN-CODE = 'C'
               PERFORM CHECK-POSTAL-ADDRESS
           END-IF.
           EVALUATE WS-TXN-CODE
               WHEN 'A'
                   MOVE WS-TXN-FULLNAME TO FULLNAME OF EMPLOYEE
                       MOVE 'Y' TO WS-AFTER-FLAG
                       MOVE EMPLOYEE-RECORD TO WS-AFTER-IMAGE
                       PERFORM WRITE-JOURNAL-RECORD
                       IF WS-ADDRESS-REFER = 'Y'
                           PERFORM REFER-ADDRESS
                       END-IF
                   END-IF
               WHEN 'C'
                   READ EMPLOYEE-MASTER
                           MOVE 'Y' TO WS-AFTER-FLAG
                           MOVE EMPLOYEE-RECORD TO WS-AFTER-IMAGE
                           PERFORM WRITE-JOURNAL-RECORD
                           IF WS-ADDRESS-REFER = 'Y'
                               PERFORM REFER-ADDRESS
                           END-IF
                       ELSE
                           DISPLAY "assign: change failed for "
                               "employee " WS-TXN-ID
               PERFORM WRITE-REJECT-RECORD
               GO TO APPLY-TERMINATION-EXIT
           END-IF
      *> the final pay queue opens before anything is written - a
      *> leaver moved off the master with no final pay queued would
      *> simply never be paid
           OPEN EXTEND FINAL-PAY-FILE
           IF WS-FINAL-PAY-STATUS NOT = "00"
                   AND WS-FINAL-PAY-STATUS NOT = "05"
               DISPLAY "assign: cannot open final pay queue "
                   TRIM(WS-FINAL-PAY-FILE-NAME) " - file status "
                   WS-FINAL-PAY-STATUS " - termination not applied"
               CLOSE TERMINATED-FILE
               MOVE "09" TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-RECORD
               GO TO APPLY-TERMINATION-EXIT
           END-IF
           MOVE SPACES TO TERMINATED-RECORD
           MOVE EMPLOYEE-RECORD TO TRM-IMAGE
           MOVE NUMVAL(WS-TRM-EFFDATE) TO TRM-EFFDATE
           MOVE WS-TRM-REASON TO TRM-REASON
           WRITE TERMINATED-RECORD
           CLOSE TERMINATED-FILE
           MOVE SPACES TO FINAL-PAY-RECORD
           STRING WS-TXN-ID "," WS-TRM-EFFDATE ","
                   TRIM(WS-TRM-REASON) ",Q,"
               DELIMITED BY SIZE INTO FINAL-PAY-RECORD
           WRITE FINAL-PAY-RECORD
           CLOSE FINAL-PAY-FILE
           DELETE EMPLOYEE-MASTER
               INVALID KEY
                   DISPLAY "assign: termination delete failed for "
                   DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
               CALL "LOG-EVENT-SEV" USING WS-PROGRAM-NAME
                   WS-EVENT-SEVERITY WS-EVENT-MESSAGE
               PERFORM LIST-STRANDED-REPORTS
                   THRU LIST-STRANDED-REPORTS-EXIT
               DISPLAY "assign: final pay queued for employee "
                   WS-TXN-ID " through " WS-TRM-EFFDATE
               PERFORM END-DATE-ENROLLMENTS
                   THRU END-DATE-ENROLLMENTS-EXIT
           END-IF.
       APPLY-TERMINATION-EXIT.
      *> the termination's claim ends here whatever happened above
           END-IF.
           EXIT.

       LIST-STRANDED-REPORTS.
      *> the leaver's direct reports now answer to nobody - name
      *> each one so HR re-points them before the next leave or
      *> merit approval goes looking for a manager. No assignment
      *> file yet means no reporting lines to strand
           MOVE 'N' TO WS-SUP-EOF
           OPEN INPUT SUPERVISOR-FILE
           IF WS-SUPERVISOR-STATUS NOT = "00"
               IF WS-SUPERVISOR-STATUS = "05"
                   CLOSE SUPERVISOR-FILE
               END-IF
               GO TO LIST-STRANDED-REPORTS-EXIT
           END-IF
           PERFORM UNTIL WS-SUP-EOF = 'Y'
               READ SUPERVISOR-FILE INTO SUPERVISOR-RECORD
                   AT END
                       MOVE 'Y' TO WS-SUP-EOF
                   NOT AT END
                       MOVE SPACES TO WS-SUP-EMPLOYEE-X
                           WS-SUP-SUPERVISOR-X
                       UNSTRING SUPERVISOR-RECORD DELIMITED BY ","
                           INTO WS-SUP-EMPLOYEE-X WS-SUP-SUPERVISOR-X
                       IF WS-SUP-SUPERVISOR-X IS NUMERIC
                         AND WS-SUP-SUPERVISOR-X = WS-TXN-ID
                           ADD 1 TO WS-STRANDED-COUNT
                           DISPLAY "assign: employee "
                               WS-SUP-EMPLOYEE-X " reported to "
                               "terminated employee " WS-TXN-ID
                               " - now without a manager"
                           MOVE 'W' TO WS-EVENT-SEVERITY
                           MOVE SPACES TO WS-EVENT-MESSAGE
                           STRING "employee " WS-SUP-EMPLOYEE-X
                                   " left without a manager by "
                                   "termination of " WS-TXN-ID
                               DELIMITED BY SIZE
                               INTO WS-EVENT-MESSAGE
                           CALL "LOG-EVENT-SEV" USING
                               WS-PROGRAM-NAME WS-EVENT-SEVERITY
                               WS-EVENT-MESSAGE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUPERVISOR-FILE.
       LIST-STRANDED-REPORTS-EXIT.
           EXIT.

       END-DATE-ENROLLMENTS.
      *> cover ends with employment - every enrollment the leaver
      *> holds still open past the effective date is closed on it,
      *> so neither payroll nor the carrier billing takes another
      *> premium after the final paycheck. No enrollment file yet
      *> means nothing to close
           MOVE 0 TO WS-ENR-COUNT WS-ENR-ENDED
           MOVE 'N' TO WS-ENR-EOF
           OPEN INPUT ENROLL-FILE
           IF WS-ENROLL-STATUS NOT = "00"
               IF WS-ENROLL-STATUS = "05"
                   CLOSE ENROLL-FILE
               END-IF
               GO TO END-DATE-ENROLLMENTS-EXIT
           END-IF
           PERFORM UNTIL WS-ENR-EOF = 'Y'
               READ ENROLL-FILE INTO ENROLL-RECORD
                   AT END
                       MOVE 'Y' TO WS-ENR-EOF
                   NOT AT END
                       IF WS-ENR-COUNT < 1000
                           ADD 1 TO WS-ENR-COUNT
                           MOVE SPACES TO WS-ENR-ENTRY(WS-ENR-COUNT)
                           UNSTRING ENROLL-RECORD DELIMITED BY ","
                               INTO ENR-EMPID(WS-ENR-COUNT)
                                   ENR-CODE(WS-ENR-COUNT)
                                   ENR-EFFDATE(WS-ENR-COUNT)
                                   ENR-ENDDATE(WS-ENR-COUNT)
                       ELSE
      *> a file past the table would lose its tail on the rewrite -
      *> leave it whole and say so
                           MOVE 'Y' TO WS-ENR-EOF
                           MOVE 9999 TO WS-ENR-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENROLL-FILE
           IF WS-ENR-COUNT = 9999
               ADD 1 TO WS-ENROLL-UNENDED
               DISPLAY "assign: enrollment file "
                   TRIM(WS-ENROLL-FILE-NAME) " larger than 1000 lines "
                   "- enrollments of " WS-TXN-ID " not end-dated"
               GO TO END-DATE-ENROLLMENTS-EXIT
           END-IF
           MOVE WS-TXN-ID TO WS-ENR-EMPID-X
           PERFORM VARYING WS-ENR-I FROM 1 BY 1
                   UNTIL WS-ENR-I > WS-ENR-COUNT
               IF ENR-EMPID(WS-ENR-I) = WS-ENR-EMPID-X
                 AND (ENR-ENDDATE(WS-ENR-I) = SPACES
                      OR ENR-ENDDATE(WS-ENR-I) > WS-TRM-EFFDATE)
                   MOVE WS-TRM-EFFDATE TO ENR-ENDDATE(WS-ENR-I)
                   ADD 1 TO WS-ENR-ENDED
               END-IF
           END-PERFORM
           IF WS-ENR-ENDED = 0
               GO TO END-DATE-ENROLLMENTS-EXIT
           END-IF
           OPEN OUTPUT ENROLL-FILE
      *> OUTPUT on a file that does not exist yet reports status 05
      *> on this runtime even though it creates the file underneath
           IF WS-ENROLL-STATUS NOT = "00"
                   AND WS-ENROLL-STATUS NOT = "05"
               ADD 1 TO WS-ENROLL-UNENDED
               DISPLAY "assign: cannot rewrite enrollments "
                   TRIM(WS-ENROLL-FILE-NAME) " - file status "
                   WS-ENROLL-STATUS " - enrollments of " WS-TXN-ID
                   " not end-dated"
               GO TO END-DATE-ENROLLMENTS-EXIT
           END-IF
           PERFORM VARYING WS-ENR-I FROM 1 BY 1
                   UNTIL WS-ENR-I > WS-ENR-COUNT
               MOVE SPACES TO ENROLL-RECORD
               IF ENR-ENDDATE(WS-ENR-I) = SPACES
                   STRING ENR-EMPID(WS-ENR-I) "," ENR-CODE(WS-ENR-I)
                           "," ENR-EFFDATE(WS-ENR-I)
                       DELIMITED BY SIZE INTO ENROLL-RECORD
               ELSE
                   STRING ENR-EMPID(WS-ENR-I) "," ENR-CODE(WS-ENR-I)
                           "," ENR-EFFDATE(WS-ENR-I) ","
                           ENR-ENDDATE(WS-ENR-I)
                       DELIMITED BY SIZE INTO ENROLL-RECORD
               END-IF
               WRITE ENROLL-RECORD
           END-PERFORM
           CLOSE ENROLL-FILE
           DISPLAY "assign: " WS-ENR-ENDED " benefit enrollment(s) "
               "of employee " WS-TXN-ID " end-dated " WS-TRM-EFFDATE.
       END-DATE-ENROLLMENTS-EXIT.
           EXIT.

       PARK-PENDING-TRANSACTION.
           OPEN EXTEND PENDING-FILE
      *> EXTEND on a file that does not exist yet reports status 05
       CHECK-POSITION-BUDGET-EXIT.
           EXIT.

       CHECK-POSTAL-ADDRESS.
           CALL "ZIP-LOOKUP" USING WS-TXN-ZIP5 WS-TXN-CITY
               WS-TXN-STATE WS-ZIP-VERDICT WS-ZIP-REF-CITY
               WS-ZIP-REF-STATE
      *> 'U' means the postal reference itself could not be opened -
      *> nothing was checked, which is said once and not mistaken
      *> for every address being wrong
           IF WS-ZIP-VERDICT = 'U'
               IF WS-ZIP-UNCHECKED = 'N'
                   MOVE 'Y' TO WS-ZIP-UNCHECKED
                   DISPLAY "assign: postal reference unavailable - "
                       "city/state/ZIP checks skipped this run"
                   MOVE 'W' TO WS-EVENT-SEVERITY
                   MOVE SPACES TO WS-EVENT-MESSAGE
                   STRING "postal reference unavailable - address "
                           "checks skipped"
                       DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
                   CALL "LOG-EVENT-SEV" USING WS-PROGRAM-NAME
                       WS-EVENT-SEVERITY WS-EVENT-MESSAGE
               END-IF
           ELSE
               IF WS-ZIP-VERDICT NOT = 'Y'
                   MOVE 'Y' TO WS-ADDRESS-REFER
               ELSE
      *> a matching address is stored the way the reference spells
      *> it, so "Springfield" and "SPRINGFIELD" stop being two towns
                   MOVE WS-ZIP-REF-CITY TO WS-TXN-CITY
                   MOVE WS-ZIP-REF-STATE TO WS-TXN-STATE
               END-IF
           END-IF.

       REFER-ADDRESS.
           ADD 1 TO WS-ADDRESS-REFERRED
           EVALUATE WS-ZIP-VERDICT
               WHEN 'Z'
                   DISPLAY "assign: address referred for employee "
                       WS-TXN-ID " - ZIP " WS-TXN-ZIP5
                       " not on the postal reference"
               WHEN OTHER
                   DISPLAY "assign: address referred for employee "
                       WS-TXN-ID " - ZIP " WS-TXN-ZIP5 " is "
                       TRIM(WS-ZIP-REF-CITY) " " WS-ZIP-REF-STATE
                       ", keyed " TRIM(WS-TXN-CITY) " " WS-TXN-STATE
           END-EVALUATE
           MOVE 'W' TO WS-EVENT-SEVERITY
           MOVE SPACES TO WS-EVENT-MESSAGE
           STRING "address referred: employee " WS-TXN-ID " "
                   TRIM(WS-TXN-CITY) " " WS-TXN-STATE " "
                   WS-TXN-ZIP5 " fails postal check " WS-ZIP-VERDICT
               DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
           CALL "LOG-EVENT-SEV" USING WS-PROGRAM-NAME
               WS-EVENT-SEVERITY WS-EVENT-MESSAGE.

       WRITE-REJECT-RECORD.
           ADD 1 TO WS-REJECT-COUNT
           OPEN EXTEND REJECT-FILE
