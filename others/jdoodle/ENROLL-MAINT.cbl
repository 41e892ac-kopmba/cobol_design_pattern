      *> the enrollment file linking employees to benefit codes with
      *> effective dates - one EMPID,CODE,EFFDATE line each; the
      *> binder HR used to reconcile by hand, now validated data.
      *> A termination adds a fourth ENDDATE field to the lines of
      *> a leaver, which is carried through untouched here.
      *> Overridable via ENROLLMENT-FILE
       SELECT OPTIONAL ENROLL-FILE ASSIGN DYNAMIC
           WS-ENROLL-FILE-NAME
       DATA DIVISION.
       FILE SECTION.
       FD ENROLL-FILE.
       01 ENROLL-RECORD PIC X(40).
       FD EMPLOYEE-MASTER.
      *> must stay byte-for-byte identical to assign.cbl's record
       01 EMPLOYEE-RECORD.
           05 ENR-EMPID PIC X(9).
           05 ENR-CODE PIC X(4).
           05 ENR-EFFDATE PIC X(8).
           05 ENR-ENDDATE PIC X(8).
      *> the valid benefit codes staged for validation
       01 WS-BEN-COUNT PIC 9(3) VALUE 0.
       01 WS-BEN-CODE PIC X(4) OCCURS 100 TIMES.
                   NOT AT END
                       IF WS-ENR-COUNT < WS-ENR-MAX
                           ADD 1 TO WS-ENR-COUNT
                           MOVE SPACES TO WS-ENR-ENTRY(WS-ENR-COUNT)
                           UNSTRING ENROLL-RECORD DELIMITED BY ","
                               INTO ENR-EMPID(WS-ENR-COUNT)
                                   ENR-CODE(WS-ENR-COUNT)
                                   ENR-EFFDATE(WS-ENR-COUNT)
                                   ENR-ENDDATE(WS-ENR-COUNT)
                       END-IF
               END-READ
           END-PERFORM
               NOT INVALID KEY
                   MOVE 'Y' TO WS-EMP-FOUND
           END-READ
      *> a delete is let through either way - removing the line of
      *> someone already gone from the roster, or in a code since
      *> retired from the reference, is how an orphan is cleaned up
           IF WS-EMP-FOUND = 'N' AND WS-TXN-CODE NOT = 'D'
               ADD 1 TO WS-TXNS-REJECTED
               DISPLAY "ENROLL-MAINT: rejected, employee "
                   WS-TXN-EMPID " not on the roster master"
                   MOVE 'Y' TO WS-CODE-FOUND
               END-IF
           END-PERFORM
           IF WS-CODE-FOUND = 'N' AND WS-TXN-CODE NOT = 'D'
               ADD 1 TO WS-TXNS-REJECTED
               DISPLAY "ENROLL-MAINT: rejected, benefit code '"
                   WS-TXN-BENEFIT "' not on the reference"
                   MOVE WS-TXN-EMPID TO ENR-EMPID(WS-ENR-COUNT)
                   MOVE WS-TXN-BENEFIT TO ENR-CODE(WS-ENR-COUNT)
                   MOVE WS-TXN-EFFDATE TO ENR-EFFDATE(WS-ENR-COUNT)
                   MOVE SPACES TO ENR-ENDDATE(WS-ENR-COUNT)
                   ADD 1 TO WS-TXNS-APPLIED
                   PERFORM LOG-ONE-CHANGE
               WHEN 'D'
           ELSE
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ENR-COUNT
                   MOVE SPACES TO ENROLL-RECORD
                   IF ENR-ENDDATE(I) = SPACES
                       STRING ENR-EMPID(I) "," ENR-CODE(I) ","
                               ENR-EFFDATE(I)
                           DELIMITED BY SIZE INTO ENROLL-RECORD
                   ELSE
                       STRING ENR-EMPID(I) "," ENR-CODE(I) ","
                               ENR-EFFDATE(I) "," ENR-ENDDATE(I)
                           DELIMITED BY SIZE INTO ENROLL-RECORD
                   END-IF
                   WRITE ENROLL-RECORD
               END-PERFORM
               CLOSE ENROLL-FILE
