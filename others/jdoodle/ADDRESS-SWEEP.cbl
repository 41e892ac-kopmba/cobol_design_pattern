      ******************************************************************
      * Author:
      * Date:
      * Purpose: List every employee and account address whose city,
      *          state and ZIP fail the postal reference check
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDRESS-SWEEP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> the roster master, read front to back. Overridable via
      *> EMPLOYEE-MASTER-FILE
       SELECT OPTIONAL EMPLOYEE-MASTER ASSIGN DYNAMIC
           WS-MASTER-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMPLOYEE-ID OF EMPLOYEE-RECORD
           FILE STATUS IS WS-MASTER-STATUS.
      *> the account reference master, read front to back.
      *> Overridable via ACCOUNT-MASTER-FILE
       SELECT OPTIONAL ACCT-MASTER ASSIGN DYNAMIC WS-ACCT-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACCT-NUMBER OF ACCT-RECORD
           FILE STATUS IS WS-ACCT-STATUS.
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
       FD ACCT-MASTER.
      *> must stay byte-for-byte identical to ACCOUNT-MAINT's record
       01 ACCT-RECORD.
           05 ACCT-NUMBER PIC 9(10).
           05 ACCT-NAME PIC X(30).
           05 ACCT-ADDR-1 PIC X(30).
           05 ACCT-ADDR-2 PIC X(30).
           05 ACCT-STATUS PIC X(1).
           05 ACCT-OPEN-DATE PIC 9(8).
           05 ACCT-CREDIT-LIMIT PIC 9(9)V99.
           05 ACCT-STMT-CYCLE PIC 9(2).
           05 ACCT-CLASS PIC X(2).
           05 ACCT-CUSTOMER PIC X(10).
           05 ACCT-DELIVERY PIC X(1).
           05 ACCT-EMAIL PIC X(60).
       WORKING-STORAGE SECTION.
      *> correctly-sized holders for the literal audit message - a
      *> literal passed straight to LOG-EVENT's LINKAGE would only be
      *> allocated as big as the literal itself, not the LINKAGE PIC
       01 WS-PROGRAM-NAME PIC X(44) VALUE "ADDRESS-SWEEP".
       01 WS-EVENT-MESSAGE PIC X(200).
       01 WS-EVENT-SEVERITY PIC X(1).
       01 WS-MASTER-FILE-NAME PIC X(80) VALUE "EMPLOYEE.DAT".
       01 WS-ENV-MASTER-FILE-NAME PIC X(80).
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-ACCT-FILE-NAME PIC X(80) VALUE "ACCOUNT-MASTER.DAT".
       01 WS-ENV-ACCT-FILE-NAME PIC X(80).
       01 WS-ACCT-STATUS PIC X(2).
       01 WS-EOF PIC X(1).
      *> the address under test, whichever master it came from, and
      *> ZIP-LOOKUP's answer for it
       01 WS-ADDR-CITY PIC X(15).
       01 WS-ADDR-STATE PIC X(2).
       01 WS-ADDR-ZIP5 PIC X(5).
       01 WS-ADDR-SPLIT-OK PIC X(1).
       01 WS-ZIP-VERDICT PIC X(1).
       01 WS-ZIP-REF-CITY PIC X(15).
       01 WS-ZIP-REF-STATE PIC X(2).
       01 WS-REASON PIC X(40).
      *> set the moment ZIP-LOOKUP reports its reference unreadable -
      *> nothing further can be checked and the run ends in an 8
       01 WS-REFERENCE-MISSING PIC X(1) VALUE 'N'.
       01 WS-MASTERS-READ PIC 9(1) VALUE 0.
       01 WS-EMP-CHECKED PIC 9(7) VALUE 0.
       01 WS-EMP-FAILED PIC 9(7) VALUE 0.
       01 WS-ACCT-CHECKED PIC 9(7) VALUE 0.
       01 WS-ACCT-FAILED PIC 9(7) VALUE 0.

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
           MOVE SPACES TO WS-ENV-ACCT-FILE-NAME
           ACCEPT WS-ENV-ACCT-FILE-NAME FROM ENVIRONMENT
               "ACCOUNT-MASTER-FILE"
           IF WS-ENV-ACCT-FILE-NAME NOT = SPACES
               MOVE WS-ENV-ACCT-FILE-NAME TO WS-ACCT-FILE-NAME
           END-IF
           DISPLAY "===== Address standardization sweep ====="
           PERFORM SWEEP-EMPLOYEES THRU SWEEP-EMPLOYEES-EXIT
           IF WS-REFERENCE-MISSING = 'N'
               PERFORM SWEEP-ACCOUNTS THRU SWEEP-ACCOUNTS-EXIT
           END-IF
           DISPLAY " "
           DISPLAY "Employees checked:     " WS-EMP-CHECKED
           DISPLAY "Employees failing:     " WS-EMP-FAILED
           DISPLAY "Accounts checked:      " WS-ACCT-CHECKED
           DISPLAY "Accounts failing:      " WS-ACCT-FAILED
      *> RETURN-CODE: 0 = every address checked passes, 4 = at least
      *> one listed above, 8 = the postal reference could not be read
      *> or neither master could - the sweep proved nothing
           IF WS-REFERENCE-MISSING = 'Y' OR WS-MASTERS-READ = 0
               MOVE 'E' TO WS-EVENT-SEVERITY
               MOVE SPACES TO WS-EVENT-MESSAGE
               STRING "address sweep could not run - postal "
                       "reference or masters unavailable"
                   DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
               CALL "LOG-EVENT-SEV" USING WS-PROGRAM-NAME
                   WS-EVENT-SEVERITY WS-EVENT-MESSAGE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-EMP-FAILED > 0 OR WS-ACCT-FAILED > 0
               MOVE 'W' TO WS-EVENT-SEVERITY
               MOVE SPACES TO WS-EVENT-MESSAGE
               STRING "address sweep: " WS-EMP-FAILED
                       " employee and " WS-ACCT-FAILED
                       " account address(es) fail the postal check"
                   DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
               CALL "LOG-EVENT-SEV" USING WS-PROGRAM-NAME
                   WS-EVENT-SEVERITY WS-EVENT-MESSAGE
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       SWEEP-EMPLOYEES.
           DISPLAY " "
           DISPLAY "EMPLOYEE MASTER - " TRIM(WS-MASTER-FILE-NAME)
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "  employee master not available - file "
                   "status " WS-MASTER-STATUS
               IF WS-MASTER-STATUS = "05"
                   CLOSE EMPLOYEE-MASTER
               END-IF
               GO TO SWEEP-EMPLOYEES-EXIT
           END-IF.
           ADD 1 TO WS-MASTERS-READ
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ EMPLOYEE-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM CHECK-ONE-EMPLOYEE
               END-READ
           END-PERFORM.
           CLOSE EMPLOYEE-MASTER.
       SWEEP-EMPLOYEES-EXIT.
           EXIT.

       CHECK-ONE-EMPLOYEE.
           ADD 1 TO WS-EMP-CHECKED
           MOVE CITY OF MAILING-ADDRESS TO WS-ADDR-CITY
           MOVE STATE OF MAILING-ADDRESS TO WS-ADDR-STATE
           MOVE ZIP-CODE-5 OF ZIP-CODE TO WS-ADDR-ZIP5
           CALL "ZIP-LOOKUP" USING WS-ADDR-ZIP5 WS-ADDR-CITY
               WS-ADDR-STATE WS-ZIP-VERDICT WS-ZIP-REF-CITY
               WS-ZIP-REF-STATE
           IF WS-ZIP-VERDICT = 'U'
               PERFORM REFERENCE-UNAVAILABLE
           END-IF
           IF WS-ZIP-VERDICT NOT = 'Y' AND WS-ZIP-VERDICT NOT = 'U'
               ADD 1 TO WS-EMP-FAILED
               PERFORM SET-REASON
               DISPLAY "  " EMPLOYEE-ID " " FULLNAME(1:25) " "
                   WS-ADDR-CITY " " WS-ADDR-STATE " " WS-ADDR-ZIP5
                   "  " TRIM(WS-REASON)
           END-IF.

       SWEEP-ACCOUNTS.
           DISPLAY " "
           DISPLAY "ACCOUNT MASTER - " TRIM(WS-ACCT-FILE-NAME)
           OPEN INPUT ACCT-MASTER.
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "  account master not available - file "
                   "status " WS-ACCT-STATUS
               IF WS-ACCT-STATUS = "05"
                   CLOSE ACCT-MASTER
               END-IF
               GO TO SWEEP-ACCOUNTS-EXIT
           END-IF.
           ADD 1 TO WS-MASTERS-READ
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ACCT-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM CHECK-ONE-ACCOUNT
               END-READ
           END-PERFORM.
           CLOSE ACCT-MASTER.
       SWEEP-ACCOUNTS-EXIT.
           EXIT.

       CHECK-ONE-ACCOUNT.
           ADD 1 TO WS-ACCT-CHECKED
      *> the account keeps its address free-text - the second line
      *> is read as city, state and ZIP the way ACCOUNT-MAINT reads it
           CALL "CITY-LINE-SPLIT" USING ACCT-ADDR-2 WS-ADDR-CITY
               WS-ADDR-STATE WS-ADDR-ZIP5 WS-ADDR-SPLIT-OK
           IF WS-ADDR-SPLIT-OK NOT = 'Y'
               MOVE 'F' TO WS-ZIP-VERDICT
           ELSE
               CALL "ZIP-LOOKUP" USING WS-ADDR-ZIP5 WS-ADDR-CITY
                   WS-ADDR-STATE WS-ZIP-VERDICT WS-ZIP-REF-CITY
                   WS-ZIP-REF-STATE
           END-IF
           IF WS-ZIP-VERDICT = 'U'
               PERFORM REFERENCE-UNAVAILABLE
           END-IF
           IF WS-ZIP-VERDICT NOT = 'Y' AND WS-ZIP-VERDICT NOT = 'U'
               ADD 1 TO WS-ACCT-FAILED
               PERFORM SET-REASON
               DISPLAY "  " ACCT-NUMBER " " ACCT-NAME(1:24) " "
                   ACCT-ADDR-2 "  " TRIM(WS-REASON)
           END-IF.

       SET-REASON.
           MOVE SPACES TO WS-REASON
           EVALUATE WS-ZIP-VERDICT
               WHEN 'Z'
                   MOVE "ZIP NOT ON POSTAL REFERENCE" TO WS-REASON
               WHEN 'S'
                   STRING "ZIP IS " WS-ZIP-REF-STATE " - "
                           "WRONG STATE"
                       DELIMITED BY SIZE INTO WS-REASON
               WHEN 'C'
                   STRING "ZIP IS " TRIM(WS-ZIP-REF-CITY)
                           " - WRONG CITY"
                       DELIMITED BY SIZE INTO WS-REASON
               WHEN OTHER
                   MOVE "NOT A CITY ST ZIP LINE" TO WS-REASON
           END-EVALUATE.

      *> the reference vanishing mid-sweep ends both scans - every
      *> later address would only repeat the same non-answer
       REFERENCE-UNAVAILABLE.
           IF WS-REFERENCE-MISSING = 'N'
               DISPLAY "ADDRESS-SWEEP: postal reference unavailable "
                   "- sweep abandoned"
           END-IF
           MOVE 'Y' TO WS-REFERENCE-MISSING
           MOVE 'Y' TO WS-EOF.
       END PROGRAM ADDRESS-SWEEP.
