      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASTER-SCRUB.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> the production masters, read only - the same file names and
      *> overrides the maintenance programs use
       SELECT EMPLOYEE-MASTER ASSIGN DYNAMIC WS-EMP-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMPLOYEE-ID OF EMPLOYEE-RECORD
           FILE STATUS IS WS-EMP-STATUS.
       SELECT COMP-MASTER ASSIGN DYNAMIC WS-COMP-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COMP-EMPLOYEE-ID
           FILE STATUS IS WS-COMP-STATUS.
       SELECT ACCT-MASTER ASSIGN DYNAMIC WS-ACCT-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACCT-NUMBER OF ACCT-RECORD
           FILE STATUS IS WS-ACCT-STATUS.
      *> the scrubbed test-region copies - same organization and
      *> keys, so the test chain opens them exactly as it opens the
      *> masters. Overridable via SCRUB-EMPLOYEE-FILE,
      *> SCRUB-COMP-FILE and SCRUB-ACCOUNT-FILE
       SELECT TEST-EMPLOYEE ASSIGN DYNAMIC WS-TEST-EMP-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TST-EMPLOYEE-ID
           FILE STATUS IS WS-TEST-EMP-STATUS.
       SELECT TEST-COMP ASSIGN DYNAMIC WS-TEST-COMP-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TST-COMP-EMPLOYEE-ID
           FILE STATUS IS WS-TEST-COMP-STATUS.
       SELECT TEST-ACCT ASSIGN DYNAMIC WS-TEST-ACCT-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TST-ACCT-NUMBER
           FILE STATUS IS WS-TEST-ACCT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEE-MASTER.
      *> must stay byte-for-byte identical to assign.cbl's record
       01 EMPLOYEE-RECORD.
           05 EMPLOYEE-ID     PIC 9(9).
           05 EMPLOYEE.
               10 FULLNAME        PIC X(35).
               10 SSN             PIC 9(9).
               10 HIRE-DATE       PIC 9(8). *> CCYYMMDD
               10 DEPARTMENT-CODE PIC X(4).
               10 MAILING-ADDRESS.
                   15 STREET        PIC X(35).
                   15 CITY          PIC X(15).
                   15 STATE         PIC X(2).
                   15 ZIP-CODE.
                      20 ZIP-CODE-5     PIC 9(5).
                      20 ZIP-CODE-PLUS4 PIC 9(4).
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
      *> the test copies carry the master images whole - only the
      *> key, and for the employee copy the SSN the verification
      *> looks at, are broken out
       FD TEST-EMPLOYEE.
       01 TEST-EMPLOYEE-RECORD.
           05 TST-EMPLOYEE-ID PIC 9(9).
           05 TST-EMP-NAME PIC X(35).
           05 TST-EMP-SSN PIC 9(9).
           05 TST-EMP-REST PIC X(73).
       FD TEST-COMP.
       01 TEST-COMP-RECORD.
           05 TST-COMP-EMPLOYEE-ID PIC 9(9).
           05 TST-COMP-REST PIC X(30).
       FD TEST-ACCT.
       01 TEST-ACCT-RECORD.
           05 TST-ACCT-NUMBER PIC 9(10).
           05 TST-ACCT-REST PIC X(185).
       WORKING-STORAGE SECTION.
      *> correctly-sized holders for the startup trace and the audit
      *> message - a literal passed straight to LOG-STARTUP's or
      *> LOG-EVENT's LINKAGE would only be allocated as big as the
      *> literal itself, not the LINKAGE PIC
       01 WS-PROGRAM-NAME PIC X(44) VALUE "MASTER-SCRUB".
       01 WS-EVENT-MESSAGE PIC X(200).
       01 WS-EMP-FILE-NAME PIC X(80) VALUE "EMPLOYEE.DAT".
       01 WS-ENV-EMP-FILE-NAME PIC X(80).
       01 WS-EMP-STATUS PIC X(2).
       01 WS-COMP-FILE-NAME PIC X(80) VALUE "COMP-MASTER.DAT".
       01 WS-ENV-COMP-FILE-NAME PIC X(80).
       01 WS-COMP-STATUS PIC X(2).
       01 WS-ACCT-FILE-NAME PIC X(80) VALUE "ACCOUNT-MASTER.DAT".
       01 WS-ENV-ACCT-FILE-NAME PIC X(80).
       01 WS-ACCT-STATUS PIC X(2).
       01 WS-TEST-EMP-FILE-NAME PIC X(80) VALUE "TEST-EMPLOYEE.DAT".
       01 WS-ENV-TEST-EMP-FILE-NAME PIC X(80).
       01 WS-TEST-EMP-STATUS PIC X(2).
       01 WS-TEST-COMP-FILE-NAME PIC X(80)
           VALUE "TEST-COMP-MASTER.DAT".
       01 WS-ENV-TEST-COMP-FILE-NAME PIC X(80).
       01 WS-TEST-COMP-STATUS PIC X(2).
       01 WS-TEST-ACCT-FILE-NAME PIC X(80)
           VALUE "TEST-ACCOUNT-MASTER.DAT".
       01 WS-ENV-TEST-ACCT-FILE-NAME PIC X(80).
       01 WS-TEST-ACCT-STATUS PIC X(2).
       01 WS-EOF PIC X(1).
      *> per master: records read from production, written to the
      *> copy, and read back from the copy by the verification
       01 WS-EMP-READ PIC 9(7) VALUE 0.
       01 WS-EMP-WRITTEN PIC 9(7) VALUE 0.
       01 WS-EMP-VERIFIED PIC 9(7) VALUE 0.
       01 WS-COMP-READ PIC 9(7) VALUE 0.
       01 WS-COMP-WRITTEN PIC 9(7) VALUE 0.
       01 WS-COMP-VERIFIED PIC 9(7) VALUE 0.
       01 WS-ACCT-READ PIC 9(7) VALUE 0.
       01 WS-ACCT-WRITTEN PIC 9(7) VALUE 0.
       01 WS-ACCT-VERIFIED PIC 9(7) VALUE 0.
      *> 'Y' once a master could not be copied at all
       01 WS-EMP-FAILED PIC X(1) VALUE 'N'.
       01 WS-COMP-FAILED PIC X(1) VALUE 'N'.
       01 WS-ACCT-FAILED PIC X(1) VALUE 'N'.
       01 WS-COUNT-WORD PIC X(10).
       01 WS-ANY-PROBLEM PIC X(1) VALUE 'N'.
      *> every production SSN, so no generated one can collide with
      *> a real one and the verification can prove none survived
       01 WS-SSN-COUNT PIC 9(5) VALUE 0.
       01 WS-SSN-MAX PIC 9(5) VALUE 9999.
       01 WS-ORIG-SSN PIC 9(9) OCCURS 9999 TIMES.
       01 WS-FAKE-COUNT PIC 9(5) VALUE 0.
       01 WS-FAKE-SSN PIC 9(9) OCCURS 9999 TIMES.
      *> generated SSNs are issued upward from the 900 area, which
      *> has never been assigned as a real SSN
       01 WS-NEXT-SSN PIC 9(9) VALUE 900000000.
       01 WS-SSN-IS-REAL PIC X(1).
       01 WS-SSN-SURVIVED PIC 9(5) VALUE 0.
       01 WS-SSN-DUPLICATED PIC 9(5) VALUE 0.
      *> AUDIT-HASH drives the substitutions - the same original
      *> name or street always yields the same replacement, in every
      *> master, run after run
       01 WS-HASH-SEED PIC 9(9) VALUE 0.
       01 WS-HASH-TEXT PIC X(290).
       01 WS-HASH-VALUE PIC 9(9).
       01 WS-HASH-REST PIC 9(9).
       01 WS-PICK PIC 9(4).
       01 WS-HOUSE-NUMBER PIC 9(4).
       01 WS-FAKE-NAME PIC X(35).
       01 WS-FAKE-STREET PIC X(35).
       01 WS-INITIALS PIC X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 WS-FIRST-NAME-VALUES.
           05 FILLER PIC X(10) VALUE "ALEX".
           05 FILLER PIC X(10) VALUE "BAILEY".
           05 FILLER PIC X(10) VALUE "CAMERON".
           05 FILLER PIC X(10) VALUE "DANA".
           05 FILLER PIC X(10) VALUE "ELLIS".
           05 FILLER PIC X(10) VALUE "FRANCIS".
           05 FILLER PIC X(10) VALUE "GRAY".
           05 FILLER PIC X(10) VALUE "HARPER".
           05 FILLER PIC X(10) VALUE "IRIS".
           05 FILLER PIC X(10) VALUE "JORDAN".
           05 FILLER PIC X(10) VALUE "KELLY".
           05 FILLER PIC X(10) VALUE "LOGAN".
           05 FILLER PIC X(10) VALUE "MORGAN".
           05 FILLER PIC X(10) VALUE "NOEL".
           05 FILLER PIC X(10) VALUE "OAKLEY".
           05 FILLER PIC X(10) VALUE "PARKER".
           05 FILLER PIC X(10) VALUE "QUINN".
           05 FILLER PIC X(10) VALUE "RILEY".
           05 FILLER PIC X(10) VALUE "SAGE".
           05 FILLER PIC X(10) VALUE "TAYLOR".
           05 FILLER PIC X(10) VALUE "UMA".
           05 FILLER PIC X(10) VALUE "VAUGHN".
           05 FILLER PIC X(10) VALUE "WREN".
           05 FILLER PIC X(10) VALUE "YAEL".
       01 WS-FIRST-NAME-TABLE REDEFINES WS-FIRST-NAME-VALUES.
           05 WS-FIRST-NAME PIC X(10) OCCURS 24 TIMES.
       01 WS-LAST-NAME-VALUES.
           05 FILLER PIC X(12) VALUE "ABERNATHY".
           05 FILLER PIC X(12) VALUE "BLACKWOOD".
           05 FILLER PIC X(12) VALUE "CALDERON".
           05 FILLER PIC X(12) VALUE "DUNMORE".
           05 FILLER PIC X(12) VALUE "EASTON".
           05 FILLER PIC X(12) VALUE "FAIRBANKS".
           05 FILLER PIC X(12) VALUE "GALLOWAY".
           05 FILLER PIC X(12) VALUE "HOLLOWAY".
           05 FILLER PIC X(12) VALUE "IVERSON".
           05 FILLER PIC X(12) VALUE "JAMESON".
           05 FILLER PIC X(12) VALUE "KINCAID".
           05 FILLER PIC X(12) VALUE "LANGFORD".
           05 FILLER PIC X(12) VALUE "MERRIWEATHER".
           05 FILLER PIC X(12) VALUE "NORTHCOTE".
           05 FILLER PIC X(12) VALUE "OSTRANDER".
           05 FILLER PIC X(12) VALUE "PEMBERTON".
           05 FILLER PIC X(12) VALUE "QUINCEY".
           05 FILLER PIC X(12) VALUE "RADCLIFFE".
           05 FILLER PIC X(12) VALUE "SOMMERSET".
           05 FILLER PIC X(12) VALUE "THORNBURY".
           05 FILLER PIC X(12) VALUE "UPSHAW".
           05 FILLER PIC X(12) VALUE "VANDERMEER".
           05 FILLER PIC X(12) VALUE "WHITLOCK".
           05 FILLER PIC X(12) VALUE "YARBOROUGH".
       01 WS-LAST-NAME-TABLE REDEFINES WS-LAST-NAME-VALUES.
           05 WS-LAST-NAME PIC X(12) OCCURS 24 TIMES.
       01 WS-STREET-NAME-VALUES.
           05 FILLER PIC X(16) VALUE "ASH STREET".
           05 FILLER PIC X(16) VALUE "BIRCH AVENUE".
           05 FILLER PIC X(16) VALUE "CEDAR LANE".
           05 FILLER PIC X(16) VALUE "DOGWOOD DRIVE".
           05 FILLER PIC X(16) VALUE "ELM STREET".
           05 FILLER PIC X(16) VALUE "FIR COURT".
           05 FILLER PIC X(16) VALUE "HAWTHORN ROAD".
           05 FILLER PIC X(16) VALUE "JUNIPER WAY".
           05 FILLER PIC X(16) VALUE "LAUREL AVENUE".
           05 FILLER PIC X(16) VALUE "MAPLE STREET".
           05 FILLER PIC X(16) VALUE "OAK BOULEVARD".
           05 FILLER PIC X(16) VALUE "PINE ROAD".
           05 FILLER PIC X(16) VALUE "REDWOOD PLACE".
           05 FILLER PIC X(16) VALUE "SPRUCE DRIVE".
           05 FILLER PIC X(16) VALUE "SYCAMORE LANE".
           05 FILLER PIC X(16) VALUE "WILLOW COURT".
       01 WS-STREET-NAME-TABLE REDEFINES WS-STREET-NAME-VALUES.
           05 WS-STREET-NAME PIC X(16) OCCURS 16 TIMES.
      *> pay is kept only to its band - the midpoint of the band it
      *> falls in, so grade and compa-ratio work still looks right
       77 WS-SALARY-BAND PIC 9(5) VALUE 5000.
       77 WS-RATE-BAND PIC 9(1)V99 VALUE 2.50.
       01 WS-BAND-COUNT PIC 9(9).
       01 I PIC 9(5).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "LOG-STARTUP" USING WS-PROGRAM-NAME
      *> accept into a separate staging field first - ACCEPT FROM
      *> ENVIRONMENT blanks the target unconditionally when the
      *> variable is unset, which would wipe out the VALUE defaults
           MOVE SPACES TO WS-ENV-EMP-FILE-NAME
           ACCEPT WS-ENV-EMP-FILE-NAME FROM ENVIRONMENT
               "EMPLOYEE-MASTER-FILE"
           IF WS-ENV-EMP-FILE-NAME NOT = SPACES
               MOVE WS-ENV-EMP-FILE-NAME TO WS-EMP-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-COMP-FILE-NAME
           ACCEPT WS-ENV-COMP-FILE-NAME FROM ENVIRONMENT
               "COMP-MASTER-FILE"
           IF WS-ENV-COMP-FILE-NAME NOT = SPACES
               MOVE WS-ENV-COMP-FILE-NAME TO WS-COMP-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-ACCT-FILE-NAME
           ACCEPT WS-ENV-ACCT-FILE-NAME FROM ENVIRONMENT
               "ACCOUNT-MASTER-FILE"
           IF WS-ENV-ACCT-FILE-NAME NOT = SPACES
               MOVE WS-ENV-ACCT-FILE-NAME TO WS-ACCT-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-TEST-EMP-FILE-NAME
           ACCEPT WS-ENV-TEST-EMP-FILE-NAME FROM ENVIRONMENT
               "SCRUB-EMPLOYEE-FILE"
           IF WS-ENV-TEST-EMP-FILE-NAME NOT = SPACES
               MOVE WS-ENV-TEST-EMP-FILE-NAME TO WS-TEST-EMP-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-TEST-COMP-FILE-NAME
           ACCEPT WS-ENV-TEST-COMP-FILE-NAME FROM ENVIRONMENT
               "SCRUB-COMP-FILE"
           IF WS-ENV-TEST-COMP-FILE-NAME NOT = SPACES
               MOVE WS-ENV-TEST-COMP-FILE-NAME
                   TO WS-TEST-COMP-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-TEST-ACCT-FILE-NAME
           ACCEPT WS-ENV-TEST-ACCT-FILE-NAME FROM ENVIRONMENT
               "SCRUB-ACCOUNT-FILE"
           IF WS-ENV-TEST-ACCT-FILE-NAME NOT = SPACES
               MOVE WS-ENV-TEST-ACCT-FILE-NAME
                   TO WS-TEST-ACCT-FILE-NAME
           END-IF
      *> a copy pointed back at its own master would overwrite
      *> production with the scrubbed data - refuse before opening
      *> anything
           IF WS-TEST-EMP-FILE-NAME = WS-EMP-FILE-NAME
             OR WS-TEST-COMP-FILE-NAME = WS-COMP-FILE-NAME
             OR WS-TEST-ACCT-FILE-NAME = WS-ACCT-FILE-NAME
               DISPLAY "MASTER-SCRUB: a test copy is named the same "
                   "as its production master - nothing copied"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-ORIGINAL-SSNS THRU LOAD-ORIGINAL-SSNS-EXIT
           IF WS-EMP-FAILED = 'N'
               PERFORM SCRUB-EMPLOYEES THRU SCRUB-EMPLOYEES-EXIT
           END-IF
           PERFORM SCRUB-COMPENSATION THRU SCRUB-COMPENSATION-EXIT
           PERFORM SCRUB-ACCOUNTS THRU SCRUB-ACCOUNTS-EXIT
           IF WS-EMP-FAILED = 'N'
               PERFORM VERIFY-EMPLOYEES THRU VERIFY-EMPLOYEES-EXIT
           END-IF
           IF WS-COMP-FAILED = 'N'
               PERFORM VERIFY-COMPENSATION
                   THRU VERIFY-COMPENSATION-EXIT
           END-IF
           IF WS-ACCT-FAILED = 'N'
               PERFORM VERIFY-ACCOUNTS THRU VERIFY-ACCOUNTS-EXIT
           END-IF
           PERFORM PRINT-VERIFICATION
           MOVE SPACES TO WS-EVENT-MESSAGE
           STRING "test copies: employee " WS-EMP-WRITTEN
                   ", comp " WS-COMP-WRITTEN ", account "
                   WS-ACCT-WRITTEN " - " WS-SSN-SURVIVED
                   " original SSN(s) survived, verification "
                   WS-COUNT-WORD
               DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
           CALL "LOG-EVENT" USING WS-PROGRAM-NAME WS-EVENT-MESSAGE
      *> RETURN-CODE: 0 = all three copies written and verified,
      *> 8 = a copy could not be built, or the verification found a
      *> count mismatch, a surviving or a duplicated SSN - the copies
      *> must not be released to the test region
           IF WS-ANY-PROBLEM = 'Y'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-ORIGINAL-SSNS.
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-EMP-STATUS NOT = "00"
               DISPLAY "MASTER-SCRUB: cannot open employee master "
                   TRIM(WS-EMP-FILE-NAME) " - file status "
                   WS-EMP-STATUS
               MOVE 'Y' TO WS-EMP-FAILED
               GO TO LOAD-ORIGINAL-SSNS-EXIT
           END-IF
           MOVE 'N' TO WS-EOF
           MOVE LOW-VALUES TO EMPLOYEE-RECORD
           START EMPLOYEE-MASTER KEY NOT LESS
                   EMPLOYEE-ID OF EMPLOYEE-RECORD
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ EMPLOYEE-MASTER NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-SSN-COUNT < WS-SSN-MAX
                           ADD 1 TO WS-SSN-COUNT
                           MOVE SSN OF EMPLOYEE
                               TO WS-ORIG-SSN(WS-SSN-COUNT)
                       ELSE
      *> a generated SSN that cannot be checked against every real
      *> one cannot be trusted - the copy is not built
                           MOVE 'Y' TO WS-EMP-FAILED
                           MOVE 'Y' TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-MASTER
           IF WS-EMP-FAILED = 'Y'
               DISPLAY "MASTER-SCRUB: more than " WS-SSN-MAX
                   " employees - SSN table full, employee copy not "
                   "built"
           END-IF.
       LOAD-ORIGINAL-SSNS-EXIT.
           EXIT.

       SCRUB-EMPLOYEES.
           OPEN INPUT EMPLOYEE-MASTER
           OPEN OUTPUT TEST-EMPLOYEE
      *> OUTPUT on a file that does not exist yet reports status 05
      *> on this runtime even though it creates the file underneath
           IF WS-TEST-EMP-STATUS NOT = "00"
                   AND WS-TEST-EMP-STATUS NOT = "05"
               DISPLAY "MASTER-SCRUB: cannot create "
                   TRIM(WS-TEST-EMP-FILE-NAME) " - file status "
                   WS-TEST-EMP-STATUS
               MOVE 'Y' TO WS-EMP-FAILED
               CLOSE EMPLOYEE-MASTER
               GO TO SCRUB-EMPLOYEES-EXIT
           END-IF
           MOVE 'N' TO WS-EOF
           MOVE LOW-VALUES TO EMPLOYEE-RECORD
           START EMPLOYEE-MASTER KEY NOT LESS
                   EMPLOYEE-ID OF EMPLOYEE-RECORD
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ EMPLOYEE-MASTER NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-EMP-READ
                       PERFORM SCRUB-ONE-EMPLOYEE
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-MASTER
           CLOSE TEST-EMPLOYEE.
       SCRUB-EMPLOYEES-EXIT.
           EXIT.

       SCRUB-ONE-EMPLOYEE.
      *> key, hire date, department and city/state/ZIP stay as they
      *> are - the test chain joins and validates on them; the
      *> person behind the record does not survive
           MOVE FULLNAME OF EMPLOYEE TO WS-HASH-TEXT
           PERFORM MAKE-FAKE-NAME
           MOVE WS-FAKE-NAME TO FULLNAME OF EMPLOYEE
           MOVE STREET OF MAILING-ADDRESS TO WS-HASH-TEXT
           PERFORM MAKE-FAKE-STREET
           MOVE WS-FAKE-STREET TO STREET OF MAILING-ADDRESS
           MOVE 0 TO ZIP-CODE-PLUS4
           PERFORM NEXT-FAKE-SSN
           MOVE WS-NEXT-SSN TO SSN OF EMPLOYEE
           MOVE EMPLOYEE-RECORD TO TEST-EMPLOYEE-RECORD
           WRITE TEST-EMPLOYEE-RECORD
               INVALID KEY
                   DISPLAY "MASTER-SCRUB: employee "
                       EMPLOYEE-ID OF EMPLOYEE-RECORD
                       " not written - file status "
                       WS-TEST-EMP-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-EMP-WRITTEN
           END-WRITE.

       NEXT-FAKE-SSN.
           MOVE 'Y' TO WS-SSN-IS-REAL
           PERFORM UNTIL WS-SSN-IS-REAL = 'N'
               ADD 1 TO WS-NEXT-SSN
               MOVE 'N' TO WS-SSN-IS-REAL
               PERFORM VARYING I FROM 1 BY 1
                       UNTIL I > WS-SSN-COUNT OR WS-SSN-IS-REAL = 'Y'
                   IF WS-ORIG-SSN(I) = WS-NEXT-SSN
                       MOVE 'Y' TO WS-SSN-IS-REAL
                   END-IF
               END-PERFORM
           END-PERFORM.

       MAKE-FAKE-NAME.
           IF WS-HASH-TEXT = SPACES
               MOVE SPACES TO WS-FAKE-NAME
           ELSE
               MOVE UPPER-CASE(WS-HASH-TEXT) TO WS-HASH-TEXT
               CALL "AUDIT-HASH" USING WS-HASH-SEED WS-HASH-TEXT
                   WS-HASH-VALUE
               MOVE SPACES TO WS-FAKE-NAME
               COMPUTE WS-PICK = MOD(WS-HASH-VALUE, 24) + 1
               DIVIDE WS-HASH-VALUE BY 24 GIVING WS-HASH-REST
               STRING TRIM(WS-FIRST-NAME(WS-PICK)) " "
                   DELIMITED BY SIZE INTO WS-FAKE-NAME
               COMPUTE WS-PICK = MOD(WS-HASH-REST, 26) + 1
               DIVIDE WS-HASH-REST BY 26 GIVING WS-HASH-REST
               STRING TRIM(WS-FAKE-NAME) " "
                       WS-INITIALS(WS-PICK:1) " "
                   DELIMITED BY SIZE INTO WS-FAKE-NAME
               COMPUTE WS-PICK = MOD(WS-HASH-REST, 24) + 1
               STRING TRIM(WS-FAKE-NAME) " "
                       TRIM(WS-LAST-NAME(WS-PICK))
                   DELIMITED BY SIZE INTO WS-FAKE-NAME
           END-IF.

       MAKE-FAKE-STREET.
           IF WS-HASH-TEXT = SPACES
               MOVE SPACES TO WS-FAKE-STREET
           ELSE
               MOVE UPPER-CASE(WS-HASH-TEXT) TO WS-HASH-TEXT
               CALL "AUDIT-HASH" USING WS-HASH-SEED WS-HASH-TEXT
                   WS-HASH-VALUE
               COMPUTE WS-HOUSE-NUMBER = MOD(WS-HASH-VALUE, 9900) + 100
               DIVIDE WS-HASH-VALUE BY 9900 GIVING WS-HASH-REST
               COMPUTE WS-PICK = MOD(WS-HASH-REST, 16) + 1
               MOVE SPACES TO WS-FAKE-STREET
               STRING WS-HOUSE-NUMBER " "
                       TRIM(WS-STREET-NAME(WS-PICK))
                   DELIMITED BY SIZE INTO WS-FAKE-STREET
           END-IF.

       SCRUB-COMPENSATION.
           OPEN INPUT COMP-MASTER
           IF WS-COMP-STATUS NOT = "00"
               DISPLAY "MASTER-SCRUB: cannot open compensation master "
                   TRIM(WS-COMP-FILE-NAME) " - file status "
                   WS-COMP-STATUS
               MOVE 'Y' TO WS-COMP-FAILED
               GO TO SCRUB-COMPENSATION-EXIT
           END-IF
           OPEN OUTPUT TEST-COMP
           IF WS-TEST-COMP-STATUS NOT = "00"
                   AND WS-TEST-COMP-STATUS NOT = "05"
               DISPLAY "MASTER-SCRUB: cannot create "
                   TRIM(WS-TEST-COMP-FILE-NAME) " - file status "
                   WS-TEST-COMP-STATUS
               MOVE 'Y' TO WS-COMP-FAILED
               CLOSE COMP-MASTER
               GO TO SCRUB-COMPENSATION-EXIT
           END-IF
           MOVE 'N' TO WS-EOF
           MOVE LOW-VALUES TO COMP-RECORD
           START COMP-MASTER KEY NOT LESS COMP-EMPLOYEE-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ COMP-MASTER NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-COMP-READ
                       PERFORM SCRUB-ONE-COMP
               END-READ
           END-PERFORM
           CLOSE COMP-MASTER
           CLOSE TEST-COMP.
       SCRUB-COMPENSATION-EXIT.
           EXIT.

       SCRUB-ONE-COMP.
      *> employee id, grade, basis, frequency and effective date stay
      *> - payroll and the grade reports still run; the amounts drop
      *> to the middle of their band
           IF COMP-ANNUAL-SALARY > 0
               DIVIDE COMP-ANNUAL-SALARY BY WS-SALARY-BAND
                   GIVING WS-BAND-COUNT
               COMPUTE COMP-ANNUAL-SALARY =
                   WS-BAND-COUNT * WS-SALARY-BAND
                   + WS-SALARY-BAND / 2
           END-IF
           IF COMP-HOURLY-RATE > 0
               DIVIDE COMP-HOURLY-RATE BY WS-RATE-BAND
                   GIVING WS-BAND-COUNT
               COMPUTE COMP-HOURLY-RATE =
                   WS-BAND-COUNT * WS-RATE-BAND + WS-RATE-BAND / 2
           END-IF
           MOVE COMP-RECORD TO TEST-COMP-RECORD
           WRITE TEST-COMP-RECORD
               INVALID KEY
                   DISPLAY "MASTER-SCRUB: compensation for "
                       COMP-EMPLOYEE-ID " not written - file status "
                       WS-TEST-COMP-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-COMP-WRITTEN
           END-WRITE.

       SCRUB-ACCOUNTS.
           OPEN INPUT ACCT-MASTER
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "MASTER-SCRUB: cannot open account master "
                   TRIM(WS-ACCT-FILE-NAME) " - file status "
                   WS-ACCT-STATUS
               MOVE 'Y' TO WS-ACCT-FAILED
               GO TO SCRUB-ACCOUNTS-EXIT
           END-IF
           OPEN OUTPUT TEST-ACCT
           IF WS-TEST-ACCT-STATUS NOT = "00"
                   AND WS-TEST-ACCT-STATUS NOT = "05"
               DISPLAY "MASTER-SCRUB: cannot create "
                   TRIM(WS-TEST-ACCT-FILE-NAME) " - file status "
                   WS-TEST-ACCT-STATUS
               MOVE 'Y' TO WS-ACCT-FAILED
               CLOSE ACCT-MASTER
               GO TO SCRUB-ACCOUNTS-EXIT
           END-IF
           MOVE 'N' TO WS-EOF
           MOVE LOW-VALUES TO ACCT-RECORD
           START ACCT-MASTER KEY NOT LESS ACCT-NUMBER OF ACCT-RECORD
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ ACCT-MASTER NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-ACCT-READ
                       PERFORM SCRUB-ONE-ACCOUNT
               END-READ
           END-PERFORM
           CLOSE ACCT-MASTER
           CLOSE TEST-ACCT.
       SCRUB-ACCOUNTS-EXIT.
           EXIT.

       SCRUB-ONE-ACCOUNT.
      *> account number, customer link, status, dates, limits and
      *> the city/state/ZIP line stay; the holder's name goes through
      *> the same substitution as the employee names, so someone who
      *> is both keeps one identity across the copies
           MOVE ACCT-NAME TO WS-HASH-TEXT
           PERFORM MAKE-FAKE-NAME
           MOVE WS-FAKE-NAME TO ACCT-NAME
           MOVE ACCT-ADDR-1 TO WS-HASH-TEXT
           PERFORM MAKE-FAKE-STREET
           MOVE WS-FAKE-STREET TO ACCT-ADDR-1
      *> an address that can never deliver - electronic statements
      *> in the test region go nowhere
           IF ACCT-EMAIL NOT = SPACES
               MOVE SPACES TO ACCT-EMAIL
               STRING "acct" ACCT-NUMBER "@scrubbed.invalid"
                   DELIMITED BY SIZE INTO ACCT-EMAIL
           END-IF
           MOVE ACCT-RECORD TO TEST-ACCT-RECORD
           WRITE TEST-ACCT-RECORD
               INVALID KEY
                   DISPLAY "MASTER-SCRUB: account " ACCT-NUMBER
                       " not written - file status "
                       WS-TEST-ACCT-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-ACCT-WRITTEN
           END-WRITE.

       VERIFY-EMPLOYEES.
      *> read back from the copy itself, not from what this run
      *> believes it wrote
           OPEN INPUT TEST-EMPLOYEE
           IF WS-TEST-EMP-STATUS NOT = "00"
               DISPLAY "MASTER-SCRUB: cannot reopen "
                   TRIM(WS-TEST-EMP-FILE-NAME) " - file status "
                   WS-TEST-EMP-STATUS
               GO TO VERIFY-EMPLOYEES-EXIT
           END-IF
           MOVE 'N' TO WS-EOF
           MOVE LOW-VALUES TO TEST-EMPLOYEE-RECORD
           START TEST-EMPLOYEE KEY NOT LESS TST-EMPLOYEE-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ TEST-EMPLOYEE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-EMP-VERIFIED
                       PERFORM VERIFY-ONE-SSN
               END-READ
           END-PERFORM
           CLOSE TEST-EMPLOYEE.
       VERIFY-EMPLOYEES-EXIT.
           EXIT.

       VERIFY-ONE-SSN.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-SSN-COUNT
               IF WS-ORIG-SSN(I) = TST-EMP-SSN
                   ADD 1 TO WS-SSN-SURVIVED
      *> the employee id, never the number itself, goes on the
      *> report
                   DISPLAY "MASTER-SCRUB: employee " TST-EMPLOYEE-ID
                       " still carries a production SSN"
                   MOVE WS-SSN-COUNT TO I
               END-IF
           END-PERFORM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-FAKE-COUNT
               IF WS-FAKE-SSN(I) = TST-EMP-SSN
                   ADD 1 TO WS-SSN-DUPLICATED
                   DISPLAY "MASTER-SCRUB: employee " TST-EMPLOYEE-ID
                       " shares its generated SSN with another"
                   MOVE WS-FAKE-COUNT TO I
               END-IF
           END-PERFORM
           IF WS-FAKE-COUNT < WS-SSN-MAX
               ADD 1 TO WS-FAKE-COUNT
               MOVE TST-EMP-SSN TO WS-FAKE-SSN(WS-FAKE-COUNT)
           END-IF.

       VERIFY-COMPENSATION.
           OPEN INPUT TEST-COMP
           IF WS-TEST-COMP-STATUS NOT = "00"
               DISPLAY "MASTER-SCRUB: cannot reopen "
                   TRIM(WS-TEST-COMP-FILE-NAME) " - file status "
                   WS-TEST-COMP-STATUS
               GO TO VERIFY-COMPENSATION-EXIT
           END-IF
           MOVE 'N' TO WS-EOF
           MOVE LOW-VALUES TO TEST-COMP-RECORD
           START TEST-COMP KEY NOT LESS TST-COMP-EMPLOYEE-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ TEST-COMP NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-COMP-VERIFIED
               END-READ
           END-PERFORM
           CLOSE TEST-COMP.
       VERIFY-COMPENSATION-EXIT.
           EXIT.

       VERIFY-ACCOUNTS.
           OPEN INPUT TEST-ACCT
           IF WS-TEST-ACCT-STATUS NOT = "00"
               DISPLAY "MASTER-SCRUB: cannot reopen "
                   TRIM(WS-TEST-ACCT-FILE-NAME) " - file status "
                   WS-TEST-ACCT-STATUS
               GO TO VERIFY-ACCOUNTS-EXIT
           END-IF
           MOVE 'N' TO WS-EOF
           MOVE LOW-VALUES TO TEST-ACCT-RECORD
           START TEST-ACCT KEY NOT LESS TST-ACCT-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ TEST-ACCT NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-ACCT-VERIFIED
               END-READ
           END-PERFORM
           CLOSE TEST-ACCT.
       VERIFY-ACCOUNTS-EXIT.
           EXIT.

       PRINT-VERIFICATION.
           DISPLAY "===== Test-region master scrub ====="
           DISPLAY "MASTER        READ     WRITTEN  READ BACK  RESULT"
           MOVE "ok" TO WS-COUNT-WORD
           IF WS-EMP-FAILED = 'Y'
               MOVE "NOT BUILT" TO WS-COUNT-WORD
           ELSE
               IF WS-EMP-READ NOT = WS-EMP-WRITTEN
                 OR WS-EMP-WRITTEN NOT = WS-EMP-VERIFIED
                   MOVE "MISMATCH" TO WS-COUNT-WORD
               END-IF
           END-IF
           DISPLAY "EMPLOYEE      " WS-EMP-READ "  " WS-EMP-WRITTEN
               "  " WS-EMP-VERIFIED "    " WS-COUNT-WORD
           IF WS-COUNT-WORD NOT = "ok"
               MOVE 'Y' TO WS-ANY-PROBLEM
           END-IF
           MOVE "ok" TO WS-COUNT-WORD
           IF WS-COMP-FAILED = 'Y'
               MOVE "NOT BUILT" TO WS-COUNT-WORD
           ELSE
               IF WS-COMP-READ NOT = WS-COMP-WRITTEN
                 OR WS-COMP-WRITTEN NOT = WS-COMP-VERIFIED
                   MOVE "MISMATCH" TO WS-COUNT-WORD
               END-IF
           END-IF
           DISPLAY "COMPENSATION  " WS-COMP-READ "  " WS-COMP-WRITTEN
               "  " WS-COMP-VERIFIED "    " WS-COUNT-WORD
           IF WS-COUNT-WORD NOT = "ok"
               MOVE 'Y' TO WS-ANY-PROBLEM
           END-IF
           MOVE "ok" TO WS-COUNT-WORD
           IF WS-ACCT-FAILED = 'Y'
               MOVE "NOT BUILT" TO WS-COUNT-WORD
           ELSE
               IF WS-ACCT-READ NOT = WS-ACCT-WRITTEN
                 OR WS-ACCT-WRITTEN NOT = WS-ACCT-VERIFIED
                   MOVE "MISMATCH" TO WS-COUNT-WORD
               END-IF
           END-IF
           DISPLAY "ACCOUNT       " WS-ACCT-READ "  " WS-ACCT-WRITTEN
               "  " WS-ACCT-VERIFIED "    " WS-COUNT-WORD
           IF WS-COUNT-WORD NOT = "ok"
               MOVE 'Y' TO WS-ANY-PROBLEM
           END-IF
           DISPLAY " "
           DISPLAY "Production SSNs on file:        " WS-SSN-COUNT
           DISPLAY "Production SSNs in the copy:    " WS-SSN-SURVIVED
           DISPLAY "Duplicated generated SSNs:      " WS-SSN-DUPLICATED
           IF WS-SSN-SURVIVED > 0 OR WS-SSN-DUPLICATED > 0
               MOVE 'Y' TO WS-ANY-PROBLEM
           END-IF
           IF WS-ANY-PROBLEM = 'Y'
               MOVE "FAILED" TO WS-COUNT-WORD
               DISPLAY "Verification:                   FAILED - do "
                   "not release the copies"
           ELSE
               MOVE "passed" TO WS-COUNT-WORD
               DISPLAY "Verification:                   passed"
           END-IF
           DISPLAY "===== End of test-region master scrub =====".
       END PROGRAM MASTER-SCRUB.
