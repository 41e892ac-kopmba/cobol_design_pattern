      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LETTER-MERGE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> the standard letter library - pipe-delimited because letter
      *> text carries commas. Per template one T line naming the
      *> master it merges from (E employee, A account) and its title,
      *> then its L body lines in order; a P line starts a new page.
      *> Placeholders are written {NAME}. Overridable via
      *> LETTER-TEMPLATE-FILE
       SELECT OPTIONAL TEMPLATE-FILE ASSIGN DYNAMIC
           WS-TEMPLATE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TEMPLATE-STATUS.
      *> the letters to produce - one employee id or account number
      *> per line, printed in this order. Overridable via
      *> LETTER-DRIVER-FILE
       SELECT OPTIONAL DRIVER-FILE ASSIGN DYNAMIC WS-DRIVER-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DRIVER-STATUS.
      *> the keyed masters the placeholders are filled from - only
      *> the one the template names is opened, keyed reads one per
      *> letter
       SELECT EMPLOYEE-MASTER ASSIGN DYNAMIC WS-EMP-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMPLOYEE-ID OF EMPLOYEE-RECORD
           FILE STATUS IS WS-EMP-STATUS.
       SELECT ACCT-MASTER ASSIGN DYNAMIC WS-ACCT-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACCT-NUMBER OF ACCT-RECORD
           FILE STATUS IS WS-ACCT-STATUS.
      *> the print-ready letter file - ASA carriage control in
      *> column 1, '1' opening every letter and every continuation
      *> page on a fresh sheet. Overridable via LETTER-PRINT-FILE
       SELECT OPTIONAL PRINT-FILE ASSIGN DYNAMIC WS-PRINT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRINT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD TEMPLATE-FILE.
       01 TEMPLATE-RECORD PIC X(200).
       FD DRIVER-FILE.
       01 DRIVER-RECORD PIC X(40).
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
       FD PRINT-FILE.
       01 PRINT-RECORD.
           05 PRT-ASA PIC X(1).
           05 PRT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
      *> correctly-sized holders for the startup trace and the audit
      *> message - a literal passed straight to LOG-STARTUP's or
      *> LOG-EVENT's LINKAGE would only be allocated as big as the
      *> literal itself, not the LINKAGE PIC
       01 WS-PROGRAM-NAME PIC X(44) VALUE "LETTER-MERGE".
       01 WS-EVENT-MESSAGE PIC X(200).
       01 WS-TEMPLATE-FILE-NAME PIC X(80) VALUE "LETTER-TEMPLATES.DAT".
       01 WS-ENV-TEMPLATE-FILE-NAME PIC X(80).
       01 WS-TEMPLATE-STATUS PIC X(2).
       01 WS-DRIVER-FILE-NAME PIC X(80) VALUE "LETTER-DRIVER.DAT".
       01 WS-ENV-DRIVER-FILE-NAME PIC X(80).
       01 WS-DRIVER-STATUS PIC X(2).
       01 WS-EMP-FILE-NAME PIC X(80) VALUE "EMPLOYEE.DAT".
       01 WS-ENV-EMP-FILE-NAME PIC X(80).
       01 WS-EMP-STATUS PIC X(2).
       01 WS-ACCT-FILE-NAME PIC X(80) VALUE "ACCOUNT-MASTER.DAT".
       01 WS-ENV-ACCT-FILE-NAME PIC X(80).
       01 WS-ACCT-STATUS PIC X(2).
       01 WS-PRINT-FILE-NAME PIC X(80) VALUE "LETTERS.PRN".
       01 WS-ENV-PRINT-FILE-NAME PIC X(80).
       01 WS-PRINT-STATUS PIC X(2).
       01 WS-EOF PIC X(1).
      *> the letter date - the chain's business date when one is
      *> set, so a rerun reprints the letters as first dated
       01 WS-LETTER-DATE PIC 9(8).
       01 WS-ENV-LETTER-DATE PIC X(8).
      *> the template being merged, held whole in memory - every
      *> letter in the run walks the same lines
       01 WS-TEMPLATE-ID PIC X(12).
       01 WS-TEMPLATE-FOUND PIC X(1) VALUE 'N'.
       01 WS-TPL-SOURCE PIC X(1).
       01 WS-TPL-TITLE PIC X(60).
       01 WS-TPL-TRUNCATED PIC X(1) VALUE 'N'.
       01 WS-TPL-COUNT PIC 9(3) VALUE 0.
       01 WS-TPL-MAX PIC 9(3) VALUE 200.
       01 WS-TPL-LINE OCCURS 200 TIMES.
           05 TPL-KIND PIC X(1).
           05 TPL-TEXT PIC X(80).
       01 WS-REC-ID PIC X(12).
       01 WS-REC-KIND PIC X(1).
       01 WS-REC-POINTER PIC 9(3).
      *> the placeholders the template's master can fill, with this
      *> letter's values - the names are set once per run, the values
      *> once per driver entry
       01 WS-PH-COUNT PIC 9(2) VALUE 0.
       01 WS-PH-ENTRY OCCURS 12 TIMES.
           05 PH-NAME PIC X(20).
           05 PH-VALUE PIC X(80).
      *> correctly-sized holders for REPLACE-STRING's LINKAGE - 'V'
      *> lets a value be longer or shorter than its placeholder
       01 WS-LINE PIC X(80).
       01 WS-RS-OLD PIC X(20).
       01 WS-RS-NEW PIC X(80).
       01 WS-RS-MODE PIC X(1) VALUE 'V'.
       01 WS-RS-OCCURRENCE PIC 9(2) VALUE 0.
       01 WS-LINE-CUT PIC X(1).
       01 WS-TALLY PIC 9(3).
      *> the driver entry being merged
       01 WS-LETTER-KEY PIC X(20).
       01 WS-KEY-LEN PIC 9(2).
       01 WS-KEY-NUMBER PIC 9(10).
       01 WS-ON-MASTER PIC X(1).
       01 WS-SOURCE-WORD PIC X(8).
      *> correctly-sized holder for SSN-FORMAT's LINKAGE - the SSN
      *> prints masked unless the authorized full view is on
       01 WS-SSN-DISPLAY PIC X(9).
      *> DEPT-LOOKUP's answer for {DEPT-NAME}
       01 WS-DEPT-NAME PIC X(30).
       01 WS-DEPT-STATE PIC X(1).
      *> CCYYMMDD in, MM/DD/CCYY out for the letter text
       01 WS-DATE-IN PIC 9(8).
       01 WS-DATE-PARTS REDEFINES WS-DATE-IN.
           05 WS-DATE-CCYY PIC X(4).
           05 WS-DATE-MM PIC X(2).
           05 WS-DATE-DD PIC X(2).
       01 WS-DATE-OUT PIC X(10).
      *> page state for the letter being printed
       01 WS-NEW-LETTER PIC X(1).
       01 WS-LETTER-PAGES PIC 9(3).
       01 WS-LINES-ON-PAGE PIC 9(2).
       77 WS-PAGE-LIMIT PIC 9(2) VALUE 55.
       01 I PIC 9(3).
       01 J PIC 9(2).
       01 WS-DRIVER-READ PIC 9(5) VALUE 0.
       01 WS-LETTERS-PRINTED PIC 9(5) VALUE 0.
       01 WS-PAGES-PRINTED PIC 9(5) VALUE 0.
       01 WS-NOT-ON-MASTER PIC 9(5) VALUE 0.
       01 WS-BAD-KEYS PIC 9(5) VALUE 0.
       01 WS-UNKNOWN-PLACEHOLDERS PIC 9(3) VALUE 0.
       01 WS-LINES-CUT PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "LOG-STARTUP" USING WS-PROGRAM-NAME
      *> accept into a separate staging field first - ACCEPT FROM
      *> ENVIRONMENT blanks the target unconditionally when the
      *> variable is unset, which would wipe out the VALUE defaults
           MOVE SPACES TO WS-ENV-TEMPLATE-FILE-NAME
           ACCEPT WS-ENV-TEMPLATE-FILE-NAME FROM ENVIRONMENT
               "LETTER-TEMPLATE-FILE"
           IF WS-ENV-TEMPLATE-FILE-NAME NOT = SPACES
               MOVE WS-ENV-TEMPLATE-FILE-NAME TO WS-TEMPLATE-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-DRIVER-FILE-NAME
           ACCEPT WS-ENV-DRIVER-FILE-NAME FROM ENVIRONMENT
               "LETTER-DRIVER-FILE"
           IF WS-ENV-DRIVER-FILE-NAME NOT = SPACES
               MOVE WS-ENV-DRIVER-FILE-NAME TO WS-DRIVER-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-EMP-FILE-NAME
           ACCEPT WS-ENV-EMP-FILE-NAME FROM ENVIRONMENT
               "EMPLOYEE-MASTER-FILE"
           IF WS-ENV-EMP-FILE-NAME NOT = SPACES
               MOVE WS-ENV-EMP-FILE-NAME TO WS-EMP-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-ACCT-FILE-NAME
           ACCEPT WS-ENV-ACCT-FILE-NAME FROM ENVIRONMENT
               "ACCOUNT-MASTER-FILE"
           IF WS-ENV-ACCT-FILE-NAME NOT = SPACES
               MOVE WS-ENV-ACCT-FILE-NAME TO WS-ACCT-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-PRINT-FILE-NAME
           ACCEPT WS-ENV-PRINT-FILE-NAME FROM ENVIRONMENT
               "LETTER-PRINT-FILE"
           IF WS-ENV-PRINT-FILE-NAME NOT = SPACES
               MOVE WS-ENV-PRINT-FILE-NAME TO WS-PRINT-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-LETTER-DATE
           ACCEPT WS-ENV-LETTER-DATE FROM ENVIRONMENT
               "CALC-BUSINESS-DATE"
           IF WS-ENV-LETTER-DATE IS NUMERIC
             AND WS-ENV-LETTER-DATE NOT = SPACES
               MOVE WS-ENV-LETTER-DATE TO WS-LETTER-DATE
           ELSE
               ACCEPT WS-LETTER-DATE FROM DATE YYYYMMDD
           END-IF
           MOVE SPACES TO WS-TEMPLATE-ID
           ACCEPT WS-TEMPLATE-ID FROM ENVIRONMENT "LETTER-TEMPLATE-ID"
           MOVE UPPER-CASE(WS-TEMPLATE-ID) TO WS-TEMPLATE-ID
           IF WS-TEMPLATE-ID = SPACES
               DISPLAY "LETTER-MERGE: no template named - set "
                   "LETTER-TEMPLATE-ID"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-TEMPLATE THRU LOAD-TEMPLATE-EXIT
           IF WS-TEMPLATE-FOUND = 'N' OR WS-TPL-COUNT = 0
               DISPLAY "LETTER-MERGE: template " TRIM(WS-TEMPLATE-ID)
                   " not found in " TRIM(WS-TEMPLATE-FILE-NAME)
                   " (or it has no body lines)"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      *> a letter cut short is worse than no letter - the library
      *> must be fixed before anything goes out
           IF WS-TPL-TRUNCATED = 'Y'
               DISPLAY "LETTER-MERGE: template " TRIM(WS-TEMPLATE-ID)
                   " is longer than " WS-TPL-MAX " lines - no "
                   "letters produced"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           EVALUATE WS-TPL-SOURCE
               WHEN 'E'
                   MOVE "employee" TO WS-SOURCE-WORD
                   OPEN INPUT EMPLOYEE-MASTER
                   IF WS-EMP-STATUS NOT = "00"
                       DISPLAY "LETTER-MERGE: employee master not "
                           "available - " TRIM(WS-EMP-FILE-NAME)
                           ", file status " WS-EMP-STATUS
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN 'A'
                   MOVE "account" TO WS-SOURCE-WORD
                   OPEN INPUT ACCT-MASTER
                   IF WS-ACCT-STATUS NOT = "00"
                       DISPLAY "LETTER-MERGE: account master not "
                           "available - " TRIM(WS-ACCT-FILE-NAME)
                           ", file status " WS-ACCT-STATUS
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN OTHER
                   DISPLAY "LETTER-MERGE: template "
                       TRIM(WS-TEMPLATE-ID) " names master '"
                       WS-TPL-SOURCE "' - expected E or A"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           PERFORM SET-PLACEHOLDER-NAMES
           PERFORM CHECK-TEMPLATE-PLACEHOLDERS
           OPEN INPUT DRIVER-FILE
           IF WS-DRIVER-STATUS NOT = "00"
               DISPLAY "LETTER-MERGE: driver file not found: "
                   TRIM(WS-DRIVER-FILE-NAME) " - file status "
                   WS-DRIVER-STATUS
               IF WS-DRIVER-STATUS = "05"
                   CLOSE DRIVER-FILE
               END-IF
               PERFORM CLOSE-THE-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PRINT-FILE
      *> OUTPUT on a file that does not exist yet reports status 05
      *> on this runtime even though it creates the file underneath
           IF WS-PRINT-STATUS NOT = "00" AND WS-PRINT-STATUS NOT = "05"
               DISPLAY "LETTER-MERGE: cannot open "
                   TRIM(WS-PRINT-FILE-NAME) " - file status "
                   WS-PRINT-STATUS
               CLOSE DRIVER-FILE
               PERFORM CLOSE-THE-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ DRIVER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM MERGE-ONE-LETTER
                           THRU MERGE-ONE-LETTER-EXIT
               END-READ
           END-PERFORM
           CLOSE DRIVER-FILE
           PERFORM WRITE-PRINT-CONTROL
           CLOSE PRINT-FILE
           PERFORM CLOSE-THE-MASTER
           DISPLAY "===== Letter merge run ====="
           DISPLAY "Template:            " TRIM(WS-TEMPLATE-ID) " - "
               TRIM(WS-TPL-TITLE)
           DISPLAY "Letter date:         " WS-LETTER-DATE
           DISPLAY "Driver entries:      " WS-DRIVER-READ
           DISPLAY "Letters printed:     " WS-LETTERS-PRINTED
           DISPLAY "Pages printed:       " WS-PAGES-PRINTED
           DISPLAY "Not on the master:   " WS-NOT-ON-MASTER
           DISPLAY "Unreadable entries:  " WS-BAD-KEYS
           DISPLAY "Unknown placeholders:" WS-UNKNOWN-PLACEHOLDERS
           DISPLAY "Lines cut at col 80: " WS-LINES-CUT
           DISPLAY "Print file:          " TRIM(WS-PRINT-FILE-NAME)
           DISPLAY "===== End of letter merge run ====="
           MOVE SPACES TO WS-EVENT-MESSAGE
           STRING "template " TRIM(WS-TEMPLATE-ID) ": "
                   WS-LETTERS-PRINTED " letter(s), " WS-PAGES-PRINTED
                   " page(s), " WS-NOT-ON-MASTER " not on master, "
                   WS-BAD-KEYS " unreadable"
               DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
           CALL "LOG-EVENT" USING WS-PROGRAM-NAME WS-EVENT-MESSAGE
      *> RETURN-CODE: 0 = a letter for every driver entry, 4 = some
      *> entries had no letter (not on the master or unreadable) or
      *> the template needs attention (unknown placeholders, lines
      *> cut at column 80), 8 = nothing produced - no template,
      *> master, driver or print file (set above)
           IF WS-NOT-ON-MASTER > 0 OR WS-BAD-KEYS > 0
             OR WS-UNKNOWN-PLACEHOLDERS > 0 OR WS-LINES-CUT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-TEMPLATE.
           MOVE 'N' TO WS-EOF
           OPEN INPUT TEMPLATE-FILE
           IF WS-TEMPLATE-STATUS NOT = "00"
               IF WS-TEMPLATE-STATUS = "05"
                   CLOSE TEMPLATE-FILE
               END-IF
               GO TO LOAD-TEMPLATE-EXIT
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ TEMPLATE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM TAKE-TEMPLATE-LINE
                           THRU TAKE-TEMPLATE-LINE-EXIT
               END-READ
           END-PERFORM
           CLOSE TEMPLATE-FILE.
       LOAD-TEMPLATE-EXIT.
           EXIT.

       TAKE-TEMPLATE-LINE.
           MOVE SPACES TO WS-REC-ID WS-REC-KIND
           MOVE 1 TO WS-REC-POINTER
           UNSTRING TEMPLATE-RECORD DELIMITED BY "|"
               INTO WS-REC-ID WS-REC-KIND
               WITH POINTER WS-REC-POINTER
           IF UPPER-CASE(WS-REC-ID) NOT = WS-TEMPLATE-ID
               GO TO TAKE-TEMPLATE-LINE-EXIT
           END-IF
           EVALUATE UPPER-CASE(WS-REC-KIND)
               WHEN 'T'
                   MOVE 'Y' TO WS-TEMPLATE-FOUND
                   MOVE SPACES TO WS-TPL-SOURCE WS-TPL-TITLE
                   IF WS-REC-POINTER NOT > 200
                       UNSTRING TEMPLATE-RECORD(WS-REC-POINTER:)
                           DELIMITED BY "|"
                           INTO WS-TPL-SOURCE WS-TPL-TITLE
                   END-IF
                   MOVE UPPER-CASE(WS-TPL-SOURCE) TO WS-TPL-SOURCE
               WHEN 'L'
               WHEN 'P'
                   IF WS-TPL-COUNT NOT < WS-TPL-MAX
                       MOVE 'Y' TO WS-TPL-TRUNCATED
                       GO TO TAKE-TEMPLATE-LINE-EXIT
                   END-IF
                   ADD 1 TO WS-TPL-COUNT
                   MOVE UPPER-CASE(WS-REC-KIND)
                       TO TPL-KIND(WS-TPL-COUNT)
      *> the body text is everything after the second '|' - it may
      *> carry '|' itself; the print line holds 80 columns of it
                   MOVE SPACES TO TPL-TEXT(WS-TPL-COUNT)
                   IF WS-REC-POINTER NOT > 200
                       MOVE TEMPLATE-RECORD(WS-REC-POINTER:)
                           TO TPL-TEXT(WS-TPL-COUNT)
                   END-IF
               WHEN OTHER
                   DISPLAY "LETTER-MERGE: template line kind '"
                       WS-REC-KIND "' not recognised - ignored"
           END-EVALUATE.
       TAKE-TEMPLATE-LINE-EXIT.
           EXIT.

       SET-PLACEHOLDER-NAMES.
           IF WS-TPL-SOURCE = 'E'
               MOVE 11 TO WS-PH-COUNT
               MOVE "{EMPLOYEE-ID}" TO PH-NAME(1)
               MOVE "{FULLNAME}" TO PH-NAME(2)
               MOVE "{SSN}" TO PH-NAME(3)
               MOVE "{HIRE-DATE}" TO PH-NAME(4)
               MOVE "{DEPT-CODE}" TO PH-NAME(5)
               MOVE "{DEPT-NAME}" TO PH-NAME(6)
               MOVE "{STREET}" TO PH-NAME(7)
               MOVE "{CITY}" TO PH-NAME(8)
               MOVE "{STATE}" TO PH-NAME(9)
               MOVE "{ZIP}" TO PH-NAME(10)
               MOVE "{TODAY}" TO PH-NAME(11)
           ELSE
               MOVE 8 TO WS-PH-COUNT
               MOVE "{ACCOUNT}" TO PH-NAME(1)
               MOVE "{ACCT-NAME}" TO PH-NAME(2)
               MOVE "{ADDR-1}" TO PH-NAME(3)
               MOVE "{ADDR-2}" TO PH-NAME(4)
               MOVE "{OPEN-DATE}" TO PH-NAME(5)
               MOVE "{CUSTOMER}" TO PH-NAME(6)
               MOVE "{EMAIL}" TO PH-NAME(7)
               MOVE "{TODAY}" TO PH-NAME(8)
           END-IF.

       CHECK-TEMPLATE-PLACEHOLDERS.
      *> every known placeholder blanked out of a copy of each line -
      *> a '{' still there is a name this master cannot fill, and
      *> would print as written in every letter of the run
           MOVE SPACES TO WS-RS-NEW
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TPL-COUNT
               IF TPL-KIND(I) = 'L'
                   MOVE TPL-TEXT(I) TO WS-LINE
                   PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-PH-COUNT
                       MOVE PH-NAME(J) TO WS-RS-OLD
                       CALL "REPLACE-STRING" USING WS-LINE WS-RS-OLD
                           WS-RS-NEW WS-RS-MODE WS-RS-OCCURRENCE
                   END-PERFORM
                   MOVE 0 TO WS-TALLY
                   INSPECT WS-LINE TALLYING WS-TALLY FOR ALL "{"
                   IF WS-TALLY > 0
                       ADD 1 TO WS-UNKNOWN-PLACEHOLDERS
                       DISPLAY "LETTER-MERGE: template line " I
                           " has a placeholder the " WS-TPL-SOURCE
                           " master cannot fill - printed as written: "
                           TRIM(TPL-TEXT(I))
                   END-IF
               END-IF
           END-PERFORM.

       MERGE-ONE-LETTER.
           IF DRIVER-RECORD = SPACES
               GO TO MERGE-ONE-LETTER-EXIT
           END-IF
           ADD 1 TO WS-DRIVER-READ
           MOVE TRIM(DRIVER-RECORD) TO WS-LETTER-KEY
           COMPUTE WS-KEY-LEN = LENGTH(TRIM(WS-LETTER-KEY))
      *> an employee id is nine digits, an account number ten
           IF WS-KEY-LEN > 10
             OR (WS-TPL-SOURCE = 'E' AND WS-KEY-LEN > 9)
             OR WS-LETTER-KEY(1:WS-KEY-LEN) IS NOT NUMERIC
               ADD 1 TO WS-BAD-KEYS
               DISPLAY "LETTER-MERGE: driver entry '"
                   TRIM(DRIVER-RECORD) "' is not a valid "
                   TRIM(WS-SOURCE-WORD) " key - no letter"
               GO TO MERGE-ONE-LETTER-EXIT
           END-IF
           MOVE NUMVAL(WS-LETTER-KEY) TO WS-KEY-NUMBER
           MOVE 'N' TO WS-ON-MASTER
           IF WS-TPL-SOURCE = 'E'
               MOVE WS-KEY-NUMBER TO EMPLOYEE-ID OF EMPLOYEE-RECORD
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ON-MASTER
                       PERFORM FILL-EMPLOYEE-VALUES
               END-READ
           ELSE
               MOVE WS-KEY-NUMBER TO ACCT-NUMBER OF ACCT-RECORD
               READ ACCT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ON-MASTER
                       PERFORM FILL-ACCOUNT-VALUES
               END-READ
           END-IF
           IF WS-ON-MASTER = 'N'
               ADD 1 TO WS-NOT-ON-MASTER
               DISPLAY "LETTER-MERGE: no " TRIM(WS-SOURCE-WORD) " "
                   TRIM(WS-LETTER-KEY) " on the master - no letter"
               GO TO MERGE-ONE-LETTER-EXIT
           END-IF
           PERFORM PRINT-THE-LETTER
      *> every letter that leaves the building is on the audit trail
      *> - which template, to whom, how many sheets
           MOVE SPACES TO WS-EVENT-MESSAGE
           STRING "letter " TRIM(WS-TEMPLATE-ID) " printed for "
                   TRIM(WS-SOURCE-WORD) " " TRIM(WS-LETTER-KEY) ", "
                   WS-LETTER-PAGES " page(s), dated " WS-LETTER-DATE
               DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
           CALL "LOG-EVENT" USING WS-PROGRAM-NAME WS-EVENT-MESSAGE.
       MERGE-ONE-LETTER-EXIT.
           EXIT.

       FILL-EMPLOYEE-VALUES.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-PH-COUNT
               MOVE SPACES TO PH-VALUE(J)
           END-PERFORM
           MOVE EMPLOYEE-ID OF EMPLOYEE-RECORD TO PH-VALUE(1)
           MOVE FULLNAME OF EMPLOYEE TO PH-VALUE(2)
      *> the shop-standard masking - a letter never carries more of
      *> the number than SSN-FORMAT allows
           CALL "SSN-FORMAT" USING SSN OF EMPLOYEE WS-SSN-DISPLAY
           MOVE WS-SSN-DISPLAY TO PH-VALUE(3)
           MOVE HIRE-DATE OF EMPLOYEE TO WS-DATE-IN
           PERFORM FORMAT-LETTER-DATE
           MOVE WS-DATE-OUT TO PH-VALUE(4)
           MOVE DEPARTMENT-CODE OF EMPLOYEE TO PH-VALUE(5)
           CALL "DEPT-LOOKUP" USING DEPARTMENT-CODE OF EMPLOYEE
               WS-DEPT-NAME WS-DEPT-STATE
           IF WS-DEPT-STATE = 'A' OR WS-DEPT-STATE = 'I'
               MOVE WS-DEPT-NAME TO PH-VALUE(6)
           ELSE
               MOVE DEPARTMENT-CODE OF EMPLOYEE TO PH-VALUE(6)
           END-IF
           MOVE STREET OF MAILING-ADDRESS TO PH-VALUE(7)
           MOVE CITY OF MAILING-ADDRESS TO PH-VALUE(8)
           MOVE STATE OF MAILING-ADDRESS TO PH-VALUE(9)
           IF ZIP-CODE-PLUS4 = 0
               MOVE ZIP-CODE-5 TO PH-VALUE(10)
           ELSE
               STRING ZIP-CODE-5 "-" ZIP-CODE-PLUS4
                   DELIMITED BY SIZE INTO PH-VALUE(10)
           END-IF
           MOVE WS-LETTER-DATE TO WS-DATE-IN
           PERFORM FORMAT-LETTER-DATE
           MOVE WS-DATE-OUT TO PH-VALUE(11).

       FILL-ACCOUNT-VALUES.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-PH-COUNT
               MOVE SPACES TO PH-VALUE(J)
           END-PERFORM
           MOVE ACCT-NUMBER OF ACCT-RECORD TO PH-VALUE(1)
           MOVE ACCT-NAME TO PH-VALUE(2)
           MOVE ACCT-ADDR-1 TO PH-VALUE(3)
           MOVE ACCT-ADDR-2 TO PH-VALUE(4)
           MOVE ACCT-OPEN-DATE TO WS-DATE-IN
           PERFORM FORMAT-LETTER-DATE
           MOVE WS-DATE-OUT TO PH-VALUE(5)
           MOVE ACCT-CUSTOMER TO PH-VALUE(6)
           MOVE ACCT-EMAIL TO PH-VALUE(7)
           MOVE WS-LETTER-DATE TO WS-DATE-IN
           PERFORM FORMAT-LETTER-DATE
           MOVE WS-DATE-OUT TO PH-VALUE(8).

       FORMAT-LETTER-DATE.
           MOVE SPACES TO WS-DATE-OUT
           IF WS-DATE-IN NOT = 0
               STRING WS-DATE-MM "/" WS-DATE-DD "/" WS-DATE-CCYY
                   DELIMITED BY SIZE INTO WS-DATE-OUT
           END-IF.

       PRINT-THE-LETTER.
           MOVE 'Y' TO WS-NEW-LETTER
           MOVE 1 TO WS-LETTER-PAGES
           MOVE 0 TO WS-LINES-ON-PAGE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TPL-COUNT
               IF TPL-KIND(I) = 'P'
      *> a page break asked for by the template - the next line
      *> opens a continuation page (never an empty first page)
                   IF WS-LINES-ON-PAGE > 0
                       MOVE WS-PAGE-LIMIT TO WS-LINES-ON-PAGE
                   END-IF
               ELSE
                   PERFORM MERGE-ONE-LINE THRU MERGE-ONE-LINE-EXIT
                   PERFORM WRITE-LETTER-LINE
               END-IF
           END-PERFORM
           ADD 1 TO WS-LETTERS-PRINTED
           ADD WS-LETTER-PAGES TO WS-PAGES-PRINTED.

       MERGE-ONE-LINE.
           MOVE TPL-TEXT(I) TO WS-LINE
           MOVE 0 TO WS-TALLY
           INSPECT WS-LINE TALLYING WS-TALLY FOR ALL "{"
           IF WS-TALLY = 0
               GO TO MERGE-ONE-LINE-EXIT
           END-IF
           MOVE 'N' TO WS-LINE-CUT
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-PH-COUNT
               MOVE PH-NAME(J) TO WS-RS-OLD
               MOVE PH-VALUE(J) TO WS-RS-NEW
               CALL "REPLACE-STRING" USING WS-LINE WS-RS-OLD
                   WS-RS-NEW WS-RS-MODE WS-RS-OCCURRENCE
               IF RETURN-CODE = 4
                   MOVE 'Y' TO WS-LINE-CUT
               END-IF
           END-PERFORM
           IF WS-LINE-CUT = 'Y'
               ADD 1 TO WS-LINES-CUT
               DISPLAY "LETTER-MERGE: line " I " of the letter for "
                   TRIM(WS-SOURCE-WORD) " " TRIM(WS-LETTER-KEY)
                   " ran past column 80 and was cut"
           END-IF.
       MERGE-ONE-LINE-EXIT.
           EXIT.

       WRITE-LETTER-LINE.
           IF WS-LINES-ON-PAGE NOT < WS-PAGE-LIMIT
               PERFORM START-CONTINUATION-PAGE
           END-IF
           MOVE SPACES TO PRINT-RECORD
           IF WS-NEW-LETTER = 'Y'
               MOVE '1' TO PRT-ASA
               MOVE 'N' TO WS-NEW-LETTER
           END-IF
           MOVE WS-LINE TO PRT-LINE
           WRITE PRINT-RECORD
           ADD 1 TO WS-LINES-ON-PAGE.

       START-CONTINUATION-PAGE.
      *> a fresh sheet carrying enough to put it back with page one
      *> if the envelope stuffer drops the stack
           ADD 1 TO WS-LETTER-PAGES
           MOVE SPACES TO PRINT-RECORD
           MOVE '1' TO PRT-ASA
           STRING TRIM(WS-TPL-TITLE) " - " TRIM(WS-SOURCE-WORD) " "
                   TRIM(WS-LETTER-KEY) " - PAGE " WS-LETTER-PAGES
               DELIMITED BY SIZE INTO PRT-LINE
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE 2 TO WS-LINES-ON-PAGE
           MOVE 'N' TO WS-NEW-LETTER.

       WRITE-PRINT-CONTROL.
      *> a control page after the last letter - the print room
      *> checks the letter and sheet counts against it before mailing
           MOVE SPACES TO PRINT-RECORD
           MOVE '1' TO PRT-ASA
           STRING "LETTER MERGE CONTROL   TEMPLATE "
                   TRIM(WS-TEMPLATE-ID) "   LETTER DATE "
                   WS-LETTER-DATE
               DELIMITED BY SIZE INTO PRT-LINE
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           STRING "LETTERS PRINTED:    " WS-LETTERS-PRINTED
               DELIMITED BY SIZE INTO PRT-LINE
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           STRING "PAGES PRINTED:      " WS-PAGES-PRINTED
               DELIMITED BY SIZE INTO PRT-LINE
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           STRING "NOT ON MASTER:      " WS-NOT-ON-MASTER
               DELIMITED BY SIZE INTO PRT-LINE
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           STRING "UNREADABLE ENTRIES: " WS-BAD-KEYS
               DELIMITED BY SIZE INTO PRT-LINE
           WRITE PRINT-RECORD.

       CLOSE-THE-MASTER.
           IF WS-TPL-SOURCE = 'E'
               CLOSE EMPLOYEE-MASTER
           ELSE
               CLOSE ACCT-MASTER
           END-IF.
       END PROGRAM LETTER-MERGE.
