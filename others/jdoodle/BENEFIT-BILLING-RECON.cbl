      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BENEFIT-BILLING-RECON.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> the carrier's monthly invoice detail - one
      *> MEMBER,BENEFIT,PERIOD,PREMIUM line per member per benefit
      *> billed, MEMBER the employee id, PERIOD the YYYYMM coverage
      *> month, PREMIUM the whole monthly premium. Overridable via
      *> CARRIER-BILLING-FILE
       SELECT OPTIONAL BILLING-FILE ASSIGN DYNAMIC
           WS-BILLING-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BILLING-STATUS.
      *> the enrollments ENROLL-MAINT maintains - EMPID,CODE,EFFDATE
       SELECT OPTIONAL ENROLL-FILE ASSIGN DYNAMIC
           WS-ENROLL-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ENROLL-STATUS.
      *> what PAYROLL-REGISTER actually deducted, per employee per
      *> benefit per pay date
       SELECT OPTIONAL DED-HISTORY-FILE ASSIGN DYNAMIC
           WS-DED-HISTORY-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DED-HISTORY-STATUS.
      *> the roster master - names for the exception lists
       SELECT OPTIONAL EMPLOYEE-MASTER ASSIGN DYNAMIC
           WS-MASTER-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMPLOYEE-ID OF EMPLOYEE-RECORD
           FILE STATUS IS WS-MASTER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD BILLING-FILE.
       01 BILLING-RECORD PIC X(80).
       FD ENROLL-FILE.
       01 ENROLL-RECORD PIC X(40).
       FD DED-HISTORY-FILE.
       01 DED-HISTORY-RECORD PIC X(100).
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
      *> correctly-sized holders for the literal audit message - a
      *> literal passed straight to LOG-EVENT-SEV's LINKAGE would
      *> only be allocated as big as the literal itself
       01 WS-PROGRAM-NAME PIC X(44) VALUE "BENEFIT-BILLING-RECON".
       01 WS-EVENT-MESSAGE PIC X(200).
       01 WS-EVENT-SEVERITY PIC X(1).
       01 WS-BILLING-FILE-NAME PIC X(80) VALUE "CARRIER-BILLING.DAT".
       01 WS-ENV-BILLING-FILE-NAME PIC X(80).
       01 WS-BILLING-STATUS PIC X(2).
       01 WS-ENROLL-FILE-NAME PIC X(80) VALUE "ENROLLMENT.DAT".
       01 WS-ENV-ENROLL-FILE-NAME PIC X(80).
       01 WS-ENROLL-STATUS PIC X(2).
       01 WS-DED-HISTORY-FILE-NAME PIC X(80)
           VALUE "PAYROLL-DEDUCTION-HISTORY.DAT".
       01 WS-ENV-DED-HISTORY-FILE-NAME PIC X(80).
       01 WS-DED-HISTORY-STATUS PIC X(2).
       01 WS-MASTER-FILE-NAME PIC X(80) VALUE "EMPLOYEE.DAT".
       01 WS-ENV-MASTER-FILE-NAME PIC X(80).
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-EOF PIC X(1) VALUE 'N'.
      *> the coverage month under reconciliation - BENEFIT-BILLING-
      *> PERIOD (YYYYMM), else the month on the invoice's first line
       01 WS-PERIOD PIC X(6) VALUE SPACES.
       01 WS-ENV-PERIOD PIC X(6).
       01 WS-PERIOD-FIRST PIC 9(8).
       01 WS-PERIOD-LAST PIC 9(8).
       01 WS-NEXT-MONTH PIC 9(8).
      *> one line per member and benefit, the three sources side by
      *> side
       01 WS-REC-COUNT PIC 9(4) VALUE 0.
       01 WS-REC-MAX PIC 9(4) VALUE 3000.
       01 WS-REC-ENTRY OCCURS 3000 TIMES.
           05 REC-EMPID PIC X(9).
           05 REC-CODE PIC X(4).
           05 REC-BILLED-FLAG PIC X(1).
           05 REC-BILLED PIC 9(9)V99.
           05 REC-ENROLLED PIC X(1).
           05 REC-DEDUCTED PIC 9(9)V99.
           05 REC-EMP-SHARE PIC 9(9)V99.
       01 WS-REC-INDEX PIC 9(4).
       01 WS-KEY-EMPID PIC X(9).
       01 WS-KEY-CODE PIC X(4).
       01 I PIC 9(4).
      *> staging for one carrier line
       01 WS-BIL-MEMBER PIC X(12).
       01 WS-BIL-CODE PIC X(6).
       01 WS-BIL-PERIOD PIC X(8).
       01 WS-BIL-PREMIUM PIC X(14).
       01 WS-BIL-MEMBER-ID PIC 9(9).
      *> staging for one enrollment line
       01 WS-ENR-EMPID PIC X(9).
       01 WS-ENR-CODE PIC X(4).
       01 WS-ENR-EFFDATE PIC X(8).
      *> set only once a termination has ended the enrollment
       01 WS-ENR-ENDDATE PIC X(8).
      *> staging for one deduction history line
       01 WS-DED-EMPID PIC X(9).
       01 WS-DED-CODE PIC X(4).
       01 WS-DED-PAY-DATE PIC X(8).
       01 WS-DED-START PIC X(8).
       01 WS-DED-END PIC X(8).
       01 WS-DED-PREMIUM PIC X(12).
       01 WS-DED-SHARE PIC X(12).
       01 WS-LINES-READ PIC 9(5) VALUE 0.
       01 WS-LINES-TAKEN PIC 9(5) VALUE 0.
       01 WS-LINES-REJECTED PIC 9(5) VALUE 0.
       01 WS-LINES-OTHER-PERIOD PIC 9(5) VALUE 0.
       01 WS-TABLE-FULL PIC X(1) VALUE 'N'.
      *> the exception lists and the totals payment approval signs
       01 WS-BILLED-TOTAL PIC 9(11)V99 VALUE 0.
       01 WS-CARRIER-ONLY-COUNT PIC 9(5) VALUE 0.
       01 WS-CARRIER-ONLY-TOTAL PIC 9(11)V99 VALUE 0.
       01 WS-MISSING-COUNT PIC 9(5) VALUE 0.
       01 WS-MISSING-TOTAL PIC 9(11)V99 VALUE 0.
       01 WS-MISMATCH-COUNT PIC 9(5) VALUE 0.
       01 WS-OVER-BILLED-TOTAL PIC 9(11)V99 VALUE 0.
       01 WS-UNDER-BILLED-TOTAL PIC 9(11)V99 VALUE 0.
       01 WS-APPROVE-TOTAL PIC S9(11)V99 VALUE 0.
       01 WS-DIFF PIC S9(9)V99.
       01 WS-NAME PIC X(35).
       01 WS-AMOUNT-ED PIC Z(8)9.99.
       01 WS-AMOUNT-ED-2 PIC Z(8)9.99.
       01 WS-DIFF-ED PIC -(9)9.99.
       01 WS-TOTAL-ED PIC -(11)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "LOG-STARTUP" USING WS-PROGRAM-NAME
      *> accept into a separate staging field first - ACCEPT FROM
      *> ENVIRONMENT blanks the target unconditionally when the
      *> variable is unset, which would wipe out the VALUE defaults
           MOVE SPACES TO WS-ENV-BILLING-FILE-NAME
           ACCEPT WS-ENV-BILLING-FILE-NAME FROM ENVIRONMENT
               "CARRIER-BILLING-FILE"
           IF WS-ENV-BILLING-FILE-NAME NOT = SPACES
               MOVE WS-ENV-BILLING-FILE-NAME TO WS-BILLING-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-ENROLL-FILE-NAME
           ACCEPT WS-ENV-ENROLL-FILE-NAME FROM ENVIRONMENT
               "ENROLLMENT-FILE"
           IF WS-ENV-ENROLL-FILE-NAME NOT = SPACES
               MOVE WS-ENV-ENROLL-FILE-NAME TO WS-ENROLL-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-DED-HISTORY-FILE-NAME
           ACCEPT WS-ENV-DED-HISTORY-FILE-NAME FROM ENVIRONMENT
               "PAYROLL-DEDUCTION-HISTORY-FILE"
           IF WS-ENV-DED-HISTORY-FILE-NAME NOT = SPACES
               MOVE WS-ENV-DED-HISTORY-FILE-NAME
                   TO WS-DED-HISTORY-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-MASTER-FILE-NAME
           ACCEPT WS-ENV-MASTER-FILE-NAME FROM ENVIRONMENT
               "EMPLOYEE-MASTER-FILE"
           IF WS-ENV-MASTER-FILE-NAME NOT = SPACES
               MOVE WS-ENV-MASTER-FILE-NAME TO WS-MASTER-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-PERIOD
           ACCEPT WS-ENV-PERIOD FROM ENVIRONMENT
               "BENEFIT-BILLING-PERIOD"
           IF WS-ENV-PERIOD NOT = SPACES
               IF WS-ENV-PERIOD IS NOT NUMERIC
                 OR WS-ENV-PERIOD(5:2) < "01"
                 OR WS-ENV-PERIOD(5:2) > "12"
                   DISPLAY "BENEFIT-BILLING-RECON: "
                       "BENEFIT-BILLING-PERIOD " WS-ENV-PERIOD
                       " is not a YYYYMM month"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-ENV-PERIOD TO WS-PERIOD
           END-IF
           PERFORM IMPORT-BILLING THRU IMPORT-BILLING-EXIT
           IF WS-BILLING-STATUS NOT = "00"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PERIOD = SPACES
               DISPLAY "BENEFIT-BILLING-RECON: no usable invoice "
                   "lines in " TRIM(WS-BILLING-FILE-NAME)
                   " - nothing to reconcile"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      *> the coverage month as dates - first day through last
           STRING WS-PERIOD "01" DELIMITED BY SIZE
               INTO WS-PERIOD-FIRST
           IF WS-PERIOD(5:2) = "12"
               COMPUTE WS-NEXT-MONTH =
                   (NUMVAL(WS-PERIOD(1:4)) + 1) * 10000 + 101
           ELSE
               COMPUTE WS-NEXT-MONTH = WS-PERIOD-FIRST + 100
           END-IF
           COMPUTE WS-PERIOD-LAST = DATE-OF-INTEGER(
               INTEGER-OF-DATE(WS-NEXT-MONTH) - 1)
           PERFORM LOAD-ENROLLMENTS THRU LOAD-ENROLLMENTS-EXIT
           PERFORM LOAD-DEDUCTIONS THRU LOAD-DEDUCTIONS-EXIT
           OPEN INPUT EMPLOYEE-MASTER
           DISPLAY "===== Benefit carrier billing reconciliation "
               WS-PERIOD " ====="
           DISPLAY "Invoice lines read:      " WS-LINES-READ
           DISPLAY "Invoice lines taken:     " WS-LINES-TAKEN
           DISPLAY "Invoice lines rejected:  " WS-LINES-REJECTED
           DISPLAY "Other coverage months:   " WS-LINES-OTHER-PERIOD
           PERFORM PRINT-CARRIER-ONLY
           PERFORM PRINT-CARRIER-MISSING
           PERFORM PRINT-MISMATCHES
           IF WS-MASTER-STATUS = "00"
               CLOSE EMPLOYEE-MASTER
           END-IF
           PERFORM PRINT-APPROVAL
           MOVE 'I' TO WS-EVENT-SEVERITY
           MOVE SPACES TO WS-EVENT-MESSAGE
           STRING "carrier billing " WS-PERIOD " reconciled - "
                   WS-CARRIER-ONLY-COUNT " not enrolled, "
                   WS-MISSING-COUNT " missing from invoice, "
                   WS-MISMATCH-COUNT " premium mismatches"
               DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
           IF WS-CARRIER-ONLY-COUNT > 0 OR WS-MISSING-COUNT > 0
             OR WS-MISMATCH-COUNT > 0
               MOVE 'W' TO WS-EVENT-SEVERITY
           END-IF
           CALL "LOG-EVENT-SEV" USING WS-PROGRAM-NAME
               WS-EVENT-SEVERITY WS-EVENT-MESSAGE
      *> RETURN-CODE: 0 = invoice agrees three ways, 4 = exceptions
      *> listed (or invoice lines rejected or outside the month),
      *> 8 = no invoice to reconcile
           IF WS-CARRIER-ONLY-COUNT > 0 OR WS-MISSING-COUNT > 0
             OR WS-MISMATCH-COUNT > 0 OR WS-LINES-REJECTED > 0
             OR WS-LINES-OTHER-PERIOD > 0 OR WS-TABLE-FULL = 'Y'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       IMPORT-BILLING.
           OPEN INPUT BILLING-FILE
           IF WS-BILLING-STATUS NOT = "00"
               IF WS-BILLING-STATUS = "05"
                   CLOSE BILLING-FILE
               END-IF
               DISPLAY "BENEFIT-BILLING-RECON: carrier billing file "
                   "not available - " TRIM(WS-BILLING-FILE-NAME)
                   ", file status " WS-BILLING-STATUS
               GO TO IMPORT-BILLING-EXIT
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ BILLING-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF BILLING-RECORD NOT = SPACES
                           PERFORM STAGE-ONE-BILLING
                               THRU STAGE-ONE-BILLING-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BILLING-FILE
           MOVE 'N' TO WS-EOF.
       IMPORT-BILLING-EXIT.
           EXIT.

       STAGE-ONE-BILLING.
           ADD 1 TO WS-LINES-READ
           MOVE SPACES TO WS-BIL-MEMBER WS-BIL-CODE WS-BIL-PERIOD
               WS-BIL-PREMIUM
           UNSTRING BILLING-RECORD DELIMITED BY ","
               INTO WS-BIL-MEMBER WS-BIL-CODE WS-BIL-PERIOD
                   WS-BIL-PREMIUM
      *> carriers send member ids however their system holds them -
      *> take any numeric id of up to nine digits
           IF WS-BIL-MEMBER = SPACES
             OR TEST-NUMVAL(WS-BIL-MEMBER) NOT = 0
             OR NUMVAL(WS-BIL-MEMBER) > 999999999
             OR WS-BIL-CODE = SPACES
             OR WS-BIL-CODE(5:2) NOT = SPACES
             OR WS-BIL-PERIOD(1:6) IS NOT NUMERIC
             OR WS-BIL-PERIOD(7:2) NOT = SPACES
             OR WS-BIL-PERIOD(5:2) < "01"
             OR WS-BIL-PERIOD(5:2) > "12"
             OR WS-BIL-PREMIUM = SPACES
             OR TEST-NUMVAL(WS-BIL-PREMIUM) NOT = 0
               ADD 1 TO WS-LINES-REJECTED
               DISPLAY "BENEFIT-BILLING-RECON: invoice line "
                   "rejected: " TRIM(BILLING-RECORD)
               GO TO STAGE-ONE-BILLING-EXIT
           END-IF
           IF WS-PERIOD = SPACES
               MOVE WS-BIL-PERIOD(1:6) TO WS-PERIOD
           END-IF
      *> retro adds and terms for earlier months are the carrier's
      *> adjustments - listed for follow-up, not reconciled here
           IF WS-BIL-PERIOD(1:6) NOT = WS-PERIOD
               ADD 1 TO WS-LINES-OTHER-PERIOD
               DISPLAY "BENEFIT-BILLING-RECON: invoice line for "
                   "coverage month " WS-BIL-PERIOD(1:6)
                   " not reconciled: " TRIM(BILLING-RECORD)
               GO TO STAGE-ONE-BILLING-EXIT
           END-IF
           MOVE NUMVAL(WS-BIL-MEMBER) TO WS-BIL-MEMBER-ID
           MOVE WS-BIL-MEMBER-ID TO WS-KEY-EMPID
           MOVE UPPER-CASE(WS-BIL-CODE(1:4)) TO WS-KEY-CODE
           PERFORM FIND-RECON-LINE
           IF WS-REC-INDEX = 0
               ADD 1 TO WS-LINES-REJECTED
               GO TO STAGE-ONE-BILLING-EXIT
           END-IF
           MOVE 'Y' TO REC-BILLED-FLAG(WS-REC-INDEX)
           ADD NUMVAL(WS-BIL-PREMIUM) TO REC-BILLED(WS-REC-INDEX)
           ADD NUMVAL(WS-BIL-PREMIUM) TO WS-BILLED-TOTAL
           ADD 1 TO WS-LINES-TAKEN.
       STAGE-ONE-BILLING-EXIT.
           EXIT.

       FIND-RECON-LINE.
      *> the line for WS-KEY-EMPID/WS-KEY-CODE, opened when new
           MOVE 0 TO WS-REC-INDEX
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-REC-COUNT
               IF REC-EMPID(I) = WS-KEY-EMPID
                 AND REC-CODE(I) = WS-KEY-CODE
                   MOVE I TO WS-REC-INDEX
                   MOVE WS-REC-COUNT TO I
               END-IF
           END-PERFORM
           IF WS-REC-INDEX = 0
               IF WS-REC-COUNT >= WS-REC-MAX
                   IF WS-TABLE-FULL = 'N'
                       DISPLAY "BENEFIT-BILLING-RECON: more than "
                           WS-REC-MAX " member/benefit lines - the "
                           "rest are not reconciled"
                   END-IF
                   MOVE 'Y' TO WS-TABLE-FULL
               ELSE
                   ADD 1 TO WS-REC-COUNT
                   MOVE WS-REC-COUNT TO WS-REC-INDEX
                   MOVE WS-KEY-EMPID TO REC-EMPID(WS-REC-INDEX)
                   MOVE WS-KEY-CODE TO REC-CODE(WS-REC-INDEX)
                   MOVE 'N' TO REC-BILLED-FLAG(WS-REC-INDEX)
                       REC-ENROLLED(WS-REC-INDEX)
                   MOVE 0 TO REC-BILLED(WS-REC-INDEX)
                       REC-DEDUCTED(WS-REC-INDEX)
                       REC-EMP-SHARE(WS-REC-INDEX)
               END-IF
           END-IF.

       LOAD-ENROLLMENTS.
      *> enrolled for the month means enrolled by its last day
           OPEN INPUT ENROLL-FILE
           IF WS-ENROLL-STATUS NOT = "00"
               IF WS-ENROLL-STATUS = "05"
                   CLOSE ENROLL-FILE
               END-IF
               DISPLAY "BENEFIT-BILLING-RECON: enrollment file "
                   TRIM(WS-ENROLL-FILE-NAME) " not available - "
                   "every invoice line reads as not enrolled"
               GO TO LOAD-ENROLLMENTS-EXIT
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ENROLL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-ENR-EMPID WS-ENR-CODE
                           WS-ENR-EFFDATE WS-ENR-ENDDATE
                       UNSTRING ENROLL-RECORD DELIMITED BY ","
                           INTO WS-ENR-EMPID WS-ENR-CODE
                               WS-ENR-EFFDATE WS-ENR-ENDDATE
      *> an enrollment ended before the month opened is no longer
      *> billable; one ending inside the month still is
                       IF WS-ENR-EMPID IS NUMERIC
                         AND WS-ENR-EFFDATE <= WS-PERIOD-LAST
                         AND (WS-ENR-ENDDATE = SPACES
                              OR WS-ENR-ENDDATE >= WS-PERIOD-FIRST)
                           MOVE WS-ENR-EMPID TO WS-KEY-EMPID
                           MOVE WS-ENR-CODE TO WS-KEY-CODE
                           PERFORM FIND-RECON-LINE
                           IF WS-REC-INDEX > 0
                               MOVE 'Y' TO REC-ENROLLED(WS-REC-INDEX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENROLL-FILE
           MOVE 'N' TO WS-EOF.
       LOAD-ENROLLMENTS-EXIT.
           EXIT.

       LOAD-DEDUCTIONS.
      *> the month's deductions are those taken on pay dates that
      *> fall inside it
           OPEN INPUT DED-HISTORY-FILE
           IF WS-DED-HISTORY-STATUS NOT = "00"
               IF WS-DED-HISTORY-STATUS = "05"
                   CLOSE DED-HISTORY-FILE
               END-IF
               DISPLAY "BENEFIT-BILLING-RECON: deduction history "
                   TRIM(WS-DED-HISTORY-FILE-NAME) " not available - "
                   "nothing read as deducted"
               GO TO LOAD-DEDUCTIONS-EXIT
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ DED-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-DED-EMPID WS-DED-CODE
                           WS-DED-PAY-DATE WS-DED-START WS-DED-END
                           WS-DED-PREMIUM WS-DED-SHARE
                       UNSTRING DED-HISTORY-RECORD DELIMITED BY ","
                           INTO WS-DED-EMPID WS-DED-CODE
                               WS-DED-PAY-DATE WS-DED-START
                               WS-DED-END WS-DED-PREMIUM
                               WS-DED-SHARE
                       IF WS-DED-EMPID IS NUMERIC
                         AND WS-DED-PAY-DATE >= WS-PERIOD-FIRST
                         AND WS-DED-PAY-DATE <= WS-PERIOD-LAST
                         AND TEST-NUMVAL(WS-DED-PREMIUM) = 0
                         AND TEST-NUMVAL(WS-DED-SHARE) = 0
                           MOVE WS-DED-EMPID TO WS-KEY-EMPID
                           MOVE WS-DED-CODE TO WS-KEY-CODE
                           PERFORM FIND-RECON-LINE
                           IF WS-REC-INDEX > 0
                               ADD NUMVAL(WS-DED-PREMIUM)
                                   TO REC-DEDUCTED(WS-REC-INDEX)
                               ADD NUMVAL(WS-DED-SHARE)
                                   TO REC-EMP-SHARE(WS-REC-INDEX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DED-HISTORY-FILE
           MOVE 'N' TO WS-EOF.
       LOAD-DEDUCTIONS-EXIT.
           EXIT.

       LOOKUP-NAME.
           MOVE SPACES TO WS-NAME
           IF WS-MASTER-STATUS = "00"
               MOVE NUMVAL(REC-EMPID(I))
                   TO EMPLOYEE-ID OF EMPLOYEE-RECORD
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       MOVE "(not on the roster)" TO WS-NAME
                   NOT INVALID KEY
                       MOVE FULLNAME OF EMPLOYEE OF EMPLOYEE-RECORD
                           TO WS-NAME
               END-READ
               MOVE "00" TO WS-MASTER-STATUS
           END-IF.

       PRINT-CARRIER-ONLY.
      *> billed, but no enrollment behind it - premium paid for
      *> cover nobody elected
           DISPLAY " "
           DISPLAY "----- Billed by the carrier, not enrolled -----"
           DISPLAY "MEMBER     BEN  NAME                         "
               "          BILLED"
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-REC-COUNT
               IF REC-BILLED-FLAG(I) = 'Y' AND REC-ENROLLED(I) = 'N'
                   ADD 1 TO WS-CARRIER-ONLY-COUNT
                   ADD REC-BILLED(I) TO WS-CARRIER-ONLY-TOTAL
                   PERFORM LOOKUP-NAME
                   MOVE REC-BILLED(I) TO WS-AMOUNT-ED
                   DISPLAY REC-EMPID(I) "  " REC-CODE(I) " " WS-NAME
                       " " WS-AMOUNT-ED
               END-IF
           END-PERFORM
           MOVE WS-CARRIER-ONLY-TOTAL TO WS-TOTAL-ED
           DISPLAY "Members: " WS-CARRIER-ONLY-COUNT
               "   total billed, not enrolled: " WS-TOTAL-ED.

       PRINT-CARRIER-MISSING.
      *> enrolled, but the carrier has no record of the cover - the
      *> claim that gets denied
           DISPLAY " "
           DISPLAY "----- Enrolled, missing from the invoice -----"
           DISPLAY "MEMBER     BEN  NAME                         "
               "        DEDUCTED"
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-REC-COUNT
               IF REC-ENROLLED(I) = 'Y' AND REC-BILLED-FLAG(I) = 'N'
                   ADD 1 TO WS-MISSING-COUNT
                   ADD REC-DEDUCTED(I) TO WS-MISSING-TOTAL
                   PERFORM LOOKUP-NAME
                   MOVE REC-DEDUCTED(I) TO WS-AMOUNT-ED
                   DISPLAY REC-EMPID(I) "  " REC-CODE(I) " " WS-NAME
                       " " WS-AMOUNT-ED
               END-IF
           END-PERFORM
           MOVE WS-MISSING-TOTAL TO WS-TOTAL-ED
           DISPLAY "Members: " WS-MISSING-COUNT
               "   total premium deducted, not billed: " WS-TOTAL-ED.

       PRINT-MISMATCHES.
      *> billed and enrolled, but the invoice premium is not the
      *> premium payroll deducted for the month
           DISPLAY " "
           DISPLAY "----- Premium mismatches -----"
           DISPLAY "MEMBER     BEN  NAME                         "
               "          BILLED     DEDUCTED   DIFFERENCE"
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-REC-COUNT
               IF REC-BILLED-FLAG(I) = 'Y' AND REC-ENROLLED(I) = 'Y'
                 AND REC-BILLED(I) NOT = REC-DEDUCTED(I)
                   ADD 1 TO WS-MISMATCH-COUNT
                   COMPUTE WS-DIFF = REC-BILLED(I) - REC-DEDUCTED(I)
                   IF WS-DIFF > 0
                       ADD WS-DIFF TO WS-OVER-BILLED-TOTAL
                   ELSE
                       SUBTRACT WS-DIFF FROM WS-UNDER-BILLED-TOTAL
                   END-IF
                   PERFORM LOOKUP-NAME
                   MOVE REC-BILLED(I) TO WS-AMOUNT-ED
                   MOVE REC-DEDUCTED(I) TO WS-AMOUNT-ED-2
                   MOVE WS-DIFF TO WS-DIFF-ED
                   DISPLAY REC-EMPID(I) "  " REC-CODE(I) " " WS-NAME
                       " " WS-AMOUNT-ED " " WS-AMOUNT-ED-2 " "
                       WS-DIFF-ED
               END-IF
           END-PERFORM
           DISPLAY "Members: " WS-MISMATCH-COUNT
           MOVE WS-OVER-BILLED-TOTAL TO WS-TOTAL-ED
           DISPLAY "   billed above deductions: " WS-TOTAL-ED
           MOVE WS-UNDER-BILLED-TOTAL TO WS-TOTAL-ED
           DISPLAY "   billed below deductions: " WS-TOTAL-ED.

       PRINT-APPROVAL.
      *> what the invoice is good for: the billed total less cover
      *> nobody elected and less any premium billed above what
      *> payroll collected - the disputed amounts go back to the
      *> carrier, an under-billing is the carrier's to catch up
           COMPUTE WS-APPROVE-TOTAL = WS-BILLED-TOTAL
               - WS-CARRIER-ONLY-TOTAL - WS-OVER-BILLED-TOTAL
           DISPLAY " "
           DISPLAY "===== Payment approval " WS-PERIOD " ====="
           MOVE WS-BILLED-TOTAL TO WS-TOTAL-ED
           DISPLAY "Invoice total billed:          " WS-TOTAL-ED
           MOVE WS-CARRIER-ONLY-TOTAL TO WS-TOTAL-ED
           DISPLAY "Less billed, not enrolled:     " WS-TOTAL-ED
           MOVE WS-OVER-BILLED-TOTAL TO WS-TOTAL-ED
           DISPLAY "Less billed above deductions:  " WS-TOTAL-ED
           MOVE WS-APPROVE-TOTAL TO WS-TOTAL-ED
           DISPLAY "Recommended for payment:       " WS-TOTAL-ED
           MOVE WS-MISSING-TOTAL TO WS-TOTAL-ED
           DISPLAY "Enrolled, not yet billed:      " WS-TOTAL-ED
           DISPLAY "===== End of carrier reconciliation =====".
       END PROGRAM BENEFIT-BILLING-RECON.
