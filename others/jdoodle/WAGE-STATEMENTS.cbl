      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WAGE-STATEMENTS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> the year-to-date earnings master PAYROLL-REGISTER posts
      *> every run. Overridable via PAYROLL-YTD-FILE
       SELECT OPTIONAL YTD-MASTER ASSIGN DYNAMIC WS-YTD-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS YTD-KEY
           FILE STATUS IS WS-YTD-STATUS.
      *> the roster master - name, SSN and mailing address
       SELECT OPTIONAL EMPLOYEE-MASTER ASSIGN DYNAMIC
           WS-MASTER-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMPLOYEE-ID OF EMPLOYEE-RECORD
           FILE STATUS IS WS-MASTER-STATUS.
      *> what every register run posted - the totals the statements
      *> must tie back to. Overridable via
      *> PAYROLL-REGISTER-HISTORY-FILE
       SELECT OPTIONAL REG-HISTORY-FILE ASSIGN DYNAMIC
           WS-REG-HISTORY-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REG-HISTORY-STATUS.
      *> the printed statements, one page per employee, ASA carriage
      *> control in column 1. Overridable via
      *> PAYROLL-WAGE-STATEMENT-FILE
       SELECT OPTIONAL PRINT-FILE ASSIGN DYNAMIC WS-PRINT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRINT-STATUS.
      *> the combined transmittal to the tax authority, fixed
      *> 200-byte records. Overridable via PAYROLL-TRANSMITTAL-FILE
       SELECT OPTIONAL TRANSMITTAL-FILE ASSIGN DYNAMIC
           WS-TRANSMITTAL-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRANSMITTAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD YTD-MASTER.
      *> must stay byte-for-byte identical to PAYROLL-REGISTER's
      *> record
       01 YTD-RECORD.
           05 YTD-KEY.
               10 YTD-EMPLOYEE-ID PIC 9(9).
               10 YTD-YEAR PIC 9(4).
           05 YTD-LAST-PAY-DATE PIC 9(8).
           05 YTD-PAY-COUNT PIC 9(3).
           05 YTD-GROSS PIC 9(9)V99.
           05 YTD-DEDUCTIONS PIC 9(9)V99.
           05 YTD-FED-TAX PIC 9(9)V99.
           05 YTD-STATE-CODE PIC X(2).
           05 YTD-STATE-TAX PIC 9(9)V99.
           05 YTD-SOCIAL-TAX PIC 9(9)V99.
           05 YTD-ER-SOCIAL PIC 9(9)V99.
           05 YTD-NET PIC S9(9)V99.
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
       FD REG-HISTORY-FILE.
       01 REG-HISTORY-RECORD PIC X(200).
       FD PRINT-FILE.
       01 PRINT-RECORD.
           05 PRT-ASA PIC X(1).
           05 PRT-LINE PIC X(90).
       FD TRANSMITTAL-FILE.
       01 TRANSMITTAL-RECORD PIC X(200).
       WORKING-STORAGE SECTION.
      *> correctly-sized holders for the literal audit message - a
      *> literal passed straight to LOG-EVENT's LINKAGE would only be
      *> allocated as big as the literal itself, not the LINKAGE PIC
       01 WS-PROGRAM-NAME PIC X(44) VALUE "WAGE-STATEMENTS".
       01 WS-EVENT-MESSAGE PIC X(200).
       01 WS-EVENT-SEVERITY PIC X(1).
       01 WS-YTD-FILE-NAME PIC X(80) VALUE "PAYROLL-YTD.DAT".
       01 WS-ENV-YTD-FILE-NAME PIC X(80).
       01 WS-YTD-STATUS PIC X(2).
       01 WS-MASTER-FILE-NAME PIC X(80) VALUE "EMPLOYEE.DAT".
       01 WS-ENV-MASTER-FILE-NAME PIC X(80).
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-REG-HISTORY-FILE-NAME PIC X(80)
           VALUE "PAYROLL-REGISTER-HISTORY.DAT".
       01 WS-ENV-REG-HISTORY-FILE-NAME PIC X(80).
       01 WS-REG-HISTORY-STATUS PIC X(2).
       01 WS-PRINT-FILE-NAME PIC X(80) VALUE "WAGE-STATEMENTS.PRN".
       01 WS-ENV-PRINT-FILE-NAME PIC X(80).
       01 WS-PRINT-STATUS PIC X(2).
       01 WS-TRANSMITTAL-FILE-NAME PIC X(80)
           VALUE "WAGE-TRANSMITTAL.DAT".
       01 WS-ENV-TRANSMITTAL-FILE-NAME PIC X(80).
       01 WS-TRANSMITTAL-STATUS PIC X(2).
       01 WS-EOF PIC X(1) VALUE 'N'.
      *> the tax year - PAYROLL-TAX-YEAR when ops supplies one;
      *> otherwise the year just ended, or this year when the job
      *> runs in December itself
       01 WS-TAX-YEAR PIC 9(4).
       01 WS-ENV-TAX-YEAR PIC X(4).
       01 WS-TODAY PIC 9(8).
      *> the employer block of the statement and the transmittal
       01 WS-EMPLOYER-EIN PIC X(9) VALUE "000000000".
       01 WS-ENV-EMPLOYER-EIN PIC X(9).
       01 WS-EMPLOYER-NAME PIC X(40) VALUE "EMPLOYER".
       01 WS-ENV-EMPLOYER-NAME PIC X(40).
       01 WS-ON-MASTER PIC X(1).
       01 WS-SSN-DISPLAY PIC X(9).
      *> the transmittal layouts - RE employer, RW one per employee,
      *> RT the totals, RF the record count that closes the file.
      *> Money is whole cents, zero-filled, no decimal point
       01 WS-RE-RECORD.
           05 RE-ID PIC X(2) VALUE "RE".
           05 RE-TAX-YEAR PIC 9(4).
           05 RE-EIN PIC X(9).
           05 RE-NAME PIC X(40).
           05 FILLER PIC X(145) VALUE SPACES.
       01 WS-RW-RECORD.
           05 RW-ID PIC X(2) VALUE "RW".
           05 RW-SSN PIC 9(9).
           05 RW-NAME PIC X(35).
           05 RW-STREET PIC X(35).
           05 RW-CITY PIC X(15).
           05 RW-STATE PIC X(2).
           05 RW-ZIP PIC 9(9).
           05 RW-WAGES PIC 9(11).
           05 RW-FED-TAX PIC 9(11).
           05 RW-SOCIAL-WAGES PIC 9(11).
           05 RW-SOCIAL-TAX PIC 9(11).
           05 RW-STATE-CODE PIC X(2).
           05 RW-STATE-WAGES PIC 9(11).
           05 RW-STATE-TAX PIC 9(11).
           05 RW-EMPLOYEE-ID PIC 9(9).
           05 FILLER PIC X(16) VALUE SPACES.
       01 WS-RT-RECORD.
           05 RT-ID PIC X(2) VALUE "RT".
           05 RT-COUNT PIC 9(7).
           05 RT-WAGES PIC 9(15).
           05 RT-FED-TAX PIC 9(15).
           05 RT-SOCIAL-WAGES PIC 9(15).
           05 RT-SOCIAL-TAX PIC 9(15).
           05 RT-STATE-WAGES PIC 9(15).
           05 RT-STATE-TAX PIC 9(15).
           05 FILLER PIC X(101) VALUE SPACES.
       01 WS-RF-RECORD.
           05 RF-ID PIC X(2) VALUE "RF".
           05 RF-RW-COUNT PIC 9(9).
           05 FILLER PIC X(189) VALUE SPACES.
      *> the year's totals off the statements, and the same totals
      *> off the register history they must equal
       01 WS-STMT-COUNT PIC 9(7) VALUE 0.
       01 WS-NO-MASTER-COUNT PIC 9(5) VALUE 0.
       01 WS-TOT-GROSS PIC 9(13)V99 VALUE 0.
       01 WS-TOT-FED PIC 9(13)V99 VALUE 0.
       01 WS-TOT-STATE PIC 9(13)V99 VALUE 0.
       01 WS-TOT-SOCIAL PIC 9(13)V99 VALUE 0.
       01 WS-REG-RUNS PIC 9(5) VALUE 0.
       01 WS-REG-GROSS PIC 9(13)V99 VALUE 0.
       01 WS-REG-FED PIC 9(13)V99 VALUE 0.
       01 WS-REG-STATE PIC 9(13)V99 VALUE 0.
       01 WS-REG-SOCIAL PIC 9(13)V99 VALUE 0.
       01 WS-TIED PIC X(1) VALUE 'Y'.
       01 WS-HIST-FLD OCCURS 10 TIMES PIC X(20).
       01 WS-MONEY-ED PIC Z(10)9.99.
       01 WS-MONEY2-ED PIC Z(10)9.99.
       01 WS-RECORDS-OUT PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "LOG-STARTUP" USING WS-PROGRAM-NAME
      *> accept into a separate staging field first - ACCEPT FROM
      *> ENVIRONMENT blanks the target unconditionally when the
      *> variable is unset, which would wipe out the VALUE defaults
           MOVE SPACES TO WS-ENV-YTD-FILE-NAME
           ACCEPT WS-ENV-YTD-FILE-NAME FROM ENVIRONMENT
               "PAYROLL-YTD-FILE"
           IF WS-ENV-YTD-FILE-NAME NOT = SPACES
               MOVE WS-ENV-YTD-FILE-NAME TO WS-YTD-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-MASTER-FILE-NAME
           ACCEPT WS-ENV-MASTER-FILE-NAME FROM ENVIRONMENT
               "EMPLOYEE-MASTER-FILE"
           IF WS-ENV-MASTER-FILE-NAME NOT = SPACES
               MOVE WS-ENV-MASTER-FILE-NAME TO WS-MASTER-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-REG-HISTORY-FILE-NAME
           ACCEPT WS-ENV-REG-HISTORY-FILE-NAME FROM ENVIRONMENT
               "PAYROLL-REGISTER-HISTORY-FILE"
           IF WS-ENV-REG-HISTORY-FILE-NAME NOT = SPACES
               MOVE WS-ENV-REG-HISTORY-FILE-NAME
                   TO WS-REG-HISTORY-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-PRINT-FILE-NAME
           ACCEPT WS-ENV-PRINT-FILE-NAME FROM ENVIRONMENT
               "PAYROLL-WAGE-STATEMENT-FILE"
           IF WS-ENV-PRINT-FILE-NAME NOT = SPACES
               MOVE WS-ENV-PRINT-FILE-NAME TO WS-PRINT-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-TRANSMITTAL-FILE-NAME
           ACCEPT WS-ENV-TRANSMITTAL-FILE-NAME FROM ENVIRONMENT
               "PAYROLL-TRANSMITTAL-FILE"
           IF WS-ENV-TRANSMITTAL-FILE-NAME NOT = SPACES
               MOVE WS-ENV-TRANSMITTAL-FILE-NAME
                   TO WS-TRANSMITTAL-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-EMPLOYER-EIN
           ACCEPT WS-ENV-EMPLOYER-EIN FROM ENVIRONMENT
               "PAYROLL-EMPLOYER-EIN"
           IF WS-ENV-EMPLOYER-EIN NOT = SPACES
               MOVE WS-ENV-EMPLOYER-EIN TO WS-EMPLOYER-EIN
           END-IF
           MOVE SPACES TO WS-ENV-EMPLOYER-NAME
           ACCEPT WS-ENV-EMPLOYER-NAME FROM ENVIRONMENT
               "PAYROLL-EMPLOYER-NAME"
           IF WS-ENV-EMPLOYER-NAME NOT = SPACES
               MOVE WS-ENV-EMPLOYER-NAME TO WS-EMPLOYER-NAME
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE SPACES TO WS-ENV-TAX-YEAR
           ACCEPT WS-ENV-TAX-YEAR FROM ENVIRONMENT "PAYROLL-TAX-YEAR"
           IF WS-ENV-TAX-YEAR IS NUMERIC
             AND WS-ENV-TAX-YEAR NOT = SPACES
               MOVE WS-ENV-TAX-YEAR TO WS-TAX-YEAR
           ELSE
               MOVE WS-TODAY(1:4) TO WS-TAX-YEAR
               IF WS-TODAY(5:2) NOT = "12"
                   SUBTRACT 1 FROM WS-TAX-YEAR
               END-IF
           END-IF
           OPEN INPUT YTD-MASTER
           IF WS-YTD-STATUS NOT = "00"
               DISPLAY "WAGE-STATEMENTS: YTD earnings master not "
                   "available - " TRIM(WS-YTD-FILE-NAME)
                   ", file status " WS-YTD-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "WAGE-STATEMENTS: employee master not "
                   "available - " TRIM(WS-MASTER-FILE-NAME)
                   ", file status " WS-MASTER-STATUS
               CLOSE YTD-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PRINT-FILE
           OPEN OUTPUT TRANSMITTAL-FILE
      *> OUTPUT on a file that does not exist yet reports status 05
      *> on this runtime even though it creates the file underneath
           IF (WS-PRINT-STATUS NOT = "00"
                 AND WS-PRINT-STATUS NOT = "05")
             OR (WS-TRANSMITTAL-STATUS NOT = "00"
                 AND WS-TRANSMITTAL-STATUS NOT = "05")
               DISPLAY "WAGE-STATEMENTS: cannot open the statements "
                   "(" WS-PRINT-STATUS ") or the transmittal ("
                   WS-TRANSMITTAL-STATUS ")"
               CLOSE YTD-MASTER EMPLOYEE-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-TAX-YEAR TO RE-TAX-YEAR
           MOVE WS-EMPLOYER-EIN TO RE-EIN
           MOVE WS-EMPLOYER-NAME TO RE-NAME
           WRITE TRANSMITTAL-RECORD FROM WS-RE-RECORD
           ADD 1 TO WS-RECORDS-OUT
           PERFORM UNTIL WS-EOF = 'Y'
               READ YTD-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF YTD-YEAR = WS-TAX-YEAR
                           PERFORM STATE-ONE-EMPLOYEE
                               THRU STATE-ONE-EMPLOYEE-EXIT
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-STMT-COUNT TO RT-COUNT
           COMPUTE RT-WAGES = WS-TOT-GROSS * 100
           COMPUTE RT-FED-TAX = WS-TOT-FED * 100
           COMPUTE RT-SOCIAL-WAGES = WS-TOT-GROSS * 100
           COMPUTE RT-SOCIAL-TAX = WS-TOT-SOCIAL * 100
           COMPUTE RT-STATE-WAGES = WS-TOT-GROSS * 100
           COMPUTE RT-STATE-TAX = WS-TOT-STATE * 100
           WRITE TRANSMITTAL-RECORD FROM WS-RT-RECORD
           ADD 1 TO WS-RECORDS-OUT
           MOVE WS-STMT-COUNT TO RF-RW-COUNT
           WRITE TRANSMITTAL-RECORD FROM WS-RF-RECORD
           ADD 1 TO WS-RECORDS-OUT
           CLOSE YTD-MASTER EMPLOYEE-MASTER PRINT-FILE
               TRANSMITTAL-FILE
           PERFORM TIE-TO-REGISTERS THRU TIE-TO-REGISTERS-EXIT
           PERFORM PRINT-SUMMARY
      *> RETURN-CODE: 0 = statements and transmittal cut and tied to
      *> the registers, 4 = a YTD record had no employee on the
      *> roster (its statement could not be addressed), 8 = the
      *> totals do not tie - the transmittal must not be sent
           IF WS-TIED = 'N'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-NO-MASTER-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       STATE-ONE-EMPLOYEE.
           MOVE YTD-EMPLOYEE-ID TO EMPLOYEE-ID OF EMPLOYEE-RECORD
           MOVE 'Y' TO WS-ON-MASTER
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-ON-MASTER
           END-READ
      *> wages paid still count toward the totals - only the
      *> addressing is missing, and HR must supply it
           ADD YTD-GROSS TO WS-TOT-GROSS
           ADD YTD-FED-TAX TO WS-TOT-FED
           ADD YTD-STATE-TAX TO WS-TOT-STATE
           ADD YTD-SOCIAL-TAX TO WS-TOT-SOCIAL
           ADD 1 TO WS-STMT-COUNT
           IF WS-ON-MASTER = 'N'
               ADD 1 TO WS-NO-MASTER-COUNT
               DISPLAY "WAGE-STATEMENTS: no roster record for "
                   "employee " YTD-EMPLOYEE-ID " - statement cut "
                   "without name and address"
               MOVE SPACES TO EMPLOYEE OF EMPLOYEE-RECORD
               MOVE 0 TO SSN OF EMPLOYEE-RECORD
               MOVE 0 TO ZIP-CODE-5 OF EMPLOYEE-RECORD
                   ZIP-CODE-PLUS4 OF EMPLOYEE-RECORD
           END-IF
           PERFORM WRITE-ONE-STATEMENT
           MOVE SSN OF EMPLOYEE-RECORD TO RW-SSN
           MOVE FULLNAME OF EMPLOYEE-RECORD TO RW-NAME
           MOVE STREET OF EMPLOYEE-RECORD TO RW-STREET
           MOVE CITY OF EMPLOYEE-RECORD TO RW-CITY
           MOVE STATE OF EMPLOYEE-RECORD TO RW-STATE
           MOVE ZIP-CODE OF EMPLOYEE-RECORD TO RW-ZIP
           COMPUTE RW-WAGES = YTD-GROSS * 100
           COMPUTE RW-FED-TAX = YTD-FED-TAX * 100
           COMPUTE RW-SOCIAL-WAGES = YTD-GROSS * 100
           COMPUTE RW-SOCIAL-TAX = YTD-SOCIAL-TAX * 100
           MOVE YTD-STATE-CODE TO RW-STATE-CODE
           COMPUTE RW-STATE-WAGES = YTD-GROSS * 100
           COMPUTE RW-STATE-TAX = YTD-STATE-TAX * 100
           MOVE YTD-EMPLOYEE-ID TO RW-EMPLOYEE-ID
           WRITE TRANSMITTAL-RECORD FROM WS-RW-RECORD
           ADD 1 TO WS-RECORDS-OUT.
       STATE-ONE-EMPLOYEE-EXIT.
           EXIT.

       WRITE-ONE-STATEMENT.
      *> one sheet per employee; the SSN goes through the shop's
      *> masking facility like every other employee output
           CALL "SSN-FORMAT" USING SSN OF EMPLOYEE-RECORD
               WS-SSN-DISPLAY
           MOVE SPACES TO PRINT-RECORD
           MOVE '1' TO PRT-ASA
           STRING "WAGE AND TAX STATEMENT      TAX YEAR " WS-TAX-YEAR
               DELIMITED BY SIZE INTO PRT-LINE
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           STRING "EMPLOYER " WS-EMPLOYER-EIN "  "
                   TRIM(WS-EMPLOYER-NAME)
               DELIMITED BY SIZE INTO PRT-LINE
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           STRING "EMPLOYEE " YTD-EMPLOYEE-ID "  SSN " WS-SSN-DISPLAY
               DELIMITED BY SIZE INTO PRT-LINE
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           MOVE TRIM(FULLNAME OF EMPLOYEE-RECORD) TO PRT-LINE
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           MOVE TRIM(STREET OF EMPLOYEE-RECORD) TO PRT-LINE
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           STRING TRIM(CITY OF EMPLOYEE-RECORD) " "
                   STATE OF EMPLOYEE-RECORD " "
                   ZIP-CODE-5 OF EMPLOYEE-RECORD "-"
                   ZIP-CODE-PLUS4 OF EMPLOYEE-RECORD
               DELIMITED BY SIZE INTO PRT-LINE
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE YTD-GROSS TO WS-MONEY-ED
           MOVE YTD-FED-TAX TO WS-MONEY2-ED
           MOVE SPACES TO PRINT-RECORD
           STRING "1 WAGES          " WS-MONEY-ED
                   "   2 FEDERAL TAX WITHHELD " WS-MONEY2-ED
               DELIMITED BY SIZE INTO PRT-LINE
           WRITE PRINT-RECORD
           MOVE YTD-SOCIAL-TAX TO WS-MONEY2-ED
           MOVE SPACES TO PRINT-RECORD
           STRING "3 SOCIAL WAGES   " WS-MONEY-ED
                   "   4 SOCIAL INS WITHHELD  " WS-MONEY2-ED
               DELIMITED BY SIZE INTO PRT-LINE
           WRITE PRINT-RECORD
           MOVE YTD-STATE-TAX TO WS-MONEY2-ED
           MOVE SPACES TO PRINT-RECORD
           STRING "5 STATE " YTD-STATE-CODE " WAGES " WS-MONEY-ED
                   "   6 STATE TAX WITHHELD   " WS-MONEY2-ED
               DELIMITED BY SIZE INTO PRT-LINE
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE YTD-DEDUCTIONS TO WS-MONEY-ED
           MOVE SPACES TO PRINT-RECORD
           STRING "  BENEFIT DEDUCTIONS " WS-MONEY-ED "   PAYCHECKS "
                   YTD-PAY-COUNT
               DELIMITED BY SIZE INTO PRT-LINE
           WRITE PRINT-RECORD.

       TIE-TO-REGISTERS.
      *> every register run of the tax year, by pay date - the sum
      *> of what they posted is what the statements must add up to
           MOVE 'N' TO WS-EOF
           OPEN INPUT REG-HISTORY-FILE
           IF WS-REG-HISTORY-STATUS NOT = "00"
               IF WS-REG-HISTORY-STATUS = "05"
                   CLOSE REG-HISTORY-FILE
               END-IF
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ REG-HISTORY-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM ADD-ONE-REGISTER-RUN
                   END-READ
               END-PERFORM
               CLOSE REG-HISTORY-FILE
           END-IF
           IF WS-REG-GROSS NOT = WS-TOT-GROSS
             OR WS-REG-FED NOT = WS-TOT-FED
             OR WS-REG-STATE NOT = WS-TOT-STATE
             OR WS-REG-SOCIAL NOT = WS-TOT-SOCIAL
               MOVE 'N' TO WS-TIED
           END-IF.
       TIE-TO-REGISTERS-EXIT.
           EXIT.

       ADD-ONE-REGISTER-RUN.
           MOVE SPACES TO WS-HIST-FLD(1) WS-HIST-FLD(2)
               WS-HIST-FLD(3) WS-HIST-FLD(4) WS-HIST-FLD(5)
               WS-HIST-FLD(6) WS-HIST-FLD(7)
           UNSTRING REG-HISTORY-RECORD DELIMITED BY ","
               INTO WS-HIST-FLD(1) WS-HIST-FLD(2) WS-HIST-FLD(3)
                   WS-HIST-FLD(4) WS-HIST-FLD(5) WS-HIST-FLD(6)
                   WS-HIST-FLD(7)
           IF WS-HIST-FLD(1)(1:4) = WS-TAX-YEAR
               ADD 1 TO WS-REG-RUNS
               ADD NUMVAL(WS-HIST-FLD(3)) TO WS-REG-GROSS
               ADD NUMVAL(WS-HIST-FLD(5)) TO WS-REG-FED
               ADD NUMVAL(WS-HIST-FLD(6)) TO WS-REG-STATE
               ADD NUMVAL(WS-HIST-FLD(7)) TO WS-REG-SOCIAL
           END-IF.

       PRINT-SUMMARY.
           DISPLAY "===== Wage statements for tax year " WS-TAX-YEAR
               " ====="
           DISPLAY "Statements cut:          " WS-STMT-COUNT
           DISPLAY "  without roster record: " WS-NO-MASTER-COUNT
           DISPLAY "Transmittal records:     " WS-RECORDS-OUT
           DISPLAY "Register runs in year:   " WS-REG-RUNS
           DISPLAY "                             STATEMENTS"
               "          REGISTERS"
           MOVE WS-TOT-GROSS TO WS-MONEY-ED
           MOVE WS-REG-GROSS TO WS-MONEY2-ED
           DISPLAY "Wages:               " WS-MONEY-ED "     "
               WS-MONEY2-ED
           MOVE WS-TOT-FED TO WS-MONEY-ED
           MOVE WS-REG-FED TO WS-MONEY2-ED
           DISPLAY "Federal withheld:    " WS-MONEY-ED "     "
               WS-MONEY2-ED
           MOVE WS-TOT-STATE TO WS-MONEY-ED
           MOVE WS-REG-STATE TO WS-MONEY2-ED
           DISPLAY "State withheld:      " WS-MONEY-ED "     "
               WS-MONEY2-ED
           MOVE WS-TOT-SOCIAL TO WS-MONEY-ED
           MOVE WS-REG-SOCIAL TO WS-MONEY2-ED
           DISPLAY "Social ins withheld: " WS-MONEY-ED "     "
               WS-MONEY2-ED
           MOVE SPACES TO WS-EVENT-MESSAGE
           IF WS-TIED = 'Y'
               DISPLAY "Totals tie to the registers."
               STRING "wage statements " WS-TAX-YEAR ": "
                       WS-STMT-COUNT " statement(s), tied to "
                       WS-REG-RUNS " register run(s)"
                   DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
               CALL "LOG-EVENT" USING WS-PROGRAM-NAME
                   WS-EVENT-MESSAGE
           ELSE
               DISPLAY "*** TOTALS DO NOT TIE TO THE REGISTERS - "
                   "DO NOT TRANSMIT ***"
               MOVE 'E' TO WS-EVENT-SEVERITY
               STRING "wage statements " WS-TAX-YEAR ": totals do "
                       "not tie to the register history - transmittal "
                       "held"
                   DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
               CALL "LOG-EVENT-SEV" USING WS-PROGRAM-NAME
                   WS-EVENT-SEVERITY WS-EVENT-MESSAGE
           END-IF
           DISPLAY "===== End of wage statements =====".
       END PROGRAM WAGE-STATEMENTS.
