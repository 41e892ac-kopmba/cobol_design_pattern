      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT-DORMANCY.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> the account reference master - open accounts past the
      *> threshold are flagged 'D' here, dormant accounts that have
      *> seen their customer again go back to 'O'. Overridable via
      *> ACCOUNT-MASTER-FILE
       SELECT OPTIONAL ACCT-MASTER ASSIGN DYNAMIC WS-ACCT-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACCT-NUMBER OF ACCT-RECORD
           FILE STATUS IS WS-ACCT-STATUS.
      *> the dated archives the calc runs write, one per business
      *> date - which date's file opens is decided as the scan walks
      *> forward (the same naming CALC-ARCHIVE-RETRIEVE opens by)
       SELECT OPTIONAL ARCHIVE-FILE ASSIGN DYNAMIC
           WS-ARCHIVE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARCHIVE-STATUS.
      *> import_statement's register of recently posted business -
      *> account,date,amount,type. Overridable via
      *> CALC-TXN-REGISTER-FILE, the writer's own variable
       SELECT OPTIONAL REGISTER-FILE ASSIGN DYNAMIC
           WS-REGISTER-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGISTER-STATUS.
      *> the last customer-initiated activity found per account -
      *> one ACCOUNT,CCYYMMDD line each, carried run to run so only
      *> the archives since the last scan need reading. Overridable
      *> via ACCT-ACTIVITY-FILE
       SELECT OPTIONAL ACTIVITY-FILE ASSIGN DYNAMIC
           WS-ACTIVITY-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACTIVITY-STATUS.
      *> the run-control memory - the last business date whose
      *> archives were scanned. Overridable via DORMANCY-CONTROL-FILE
       SELECT OPTIONAL CONTROL-FILE ASSIGN DYNAMIC
           WS-CONTROL-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONTROL-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
       FD ARCHIVE-FILE.
       01 ARCHIVE-RECORD PIC X(80).
       FD REGISTER-FILE.
       01 REGISTER-RECORD PIC X(40).
       FD ACTIVITY-FILE.
       01 ACTIVITY-RECORD PIC X(30).
       FD CONTROL-FILE.
       01 CONTROL-RECORD PIC X(20).
       WORKING-STORAGE SECTION.
      *> correctly-sized holders for the literal audit message - a
      *> literal passed straight to LOG-EVENT's LINKAGE would only be
      *> allocated as big as the literal itself, not the LINKAGE PIC
       01 WS-PROGRAM-NAME PIC X(44) VALUE "ACCT-DORMANCY".
       01 WS-EVENT-MESSAGE PIC X(200).
       01 WS-ACCT-FILE-NAME PIC X(80) VALUE "ACCOUNT-MASTER.DAT".
       01 WS-ENV-ACCT-FILE-NAME PIC X(80).
       01 WS-ACCT-STATUS PIC X(2).
       01 WS-ARCHIVE-FILE-NAME PIC X(80).
       01 WS-ARCHIVE-STATUS PIC X(2).
      *> cycle 01's archive carries the plain dated name; each later
      *> cycle of the date sits beside it as -Cnn
       01 WS-ARCHIVE-CYCLE PIC 9(3).
       01 WS-ARCHIVE-CYCLE-ED PIC 9(2).
       01 WS-ARCHIVE-FOUND PIC X(1).
      *> both archive families carry the fixed dated layout - the
      *> calc driver's and the statement import's
       01 WS-CALC-PREFIX PIC X(60) VALUE "CALC-ARCHIVE-".
       01 WS-STMT-PREFIX PIC X(60) VALUE "STMT-ARCHIVE-".
       01 WS-ENV-PREFIX PIC X(60).
       01 WS-SCAN-PREFIX PIC X(60).
       01 WS-REGISTER-FILE-NAME PIC X(80)
           VALUE "CALC-TXN-REGISTER.DAT".
       01 WS-ENV-REGISTER-FILE-NAME PIC X(80).
       01 WS-REGISTER-STATUS PIC X(2).
       01 WS-ACTIVITY-FILE-NAME PIC X(80) VALUE "ACCT-ACTIVITY.DAT".
       01 WS-ENV-ACTIVITY-FILE-NAME PIC X(80).
       01 WS-ACTIVITY-STATUS PIC X(2).
       01 WS-CONTROL-FILE-NAME PIC X(80)
           VALUE "DORMANCY-CONTROL.DAT".
       01 WS-ENV-CONTROL-FILE-NAME PIC X(80).
       01 WS-CONTROL-STATUS PIC X(2).
       01 WS-EOF PIC X(1) VALUE 'N'.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-ENV-RUN-DATE PIC X(8).
       01 WS-RUN-INT PIC 9(7).
      *> the dormancy threshold in days without customer activity -
      *> DORMANCY-DAYS when compliance names one, a year otherwise
       01 WS-THRESHOLD-DAYS PIC 9(4) VALUE 365.
       01 WS-ENV-THRESHOLD PIC X(4).
      *> the archive dates this run reads - the day after the last
      *> scan through the run date; a first run looks back one full
      *> threshold
       01 WS-SCAN-FROM-INT PIC 9(7).
       01 WS-SCAN-INT PIC 9(7).
       01 WS-SCAN-DATE PIC 9(8).
       01 WS-FILES-SCANNED PIC 9(5) VALUE 0.
      *> the archived fixed dated layout, type code included
       01 WS-FIXED-VIEW.
           05 WS-FIXED-ACCOUNT PIC X(10).
           05 WS-FIXED-DATE PIC X(8).
           05 WS-FIXED-AMOUNT PIC X(11).
           05 WS-FIXED-DC PIC X(1).
           05 WS-FIXED-TYPE PIC X(3).
           05 FILLER PIC X(47).
       01 WS-REG-ACCOUNT-X PIC X(10).
       01 WS-REG-DATE-X PIC X(8).
       01 WS-REG-AMOUNT-X PIC X(15).
       01 WS-REG-TYPE-X PIC X(3).
       01 WS-FOUND-ACCOUNT PIC 9(10).
       01 WS-FOUND-DATE PIC 9(8).
       01 WS-FOUND-TYPE PIC X(3).
      *> last customer activity per account, staged for the run
       01 WS-ACT-COUNT PIC 9(4) VALUE 0.
       01 WS-ACT-MAX PIC 9(4) VALUE 2000.
       01 WS-ACT-ENTRY OCCURS 2000 TIMES.
           05 ACT-ACCOUNT PIC 9(10).
           05 ACT-LAST-DATE PIC 9(8).
       01 WS-ACT-INDEX PIC 9(4).
       01 WS-FIELD-1 PIC X(20).
       01 WS-FIELD-2 PIC X(20).
       01 I PIC 9(4).
       01 WS-LAST-ACTIVITY PIC 9(8).
       01 WS-IDLE-DAYS PIC 9(7).
       01 WS-ACCOUNTS-READ PIC 9(5) VALUE 0.
       01 WS-NEWLY-DORMANT PIC 9(5) VALUE 0.
       01 WS-REACTIVATED PIC 9(5) VALUE 0.
       01 WS-STILL-DORMANT PIC 9(5) VALUE 0.
       01 WS-REWRITE-FAILED PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "LOG-STARTUP" USING WS-PROGRAM-NAME
      *> accept into a separate staging field first - ACCEPT FROM
      *> ENVIRONMENT blanks the target unconditionally when the
      *> variable is unset, which would wipe out the VALUE defaults
           MOVE SPACES TO WS-ENV-ACCT-FILE-NAME
           ACCEPT WS-ENV-ACCT-FILE-NAME FROM ENVIRONMENT
               "ACCOUNT-MASTER-FILE"
           IF WS-ENV-ACCT-FILE-NAME NOT = SPACES
               MOVE WS-ENV-ACCT-FILE-NAME TO WS-ACCT-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-PREFIX
           ACCEPT WS-ENV-PREFIX FROM ENVIRONMENT "CALC-ARCHIVE-PREFIX"
           IF WS-ENV-PREFIX NOT = SPACES
               MOVE WS-ENV-PREFIX TO WS-CALC-PREFIX
           END-IF
           MOVE SPACES TO WS-ENV-PREFIX
           ACCEPT WS-ENV-PREFIX FROM ENVIRONMENT "STMT-ARCHIVE-PREFIX"
           IF WS-ENV-PREFIX NOT = SPACES
               MOVE WS-ENV-PREFIX TO WS-STMT-PREFIX
           END-IF
           MOVE SPACES TO WS-ENV-REGISTER-FILE-NAME
           ACCEPT WS-ENV-REGISTER-FILE-NAME FROM ENVIRONMENT
               "CALC-TXN-REGISTER-FILE"
           IF WS-ENV-REGISTER-FILE-NAME NOT = SPACES
               MOVE WS-ENV-REGISTER-FILE-NAME TO WS-REGISTER-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-ACTIVITY-FILE-NAME
           ACCEPT WS-ENV-ACTIVITY-FILE-NAME FROM ENVIRONMENT
               "ACCT-ACTIVITY-FILE"
           IF WS-ENV-ACTIVITY-FILE-NAME NOT = SPACES
               MOVE WS-ENV-ACTIVITY-FILE-NAME TO WS-ACTIVITY-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-CONTROL-FILE-NAME
           ACCEPT WS-ENV-CONTROL-FILE-NAME FROM ENVIRONMENT
               "DORMANCY-CONTROL-FILE"
           IF WS-ENV-CONTROL-FILE-NAME NOT = SPACES
               MOVE WS-ENV-CONTROL-FILE-NAME TO WS-CONTROL-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-THRESHOLD
           ACCEPT WS-ENV-THRESHOLD FROM ENVIRONMENT "DORMANCY-DAYS"
           IF WS-ENV-THRESHOLD NOT = SPACES
             AND TEST-NUMVAL(WS-ENV-THRESHOLD) = 0
             AND NUMVAL(WS-ENV-THRESHOLD) > 0
               MOVE NUMVAL(WS-ENV-THRESHOLD) TO WS-THRESHOLD-DAYS
           END-IF
           MOVE SPACES TO WS-ENV-RUN-DATE
           ACCEPT WS-ENV-RUN-DATE FROM ENVIRONMENT
               "CALC-BUSINESS-DATE"
           IF WS-ENV-RUN-DATE IS NUMERIC
             AND WS-ENV-RUN-DATE NOT = SPACES
               MOVE WS-ENV-RUN-DATE TO WS-RUN-DATE
           ELSE
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF
           MOVE INTEGER-OF-DATE(WS-RUN-DATE) TO WS-RUN-INT
           PERFORM LOAD-ACTIVITY THRU LOAD-ACTIVITY-EXIT
           PERFORM FIND-SCAN-START THRU FIND-SCAN-START-EXIT
      *> every archive date not yet read, both families, then the
      *> register for what the archives may not hold yet
           PERFORM VARYING WS-SCAN-INT FROM WS-SCAN-FROM-INT BY 1
                   UNTIL WS-SCAN-INT > WS-RUN-INT
               MOVE DATE-OF-INTEGER(WS-SCAN-INT) TO WS-SCAN-DATE
               MOVE WS-CALC-PREFIX TO WS-SCAN-PREFIX
               PERFORM SCAN-ONE-ARCHIVE THRU SCAN-ONE-ARCHIVE-EXIT
               MOVE WS-STMT-PREFIX TO WS-SCAN-PREFIX
               PERFORM SCAN-ONE-ARCHIVE THRU SCAN-ONE-ARCHIVE-EXIT
           END-PERFORM
           PERFORM SCAN-REGISTER THRU SCAN-REGISTER-EXIT
           OPEN I-O ACCT-MASTER.
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "ACCT-DORMANCY: account master not "
                   "available - " TRIM(WS-ACCT-FILE-NAME)
                   ", file status " WS-ACCT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "===== Dormant account detection ====="
           DISPLAY "Run date:          " WS-RUN-DATE
           DISPLAY "Threshold (days):  " WS-THRESHOLD-DAYS
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ACCT-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-ACCOUNTS-READ
                       PERFORM JUDGE-ONE-ACCOUNT
                           THRU JUDGE-ONE-ACCOUNT-EXIT
               END-READ
           END-PERFORM.
           CLOSE ACCT-MASTER.
           PERFORM SAVE-ACTIVITY.
           PERFORM RECORD-SCAN-DATE.
           DISPLAY "Archive files read:   " WS-FILES-SCANNED
           DISPLAY "Accounts read:        " WS-ACCOUNTS-READ
           DISPLAY "Newly dormant:        " WS-NEWLY-DORMANT
           DISPLAY "Reactivated:          " WS-REACTIVATED
           DISPLAY "Dormant (unchanged):  " WS-STILL-DORMANT
           DISPLAY "===== End of dormant account detection ====="
           MOVE SPACES TO WS-EVENT-MESSAGE
           STRING "dormancy run " WS-RUN-DATE ": " WS-NEWLY-DORMANT
                   " newly dormant, " WS-REACTIVATED " reactivated"
               DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
           CALL "LOG-EVENT" USING WS-PROGRAM-NAME WS-EVENT-MESSAGE
      *> RETURN-CODE: 0 = master updated, 4 = at least one status
      *> change could not be rewritten
           IF WS-REWRITE-FAILED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-ACTIVITY.
           MOVE 'N' TO WS-EOF
           OPEN INPUT ACTIVITY-FILE
           IF WS-ACTIVITY-STATUS NOT = "00"
      *> no activity file yet just means nothing has been scanned
               IF WS-ACTIVITY-STATUS = "05"
                   CLOSE ACTIVITY-FILE
               END-IF
               GO TO LOAD-ACTIVITY-EXIT
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ACTIVITY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-ACT-COUNT < WS-ACT-MAX
                           MOVE SPACES TO WS-FIELD-1 WS-FIELD-2
                           UNSTRING ACTIVITY-RECORD DELIMITED BY ","
                               INTO WS-FIELD-1 WS-FIELD-2
                           IF WS-FIELD-1(1:10) IS NUMERIC
                             AND WS-FIELD-2(1:8) IS NUMERIC
                               ADD 1 TO WS-ACT-COUNT
                               MOVE WS-FIELD-1(1:10)
                                   TO ACT-ACCOUNT(WS-ACT-COUNT)
                               MOVE WS-FIELD-2(1:8)
                                   TO ACT-LAST-DATE(WS-ACT-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACTIVITY-FILE.
       LOAD-ACTIVITY-EXIT.
           EXIT.

       FIND-SCAN-START.
      *> a first run looks back one full threshold; after that the
      *> scan resumes the day after the last date read
           COMPUTE WS-SCAN-FROM-INT = WS-RUN-INT - WS-THRESHOLD-DAYS
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = "00"
               IF WS-CONTROL-STATUS = "05"
                   CLOSE CONTROL-FILE
               END-IF
               GO TO FIND-SCAN-START-EXIT
           END-IF
           MOVE SPACES TO CONTROL-RECORD
           READ CONTROL-FILE
               AT END CONTINUE
           END-READ
           CLOSE CONTROL-FILE
           IF CONTROL-RECORD(1:8) IS NUMERIC
             AND CONTROL-RECORD(1:8) <= WS-RUN-DATE
               COMPUTE WS-SCAN-FROM-INT =
                   INTEGER-OF-DATE(NUMVAL(CONTROL-RECORD(1:8))) + 1
           END-IF.
       FIND-SCAN-START-EXIT.
           EXIT.

       SCAN-ONE-ARCHIVE.
           MOVE SPACES TO WS-ARCHIVE-FILE-NAME
           STRING TRIM(WS-SCAN-PREFIX) WS-SCAN-DATE ".DAT"
               DELIMITED BY SIZE INTO WS-ARCHIVE-FILE-NAME
           PERFORM SCAN-ARCHIVE-FILE THRU SCAN-ARCHIVE-FILE-EXIT
      *> later cycles of the date follow in order until the first
      *> one missing, as CALC-ARCHIVE-RETRIEVE walks them
           PERFORM VARYING WS-ARCHIVE-CYCLE FROM 2 BY 1
                   UNTIL WS-ARCHIVE-CYCLE > 99
                      OR WS-ARCHIVE-FOUND = 'N'
               MOVE WS-ARCHIVE-CYCLE TO WS-ARCHIVE-CYCLE-ED
               MOVE SPACES TO WS-ARCHIVE-FILE-NAME
               STRING TRIM(WS-SCAN-PREFIX) WS-SCAN-DATE
                       "-C" WS-ARCHIVE-CYCLE-ED ".DAT"
                   DELIMITED BY SIZE INTO WS-ARCHIVE-FILE-NAME
               PERFORM SCAN-ARCHIVE-FILE THRU SCAN-ARCHIVE-FILE-EXIT
           END-PERFORM.
       SCAN-ONE-ARCHIVE-EXIT.
           EXIT.

       SCAN-ARCHIVE-FILE.
           MOVE 'N' TO WS-ARCHIVE-FOUND
           OPEN INPUT ARCHIVE-FILE
      *> no archive for a date is normal - weekends, holidays, and
      *> the family that did not run that night
           IF WS-ARCHIVE-STATUS NOT = "00"
               IF WS-ARCHIVE-STATUS = "05"
                   CLOSE ARCHIVE-FILE
               END-IF
               GO TO SCAN-ARCHIVE-FILE-EXIT
           END-IF
           MOVE 'Y' TO WS-ARCHIVE-FOUND
           ADD 1 TO WS-FILES-SCANNED
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARCHIVE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
      *> only the fixed dated layout names an account - delimited
      *> calculator lines and trailers pass by
                       MOVE ARCHIVE-RECORD TO WS-FIXED-VIEW
                       IF WS-FIXED-ACCOUNT IS NUMERIC
                         AND WS-FIXED-DATE IS NUMERIC
                           MOVE WS-FIXED-ACCOUNT TO WS-FOUND-ACCOUNT
                           MOVE WS-FIXED-DATE TO WS-FOUND-DATE
                           MOVE WS-FIXED-TYPE TO WS-FOUND-TYPE
                           PERFORM NOTE-ACTIVITY
                               THRU NOTE-ACTIVITY-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-FILE.
       SCAN-ARCHIVE-FILE-EXIT.
           EXIT.

       SCAN-REGISTER.
           MOVE 'N' TO WS-EOF
           OPEN INPUT REGISTER-FILE
           IF WS-REGISTER-STATUS NOT = "00"
               IF WS-REGISTER-STATUS = "05"
                   CLOSE REGISTER-FILE
               END-IF
               GO TO SCAN-REGISTER-EXIT
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ REGISTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-REG-ACCOUNT-X WS-REG-DATE-X
                           WS-REG-AMOUNT-X WS-REG-TYPE-X
                       UNSTRING REGISTER-RECORD DELIMITED BY ","
                           INTO WS-REG-ACCOUNT-X WS-REG-DATE-X
                               WS-REG-AMOUNT-X WS-REG-TYPE-X
                       IF WS-REG-ACCOUNT-X IS NUMERIC
                         AND WS-REG-DATE-X IS NUMERIC
                           MOVE WS-REG-ACCOUNT-X TO WS-FOUND-ACCOUNT
                           MOVE WS-REG-DATE-X TO WS-FOUND-DATE
                           MOVE WS-REG-TYPE-X TO WS-FOUND-TYPE
                           PERFORM NOTE-ACTIVITY
                               THRU NOTE-ACTIVITY-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REGISTER-FILE.
       SCAN-REGISTER-EXIT.
           EXIT.

       NOTE-ACTIVITY.
      *> the bank's own interest and fees are not the customer - they
      *> post to dormant accounts too and must not keep one awake
           IF WS-FOUND-TYPE = "INT" OR WS-FOUND-TYPE = "INP"
             OR WS-FOUND-TYPE = "FEE"
               GO TO NOTE-ACTIVITY-EXIT
           END-IF
           MOVE 0 TO WS-ACT-INDEX
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ACT-COUNT
               IF ACT-ACCOUNT(I) = WS-FOUND-ACCOUNT
                   MOVE I TO WS-ACT-INDEX
                   MOVE WS-ACT-COUNT TO I
               END-IF
           END-PERFORM
           IF WS-ACT-INDEX = 0
               IF WS-ACT-COUNT >= WS-ACT-MAX
                   DISPLAY "ACCT-DORMANCY: activity table full - "
                       "account " WS-FOUND-ACCOUNT " not tracked"
                   GO TO NOTE-ACTIVITY-EXIT
               END-IF
               ADD 1 TO WS-ACT-COUNT
               MOVE WS-ACT-COUNT TO WS-ACT-INDEX
               MOVE WS-FOUND-ACCOUNT TO ACT-ACCOUNT(WS-ACT-INDEX)
               MOVE 0 TO ACT-LAST-DATE(WS-ACT-INDEX)
           END-IF
           IF WS-FOUND-DATE > ACT-LAST-DATE(WS-ACT-INDEX)
               MOVE WS-FOUND-DATE TO ACT-LAST-DATE(WS-ACT-INDEX)
           END-IF.
       NOTE-ACTIVITY-EXIT.
           EXIT.

       JUDGE-ONE-ACCOUNT.
      *> closed accounts are out of scope - only open and dormant
      *> accounts can change state here
           IF ACCT-STATUS NOT = 'O' AND ACCT-STATUS NOT = 'D'
               GO TO JUDGE-ONE-ACCOUNT-EXIT
           END-IF
      *> an account that never saw business counts from its opening
           MOVE ACCT-OPEN-DATE TO WS-LAST-ACTIVITY
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ACT-COUNT
               IF ACT-ACCOUNT(I) = ACCT-NUMBER
                   IF ACT-LAST-DATE(I) > WS-LAST-ACTIVITY
                       MOVE ACT-LAST-DATE(I) TO WS-LAST-ACTIVITY
                   END-IF
                   MOVE WS-ACT-COUNT TO I
               END-IF
           END-PERFORM
           IF WS-LAST-ACTIVITY = 0 OR WS-LAST-ACTIVITY > WS-RUN-DATE
               MOVE 0 TO WS-IDLE-DAYS
           ELSE
               COMPUTE WS-IDLE-DAYS = WS-RUN-INT
                   - INTEGER-OF-DATE(WS-LAST-ACTIVITY)
           END-IF
           IF ACCT-STATUS = 'O' AND WS-IDLE-DAYS > WS-THRESHOLD-DAYS
               MOVE 'D' TO ACCT-STATUS
               REWRITE ACCT-RECORD
                   INVALID KEY
                       ADD 1 TO WS-REWRITE-FAILED
                       DISPLAY "ACCT-DORMANCY: cannot flag account "
                           ACCT-NUMBER " - file status "
                           WS-ACCT-STATUS
                   NOT INVALID KEY
                       ADD 1 TO WS-NEWLY-DORMANT
                       DISPLAY "  DORMANT     " ACCT-NUMBER " "
                           ACCT-NAME " last activity "
                           WS-LAST-ACTIVITY
                       MOVE SPACES TO WS-EVENT-MESSAGE
                       STRING "account " ACCT-NUMBER
                               " flagged dormant - last customer "
                               "activity " WS-LAST-ACTIVITY
                           DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
                       CALL "LOG-EVENT" USING WS-PROGRAM-NAME
                           WS-EVENT-MESSAGE
               END-REWRITE
               GO TO JUDGE-ONE-ACCOUNT-EXIT
           END-IF
      *> a released referral that posted is the customer back - the
      *> account wakes up on its own
           IF ACCT-STATUS = 'D' AND WS-IDLE-DAYS <= WS-THRESHOLD-DAYS
               MOVE 'O' TO ACCT-STATUS
               REWRITE ACCT-RECORD
                   INVALID KEY
                       ADD 1 TO WS-REWRITE-FAILED
                       DISPLAY "ACCT-DORMANCY: cannot reactivate "
                           "account " ACCT-NUMBER " - file status "
                           WS-ACCT-STATUS
                   NOT INVALID KEY
                       ADD 1 TO WS-REACTIVATED
                       DISPLAY "  REACTIVATED " ACCT-NUMBER " "
                           ACCT-NAME " last activity "
                           WS-LAST-ACTIVITY
                       MOVE SPACES TO WS-EVENT-MESSAGE
                       STRING "account " ACCT-NUMBER
                               " reactivated - customer activity "
                               WS-LAST-ACTIVITY
                           DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
                       CALL "LOG-EVENT" USING WS-PROGRAM-NAME
                           WS-EVENT-MESSAGE
               END-REWRITE
               GO TO JUDGE-ONE-ACCOUNT-EXIT
           END-IF
           IF ACCT-STATUS = 'D'
               ADD 1 TO WS-STILL-DORMANT
           END-IF.
       JUDGE-ONE-ACCOUNT-EXIT.
           EXIT.

       SAVE-ACTIVITY.
           OPEN OUTPUT ACTIVITY-FILE
      *> OUTPUT on a file that does not exist yet reports status 05
      *> on this runtime even though it creates the file underneath
           IF WS-ACTIVITY-STATUS NOT = "00"
                   AND WS-ACTIVITY-STATUS NOT = "05"
               DISPLAY "ACCT-DORMANCY: cannot rewrite "
                   TRIM(WS-ACTIVITY-FILE-NAME) " - file status "
                   WS-ACTIVITY-STATUS
           ELSE
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ACT-COUNT
                   MOVE SPACES TO ACTIVITY-RECORD
                   STRING ACT-ACCOUNT(I) "," ACT-LAST-DATE(I)
                       DELIMITED BY SIZE INTO ACTIVITY-RECORD
                   WRITE ACTIVITY-RECORD
               END-PERFORM
               CLOSE ACTIVITY-FILE
           END-IF.

       RECORD-SCAN-DATE.
           OPEN OUTPUT CONTROL-FILE
      *> OUTPUT on a file that does not exist yet reports status 05
      *> on this runtime even though it creates the file underneath
           IF WS-CONTROL-STATUS = "00" OR WS-CONTROL-STATUS = "05"
               MOVE SPACES TO CONTROL-RECORD
               MOVE WS-RUN-DATE TO CONTROL-RECORD(1:8)
               WRITE CONTROL-RECORD
               CLOSE CONTROL-FILE
           ELSE
               DISPLAY "ACCT-DORMANCY: cannot record scan date on "
                   TRIM(WS-CONTROL-FILE-NAME) " - file status "
                   WS-CONTROL-STATUS
           END-IF.
       END PROGRAM ACCT-DORMANCY.
