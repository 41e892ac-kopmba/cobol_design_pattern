      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DELINQUENCY-AGING.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> the closing balances CUSTOMER-STATEMENT-PRINT carries -
      *> ACCOUNT,BALANCE. Overridable via STATEMENT-BALANCE-FILE
       SELECT OPTIONAL BALANCE-FILE ASSIGN DYNAMIC
           WS-BALANCE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BALANCE-STATUS.
      *> the account reference master for the name and mailing
      *> address each notice goes to - keyed reads, one per account.
      *> Overridable via ACCOUNT-MASTER-FILE
       SELECT OPTIONAL ACCT-MASTER ASSIGN DYNAMIC WS-ACCT-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACCT-NUMBER OF ACCT-RECORD
           FILE STATUS IS WS-ACCT-STATUS.
      *> the date each delinquent account first went past due -
      *> ACCOUNT,CCYYMMDD, carried run to run and dropped once the
      *> account is brought current. Overridable via
      *> DELINQUENCY-STATE-FILE
       SELECT OPTIONAL STATE-FILE ASSIGN DYNAMIC WS-STATE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATE-STATUS.
      *> the print-ready dunning file - ASA carriage control in
      *> column 1, '1' opening each letter on a fresh page, the way
      *> the statement print lays out its pages. Overridable via
      *> DUNNING-PRINT-FILE
       SELECT OPTIONAL PRINT-FILE ASSIGN DYNAMIC WS-PRINT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRINT-STATUS.
      *> the write-off candidates handed to finance -
      *> ACCOUNT,NAME,BALANCE,SINCE,DAYS. Overridable via
      *> WRITEOFF-CANDIDATE-FILE
       SELECT OPTIONAL WRITEOFF-FILE ASSIGN DYNAMIC
           WS-WRITEOFF-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WRITEOFF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD BALANCE-FILE.
      *> one ACCOUNT,BALANCE line per account
       01 BALANCE-RECORD PIC X(30).
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
       FD STATE-FILE.
       01 STATE-RECORD PIC X(30).
       FD PRINT-FILE.
       01 PRINT-RECORD.
           05 PRT-ASA PIC X(1).
           05 PRT-LINE PIC X(90).
       FD WRITEOFF-FILE.
       01 WRITEOFF-RECORD PIC X(100).
       WORKING-STORAGE SECTION.
      *> correctly-sized holders for the literal audit message - a
      *> literal passed straight to LOG-EVENT's LINKAGE would only be
      *> allocated as big as the literal itself, not the LINKAGE PIC
       01 WS-PROGRAM-NAME PIC X(44) VALUE "DELINQUENCY-AGING".
       01 WS-EVENT-MESSAGE PIC X(200).
       01 WS-BALANCE-FILE-NAME PIC X(80)
           VALUE "STATEMENT-BALANCES.DAT".
       01 WS-ENV-BALANCE-FILE-NAME PIC X(80).
       01 WS-BALANCE-STATUS PIC X(2).
       01 WS-ACCT-FILE-NAME PIC X(80) VALUE "ACCOUNT-MASTER.DAT".
       01 WS-ENV-ACCT-FILE-NAME PIC X(80).
       01 WS-ACCT-STATUS PIC X(2).
       01 WS-ACCT-OPEN PIC X(1) VALUE 'N'.
       01 WS-STATE-FILE-NAME PIC X(80)
           VALUE "DELINQUENCY-STATE.DAT".
       01 WS-ENV-STATE-FILE-NAME PIC X(80).
       01 WS-STATE-STATUS PIC X(2).
       01 WS-PRINT-FILE-NAME PIC X(80) VALUE "DUNNING-NOTICES.PRN".
       01 WS-ENV-PRINT-FILE-NAME PIC X(80).
       01 WS-PRINT-STATUS PIC X(2).
       01 WS-WRITEOFF-FILE-NAME PIC X(80)
           VALUE "WRITEOFF-CANDIDATES.DAT".
       01 WS-ENV-WRITEOFF-FILE-NAME PIC X(80).
       01 WS-WRITEOFF-STATUS PIC X(2).
       01 WS-EOF PIC X(1) VALUE 'N'.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-ENV-RUN-DATE PIC X(8).
       01 WS-RUN-INT PIC 9(7).
      *> carried balances - a debit balance is what the customer owes
      *> the bank, the same sign the statement print carries
       01 WS-BAL-COUNT PIC 9(4) VALUE 0.
       01 WS-BAL-MAX PIC 9(4) VALUE 2000.
       01 WS-BAL-ENTRY OCCURS 2000 TIMES.
           05 BAL-ACCOUNT PIC 9(10).
           05 BAL-AMOUNT PIC S9(11)V99.
      *> past-due dates carried in, and the ones carried out
       01 WS-STATE-COUNT PIC 9(4) VALUE 0.
       01 WS-STATE-MAX PIC 9(4) VALUE 2000.
       01 WS-STATE-ENTRY OCCURS 2000 TIMES.
           05 STATE-ACCOUNT PIC 9(10).
           05 STATE-SINCE PIC 9(8).
       01 WS-NEW-COUNT PIC 9(4) VALUE 0.
       01 WS-NEW-ENTRY OCCURS 2000 TIMES.
           05 NEW-ACCOUNT PIC 9(10).
           05 NEW-SINCE PIC 9(8).
       01 WS-FIELD-1 PIC X(20).
       01 WS-FIELD-2 PIC X(20).
       01 I PIC 9(4).
       01 J PIC 9(4).
       01 WS-SINCE PIC 9(8).
       01 WS-DAYS-PAST PIC 9(7).
      *> the bucket an account ages into: 1 current (under 30 days),
      *> 2 thirty, 3 sixty, 4 ninety, 5 one-hundred-twenty and over
       01 WS-BUCKET PIC 9(1).
       01 WS-BKT-COUNT PIC 9(5) OCCURS 5 TIMES VALUE 0.
       01 WS-BKT-AMOUNT PIC S9(11)V99 OCCURS 5 TIMES VALUE 0.
       01 WS-BKT-LABEL PIC X(8).
       01 WS-ON-MASTER PIC X(1).
       01 WS-BAL-ED PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-DAYS-ED PIC ZZZZ9.
       01 WS-TOTAL-COUNT PIC 9(5) VALUE 0.
       01 WS-TOTAL-AMOUNT PIC S9(11)V99 VALUE 0.
       01 WS-LETTERS PIC 9(5) VALUE 0.
       01 WS-NO-MASTER PIC 9(5) VALUE 0.
       01 WS-WRITEOFF-COUNT PIC 9(5) VALUE 0.
       01 WS-WRITEOFF-AMOUNT PIC S9(11)V99 VALUE 0.
       01 WS-WRITEOFF-ED PIC -9(11).99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "LOG-STARTUP" USING WS-PROGRAM-NAME
      *> accept into a separate staging field first - ACCEPT FROM
      *> ENVIRONMENT blanks the target unconditionally when the
      *> variable is unset, which would wipe out the VALUE defaults
           MOVE SPACES TO WS-ENV-BALANCE-FILE-NAME
           ACCEPT WS-ENV-BALANCE-FILE-NAME FROM ENVIRONMENT
               "STATEMENT-BALANCE-FILE"
           IF WS-ENV-BALANCE-FILE-NAME NOT = SPACES
               MOVE WS-ENV-BALANCE-FILE-NAME TO WS-BALANCE-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-ACCT-FILE-NAME
           ACCEPT WS-ENV-ACCT-FILE-NAME FROM ENVIRONMENT
               "ACCOUNT-MASTER-FILE"
           IF WS-ENV-ACCT-FILE-NAME NOT = SPACES
               MOVE WS-ENV-ACCT-FILE-NAME TO WS-ACCT-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-STATE-FILE-NAME
           ACCEPT WS-ENV-STATE-FILE-NAME FROM ENVIRONMENT
               "DELINQUENCY-STATE-FILE"
           IF WS-ENV-STATE-FILE-NAME NOT = SPACES
               MOVE WS-ENV-STATE-FILE-NAME TO WS-STATE-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-PRINT-FILE-NAME
           ACCEPT WS-ENV-PRINT-FILE-NAME FROM ENVIRONMENT
               "DUNNING-PRINT-FILE"
           IF WS-ENV-PRINT-FILE-NAME NOT = SPACES
               MOVE WS-ENV-PRINT-FILE-NAME TO WS-PRINT-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-WRITEOFF-FILE-NAME
           ACCEPT WS-ENV-WRITEOFF-FILE-NAME FROM ENVIRONMENT
               "WRITEOFF-CANDIDATE-FILE"
           IF WS-ENV-WRITEOFF-FILE-NAME NOT = SPACES
               MOVE WS-ENV-WRITEOFF-FILE-NAME TO WS-WRITEOFF-FILE-NAME
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
           PERFORM LOAD-BALANCES THRU LOAD-BALANCES-EXIT
           PERFORM LOAD-STATE THRU LOAD-STATE-EXIT
      *> no master only costs the notices their address - the aging
      *> itself still runs
           OPEN INPUT ACCT-MASTER.
           IF WS-ACCT-STATUS = "00"
               MOVE 'Y' TO WS-ACCT-OPEN
           ELSE
               IF WS-ACCT-STATUS = "05"
                   CLOSE ACCT-MASTER
               END-IF
               DISPLAY "DELINQUENCY-AGING: account master not "
                   "available - " TRIM(WS-ACCT-FILE-NAME)
                   ", notices will not be addressed"
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           OPEN OUTPUT WRITEOFF-FILE.
      *> OUTPUT on a file that does not exist yet reports status 05
      *> on this runtime even though it creates the file underneath
           IF WS-PRINT-STATUS = "05"
               MOVE "00" TO WS-PRINT-STATUS
           END-IF
           IF WS-WRITEOFF-STATUS = "05"
               MOVE "00" TO WS-WRITEOFF-STATUS
           END-IF
           IF WS-PRINT-STATUS NOT = "00"
             OR WS-WRITEOFF-STATUS NOT = "00"
               DISPLAY "DELINQUENCY-AGING: cannot open the notice "
                   "or write-off file - file status " WS-PRINT-STATUS
                   "/" WS-WRITEOFF-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "===== Collections aging ====="
           DISPLAY "As of:             " WS-RUN-DATE
           DISPLAY "ACCOUNT    NAME                           "
               "PAST-DUE  DAYS BUCKET          BALANCE"
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-BAL-COUNT
               IF BAL-AMOUNT(J) > 0
                   PERFORM AGE-ONE-ACCOUNT THRU AGE-ONE-ACCOUNT-EXIT
               END-IF
           END-PERFORM
           IF WS-ACCT-OPEN = 'Y'
               CLOSE ACCT-MASTER
           END-IF
           CLOSE PRINT-FILE.
           CLOSE WRITEOFF-FILE.
           PERFORM SAVE-STATE.
           PERFORM PRINT-TOTALS.
           MOVE SPACES TO WS-EVENT-MESSAGE
           STRING "delinquency aging " WS-RUN-DATE ": "
                   WS-TOTAL-COUNT " past due, " WS-LETTERS
                   " notice(s), " WS-WRITEOFF-COUNT
                   " write-off candidate(s)"
               DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
           CALL "LOG-EVENT" USING WS-PROGRAM-NAME WS-EVENT-MESSAGE
      *> RETURN-CODE: 0 = aged, 4 = write-off candidates waiting on
      *> finance
           IF WS-WRITEOFF-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-BALANCES.
           MOVE 'N' TO WS-EOF
           OPEN INPUT BALANCE-FILE
           IF WS-BALANCE-STATUS NOT = "00"
      *> no carried balances yet just means nobody can be past due
               IF WS-BALANCE-STATUS = "05"
                   CLOSE BALANCE-FILE
               END-IF
               GO TO LOAD-BALANCES-EXIT
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ BALANCE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-BAL-COUNT < WS-BAL-MAX
                           ADD 1 TO WS-BAL-COUNT
                           MOVE SPACES TO WS-FIELD-1 WS-FIELD-2
                           UNSTRING BALANCE-RECORD DELIMITED BY ","
                               INTO WS-FIELD-1 WS-FIELD-2
                           MOVE NUMVAL(WS-FIELD-1)
                               TO BAL-ACCOUNT(WS-BAL-COUNT)
                           MOVE NUMVAL(WS-FIELD-2)
                               TO BAL-AMOUNT(WS-BAL-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BALANCE-FILE.
       LOAD-BALANCES-EXIT.
           EXIT.

       LOAD-STATE.
           MOVE 'N' TO WS-EOF
           OPEN INPUT STATE-FILE
           IF WS-STATE-STATUS NOT = "00"
               IF WS-STATE-STATUS = "05"
                   CLOSE STATE-FILE
               END-IF
               GO TO LOAD-STATE-EXIT
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ STATE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-FIELD-1 WS-FIELD-2
                       UNSTRING STATE-RECORD DELIMITED BY ","
                           INTO WS-FIELD-1 WS-FIELD-2
                       IF WS-FIELD-1(1:10) IS NUMERIC
                         AND WS-FIELD-2(1:8) IS NUMERIC
                         AND WS-STATE-COUNT < WS-STATE-MAX
                           ADD 1 TO WS-STATE-COUNT
                           MOVE WS-FIELD-1(1:10)
                               TO STATE-ACCOUNT(WS-STATE-COUNT)
                           MOVE WS-FIELD-2(1:8)
                               TO STATE-SINCE(WS-STATE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STATE-FILE.
       LOAD-STATE-EXIT.
           EXIT.

       AGE-ONE-ACCOUNT.
      *> an account already past due keeps its original date - a
      *> partial payment does not restart the clock; a newly owing
      *> account starts today in the current bucket
           MOVE WS-RUN-DATE TO WS-SINCE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-STATE-COUNT
               IF STATE-ACCOUNT(I) = BAL-ACCOUNT(J)
                   MOVE STATE-SINCE(I) TO WS-SINCE
                   MOVE WS-STATE-COUNT TO I
               END-IF
           END-PERFORM
           IF WS-NEW-COUNT < WS-STATE-MAX
               ADD 1 TO WS-NEW-COUNT
               MOVE BAL-ACCOUNT(J) TO NEW-ACCOUNT(WS-NEW-COUNT)
               MOVE WS-SINCE TO NEW-SINCE(WS-NEW-COUNT)
           END-IF
           IF WS-SINCE > WS-RUN-DATE
               MOVE 0 TO WS-DAYS-PAST
           ELSE
               COMPUTE WS-DAYS-PAST = WS-RUN-INT
                   - INTEGER-OF-DATE(WS-SINCE)
           END-IF
           EVALUATE TRUE
               WHEN WS-DAYS-PAST < 30
                   MOVE 1 TO WS-BUCKET
                   MOVE "CURRENT" TO WS-BKT-LABEL
               WHEN WS-DAYS-PAST < 60
                   MOVE 2 TO WS-BUCKET
                   MOVE "30 DAYS" TO WS-BKT-LABEL
               WHEN WS-DAYS-PAST < 90
                   MOVE 3 TO WS-BUCKET
                   MOVE "60 DAYS" TO WS-BKT-LABEL
               WHEN WS-DAYS-PAST < 120
                   MOVE 4 TO WS-BUCKET
                   MOVE "90 DAYS" TO WS-BKT-LABEL
               WHEN OTHER
                   MOVE 5 TO WS-BUCKET
                   MOVE "120+" TO WS-BKT-LABEL
           END-EVALUATE
           ADD 1 TO WS-BKT-COUNT(WS-BUCKET) WS-TOTAL-COUNT
           ADD BAL-AMOUNT(J) TO WS-BKT-AMOUNT(WS-BUCKET)
               WS-TOTAL-AMOUNT
           MOVE 'N' TO WS-ON-MASTER
           MOVE SPACES TO ACCT-NAME ACCT-ADDR-1 ACCT-ADDR-2
           IF WS-ACCT-OPEN = 'Y'
               MOVE BAL-ACCOUNT(J) TO ACCT-NUMBER OF ACCT-RECORD
               READ ACCT-MASTER
                   INVALID KEY
                       MOVE SPACES TO ACCT-NAME ACCT-ADDR-1
                           ACCT-ADDR-2
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ON-MASTER
               END-READ
           END-IF
           MOVE BAL-AMOUNT(J) TO WS-BAL-ED
           MOVE WS-DAYS-PAST TO WS-DAYS-ED
           DISPLAY BAL-ACCOUNT(J) " " ACCT-NAME " " WS-SINCE " "
               WS-DAYS-ED " " WS-BKT-LABEL " " WS-BAL-ED
           IF WS-BUCKET = 5
               PERFORM LIST-WRITEOFF-CANDIDATE
           END-IF
      *> the current bucket gets its statement, not a letter
           IF WS-BUCKET = 1
               GO TO AGE-ONE-ACCOUNT-EXIT
           END-IF
           IF WS-ON-MASTER = 'N'
               ADD 1 TO WS-NO-MASTER
               DISPLAY "DELINQUENCY-AGING: no master record for "
                   "account " BAL-ACCOUNT(J) " - notice not printed"
               GO TO AGE-ONE-ACCOUNT-EXIT
           END-IF
           PERFORM PRINT-DUNNING-NOTICE.
       AGE-ONE-ACCOUNT-EXIT.
           EXIT.

       PRINT-DUNNING-NOTICE.
           ADD 1 TO WS-LETTERS
           MOVE SPACES TO PRINT-RECORD
           MOVE '1' TO PRT-ASA
           STRING "PAYMENT NOTICE              NOTICE DATE "
                   WS-RUN-DATE
               DELIMITED BY SIZE INTO PRT-LINE
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           MOVE TRIM(ACCT-NAME) TO PRT-LINE
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           MOVE TRIM(ACCT-ADDR-1) TO PRT-LINE
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           MOVE TRIM(ACCT-ADDR-2) TO PRT-LINE
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           STRING "ACCOUNT " BAL-ACCOUNT(J) "    AMOUNT PAST DUE "
                   WS-BAL-ED
               DELIMITED BY SIZE INTO PRT-LINE
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           STRING "PAST DUE SINCE " WS-SINCE " (" WS-DAYS-ED
                   " DAYS)"
               DELIMITED BY SIZE INTO PRT-LINE
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
      *> the wording escalates with the bucket - a reminder first,
      *> then a second notice, a final demand, and at the last
      *> bucket notice that the account goes to collections
           EVALUATE WS-BUCKET
               WHEN 2
                   MOVE "OUR RECORDS SHOW YOUR ACCOUNT IS PAST DUE. "
                       TO PRT-LINE
                   WRITE PRINT-RECORD
                   MOVE SPACES TO PRINT-RECORD
                   MOVE "IF YOU HAVE ALREADY PAID, PLEASE DISREGARD "
                       & "THIS REMINDER." TO PRT-LINE
                   WRITE PRINT-RECORD
               WHEN 3
                   MOVE "SECOND NOTICE: YOUR ACCOUNT REMAINS PAST "
                       & "DUE." TO PRT-LINE
                   WRITE PRINT-RECORD
                   MOVE SPACES TO PRINT-RECORD
                   MOVE "PLEASE PAY THE AMOUNT SHOWN OR CONTACT US "
                       & "TO ARRANGE PAYMENT." TO PRT-LINE
                   WRITE PRINT-RECORD
               WHEN 4
                   MOVE "FINAL DEMAND: PAYMENT IN FULL IS REQUIRED "
                       & "WITHIN 10 DAYS." TO PRT-LINE
                   WRITE PRINT-RECORD
                   MOVE SPACES TO PRINT-RECORD
                   MOVE "FAILURE TO PAY WILL RESULT IN YOUR ACCOUNT "
                       & "BEING REFERRED FOR COLLECTION." TO PRT-LINE
                   WRITE PRINT-RECORD
               WHEN OTHER
                   MOVE "YOUR ACCOUNT HAS BEEN REFERRED TO OUR "
                       & "COLLECTIONS DEPARTMENT." TO PRT-LINE
                   WRITE PRINT-RECORD
                   MOVE SPACES TO PRINT-RECORD
                   MOVE "CONTACT COLLECTIONS IMMEDIATELY TO SETTLE "
                       & "THE BALANCE." TO PRT-LINE
                   WRITE PRINT-RECORD
           END-EVALUATE.

       LIST-WRITEOFF-CANDIDATE.
           ADD 1 TO WS-WRITEOFF-COUNT
           ADD BAL-AMOUNT(J) TO WS-WRITEOFF-AMOUNT
           MOVE BAL-AMOUNT(J) TO WS-WRITEOFF-ED
           MOVE SPACES TO WRITEOFF-RECORD
           STRING BAL-ACCOUNT(J) "," TRIM(ACCT-NAME) ","
                   TRIM(WS-WRITEOFF-ED) "," WS-SINCE ","
                   TRIM(WS-DAYS-ED)
               DELIMITED BY SIZE INTO WRITEOFF-RECORD
           WRITE WRITEOFF-RECORD.

       SAVE-STATE.
      *> rewritten whole - only accounts still owing carry their
      *> past-due date forward; a cured account starts clean
           OPEN OUTPUT STATE-FILE
      *> OUTPUT on a file that does not exist yet reports status 05
      *> on this runtime even though it creates the file underneath
           IF WS-STATE-STATUS NOT = "00" AND WS-STATE-STATUS NOT = "05"
               DISPLAY "DELINQUENCY-AGING: cannot rewrite "
                   TRIM(WS-STATE-FILE-NAME) " - file status "
                   WS-STATE-STATUS
           ELSE
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-NEW-COUNT
                   MOVE SPACES TO STATE-RECORD
                   STRING NEW-ACCOUNT(I) "," NEW-SINCE(I)
                       DELIMITED BY SIZE INTO STATE-RECORD
                   WRITE STATE-RECORD
               END-PERFORM
               CLOSE STATE-FILE
           END-IF.

       PRINT-TOTALS.
           DISPLAY " "
           DISPLAY "BUCKET     ACCOUNTS          BALANCE"
           PERFORM VARYING WS-BUCKET FROM 1 BY 1 UNTIL WS-BUCKET > 5
               EVALUATE WS-BUCKET
                   WHEN 1 MOVE "CURRENT" TO WS-BKT-LABEL
                   WHEN 2 MOVE "30 DAYS" TO WS-BKT-LABEL
                   WHEN 3 MOVE "60 DAYS" TO WS-BKT-LABEL
                   WHEN 4 MOVE "90 DAYS" TO WS-BKT-LABEL
                   WHEN OTHER MOVE "120+" TO WS-BKT-LABEL
               END-EVALUATE
               MOVE WS-BKT-AMOUNT(WS-BUCKET) TO WS-BAL-ED
               DISPLAY WS-BKT-LABEL "   " WS-BKT-COUNT(WS-BUCKET)
                   " " WS-BAL-ED
           END-PERFORM
           MOVE WS-TOTAL-AMOUNT TO WS-BAL-ED
           DISPLAY "TOTAL      " WS-TOTAL-COUNT " " WS-BAL-ED
           DISPLAY " "
           MOVE WS-WRITEOFF-AMOUNT TO WS-BAL-ED
           DISPLAY "Write-off candidates: " WS-WRITEOFF-COUNT
               " totalling " WS-BAL-ED
           DISPLAY "Write-off file:       "
               TRIM(WS-WRITEOFF-FILE-NAME)
           DISPLAY "Notices printed:      " WS-LETTERS
           DISPLAY "No master record:     " WS-NO-MASTER
           DISPLAY "Notice file:          " TRIM(WS-PRINT-FILE-NAME)
           DISPLAY "===== End of collections aging =====".
       END PROGRAM DELINQUENCY-AGING.
