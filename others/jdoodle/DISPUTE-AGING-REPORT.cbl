      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPUTE-AGING-REPORT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> DISPUTE-MAINT's case master. Overridable via
      *> DISPUTE-CASE-FILE
       SELECT OPTIONAL DISPUTE-MASTER ASSIGN DYNAMIC
           WS-DISPUTE-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DSP-CASE-ID OF DSP-RECORD
           FILE STATUS IS WS-DISPUTE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD DISPUTE-MASTER.
      *> must stay byte-for-byte identical to DISPUTE-MAINT's record
       01 DSP-RECORD.
           05 DSP-CASE-ID PIC X(8).
           05 DSP-ACCOUNT PIC 9(10).
           05 DSP-TXN-DATE PIC 9(8).
           05 DSP-TXN-AMOUNT PIC 9(9)V99.
           05 DSP-TXN-DC PIC X(1).
           05 DSP-TXN-TYPE PIC X(3).
           05 DSP-REASON PIC X(2).
           05 DSP-OPEN-DATE PIC 9(8).
           05 DSP-STATUS PIC X(1).
           05 DSP-PROV-AMOUNT PIC 9(9)V99.
           05 DSP-PROV-DATE PIC 9(8).
           05 DSP-CLOSE-DATE PIC 9(8).
           05 DSP-REVERSED-DATE PIC 9(8).
       WORKING-STORAGE SECTION.
       01 WS-PROGRAM-NAME PIC X(44) VALUE "DISPUTE-AGING-REPORT".
       01 WS-EVENT-MESSAGE PIC X(200).
       01 WS-DISPUTE-FILE-NAME PIC X(80) VALUE "DISPUTE-CASE.DAT".
       01 WS-ENV-DISPUTE-FILE-NAME PIC X(80).
       01 WS-DISPUTE-STATUS PIC X(2).
       01 WS-EOF PIC X(1) VALUE 'N'.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-ENV-RUN-DATE PIC X(8).
       01 WS-RUN-INT PIC 9(7).
      *> the regulatory clock - a provisional credit is due within
      *> DISPUTE-CREDIT-DAYS business days of the case opening (10
      *> when unset) unless the case is resolved first, and the case
      *> itself within DISPUTE-RESOLVE-DAYS calendar days (45 when
      *> unset)
       01 WS-CREDIT-DAYS PIC 9(3) VALUE 10.
       01 WS-ENV-CREDIT-DAYS PIC X(3).
       01 WS-RESOLVE-DAYS PIC 9(3) VALUE 45.
       01 WS-ENV-RESOLVE-DAYS PIC X(3).
      *> a case is flagged as coming due this many days ahead
       01 WS-WARN-DAYS PIC 9(3) VALUE 5.
       01 WS-CREDIT-DUE PIC 9(8).
       01 WS-RESOLVE-DUE PIC 9(8).
       01 WS-AGE-DAYS PIC S9(7).
       01 WS-DAYS-LEFT PIC S9(7).
      *> business-day counting for the credit deadline
       01 WS-WALK-INT PIC 9(7).
       01 WS-WALK-DATE PIC 9(8).
       01 WS-WALK-COUNT PIC 9(3).
       01 WS-DAY-TYPE PIC X(1).
       01 WS-DOW PIC 9(1).
       01 WS-CREDIT-FLAG PIC X(10).
       01 WS-RESOLVE-FLAG PIC X(10).
       01 WS-AGE-ED PIC ZZZ9.
       01 WS-LEFT-ED PIC -ZZZ9.
       01 WS-AMOUNT-ED PIC ZZZ,ZZZ,ZZ9.99.
      *> age buckets across the open cases
       01 WS-BUCKET-0-10 PIC 9(5) VALUE 0.
       01 WS-BUCKET-11-30 PIC 9(5) VALUE 0.
       01 WS-BUCKET-31-45 PIC 9(5) VALUE 0.
       01 WS-BUCKET-OVER-45 PIC 9(5) VALUE 0.
       01 WS-OPEN-COUNT PIC 9(5) VALUE 0.
       01 WS-CLOSED-COUNT PIC 9(5) VALUE 0.
       01 WS-OVERDUE-COUNT PIC 9(5) VALUE 0.
       01 WS-OPEN-TOTAL PIC 9(11)V99 VALUE 0.
       01 WS-TOTAL-ED PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "LOG-STARTUP" USING WS-PROGRAM-NAME
      *> accept into a separate staging field first - ACCEPT FROM
      *> ENVIRONMENT blanks the target unconditionally when the
      *> variable is unset, which would wipe out the VALUE defaults
           MOVE SPACES TO WS-ENV-DISPUTE-FILE-NAME
           ACCEPT WS-ENV-DISPUTE-FILE-NAME FROM ENVIRONMENT
               "DISPUTE-CASE-FILE"
           IF WS-ENV-DISPUTE-FILE-NAME NOT = SPACES
               MOVE WS-ENV-DISPUTE-FILE-NAME TO WS-DISPUTE-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-CREDIT-DAYS
           ACCEPT WS-ENV-CREDIT-DAYS FROM ENVIRONMENT
               "DISPUTE-CREDIT-DAYS"
           IF WS-ENV-CREDIT-DAYS NOT = SPACES
             AND TEST-NUMVAL(WS-ENV-CREDIT-DAYS) = 0
               MOVE NUMVAL(WS-ENV-CREDIT-DAYS) TO WS-CREDIT-DAYS
           END-IF
           MOVE SPACES TO WS-ENV-RESOLVE-DAYS
           ACCEPT WS-ENV-RESOLVE-DAYS FROM ENVIRONMENT
               "DISPUTE-RESOLVE-DAYS"
           IF WS-ENV-RESOLVE-DAYS NOT = SPACES
             AND TEST-NUMVAL(WS-ENV-RESOLVE-DAYS) = 0
               MOVE NUMVAL(WS-ENV-RESOLVE-DAYS) TO WS-RESOLVE-DAYS
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
           OPEN INPUT DISPUTE-MASTER.
           IF WS-DISPUTE-STATUS NOT = "00"
               DISPLAY "DISPUTE-AGING-REPORT: dispute master not "
                   "available - " TRIM(WS-DISPUTE-FILE-NAME)
                   ", file status " WS-DISPUTE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "===== Open dispute aging ====="
           DISPLAY "As of:                " WS-RUN-DATE
           DISPLAY "Credit due (bus days):" WS-CREDIT-DAYS
           DISPLAY "Resolve due (days):   " WS-RESOLVE-DAYS
           DISPLAY "CASE     ACCOUNT    RS OPENED    AGE "
               "      DISPUTED CREDIT-DUE STATUS     "
               "RESOLVE-DUE  LEFT STATUS"
           PERFORM UNTIL WS-EOF = 'Y'
               READ DISPUTE-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM AGE-ONE-CASE THRU AGE-ONE-CASE-EXIT
               END-READ
           END-PERFORM.
           CLOSE DISPUTE-MASTER.
           MOVE WS-OPEN-TOTAL TO WS-TOTAL-ED
           DISPLAY " "
           DISPLAY "Open cases:           " WS-OPEN-COUNT
           DISPLAY "  aged 0-10 days:     " WS-BUCKET-0-10
           DISPLAY "  aged 11-30 days:    " WS-BUCKET-11-30
           DISPLAY "  aged 31-45 days:    " WS-BUCKET-31-45
           DISPLAY "  aged over 45 days:  " WS-BUCKET-OVER-45
           DISPLAY "Open disputed amount: " WS-TOTAL-ED
           DISPLAY "Past a deadline:      " WS-OVERDUE-COUNT
           DISPLAY "Closed cases on file: " WS-CLOSED-COUNT
           DISPLAY "===== End of open dispute aging ====="
           MOVE SPACES TO WS-EVENT-MESSAGE
           STRING "dispute aging " WS-RUN-DATE ": " WS-OPEN-COUNT
                   " open, " WS-OVERDUE-COUNT " past a deadline"
               DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
           CALL "LOG-EVENT" USING WS-PROGRAM-NAME WS-EVENT-MESSAGE
      *> RETURN-CODE: 0 = every open case within its deadlines,
      *> 4 = at least one case has missed a regulatory deadline
           IF WS-OVERDUE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       AGE-ONE-CASE.
           IF DSP-STATUS NOT = 'O'
               ADD 1 TO WS-CLOSED-COUNT
               GO TO AGE-ONE-CASE-EXIT
           END-IF
           ADD 1 TO WS-OPEN-COUNT
           ADD DSP-TXN-AMOUNT TO WS-OPEN-TOTAL
           COMPUTE WS-AGE-DAYS = WS-RUN-INT
               - INTEGER-OF-DATE(DSP-OPEN-DATE)
           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 10
                   ADD 1 TO WS-BUCKET-0-10
               WHEN WS-AGE-DAYS <= 30
                   ADD 1 TO WS-BUCKET-11-30
               WHEN WS-AGE-DAYS <= 45
                   ADD 1 TO WS-BUCKET-31-45
               WHEN OTHER
                   ADD 1 TO WS-BUCKET-OVER-45
           END-EVALUATE
           PERFORM FIND-CREDIT-DUE
      *> the credit deadline is met once a provisional credit has
      *> gone out, however late
           IF DSP-PROV-DATE NOT = 0
               IF DSP-PROV-DATE > WS-CREDIT-DUE
                   MOVE "LATE" TO WS-CREDIT-FLAG
               ELSE
                   MOVE "CREDITED" TO WS-CREDIT-FLAG
               END-IF
           ELSE
               EVALUATE TRUE
                   WHEN WS-RUN-DATE > WS-CREDIT-DUE
                       MOVE "OVERDUE" TO WS-CREDIT-FLAG
                   WHEN INTEGER-OF-DATE(WS-CREDIT-DUE) - WS-RUN-INT
                           <= WS-WARN-DAYS
                       MOVE "DUE SOON" TO WS-CREDIT-FLAG
                   WHEN OTHER
                       MOVE "PENDING" TO WS-CREDIT-FLAG
               END-EVALUATE
           END-IF
           MOVE DATE-OF-INTEGER(INTEGER-OF-DATE(DSP-OPEN-DATE)
               + WS-RESOLVE-DAYS) TO WS-RESOLVE-DUE
           COMPUTE WS-DAYS-LEFT = INTEGER-OF-DATE(WS-RESOLVE-DUE)
               - WS-RUN-INT
           EVALUATE TRUE
               WHEN WS-DAYS-LEFT < 0
                   MOVE "OVERDUE" TO WS-RESOLVE-FLAG
               WHEN WS-DAYS-LEFT <= WS-WARN-DAYS
                   MOVE "DUE SOON" TO WS-RESOLVE-FLAG
               WHEN OTHER
                   MOVE "OK" TO WS-RESOLVE-FLAG
           END-EVALUATE
           IF WS-CREDIT-FLAG = "OVERDUE"
             OR WS-RESOLVE-FLAG = "OVERDUE"
               ADD 1 TO WS-OVERDUE-COUNT
           END-IF
           MOVE WS-AGE-DAYS TO WS-AGE-ED
           MOVE WS-DAYS-LEFT TO WS-LEFT-ED
           MOVE DSP-TXN-AMOUNT TO WS-AMOUNT-ED
           DISPLAY DSP-CASE-ID " " DSP-ACCOUNT " " DSP-REASON " "
               DSP-OPEN-DATE " " WS-AGE-ED " " WS-AMOUNT-ED " "
               WS-CREDIT-DUE " " WS-CREDIT-FLAG " " WS-RESOLVE-DUE
               "  " WS-LEFT-ED " " WS-RESOLVE-FLAG.
       AGE-ONE-CASE-EXIT.
           EXIT.

       FIND-CREDIT-DUE.
      *> walk forward from the opening date counting business days
      *> on the same calendar every driver consults; a date the
      *> calendar does not know counts if it is a weekday
           MOVE INTEGER-OF-DATE(DSP-OPEN-DATE) TO WS-WALK-INT
           MOVE 0 TO WS-WALK-COUNT
           PERFORM UNTIL WS-WALK-COUNT >= WS-CREDIT-DAYS
               ADD 1 TO WS-WALK-INT
               MOVE DATE-OF-INTEGER(WS-WALK-INT) TO WS-WALK-DATE
               CALL "CALENDAR-LOOKUP" USING WS-WALK-DATE WS-DAY-TYPE
               EVALUATE WS-DAY-TYPE
                   WHEN 'B'
                   WHEN 'M'
                       ADD 1 TO WS-WALK-COUNT
                   WHEN 'U'
      *> day 1 of the INTEGER-OF-DATE epoch was a Monday, so the
      *> weekday falls straight out of the remainder
                       COMPUTE WS-DOW = MOD(WS-WALK-INT - 1, 7) + 1
                       IF WS-DOW < 6
                           ADD 1 TO WS-WALK-COUNT
                       END-IF
               END-EVALUATE
           END-PERFORM
           MOVE DATE-OF-INTEGER(WS-WALK-INT) TO WS-CREDIT-DUE.
       END PROGRAM DISPUTE-AGING-REPORT.
