           RECORD KEY IS EMPLOYEE-ID OF EMPLOYEE-RECORD
           FILE STATUS IS WS-MASTER-STATUS.
      *> one transaction per line: CODE,EMPID,GRADE,BASIS,AMOUNT,
      *> FREQ[,EFFDATE] - CODE 'A' add, 'C' change, 'D' delete;
      *> BASIS 'S' salaried (AMOUNT is the annual salary) or 'H'
      *> hourly (AMOUNT is the hourly rate); FREQ 'M' monthly, 'B'
      *> biweekly, 'W' weekly; EFFDATE the YYYYMMDD the pay takes
      *> effect from, today when left off - a date in an already
      *> paid period is settled as retro pay by the next register
       SELECT OPTIONAL TXN-FILE ASSIGN DYNAMIC WS-TXN-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TXN-STATUS.
           WS-JOURNAL-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-STATUS.
      *> the pay grade structure GRADE-MAINT keeps - every salary
      *> added or changed is held against its grade's range.
      *> Overridable via PAY-GRADE-FILE
       SELECT OPTIONAL GRADE-FILE ASSIGN DYNAMIC WS-GRADE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GRADE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD COMP-MASTER.
           05 COMP-ANNUAL-SALARY PIC 9(9)V99.
           05 COMP-HOURLY-RATE PIC 9(5)V99.
           05 COMP-PAY-FREQ PIC X(1).
      *> the date this rate took effect - PAYROLL-REGISTER trues up
      *> every period it has already paid from this date on
           05 COMP-EFFECTIVE-DATE PIC 9(8).
       FD EMPLOYEE-MASTER.
      *> must stay byte-for-byte identical to assign.cbl's record
       01 EMPLOYEE-RECORD.
           05 JRN-TXN-CODE PIC X(1).
           05 JRN-EMPLOYEE-ID PIC 9(9).
           05 JRN-BEFORE-FLAG PIC X(1).
           05 JRN-BEFORE-IMAGE PIC X(39).
           05 JRN-AFTER-FLAG PIC X(1).
           05 JRN-AFTER-IMAGE PIC X(39).
       FD GRADE-FILE.
       01 GRADE-RECORD PIC X(60).
       WORKING-STORAGE SECTION.
      *> correctly-sized holders for the literal audit message - a
      *> literal passed straight to LOG-EVENT-SEV's LINKAGE would
       01 WS-JOURNAL-FILE-NAME PIC X(80) VALUE "COMP-JOURNAL.DAT".
       01 WS-ENV-JOURNAL-FILE-NAME PIC X(80).
       01 WS-JOURNAL-STATUS PIC X(2).
       01 WS-GRADE-FILE-NAME PIC X(80) VALUE "PAY-GRADE.DAT".
       01 WS-ENV-GRADE-FILE-NAME PIC X(80).
       01 WS-GRADE-STATUS PIC X(2).
       01 WS-TXN-EOF PIC X(1) VALUE 'N'.
       01 WS-GRADE-EOF PIC X(1) VALUE 'N'.
       01 WS-TXN-CODE PIC X(1).
       01 WS-TXN-ID PIC X(9).
       01 WS-TXN-GRADE PIC X(2).
       01 WS-TXN-BASIS PIC X(1).
       01 WS-TXN-AMOUNT PIC X(14).
       01 WS-TXN-FREQ PIC X(1).
       01 WS-TXN-EFFDATE PIC X(8).
       01 WS-TODAY PIC 9(8).
       01 WS-EFFECTIVE-DATE PIC 9(8).
      *> the rate on file before a change - an edit that leaves the
      *> pay alone must not move its effective date, or a back-dated
      *> raise not yet settled would lose its retro pay
       01 WS-OLD-BASIS PIC X(1).
       01 WS-OLD-ANNUAL PIC 9(9)V99.
       01 WS-OLD-RATE PIC 9(5)V99.
       01 WS-OLD-EFFECTIVE PIC 9(8).
       01 WS-RECORD-FOUND PIC X(1).
       01 WS-EMP-FOUND PIC X(1).
       01 WS-REJECTED PIC X(1).
      *> the images captured around each change
       01 WS-BEFORE-FLAG PIC X(1).
       01 WS-BEFORE-IMAGE PIC X(39).
       01 WS-AFTER-FLAG PIC X(1).
       01 WS-AFTER-IMAGE PIC X(39).
       01 WS-JRN-DATE PIC 9(8).
       01 WS-JRN-TIME PIC 9(8).
       01 WS-RUN-ID PIC X(12).
       01 WS-TXNS-READ PIC 9(5) VALUE 0.
       01 WS-TXNS-APPLIED PIC 9(5) VALUE 0.
       01 WS-TXNS-REJECTED PIC 9(5) VALUE 0.
       01 WS-TXNS-REFERRED PIC 9(5) VALUE 0.
      *> the grade structure staged in memory - GRADE,EFFDATE,
      *> MINIMUM,MIDPOINT,MAXIMUM as GRADE-MAINT writes it
       01 WS-GRADE-COUNT PIC 9(4) VALUE 0.
       01 WS-GRADE-ENTRY OCCURS 500 TIMES.
           05 GRD-CODE PIC X(2).
           05 GRD-EFFECTIVE-DATE PIC X(8).
           05 GRD-MINIMUM PIC 9(9)V99.
           05 GRD-MIDPOINT PIC 9(9)V99.
           05 GRD-MAXIMUM PIC 9(9)V99.
       01 WS-GRD-MINIMUM-X PIC X(14).
       01 WS-GRD-MIDPOINT-X PIC X(14).
       01 WS-GRD-MAXIMUM-X PIC X(14).
       01 I PIC 9(4).
      *> the range in force today for the grade being checked
       01 WS-RANGE-FOUND PIC X(1).
       01 WS-RANGE-DATE PIC X(8).
       01 WS-RANGE-MINIMUM PIC 9(9)V99.
       01 WS-RANGE-MAXIMUM PIC 9(9)V99.
      *> an hourly rate is held against the annual range at a
      *> standard year's hours
       77 WS-ANNUAL-HOURS PIC 9(4) VALUE 2080.
       01 WS-ANNUAL-PAY PIC 9(9)V99.
       01 WS-ANNUAL-ED PIC Z(8)9.99.
       01 WS-RANGE-ED PIC Z(8)9.99.
      *> a pay change moving annual pay by more than this percentage
      *> of what it was waits on APPROVAL-QUEUE for a second
      *> operator instead of landing straight away - the maker is
      *> the operator signed on for the run.
      *> Configurable via COMP-APPROVAL-PERCENT
       77 WS-APPROVAL-PERCENT PIC 9(3) VALUE 10.
       01 WS-ENV-APPROVAL-PERCENT PIC X(3).
       01 WS-OLD-ANNUAL-PAY PIC 9(9)V99.
       01 WS-NEW-ANNUAL-PAY PIC 9(9)V99.
       01 WS-PAY-MOVE PIC 9(9)V99.
       01 WS-PAY-MOVE-LIMIT PIC 9(9)V99.
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-OPERATOR-ROLE PIC X(12).
       01 WS-OPERATOR-FUNCS PIC X(200).
      *> blank until the first change that has to wait asks for the
      *> sign-on, then 'Y' signed on or 'N' refused for the rest of
      *> the run
       01 WS-SIGNED PIC X(1) VALUE SPACE.
       01 WS-APPROVAL-VERB PIC X(1).
       01 WS-APPROVAL-ITEM PIC 9(6).
       01 WS-APPROVAL-PROGRAM PIC X(20) VALUE "COMP-MAINT".
       01 WS-APPROVAL-KIND PIC X(12).
       01 WS-APPROVAL-KEY PIC X(10).
       01 WS-APPROVAL-MAKER PIC X(8).
       01 WS-APPROVAL-CHECKER PIC X(8).
       01 WS-APPROVAL-DATE PIC X(8).
       01 WS-APPROVAL-TEXT PIC X(250).
       01 WS-APPROVAL-RESULT PIC X(1).
      *> 'Y' while approved items are being applied - they have had
      *> their second look and are not held again
       01 WS-RELEASING PIC X(1) VALUE 'N'.
       01 WS-APPLIED-BEFORE PIC 9(5).
       01 WS-TXNS-HELD PIC 9(5) VALUE 0.
       01 WS-TXNS-RELEASED PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           IF WS-ENV-JOURNAL-FILE-NAME NOT = SPACES
               MOVE WS-ENV-JOURNAL-FILE-NAME TO WS-JOURNAL-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-GRADE-FILE-NAME
           ACCEPT WS-ENV-GRADE-FILE-NAME FROM ENVIRONMENT
               "PAY-GRADE-FILE"
           IF WS-ENV-GRADE-FILE-NAME NOT = SPACES
               MOVE WS-ENV-GRADE-FILE-NAME TO WS-GRADE-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-APPROVAL-PERCENT
           ACCEPT WS-ENV-APPROVAL-PERCENT FROM ENVIRONMENT
               "COMP-APPROVAL-PERCENT"
           IF WS-ENV-APPROVAL-PERCENT NOT = SPACES
             AND TEST-NUMVAL(WS-ENV-APPROVAL-PERCENT) = 0
               MOVE NUMVAL(WS-ENV-APPROVAL-PERCENT)
                   TO WS-APPROVAL-PERCENT
           END-IF
           MOVE SPACES TO WS-RUN-ID
           ACCEPT WS-RUN-ID FROM ENVIRONMENT "CHAIN-RUN-ID"
           IF WS-RUN-ID = SPACES
               MOVE "NONE" TO WS-RUN-ID
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM LOAD-GRADES THRU LOAD-GRADES-EXIT
           OPEN I-O COMP-MASTER.
      *> OPTIONAL I-O on a segment that is not there yet creates it
      *> and reports 05 - usable, not a failure
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *> yesterday's approvals land first, ahead of today's keying
           PERFORM RELEASE-APPROVED-ITEMS
           PERFORM UNTIL WS-TXN-EOF = 'Y'
               READ TXN-FILE INTO TXN-RECORD
                   AT END
           DISPLAY "Transactions read:     " WS-TXNS-READ
           DISPLAY "Transactions applied:  " WS-TXNS-APPLIED
           DISPLAY "Transactions rejected: " WS-TXNS-REJECTED
           DISPLAY "Referred out of range: " WS-TXNS-REFERRED
           DISPLAY "Held for approval:     " WS-TXNS-HELD
           DISPLAY "Approved and released: " WS-TXNS-RELEASED
      *> RETURN-CODE: 0 = all transactions applied, 4 = at least
      *> one rejected, a salary applied outside its grade range
      *> and referred, or a pay change held for approval
           IF WS-TXNS-REJECTED > 0 OR WS-TXNS-REFERRED > 0
             OR WS-TXNS-HELD > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
       APPLY-TRANSACTION.
           ADD 1 TO WS-TXNS-READ
           MOVE SPACES TO WS-TXN-CODE WS-TXN-ID WS-TXN-GRADE
               WS-TXN-BASIS WS-TXN-AMOUNT WS-TXN-FREQ WS-TXN-EFFDATE
           UNSTRING TXN-RECORD DELIMITED BY ","
               INTO WS-TXN-CODE WS-TXN-ID WS-TXN-GRADE WS-TXN-BASIS
                   WS-TXN-AMOUNT WS-TXN-FREQ WS-TXN-EFFDATE
           IF WS-TXN-ID NOT NUMERIC
               ADD 1 TO WS-TXNS-REJECTED
               DISPLAY "COMP-MAINT: rejected, employee id not "
                   "numeric: " TRIM(TXN-RECORD)
               GO TO APPLY-TRANSACTION-EXIT
           END-IF
      *> the segment only ever hangs off a real roster record - a
      *> delete is let through regardless, since clearing away the
      *> pay of someone already gone from the roster is exactly how
      *> an orphaned segment is cleaned up
           PERFORM CHECK-EMPLOYEE-EXISTS
           IF WS-EMP-FOUND = 'N' AND WS-TXN-CODE NOT = 'D'
               ADD 1 TO WS-TXNS-REJECTED
               DISPLAY "COMP-MAINT: rejected, employee " WS-TXN-ID
                   " not on the roster master"
                   IF WS-REJECTED = 'Y'
                       GO TO APPLY-TRANSACTION-EXIT
                   END-IF
      *> a new record sets pay from nothing - there is no old pay to
      *> measure the move against, and a record deleted and added
      *> back must not be a way round the threshold, so every add
      *> waits for the second operator
                   IF WS-RELEASING = 'N'
                       PERFORM HOLD-TRANSACTION
                       GO TO APPLY-TRANSACTION-EXIT
                   END-IF
                   MOVE 'N' TO WS-BEFORE-FLAG
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   PERFORM STAGE-COMP-FIELDS
                           MOVE COMP-RECORD TO WS-AFTER-IMAGE
                           PERFORM WRITE-JOURNAL-RECORD
                           ADD 1 TO WS-TXNS-APPLIED
                           PERFORM CHECK-GRADE-RANGE
                               THRU CHECK-GRADE-RANGE-EXIT
                   END-WRITE
               WHEN 'C'
                   IF WS-RECORD-FOUND = 'N'
                   END-IF
                   MOVE 'Y' TO WS-BEFORE-FLAG
                   MOVE COMP-RECORD TO WS-BEFORE-IMAGE
                   MOVE COMP-BASIS TO WS-OLD-BASIS
                   MOVE COMP-ANNUAL-SALARY TO WS-OLD-ANNUAL
                   MOVE COMP-HOURLY-RATE TO WS-OLD-RATE
                   MOVE COMP-EFFECTIVE-DATE TO WS-OLD-EFFECTIVE
                   PERFORM CHECK-PAY-MOVE
                   IF WS-PAY-MOVE > WS-PAY-MOVE-LIMIT
                     AND WS-RELEASING = 'N'
                       PERFORM HOLD-TRANSACTION
                       GO TO APPLY-TRANSACTION-EXIT
                   END-IF
                   PERFORM STAGE-COMP-FIELDS
                   IF WS-TXN-EFFDATE = SPACES
                     AND COMP-BASIS = WS-OLD-BASIS
                     AND COMP-ANNUAL-SALARY = WS-OLD-ANNUAL
                     AND COMP-HOURLY-RATE = WS-OLD-RATE
                       MOVE WS-OLD-EFFECTIVE TO COMP-EFFECTIVE-DATE
                   END-IF
                   REWRITE COMP-RECORD
                       INVALID KEY
                           ADD 1 TO WS-TXNS-REJECTED
                           MOVE COMP-RECORD TO WS-AFTER-IMAGE
                           PERFORM WRITE-JOURNAL-RECORD
                           ADD 1 TO WS-TXNS-APPLIED
                           PERFORM CHECK-GRADE-RANGE
                               THRU CHECK-GRADE-RANGE-EXIT
                   END-REWRITE
               WHEN 'D'
                   IF WS-RECORD-FOUND = 'N'
       APPLY-TRANSACTION-EXIT.
           EXIT.

       CHECK-PAY-MOVE.
      *> both sides at annual pay, an hourly rate at a standard
      *> year's hours, so a switch of basis is weighed the same as a
      *> raise; a cut past the threshold is held as firmly as a
      *> rise, and pay on file at zero holds any change at all
           IF WS-OLD-BASIS = 'H'
               COMPUTE WS-OLD-ANNUAL-PAY =
                   WS-OLD-RATE * WS-ANNUAL-HOURS
           ELSE
               MOVE WS-OLD-ANNUAL TO WS-OLD-ANNUAL-PAY
           END-IF
           IF WS-TXN-BASIS = 'H'
               COMPUTE WS-NEW-ANNUAL-PAY =
                   NUMVAL(WS-TXN-AMOUNT) * WS-ANNUAL-HOURS
           ELSE
               MOVE NUMVAL(WS-TXN-AMOUNT) TO WS-NEW-ANNUAL-PAY
           END-IF
           IF WS-NEW-ANNUAL-PAY > WS-OLD-ANNUAL-PAY
               COMPUTE WS-PAY-MOVE =
                   WS-NEW-ANNUAL-PAY - WS-OLD-ANNUAL-PAY
           ELSE
               COMPUTE WS-PAY-MOVE =
                   WS-OLD-ANNUAL-PAY - WS-NEW-ANNUAL-PAY
           END-IF
           COMPUTE WS-PAY-MOVE-LIMIT ROUNDED =
               WS-OLD-ANNUAL-PAY * WS-APPROVAL-PERCENT / 100.

       RELEASE-APPROVED-ITEMS.
      *> every item a second operator has approved for this program
      *> is applied through the same edits as a keyed transaction,
      *> then closed on the queue as applied or failed
           MOVE 'Y' TO WS-RELEASING
           MOVE 0 TO WS-APPROVAL-ITEM
           MOVE 'Y' TO WS-APPROVAL-RESULT
           PERFORM UNTIL WS-APPROVAL-RESULT NOT = 'Y'
               MOVE 'N' TO WS-APPROVAL-VERB
               MOVE "COMP-MAINT" TO WS-APPROVAL-PROGRAM
               CALL "APPROVAL-QUEUE" USING WS-APPROVAL-VERB
                   WS-APPROVAL-ITEM WS-APPROVAL-PROGRAM
                   WS-APPROVAL-KIND WS-APPROVAL-KEY
                   WS-APPROVAL-MAKER WS-APPROVAL-CHECKER
                   WS-APPROVAL-DATE WS-APPROVAL-TEXT
                   WS-APPROVAL-RESULT
               IF WS-APPROVAL-RESULT = 'Y'
                   PERFORM RELEASE-ONE-ITEM
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-RELEASING.

       RELEASE-ONE-ITEM.
           DISPLAY "COMP-MAINT: releasing approved item "
               WS-APPROVAL-ITEM " " TRIM(WS-APPROVAL-KIND) " "
               TRIM(WS-APPROVAL-KEY) " - raised by "
               TRIM(WS-APPROVAL-MAKER) ", approved by "
               TRIM(WS-APPROVAL-CHECKER)
           MOVE WS-APPROVAL-TEXT TO TXN-RECORD
           MOVE WS-TXNS-APPLIED TO WS-APPLIED-BEFORE
           PERFORM APPLY-TRANSACTION THRU APPLY-TRANSACTION-EXIT
           IF WS-TXNS-APPLIED > WS-APPLIED-BEFORE
               ADD 1 TO WS-TXNS-RELEASED
               MOVE 'X' TO WS-APPROVAL-VERB
           ELSE
               MOVE 'F' TO WS-APPROVAL-VERB
           END-IF
           CALL "APPROVAL-QUEUE" USING WS-APPROVAL-VERB
               WS-APPROVAL-ITEM WS-APPROVAL-PROGRAM
               WS-APPROVAL-KIND WS-APPROVAL-KEY
               WS-APPROVAL-MAKER WS-APPROVAL-CHECKER
               WS-APPROVAL-DATE WS-APPROVAL-TEXT
               WS-APPROVAL-RESULT
           MOVE 'Y' TO WS-APPROVAL-RESULT.

       HOLD-TRANSACTION.
      *> the maker is whoever signs on through OPERATOR-SIGNON -
      *> asked once, at the first change that has to wait, so a run
      *> with nothing to hold never prompts. No sign-on leaves no
      *> maker, and the queue turns the change away rather than hold
      *> one its keyer could then approve
           IF WS-SIGNED = SPACE
               CALL "OPERATOR-SIGNON" USING WS-OPERATOR-ID
                   WS-OPERATOR-ROLE WS-OPERATOR-FUNCS WS-SIGNED
               IF WS-SIGNED NOT = 'Y'
                   MOVE 'N' TO WS-SIGNED
               END-IF
           END-IF
           IF WS-SIGNED NOT = 'Y'
               MOVE SPACES TO WS-OPERATOR-ID
           END-IF
           MOVE 'H' TO WS-APPROVAL-VERB
           MOVE "COMP-MAINT" TO WS-APPROVAL-PROGRAM
           MOVE "SALARY" TO WS-APPROVAL-KIND
           MOVE WS-TXN-ID TO WS-APPROVAL-KEY
           MOVE WS-OPERATOR-ID TO WS-APPROVAL-MAKER
           MOVE TXN-RECORD TO WS-APPROVAL-TEXT
           CALL "APPROVAL-QUEUE" USING WS-APPROVAL-VERB
               WS-APPROVAL-ITEM WS-APPROVAL-PROGRAM
               WS-APPROVAL-KIND WS-APPROVAL-KEY
               WS-APPROVAL-MAKER WS-APPROVAL-CHECKER
               WS-APPROVAL-DATE WS-APPROVAL-TEXT
               WS-APPROVAL-RESULT
      *> a change that cannot be held is not applied either - it is
      *> turned away to be keyed again
           IF WS-APPROVAL-RESULT = 'Y'
               ADD 1 TO WS-TXNS-HELD
               IF WS-TXN-CODE = 'A'
                   DISPLAY "COMP-MAINT: new pay for " WS-TXN-ID
                       " held for approval as item " WS-APPROVAL-ITEM
               ELSE
                   DISPLAY "COMP-MAINT: pay change for " WS-TXN-ID
                       " over the " WS-APPROVAL-PERCENT "% threshold "
                       "held for approval as item " WS-APPROVAL-ITEM
               END-IF
           ELSE
               ADD 1 TO WS-TXNS-REJECTED
               DISPLAY "COMP-MAINT: rejected, pay change for "
                   WS-TXN-ID " could not be held for approval"
           END-IF.

       CHECK-EMPLOYEE-EXISTS.
           MOVE 'N' TO WS-EMP-FOUND
           MOVE NUMVAL(WS-TXN-ID)
               DISPLAY "COMP-MAINT: rejected, pay frequency must "
                   "be M, B or W for " WS-TXN-ID
               MOVE 'Y' TO WS-REJECTED
               GO TO VALIDATE-COMP-FIELDS-EXIT
           END-IF
      *> pay can be back-dated into periods already paid, never
      *> forward-dated - a future raise is keyed on the day it
      *> starts
           IF WS-TXN-EFFDATE = SPACES
               MOVE WS-TODAY TO WS-EFFECTIVE-DATE
           ELSE
               IF WS-TXN-EFFDATE IS NOT NUMERIC
                   ADD 1 TO WS-TXNS-REJECTED
                   DISPLAY "COMP-MAINT: rejected, effective date "
                       WS-TXN-EFFDATE " not a date for " WS-TXN-ID
                   MOVE 'Y' TO WS-REJECTED
                   GO TO VALIDATE-COMP-FIELDS-EXIT
               END-IF
               MOVE WS-TXN-EFFDATE TO WS-EFFECTIVE-DATE
               IF TEST-DATE-YYYYMMDD(WS-EFFECTIVE-DATE) NOT = 0
                 OR WS-EFFECTIVE-DATE > WS-TODAY
                   ADD 1 TO WS-TXNS-REJECTED
                   DISPLAY "COMP-MAINT: rejected, effective date "
                       WS-TXN-EFFDATE " not a valid date on or "
                       "before today for " WS-TXN-ID
                   MOVE 'Y' TO WS-REJECTED
               END-IF
           END-IF.
       VALIDATE-COMP-FIELDS-EXIT.
           EXIT.
               MOVE 0 TO COMP-ANNUAL-SALARY
               MOVE NUMVAL(WS-TXN-AMOUNT) TO COMP-HOURLY-RATE
           END-IF
           MOVE WS-TXN-FREQ TO COMP-PAY-FREQ
           MOVE WS-EFFECTIVE-DATE TO COMP-EFFECTIVE-DATE.

       LOAD-GRADES.
           OPEN INPUT GRADE-FILE
           IF WS-GRADE-STATUS NOT = "00"
               IF WS-GRADE-STATUS = "05"
                   CLOSE GRADE-FILE
               END-IF
               DISPLAY "COMP-MAINT: pay grade structure "
                   TRIM(WS-GRADE-FILE-NAME) " not available - "
                   "salaries not checked against grade ranges"
               GO TO LOAD-GRADES-EXIT
           END-IF
           PERFORM UNTIL WS-GRADE-EOF = 'Y'
               READ GRADE-FILE INTO GRADE-RECORD
                   AT END
                       MOVE 'Y' TO WS-GRADE-EOF
                   NOT AT END
                       IF WS-GRADE-COUNT < 500
                         AND GRADE-RECORD NOT = SPACES
                           ADD 1 TO WS-GRADE-COUNT
                           MOVE SPACES TO WS-GRD-MINIMUM-X
                               WS-GRD-MIDPOINT-X WS-GRD-MAXIMUM-X
                           UNSTRING GRADE-RECORD DELIMITED BY ","
                               INTO GRD-CODE(WS-GRADE-COUNT)
                                   GRD-EFFECTIVE-DATE(WS-GRADE-COUNT)
                                   WS-GRD-MINIMUM-X WS-GRD-MIDPOINT-X
                                   WS-GRD-MAXIMUM-X
                           MOVE NUMVAL(WS-GRD-MINIMUM-X)
                               TO GRD-MINIMUM(WS-GRADE-COUNT)
                           MOVE NUMVAL(WS-GRD-MIDPOINT-X)
                               TO GRD-MIDPOINT(WS-GRADE-COUNT)
                           MOVE NUMVAL(WS-GRD-MAXIMUM-X)
                               TO GRD-MAXIMUM(WS-GRADE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GRADE-FILE.
       LOAD-GRADES-EXIT.
           EXIT.

       CHECK-GRADE-RANGE.
      *> the change stands - a salary outside its range is referred
      *> to compensation for a decision, not refused at the keyboard
           IF WS-GRADE-COUNT = 0
               GO TO CHECK-GRADE-RANGE-EXIT
           END-IF
      *> the range in force today - the latest effective date not
      *> after today, so a structure loaded ahead waits its turn
           MOVE 'N' TO WS-RANGE-FOUND
           MOVE SPACES TO WS-RANGE-DATE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-GRADE-COUNT
               IF GRD-CODE(I) = COMP-PAY-GRADE
                 AND GRD-EFFECTIVE-DATE(I) NOT > WS-TODAY
                 AND GRD-EFFECTIVE-DATE(I) > WS-RANGE-DATE
                   MOVE 'Y' TO WS-RANGE-FOUND
                   MOVE GRD-EFFECTIVE-DATE(I) TO WS-RANGE-DATE
                   MOVE GRD-MINIMUM(I) TO WS-RANGE-MINIMUM
                   MOVE GRD-MAXIMUM(I) TO WS-RANGE-MAXIMUM
               END-IF
           END-PERFORM
           IF WS-RANGE-FOUND = 'N'
               ADD 1 TO WS-TXNS-REFERRED
               DISPLAY "COMP-MAINT: referred, employee " WS-TXN-ID
                   " grade '" COMP-PAY-GRADE "' has no range in "
                   "force"
               GO TO CHECK-GRADE-RANGE-EXIT
           END-IF
           IF COMP-BASIS = 'H'
               COMPUTE WS-ANNUAL-PAY =
                   COMP-HOURLY-RATE * WS-ANNUAL-HOURS
           ELSE
               MOVE COMP-ANNUAL-SALARY TO WS-ANNUAL-PAY
           END-IF
           MOVE WS-ANNUAL-PAY TO WS-ANNUAL-ED
           IF WS-ANNUAL-PAY < WS-RANGE-MINIMUM
               ADD 1 TO WS-TXNS-REFERRED
               MOVE WS-RANGE-MINIMUM TO WS-RANGE-ED
               DISPLAY "COMP-MAINT: referred, employee " WS-TXN-ID
                   " annual pay " TRIM(WS-ANNUAL-ED)
                   " below grade " COMP-PAY-GRADE " minimum "
                   TRIM(WS-RANGE-ED)
               MOVE SPACES TO WS-EVENT-MESSAGE
               STRING "pay below grade minimum referred: employee "
                       WS-TXN-ID " grade " COMP-PAY-GRADE
                   DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
           END-IF
           IF WS-ANNUAL-PAY > WS-RANGE-MAXIMUM
               ADD 1 TO WS-TXNS-REFERRED
               MOVE WS-RANGE-MAXIMUM TO WS-RANGE-ED
               DISPLAY "COMP-MAINT: referred, employee " WS-TXN-ID
                   " annual pay " TRIM(WS-ANNUAL-ED)
                   " above grade " COMP-PAY-GRADE " maximum "
                   TRIM(WS-RANGE-ED)
               MOVE SPACES TO WS-EVENT-MESSAGE
               STRING "pay above grade maximum referred: employee "
                       WS-TXN-ID " grade " COMP-PAY-GRADE
                   DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
           END-IF
           IF WS-ANNUAL-PAY < WS-RANGE-MINIMUM
             OR WS-ANNUAL-PAY > WS-RANGE-MAXIMUM
               MOVE 'W' TO WS-EVENT-SEVERITY
               CALL "LOG-EVENT-SEV" USING WS-PROGRAM-NAME
                   WS-EVENT-SEVERITY WS-EVENT-MESSAGE
           END-IF.
       CHECK-GRADE-RANGE-EXIT.
           EXIT.

       WRITE-JOURNAL-RECORD.
           OPEN EXTEND JOURNAL-FILE
