      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. UNAPPLIED-CASH-REPORT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> UNAPPLIED-CASH-MAINT's unapplied cash file. Overridable via
      *> UNAPPLIED-CASH-FILE
       SELECT OPTIONAL UNAPPLIED-MASTER ASSIGN DYNAMIC
           WS-UNAPPLIED-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS UNA-ITEM-KEY OF UNA-RECORD
           FILE STATUS IS WS-UNAPPLIED-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD UNAPPLIED-MASTER.
      *> must stay byte-for-byte identical to UNAPPLIED-CASH-MAINT's
       01 UNA-RECORD.
           05 UNA-ITEM-KEY.
               10 UNA-ITEM-ID PIC X(18).
               10 UNA-LOCKBOX PIC X(7).
           05 UNA-RECEIVED-DATE PIC 9(8).
           05 UNA-AMOUNT PIC 9(9)V99.
           05 UNA-CHECK PIC X(10).
           05 UNA-ACCOUNT-GIVEN PIC X(10).
           05 UNA-INVOICE PIC X(15).
           05 UNA-PAYER PIC X(23).
           05 UNA-STATUS PIC X(1).
           05 UNA-ACTION-DATE PIC 9(8).
           05 UNA-ACTION-BY PIC X(8).
           05 UNA-APPLIED-ACCOUNT PIC X(10).
           05 UNA-RETURN-REASON PIC X(30).
       WORKING-STORAGE SECTION.
       01 WS-PROGRAM-NAME PIC X(44) VALUE "UNAPPLIED-CASH-REPORT".
       01 WS-EVENT-MESSAGE PIC X(200).
       01 WS-UNAPPLIED-FILE-NAME PIC X(80)
           VALUE "UNAPPLIED-CASH.DAT".
       01 WS-ENV-UNAPPLIED-FILE-NAME PIC X(80).
       01 WS-UNAPPLIED-STATUS PIC X(2).
       01 WS-EOF PIC X(1) VALUE 'N'.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-ENV-RUN-DATE PIC X(8).
       01 WS-RUN-INT PIC 9(7).
      *> an item open longer than UNAPPLIED-CASH-ALERT-DAYS (30 when
      *> unset) is past the point where it should have been applied
      *> or returned
       01 WS-ALERT-DAYS PIC 9(3) VALUE 30.
       01 WS-ENV-ALERT-DAYS PIC X(3).
       01 WS-AGE-DAYS PIC S9(7).
       01 WS-FLAG PIC X(7).
       01 WS-AGE-ED PIC ZZZ9.
       01 WS-AMOUNT-ED PIC ZZZ,ZZZ,ZZ9.99.
      *> age buckets across the open items, count and amount
       01 WS-BUCKET-0-7 PIC 9(5) VALUE 0.
       01 WS-BUCKET-8-30 PIC 9(5) VALUE 0.
       01 WS-BUCKET-31-60 PIC 9(5) VALUE 0.
       01 WS-BUCKET-OVER-60 PIC 9(5) VALUE 0.
       01 WS-AMOUNT-0-7 PIC 9(11)V99 VALUE 0.
       01 WS-AMOUNT-8-30 PIC 9(11)V99 VALUE 0.
       01 WS-AMOUNT-31-60 PIC 9(11)V99 VALUE 0.
       01 WS-AMOUNT-OVER-60 PIC 9(11)V99 VALUE 0.
       01 WS-OPEN-COUNT PIC 9(5) VALUE 0.
       01 WS-OPEN-TOTAL PIC 9(11)V99 VALUE 0.
       01 WS-OVERDUE-COUNT PIC 9(5) VALUE 0.
       01 WS-APPLIED-COUNT PIC 9(5) VALUE 0.
       01 WS-RETURNED-COUNT PIC 9(5) VALUE 0.
       01 WS-TOTAL-ED PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "LOG-STARTUP" USING WS-PROGRAM-NAME
      *> accept into a separate staging field first - ACCEPT FROM
      *> ENVIRONMENT blanks the target unconditionally when the
      *> variable is unset, which would wipe out the VALUE defaults
           MOVE SPACES TO WS-ENV-UNAPPLIED-FILE-NAME
           ACCEPT WS-ENV-UNAPPLIED-FILE-NAME FROM ENVIRONMENT
               "UNAPPLIED-CASH-FILE"
           IF WS-ENV-UNAPPLIED-FILE-NAME NOT = SPACES
               MOVE WS-ENV-UNAPPLIED-FILE-NAME
                   TO WS-UNAPPLIED-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-ALERT-DAYS
           ACCEPT WS-ENV-ALERT-DAYS FROM ENVIRONMENT
               "UNAPPLIED-CASH-ALERT-DAYS"
           IF WS-ENV-ALERT-DAYS NOT = SPACES
             AND TEST-NUMVAL(WS-ENV-ALERT-DAYS) = 0
               MOVE NUMVAL(WS-ENV-ALERT-DAYS) TO WS-ALERT-DAYS
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
           OPEN INPUT UNAPPLIED-MASTER.
           IF WS-UNAPPLIED-STATUS NOT = "00"
               DISPLAY "UNAPPLIED-CASH-REPORT: unapplied cash file "
                   "not available - " TRIM(WS-UNAPPLIED-FILE-NAME)
                   ", file status " WS-UNAPPLIED-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "===== Unapplied cash aging ====="
           DISPLAY "As of:                " WS-RUN-DATE
           DISPLAY "Alert after (days):   " WS-ALERT-DAYS
      *> the item and its lockbox print run together - that is the
      *> key UNAPPLIED-CASH-MAINT's transactions quote
           DISPLAY "ITEM/LOCKBOX              RECEIVED  AGE "
               "        AMOUNT CHECK      ACCOUNT    INVOICE         "
               "PAYER                   FLAG"
           PERFORM UNTIL WS-EOF = 'Y'
               READ UNAPPLIED-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM AGE-ONE-ITEM THRU AGE-ONE-ITEM-EXIT
               END-READ
           END-PERFORM.
           CLOSE UNAPPLIED-MASTER.
           DISPLAY " "
           DISPLAY "Open items:           " WS-OPEN-COUNT
           MOVE WS-AMOUNT-0-7 TO WS-TOTAL-ED
           DISPLAY "  aged 0-7 days:      " WS-BUCKET-0-7 " "
               WS-TOTAL-ED
           MOVE WS-AMOUNT-8-30 TO WS-TOTAL-ED
           DISPLAY "  aged 8-30 days:     " WS-BUCKET-8-30 " "
               WS-TOTAL-ED
           MOVE WS-AMOUNT-31-60 TO WS-TOTAL-ED
           DISPLAY "  aged 31-60 days:    " WS-BUCKET-31-60 " "
               WS-TOTAL-ED
           MOVE WS-AMOUNT-OVER-60 TO WS-TOTAL-ED
           DISPLAY "  aged over 60 days:  " WS-BUCKET-OVER-60 " "
               WS-TOTAL-ED
           MOVE WS-OPEN-TOTAL TO WS-TOTAL-ED
           DISPLAY "Open unapplied cash:  " WS-TOTAL-ED
           DISPLAY "Past the alert age:   " WS-OVERDUE-COUNT
           DISPLAY "Applied on file:      " WS-APPLIED-COUNT
           DISPLAY "Returned on file:     " WS-RETURNED-COUNT
           DISPLAY "===== End of unapplied cash aging ====="
           MOVE SPACES TO WS-EVENT-MESSAGE
           STRING "unapplied cash aging " WS-RUN-DATE ": "
                   WS-OPEN-COUNT " open, " WS-OVERDUE-COUNT
                   " past the alert age"
               DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
           CALL "LOG-EVENT" USING WS-PROGRAM-NAME WS-EVENT-MESSAGE
      *> RETURN-CODE: 0 = nothing left open past the alert age,
      *> 4 = at least one item still unapplied past it
           IF WS-OVERDUE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       AGE-ONE-ITEM.
           EVALUATE UNA-STATUS
               WHEN 'A'
                   ADD 1 TO WS-APPLIED-COUNT
                   GO TO AGE-ONE-ITEM-EXIT
               WHEN 'R'
                   ADD 1 TO WS-RETURNED-COUNT
                   GO TO AGE-ONE-ITEM-EXIT
           END-EVALUATE
           ADD 1 TO WS-OPEN-COUNT
           ADD UNA-AMOUNT TO WS-OPEN-TOTAL
           COMPUTE WS-AGE-DAYS = WS-RUN-INT
               - INTEGER-OF-DATE(UNA-RECEIVED-DATE)
           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 7
                   ADD 1 TO WS-BUCKET-0-7
                   ADD UNA-AMOUNT TO WS-AMOUNT-0-7
               WHEN WS-AGE-DAYS <= 30
                   ADD 1 TO WS-BUCKET-8-30
                   ADD UNA-AMOUNT TO WS-AMOUNT-8-30
               WHEN WS-AGE-DAYS <= 60
                   ADD 1 TO WS-BUCKET-31-60
                   ADD UNA-AMOUNT TO WS-AMOUNT-31-60
               WHEN OTHER
                   ADD 1 TO WS-BUCKET-OVER-60
                   ADD UNA-AMOUNT TO WS-AMOUNT-OVER-60
           END-EVALUATE
           IF WS-AGE-DAYS > WS-ALERT-DAYS
               MOVE "OVERDUE" TO WS-FLAG
               ADD 1 TO WS-OVERDUE-COUNT
           ELSE
               MOVE "OPEN" TO WS-FLAG
           END-IF
           MOVE WS-AGE-DAYS TO WS-AGE-ED
           MOVE UNA-AMOUNT TO WS-AMOUNT-ED
           DISPLAY UNA-ITEM-KEY " " UNA-RECEIVED-DATE
               " " WS-AGE-ED " " WS-AMOUNT-ED " " UNA-CHECK " "
               UNA-ACCOUNT-GIVEN " " UNA-INVOICE " " UNA-PAYER " "
               WS-FLAG.
       AGE-ONE-ITEM-EXIT.
           EXIT.
       END PROGRAM UNAPPLIED-CASH-REPORT.
