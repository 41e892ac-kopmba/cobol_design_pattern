       01 WS-ARCHIVE-STATUS PIC X(2).
       01 WS-EOF PIC X(1) VALUE 'N'.
      *> the business date whose archive the auditor wants -
      *> required. Cycle 01's archive carries the plain dated name;
      *> each later cycle of the date sits beside it as -Cnn
       01 WS-BUSINESS-DATE PIC X(8).
      *> optional account filter - blank pulls the whole date
       01 WS-ACCOUNT-FILTER PIC X(10).
           05 WS-FIXED-ACCOUNT PIC X(10).
           05 FILLER PIC X(70).
       01 WS-SHOWN-COUNT PIC 9(5) VALUE 0.
       01 WS-CYCLE PIC 9(3).
       01 WS-CYCLE-ED PIC 9(2).
       01 WS-MORE-CYCLES PIC X(1).
       01 WS-CYCLE-COUNT PIC 9(2) VALUE 0.
       01 WS-READ-COUNT PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
           IF WS-ACCOUNT-FILTER NOT = SPACES
               DISPLAY "Account filter: " WS-ACCOUNT-FILTER
           END-IF
           MOVE 1 TO WS-CYCLE-ED
           PERFORM SHOW-ONE-CYCLE
      *> later cycles follow in order until the first one missing
           MOVE 'Y' TO WS-MORE-CYCLES
           PERFORM VARYING WS-CYCLE FROM 2 BY 1
                   UNTIL WS-CYCLE > 99 OR WS-MORE-CYCLES = 'N'
               MOVE WS-CYCLE TO WS-CYCLE-ED
               MOVE SPACES TO WS-ARCHIVE-FILE-NAME
               STRING TRIM(WS-ARCHIVE-PREFIX) WS-BUSINESS-DATE
                       "-C" WS-CYCLE-ED ".DAT"
                   DELIMITED BY SIZE INTO WS-ARCHIVE-FILE-NAME
               OPEN INPUT ARCHIVE-FILE
               IF WS-ARCHIVE-STATUS = "00"
                   PERFORM SHOW-ONE-CYCLE
               ELSE
                   MOVE 'N' TO WS-MORE-CYCLES
                   IF WS-ARCHIVE-STATUS = "05"
                       CLOSE ARCHIVE-FILE
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY "Cycles on archive:  " WS-CYCLE-COUNT
           DISPLAY "Records on archive: " WS-READ-COUNT
           DISPLAY "Records shown:      " WS-SHOWN-COUNT
           DISPLAY "===== End of archive retrieval ====="
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       SHOW-ONE-CYCLE.
           ADD 1 TO WS-CYCLE-COUNT
           DISPLAY "--- cycle " WS-CYCLE-ED " ("
               TRIM(WS-ARCHIVE-FILE-NAME) ") ---"
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARCHIVE-FILE INTO ARCHIVE-RECORD
                   AT END
                       PERFORM SHOW-ONE-RECORD
                           THRU SHOW-ONE-RECORD-EXIT
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-FILE.

       SHOW-ONE-RECORD.
           ADD 1 TO WS-READ-COUNT
