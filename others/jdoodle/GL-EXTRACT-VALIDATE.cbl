           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GL-STATUS.
      *> the ledger side's chart of accounts - one
      *> GLACCOUNT,DESCRIPTION,STATUS,CLASS,LINE line per account,
      *> STATUS 'A' active or 'I' inactive; CLASS and LINE are the
      *> financial statements' classification, not needed here.
      *> Overridable via GL-CHART-FILE
       SELECT OPTIONAL CHART-FILE ASSIGN DYNAMIC WS-CHART-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHART-STATUS.
       01 WS-PROGRAM-NAME PIC X(44) VALUE "GL-EXTRACT-VALIDATE".
       01 WS-EVENT-MESSAGE PIC X(200).
       01 WS-EVENT-SEVERITY PIC X(1).
      *> correctly-sized holders for TIMER-LOG's LINKAGE - start/end
      *> stamps around the release pass feed the TIMING-REPORT
      *> ranking of the batch window and SLA-REPORT's delivery check
       01 WS-TIMER-UNIT PIC X(44) VALUE "GL-EXTRACT-VALIDATE".
       01 WS-TIMER-START PIC X(1) VALUE 'S'.
       01 WS-TIMER-END PIC X(1) VALUE 'E'.
       01 WS-GL-FILE-NAME PIC X(80) VALUE "GL-POSTING.DAT".
       01 WS-ENV-GL-FILE-NAME PIC X(80).
       01 WS-GL-STATUS PIC X(2).
       01 WS-AMOUNT-ED PIC 9(11).99.
       01 WS-HDR-DATE PIC X(8).
       01 WS-HDR-REST PIC X(40).
      *> the header's fifth field: which cycle of the business date
      *> this extract is - blank on an extract cut before cycles
       01 WS-HDR-NET PIC X(16).
       01 WS-HDR-COUNT PIC X(5).
       01 WS-HDR-CYCLE PIC X(2) VALUE "01".
      *> JOB-END-ALERT's LINKAGE shapes
       01 WS-ALERT-WORST-RC PIC 9(2).

               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CALL "TIMER-LOG" USING WS-TIMER-UNIT WS-TIMER-START
           OPEN OUTPUT RELEASED-FILE.
           OPEN OUTPUT HELD-FILE.
           PERFORM UNTIL WS-EOF = 'Y'
           PERFORM WRITE-SHIP-TRAILER.
           CLOSE RELEASED-FILE.
           CLOSE HELD-FILE.
           CALL "TIMER-LOG" USING WS-TIMER-UNIT WS-TIMER-END
           PERFORM PRINT-SUMMARY.
      *> the hard rule: anything held means the night did NOT hand
      *> off cleanly, and the run says so loudly - RC 8 plus the
      *> what shipped. The business date it carries keys every
      *> history line this run appends
                   MOVE WS-REC-ACCOUNT(1:8) TO WS-BUSINESS-DATE
                   MOVE SPACES TO WS-HDR-NET WS-HDR-COUNT WS-HDR-CYCLE
                   UNSTRING GL-RECORD DELIMITED BY ","
                       INTO WS-REC-FLAG WS-REC-ACCOUNT WS-HDR-NET
                           WS-HDR-COUNT WS-HDR-CYCLE
                   IF WS-HDR-CYCLE = SPACES
                       MOVE "01" TO WS-HDR-CYCLE
                   END-IF
                   MOVE GL-RECORD TO RELEASED-RECORD
                   WRITE RELEASED-RECORD
               WHEN 'T'

       PRINT-SUMMARY.
           DISPLAY "===== GL extract validation ====="
           DISPLAY "Business date:         " WS-BUSINESS-DATE
               " cycle " WS-HDR-CYCLE
           DISPLAY "Chart accounts loaded: " WS-CHART-COUNT
           DISPLAY "Postings released:     " WS-SHIP-COUNT
           DISPLAY "Postings held:         " WS-HELD-COUNT
