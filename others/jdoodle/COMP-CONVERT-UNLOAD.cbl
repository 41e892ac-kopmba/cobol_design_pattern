      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMP-CONVERT-UNLOAD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
      *> one-time conversion of the compensation master to the
      *> record that carries the rate's effective date. Run once, in
      *> this order, with nothing else touching the master:
      *>   1. COMP-CONVERT-UNLOAD - reads the master in the OLD 31-byte
      *>      layout below into a counted sequential file
      *>   2. COMP-CONVERT-RELOAD - rebuilds the master in the new
      *>      layout from that file, defaulting the effective date,
      *>      and proves the count against the trailer
      *> The reload rebuilds the master in place, so copy the master
      *> aside before step 1 and keep the copy and the unloaded file
      *> until the reload reports the conversion verified. Once it
      *> has, this program must not be run against the master again
      *> - it only understands the old layout.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT COMP-MASTER ASSIGN DYNAMIC WS-COMP-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COMP-EMPLOYEE-ID
           FILE STATUS IS WS-COMP-STATUS.
      *> one old record image per line plus a counted trailer, the
      *> shape EMPLOYEE-UNLOAD writes. Overridable via
      *> COMP-CONVERT-FILE
       SELECT CONVERT-FILE ASSIGN DYNAMIC WS-CONVERT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONVERT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD COMP-MASTER.
      *> the compensation record as it stood before the effective
      *> date was added
       01 COMP-RECORD.
           05 COMP-EMPLOYEE-ID PIC 9(9).
           05 COMP-PAY-GRADE PIC X(2).
           05 COMP-BASIS PIC X(1).
           05 COMP-ANNUAL-SALARY PIC 9(9)V99.
           05 COMP-HOURLY-RATE PIC 9(5)V99.
           05 COMP-PAY-FREQ PIC X(1).
       FD CONVERT-FILE.
       01 CONVERT-RECORD PIC X(31).
       WORKING-STORAGE SECTION.
      *> correctly-sized holder for the startup trace - a literal
      *> passed straight to LOG-STARTUP's LINKAGE would only be
      *> allocated as big as the literal itself, not the LINKAGE PIC
       01 WS-PROGRAM-NAME PIC X(44) VALUE "COMP-CONVERT-UNLOAD".
       01 WS-COMP-FILE-NAME PIC X(80) VALUE "COMP-MASTER.DAT".
       01 WS-ENV-COMP-FILE-NAME PIC X(80).
       01 WS-COMP-STATUS PIC X(2).
       01 WS-CONVERT-FILE-NAME PIC X(80)
               VALUE "COMP-CONVERT.DAT".
       01 WS-ENV-CONVERT-FILE-NAME PIC X(80).
       01 WS-CONVERT-STATUS PIC X(2).
       01 WS-EOF PIC X(1) VALUE 'N'.
       01 WS-RECORD-COUNT PIC 9(9) VALUE 0.
      *> the trailer the reload proves its count against
       01 WS-TRAILER-RECORD.
           05 FILLER PIC X(2) VALUE "T,".
           05 WS-TRAILER-COUNT PIC 9(9).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "LOG-STARTUP" USING WS-PROGRAM-NAME
      *> accept into a separate staging field first - ACCEPT FROM
      *> ENVIRONMENT blanks the target unconditionally when the
      *> variable is unset, which would wipe out the VALUE defaults
           MOVE SPACES TO WS-ENV-COMP-FILE-NAME
           ACCEPT WS-ENV-COMP-FILE-NAME FROM ENVIRONMENT
               "COMP-MASTER-FILE"
           IF WS-ENV-COMP-FILE-NAME NOT = SPACES
               MOVE WS-ENV-COMP-FILE-NAME TO WS-COMP-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-CONVERT-FILE-NAME
           ACCEPT WS-ENV-CONVERT-FILE-NAME FROM ENVIRONMENT
               "COMP-CONVERT-FILE"
           IF WS-ENV-CONVERT-FILE-NAME NOT = SPACES
               MOVE WS-ENV-CONVERT-FILE-NAME TO WS-CONVERT-FILE-NAME
           END-IF
           OPEN INPUT COMP-MASTER.
           IF WS-COMP-STATUS NOT = "00"
               DISPLAY "COMP-CONVERT-UNLOAD: cannot open master "
                   TRIM(WS-COMP-FILE-NAME) " - file status "
                   WS-COMP-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT CONVERT-FILE.
      *> OUTPUT on a file that does not exist yet reports status 05
      *> on this runtime even though it creates the file underneath
           IF WS-CONVERT-STATUS NOT = "00"
                   AND WS-CONVERT-STATUS NOT = "05"
               DISPLAY "COMP-CONVERT-UNLOAD: cannot open "
                   TRIM(WS-CONVERT-FILE-NAME) " - file status "
                   WS-CONVERT-STATUS
               CLOSE COMP-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE LOW-VALUES TO COMP-RECORD
           START COMP-MASTER KEY NOT LESS
                   COMP-EMPLOYEE-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ COMP-MASTER NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-RECORD-COUNT
                       MOVE COMP-RECORD TO CONVERT-RECORD
                       WRITE CONVERT-RECORD
               END-READ
           END-PERFORM.
           CLOSE COMP-MASTER.
           MOVE WS-RECORD-COUNT TO WS-TRAILER-COUNT
           MOVE WS-TRAILER-RECORD TO CONVERT-RECORD
           WRITE CONVERT-RECORD
           CLOSE CONVERT-FILE.
           DISPLAY "===== Compensation master conversion unload ====="
           DISPLAY "Records unloaded: " WS-RECORD-COUNT
           DISPLAY "Written to:       " TRIM(WS-CONVERT-FILE-NAME)
           DISPLAY "Next: COMP-CONVERT-RELOAD"
           DISPLAY "===== End of unload ====="
           MOVE 0 TO RETURN-CODE
           STOP RUN.
       END PROGRAM COMP-CONVERT-UNLOAD.
