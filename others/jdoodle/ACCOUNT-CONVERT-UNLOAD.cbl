      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCOUNT-CONVERT-UNLOAD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
      *> one-time conversion of the account master to the record that
      *> carries the interest class, customer number and statement
      *> delivery fields. Run once, in this order, with nothing else
      *> touching the master:
      *>   1. ACCOUNT-CONVERT-UNLOAD - reads the master in the OLD
      *>      122-byte layout below into a counted sequential file
      *>   2. ACCOUNT-CONVERT-RELOAD - rebuilds the master in the new
      *>      layout from that file, defaulting the new fields, and
      *>      proves the count against the trailer
      *> The reload rebuilds the master in place, so copy the master
      *> aside before step 1 and keep the copy and the unloaded file
      *> until the reload reports the conversion verified. Once it
      *> has, this program must not be run against the master again
      *> - it only understands the old layout.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ACCT-MASTER ASSIGN DYNAMIC WS-ACCT-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACCT-NUMBER OF ACCT-RECORD
           FILE STATUS IS WS-ACCT-STATUS.
      *> one old record image per line plus a counted trailer, the
      *> shape EMPLOYEE-UNLOAD writes. Overridable via
      *> ACCOUNT-CONVERT-FILE
       SELECT CONVERT-FILE ASSIGN DYNAMIC WS-CONVERT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONVERT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ACCT-MASTER.
      *> the account record as it stood before the interest class,
      *> customer number and delivery fields were added
       01 ACCT-RECORD.
           05 ACCT-NUMBER PIC 9(10).
           05 ACCT-NAME PIC X(30).
           05 ACCT-ADDR-1 PIC X(30).
           05 ACCT-ADDR-2 PIC X(30).
           05 ACCT-STATUS PIC X(1).
           05 ACCT-OPEN-DATE PIC 9(8).
           05 ACCT-CREDIT-LIMIT PIC 9(9)V99.
           05 ACCT-STMT-CYCLE PIC 9(2).
       FD CONVERT-FILE.
       01 CONVERT-RECORD PIC X(122).
       WORKING-STORAGE SECTION.
      *> correctly-sized holder for the startup trace - a literal
      *> passed straight to LOG-STARTUP's LINKAGE would only be
      *> allocated as big as the literal itself, not the LINKAGE PIC
       01 WS-PROGRAM-NAME PIC X(44) VALUE "ACCOUNT-CONVERT-UNLOAD".
       01 WS-ACCT-FILE-NAME PIC X(80) VALUE "ACCOUNT-MASTER.DAT".
       01 WS-ENV-ACCT-FILE-NAME PIC X(80).
       01 WS-ACCT-STATUS PIC X(2).
       01 WS-CONVERT-FILE-NAME PIC X(80)
               VALUE "ACCOUNT-CONVERT.DAT".
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
           MOVE SPACES TO WS-ENV-ACCT-FILE-NAME
           ACCEPT WS-ENV-ACCT-FILE-NAME FROM ENVIRONMENT
               "ACCOUNT-MASTER-FILE"
           IF WS-ENV-ACCT-FILE-NAME NOT = SPACES
               MOVE WS-ENV-ACCT-FILE-NAME TO WS-ACCT-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-CONVERT-FILE-NAME
           ACCEPT WS-ENV-CONVERT-FILE-NAME FROM ENVIRONMENT
               "ACCOUNT-CONVERT-FILE"
           IF WS-ENV-CONVERT-FILE-NAME NOT = SPACES
               MOVE WS-ENV-CONVERT-FILE-NAME TO WS-CONVERT-FILE-NAME
           END-IF
           OPEN INPUT ACCT-MASTER.
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "ACCOUNT-CONVERT-UNLOAD: cannot open master "
                   TRIM(WS-ACCT-FILE-NAME) " - file status "
                   WS-ACCT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT CONVERT-FILE.
      *> OUTPUT on a file that does not exist yet reports status 05
      *> on this runtime even though it creates the file underneath
           IF WS-CONVERT-STATUS NOT = "00"
                   AND WS-CONVERT-STATUS NOT = "05"
               DISPLAY "ACCOUNT-CONVERT-UNLOAD: cannot open "
                   TRIM(WS-CONVERT-FILE-NAME) " - file status "
                   WS-CONVERT-STATUS
               CLOSE ACCT-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE LOW-VALUES TO ACCT-RECORD
           START ACCT-MASTER KEY NOT LESS
                   ACCT-NUMBER OF ACCT-RECORD
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ ACCT-MASTER NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-RECORD-COUNT
                       MOVE ACCT-RECORD TO CONVERT-RECORD
                       WRITE CONVERT-RECORD
               END-READ
           END-PERFORM.
           CLOSE ACCT-MASTER.
           MOVE WS-RECORD-COUNT TO WS-TRAILER-COUNT
           MOVE WS-TRAILER-RECORD TO CONVERT-RECORD
           WRITE CONVERT-RECORD
           CLOSE CONVERT-FILE.
           DISPLAY "===== Account master conversion unload ====="
           DISPLAY "Records unloaded: " WS-RECORD-COUNT
           DISPLAY "Written to:       " TRIM(WS-CONVERT-FILE-NAME)
           DISPLAY "Next: ACCOUNT-CONVERT-RELOAD"
           DISPLAY "===== End of unload ====="
           MOVE 0 TO RETURN-CODE
           STOP RUN.
       END PROGRAM ACCOUNT-CONVERT-UNLOAD.
