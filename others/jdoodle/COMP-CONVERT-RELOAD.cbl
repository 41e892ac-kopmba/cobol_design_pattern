      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMP-CONVERT-RELOAD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
      *> second step of the one-time compensation master conversion
      *> - see COMP-CONVERT-UNLOAD for the run order. Rebuilds the
      *> master in the current layout from the old record images.
      *> COMP-EFFECTIVE-DATE comes in as zero - the value
      *> PAYROLL-REGISTER reads as a rate with no dated change on
      *> file, so converting a master never sets off a retro
      *> true-up; the next change through COMP-MAINT dates it.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> the keyed master being rebuilt - OPEN OUTPUT starts it
      *> empty, then every converted image is keyed back in
       SELECT COMP-MASTER ASSIGN DYNAMIC WS-COMP-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COMP-EMPLOYEE-ID
           FILE STATUS IS WS-COMP-STATUS.
      *> the counted file COMP-CONVERT-UNLOAD wrote. Overridable
      *> via COMP-CONVERT-FILE
       SELECT OPTIONAL CONVERT-FILE ASSIGN DYNAMIC
           WS-CONVERT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONVERT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD COMP-MASTER.
      *> must stay byte-for-byte identical to COMP-MAINT's record
       01 COMP-RECORD.
           05 COMP-EMPLOYEE-ID PIC 9(9).
           05 COMP-PAY-GRADE PIC X(2).
           05 COMP-BASIS PIC X(1).
           05 COMP-ANNUAL-SALARY PIC 9(9)V99.
           05 COMP-HOURLY-RATE PIC 9(5)V99.
           05 COMP-PAY-FREQ PIC X(1).
           05 COMP-EFFECTIVE-DATE PIC 9(8).
       FD CONVERT-FILE.
       01 CONVERT-RECORD PIC X(31).
       WORKING-STORAGE SECTION.
      *> correctly-sized holder for the startup trace - a literal
      *> passed straight to LOG-STARTUP's LINKAGE would only be
      *> allocated as big as the literal itself, not the LINKAGE PIC
       01 WS-PROGRAM-NAME PIC X(44) VALUE "COMP-CONVERT-RELOAD".
       01 WS-COMP-FILE-NAME PIC X(80) VALUE "COMP-MASTER.DAT".
       01 WS-ENV-COMP-FILE-NAME PIC X(80).
       01 WS-COMP-STATUS PIC X(2).
       01 WS-CONVERT-FILE-NAME PIC X(80)
               VALUE "COMP-CONVERT.DAT".
       01 WS-ENV-CONVERT-FILE-NAME PIC X(80).
       01 WS-CONVERT-STATUS PIC X(2).
       01 WS-EOF PIC X(1) VALUE 'N'.
       01 WS-LOADED-COUNT PIC 9(9) VALUE 0.
       01 WS-WRITE-FAILS PIC 9(5) VALUE 0.
       01 WS-TRAILER-SEEN PIC X(1) VALUE 'N'.
       01 WS-TRAILER-COUNT PIC 9(9).
       01 WS-TRAILER-COUNT-X PIC X(9).

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
           OPEN INPUT CONVERT-FILE.
           IF WS-CONVERT-STATUS NOT = "00"
               IF WS-CONVERT-STATUS = "05"
                   CLOSE CONVERT-FILE
               END-IF
               DISPLAY "COMP-CONVERT-RELOAD: no unload on file - "
                   TRIM(WS-CONVERT-FILE-NAME) ", file status "
                   WS-CONVERT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT COMP-MASTER.
           IF WS-COMP-STATUS NOT = "00"
                   AND WS-COMP-STATUS NOT = "05"
               DISPLAY "COMP-CONVERT-RELOAD: cannot rebuild master "
                   TRIM(WS-COMP-FILE-NAME) " - file status "
                   WS-COMP-STATUS
               CLOSE CONVERT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ CONVERT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-RECORD
                           THRU LOAD-ONE-RECORD-EXIT
               END-READ
           END-PERFORM.
           CLOSE CONVERT-FILE COMP-MASTER.
           DISPLAY "===== Compensation master conversion reload ====="
           DISPLAY "Records loaded:  " WS-LOADED-COUNT
           DISPLAY "Write failures:  " WS-WRITE-FAILS
      *> the conversion only declares success when the rebuilt count
      *> proves out against the unload's trailer - anything else is
      *> a failed conversion, not a smaller payroll
           IF WS-TRAILER-SEEN NOT = 'Y'
               DISPLAY "COMP-CONVERT-RELOAD: UNLOAD HAS NO "
                   "TRAILER - conversion unproven"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "Trailer count:   " WS-TRAILER-COUNT
               IF WS-LOADED-COUNT = WS-TRAILER-COUNT
                       AND WS-WRITE-FAILS = 0
                   DISPLAY "COMP-CONVERT-RELOAD: conversion "
                       "verified"
                   MOVE 0 TO RETURN-CODE
               ELSE
                   DISPLAY "COMP-CONVERT-RELOAD: COUNT MISMATCH - "
                       "conversion failed"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY "===== End of reload ====="
           STOP RUN.

       LOAD-ONE-RECORD.
           IF CONVERT-RECORD(1:2) = "T,"
               MOVE 'Y' TO WS-TRAILER-SEEN
               MOVE SPACES TO WS-TRAILER-COUNT-X
               MOVE CONVERT-RECORD(3:9) TO WS-TRAILER-COUNT-X
               IF WS-TRAILER-COUNT-X IS NUMERIC
                   MOVE WS-TRAILER-COUNT-X TO WS-TRAILER-COUNT
               ELSE
                   MOVE 0 TO WS-TRAILER-COUNT
               END-IF
               GO TO LOAD-ONE-RECORD-EXIT
           END-IF
      *> the effective date was added after the pay frequency, so
      *> the old image is the new record's leading 31 bytes
           MOVE CONVERT-RECORD TO COMP-RECORD(1:31)
           MOVE 0 TO COMP-EFFECTIVE-DATE
           WRITE COMP-RECORD
               INVALID KEY
                   ADD 1 TO WS-WRITE-FAILS
                   DISPLAY "COMP-CONVERT-RELOAD: cannot load "
                       "employee " COMP-EMPLOYEE-ID
                       " - file status " WS-COMP-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-LOADED-COUNT
           END-WRITE.
       LOAD-ONE-RECORD-EXIT.
           EXIT.
       END PROGRAM COMP-CONVERT-RELOAD.
