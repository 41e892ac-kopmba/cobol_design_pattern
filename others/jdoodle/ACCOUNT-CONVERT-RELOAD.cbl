      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCOUNT-CONVERT-RELOAD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
      *> second step of the one-time account master conversion - see
      *> ACCOUNT-CONVERT-UNLOAD for the run order. Rebuilds the
      *> master in the current layout from the old record images,
      *> giving every account the values the programs built on the
      *> new fields treat as "nothing set":
      *>   ACCT-CLASS    blank - no interest and no fees, as before
      *>                 the conversion - unless ACCOUNT-CONVERT-CLASS
      *>                 names a class every account should take
      *>   ACCT-CUSTOMER blank - each account its own customer
      *>   ACCT-DELIVERY 'P'   - paper statements, as before
      *>   ACCT-EMAIL    blank
      *> Classes, customers and electronic delivery are then set per
      *> account through ACCOUNT-MAINT in the usual way.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> the keyed master being rebuilt - OPEN OUTPUT starts it
      *> empty, then every converted image is keyed back in
       SELECT ACCT-MASTER ASSIGN DYNAMIC WS-ACCT-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACCT-NUMBER OF ACCT-RECORD
           FILE STATUS IS WS-ACCT-STATUS.
      *> the counted file ACCOUNT-CONVERT-UNLOAD wrote. Overridable
      *> via ACCOUNT-CONVERT-FILE
       SELECT OPTIONAL CONVERT-FILE ASSIGN DYNAMIC
           WS-CONVERT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONVERT-STATUS.
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
       FD CONVERT-FILE.
       01 CONVERT-RECORD PIC X(122).
       WORKING-STORAGE SECTION.
      *> correctly-sized holder for the startup trace - a literal
      *> passed straight to LOG-STARTUP's LINKAGE would only be
      *> allocated as big as the literal itself, not the LINKAGE PIC
       01 WS-PROGRAM-NAME PIC X(44) VALUE "ACCOUNT-CONVERT-RELOAD".
       01 WS-ACCT-FILE-NAME PIC X(80) VALUE "ACCOUNT-MASTER.DAT".
       01 WS-ENV-ACCT-FILE-NAME PIC X(80).
       01 WS-ACCT-STATUS PIC X(2).
       01 WS-CONVERT-FILE-NAME PIC X(80)
               VALUE "ACCOUNT-CONVERT.DAT".
       01 WS-ENV-CONVERT-FILE-NAME PIC X(80).
       01 WS-CONVERT-STATUS PIC X(2).
       01 WS-DEFAULT-CLASS PIC X(2) VALUE SPACES.
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
           MOVE SPACES TO WS-DEFAULT-CLASS
           ACCEPT WS-DEFAULT-CLASS FROM ENVIRONMENT
               "ACCOUNT-CONVERT-CLASS"
           OPEN INPUT CONVERT-FILE.
           IF WS-CONVERT-STATUS NOT = "00"
               IF WS-CONVERT-STATUS = "05"
                   CLOSE CONVERT-FILE
               END-IF
               DISPLAY "ACCOUNT-CONVERT-RELOAD: no unload on file - "
                   TRIM(WS-CONVERT-FILE-NAME) ", file status "
                   WS-CONVERT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT ACCT-MASTER.
           IF WS-ACCT-STATUS NOT = "00"
                   AND WS-ACCT-STATUS NOT = "05"
               DISPLAY "ACCOUNT-CONVERT-RELOAD: cannot rebuild master "
                   TRIM(WS-ACCT-FILE-NAME) " - file status "
                   WS-ACCT-STATUS
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
           CLOSE CONVERT-FILE ACCT-MASTER.
           DISPLAY "===== Account master conversion reload ====="
           DISPLAY "Records loaded:  " WS-LOADED-COUNT
           DISPLAY "Write failures:  " WS-WRITE-FAILS
           IF WS-DEFAULT-CLASS = SPACES
               DISPLAY "Interest class:  none - set per account"
           ELSE
               DISPLAY "Interest class:  " WS-DEFAULT-CLASS
           END-IF
      *> the conversion only declares success when the rebuilt count
      *> proves out against the unload's trailer - anything else is
      *> a failed conversion, not a smaller book of accounts
           IF WS-TRAILER-SEEN NOT = 'Y'
               DISPLAY "ACCOUNT-CONVERT-RELOAD: UNLOAD HAS NO "
                   "TRAILER - conversion unproven"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "Trailer count:   " WS-TRAILER-COUNT
               IF WS-LOADED-COUNT = WS-TRAILER-COUNT
                       AND WS-WRITE-FAILS = 0
                   DISPLAY "ACCOUNT-CONVERT-RELOAD: conversion "
                       "verified"
                   MOVE 0 TO RETURN-CODE
               ELSE
                   DISPLAY "ACCOUNT-CONVERT-RELOAD: COUNT MISMATCH - "
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
      *> the new fields were all added after the statement cycle, so
      *> the old image is the new record's leading 122 bytes
           MOVE SPACES TO ACCT-RECORD
           MOVE CONVERT-RECORD TO ACCT-RECORD(1:122)
           MOVE WS-DEFAULT-CLASS TO ACCT-CLASS
           MOVE SPACES TO ACCT-CUSTOMER ACCT-EMAIL
           MOVE 'P' TO ACCT-DELIVERY
           WRITE ACCT-RECORD
               INVALID KEY
                   ADD 1 TO WS-WRITE-FAILS
                   DISPLAY "ACCOUNT-CONVERT-RELOAD: cannot load "
                       "account " ACCT-NUMBER
                       " - file status " WS-ACCT-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-LOADED-COUNT
           END-WRITE.
       LOAD-ONE-RECORD-EXIT.
           EXIT.
       END PROGRAM ACCOUNT-CONVERT-RELOAD.
