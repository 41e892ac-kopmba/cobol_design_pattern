      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLD-LOOKUP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> the holds register HOLD-MAINT maintains - keyed on account
      *> then hold type, so one account's holds are a START and a
      *> short sequential read, not a sweep. Overridable via
      *> ACCT-HOLD-FILE
       SELECT OPTIONAL HOLD-MASTER ASSIGN DYNAMIC WS-HOLD-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HOLD-KEY OF HOLD-RECORD
           FILE STATUS IS WS-HOLD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD HOLD-MASTER.
      *> must stay byte-for-byte identical to HOLD-MAINT's record
       01 HOLD-RECORD.
           05 HOLD-KEY.
               10 HOLD-ACCOUNT PIC 9(10).
               10 HOLD-TYPE PIC X(2).
           05 HOLD-REASON PIC X(30).
           05 HOLD-PLACED-BY PIC X(8).
           05 HOLD-PLACED-DATE PIC 9(8).
           05 HOLD-EXPIRY-DATE PIC 9(8).
           05 HOLD-SCOPE PIC X(1).
           05 HOLD-ACTION PIC X(1).
           05 HOLD-STATUS PIC X(1).
           05 HOLD-RELEASED-BY PIC X(8).
           05 HOLD-RELEASED-DATE PIC 9(8).
       WORKING-STORAGE SECTION.
      *> correctly-sized holder for the startup trace - a literal
      *> passed straight to LOG-STARTUP's LINKAGE would only be
      *> allocated as big as the literal itself, not the LINKAGE PIC
       01 WS-PROGRAM-NAME PIC X(44) VALUE "HOLD-LOOKUP".
       01 WS-HOLD-FILE-NAME PIC X(80) VALUE "ACCT-HOLDS.DAT".
       01 WS-ENV-HOLD-FILE-NAME PIC X(80).
       01 WS-HOLD-STATUS PIC X(2).
       01 WS-EOF PIC X(1).
       LINKAGE SECTION.
       01 LS-ACCT-NUMBER PIC X(10).
      *> the side of the transaction being edited - 'D' or 'C'
       01 LS-TXN-DC PIC X(1).
      *> the transaction's date - a hold past its expiry no longer
      *> blocks
       01 LS-TXN-DATE PIC 9(8).
      *> the type of the hold that blocks, blank when none does
       01 LS-HOLD-TYPE PIC X(2).
      *> 'R' a hold rejects the transaction, 'F' a hold refers it,
      *> ' ' nothing blocks it, 'U' register missing or unopenable -
      *> a rejecting hold wins over a referring one on the same
      *> account
       01 LS-HOLD-ACTION PIC X(1).

      *> one call answers "does a hold stop this transaction" - the
      *> check CALC-TXN-EDIT's hold edit goes through
       PROCEDURE DIVISION USING LS-ACCT-NUMBER LS-TXN-DC LS-TXN-DATE
                 LS-HOLD-TYPE LS-HOLD-ACTION.
       000-Main.
           CALL "LOG-STARTUP" USING WS-PROGRAM-NAME
           MOVE SPACES TO LS-HOLD-TYPE
           MOVE SPACE TO LS-HOLD-ACTION
      *> accept into a separate staging field first - ACCEPT FROM
      *> ENVIRONMENT blanks the target unconditionally when the
      *> variable is unset
           MOVE "ACCT-HOLDS.DAT" TO WS-HOLD-FILE-NAME
           MOVE SPACES TO WS-ENV-HOLD-FILE-NAME
           ACCEPT WS-ENV-HOLD-FILE-NAME FROM ENVIRONMENT
               "ACCT-HOLD-FILE"
           IF WS-ENV-HOLD-FILE-NAME NOT = SPACES
               MOVE WS-ENV-HOLD-FILE-NAME TO WS-HOLD-FILE-NAME
           END-IF
           OPEN INPUT HOLD-MASTER.
           IF WS-HOLD-STATUS NOT = "00"
      *> a register that cannot be opened is 'U', never ' ' - the
      *> caller must not mistake a mispointed file for "no holds"
               IF WS-HOLD-STATUS = "05"
                   CLOSE HOLD-MASTER
               END-IF
               MOVE 'U' TO LS-HOLD-ACTION
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE LS-ACCT-NUMBER TO HOLD-ACCOUNT
           MOVE LOW-VALUES TO HOLD-TYPE
           MOVE 'N' TO WS-EOF
           START HOLD-MASTER KEY IS NOT LESS THAN HOLD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ HOLD-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF HOLD-ACCOUNT NOT = LS-ACCT-NUMBER
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           PERFORM JUDGE-ONE-HOLD
                               THRU JUDGE-ONE-HOLD-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLD-MASTER.
      *> RETURN-CODE: 0 = OK - no hold is a valid outcome for the
      *> lookup itself
           MOVE 0 TO RETURN-CODE
           GOBACK.

       JUDGE-ONE-HOLD.
      *> released holds are history; an expired one no longer binds
           IF HOLD-STATUS NOT = 'A'
               GO TO JUDGE-ONE-HOLD-EXIT
           END-IF
           IF HOLD-EXPIRY-DATE NOT = 0
             AND HOLD-EXPIRY-DATE < LS-TXN-DATE
               GO TO JUDGE-ONE-HOLD-EXIT
           END-IF
      *> a debit hold lets credits through; a freeze stops both
           IF HOLD-SCOPE = 'D' AND UPPER-CASE(LS-TXN-DC) NOT = 'D'
               GO TO JUDGE-ONE-HOLD-EXIT
           END-IF
           IF LS-HOLD-ACTION = 'R'
               GO TO JUDGE-ONE-HOLD-EXIT
           END-IF
           MOVE HOLD-TYPE TO LS-HOLD-TYPE
           IF HOLD-ACTION = 'F'
               MOVE 'F' TO LS-HOLD-ACTION
           ELSE
               MOVE 'R' TO LS-HOLD-ACTION
           END-IF.
       JUDGE-ONE-HOLD-EXIT.
           EXIT.
       END PROGRAM HOLD-LOOKUP.
