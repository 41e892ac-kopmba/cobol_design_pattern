      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERATOR-PROFILE-MAINT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> the operator profile file OPERATOR-SIGNON reads - changes
      *> arrive as validated transactions the way CLASSMAP-MAINT
      *> keeps the class registry. Overridable via
      *> OPERATOR-PROFILE-FILE
       SELECT OPTIONAL PROFILE-FILE ASSIGN DYNAMIC
           WS-PROFILE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROFILE-STATUS.
      *> one transaction per line: CODE,OPERID,FUNCTION - CODE 'R'
      *> removes the function from the operator's list ('*' removes
      *> the wildcard grant). Overridable via
      *> OPERATOR-PROFILE-TXN-FILE
       SELECT OPTIONAL TXN-FILE ASSIGN DYNAMIC WS-TXN-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TXN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PROFILE-FILE.
       01 PROFILE-RECORD PIC X(300).
       FD TXN-FILE.
       01 TXN-RECORD PIC X(80).
       WORKING-STORAGE SECTION.
      *> correctly-sized holders for the literal audit message - a
      *> literal passed straight to LOG-EVENT-SEV's LINKAGE would
      *> only be allocated as big as the literal itself
       01 WS-PROGRAM-NAME PIC X(44) VALUE "OPERATOR-PROFILE-MAINT".
       01 WS-EVENT-MESSAGE PIC X(200).
       01 WS-EVENT-SEVERITY PIC X(1).
       01 WS-PROFILE-FILE-NAME PIC X(80)
           VALUE "OPERATOR-PROFILE.DAT".
       01 WS-ENV-PROFILE-FILE-NAME PIC X(80).
       01 WS-PROFILE-STATUS PIC X(2).
       01 WS-TXN-FILE-NAME PIC X(80)
           VALUE "OPERATOR-PROFILE-TXN.DAT".
       01 WS-ENV-TXN-FILE-NAME PIC X(80).
       01 WS-TXN-STATUS PIC X(2).
       01 WS-EOF PIC X(1) VALUE 'N'.
       01 WS-TXN-EOF PIC X(1) VALUE 'N'.
      *> the whole profile file staged in memory, transactions
      *> applied to the table, table rewritten at end of run
       01 WS-PRO-COUNT PIC 9(3) VALUE 0.
       01 WS-PRO-MAX PIC 9(3) VALUE 200.
       01 WS-PRO-ENTRY OCCURS 200 TIMES.
           05 PRO-ID PIC X(8).
           05 PRO-NAME PIC X(32).
           05 PRO-ROLE PIC X(12).
           05 PRO-FUNCTIONS PIC X(200).
       01 WS-TXN-CODE PIC X(1).
       01 WS-TXN-OPERATOR PIC X(8).
       01 WS-TXN-FUNCTION PIC X(20).
       01 WS-FOUND-INDEX PIC 9(3).
       01 I PIC 9(3).
      *> the list rebuilt token by token without the removed one
       01 WS-LIST-POS PIC 9(3).
       01 WS-TOKEN PIC X(20).
       01 WS-NEW-LIST PIC X(200).
       01 WS-NEW-POS PIC 9(3).
       01 WS-TOKEN-FOUND PIC X(1).
       01 WS-TXNS-READ PIC 9(5) VALUE 0.
       01 WS-TXNS-APPLIED PIC 9(5) VALUE 0.
       01 WS-TXNS-REJECTED PIC 9(5) VALUE 0.
      *> a profile file that could not be rewritten means the applied
      *> transactions never reached disk - the run must not report
      *> success over stale access
       01 WS-REWRITE-FAILED PIC X(1) VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "LOG-STARTUP" USING WS-PROGRAM-NAME
      *> accept into a separate staging field first - ACCEPT FROM
      *> ENVIRONMENT blanks the target unconditionally when the
      *> variable is unset, which would wipe out the VALUE defaults
           MOVE SPACES TO WS-ENV-PROFILE-FILE-NAME
           ACCEPT WS-ENV-PROFILE-FILE-NAME FROM ENVIRONMENT
               "OPERATOR-PROFILE-FILE"
           IF WS-ENV-PROFILE-FILE-NAME NOT = SPACES
               MOVE WS-ENV-PROFILE-FILE-NAME TO WS-PROFILE-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-TXN-FILE-NAME
           ACCEPT WS-ENV-TXN-FILE-NAME FROM ENVIRONMENT
               "OPERATOR-PROFILE-TXN-FILE"
           IF WS-ENV-TXN-FILE-NAME NOT = SPACES
               MOVE WS-ENV-TXN-FILE-NAME TO WS-TXN-FILE-NAME
           END-IF
           PERFORM LOAD-PROFILES THRU LOAD-PROFILES-EXIT
      *> no profile file is a shop that has not adopted sign-on -
      *> rewriting one from nothing would switch the gate on
           IF WS-PRO-COUNT = 0
               DISPLAY "OPERATOR-PROFILE-MAINT: no operator profiles "
                   "on " TRIM(WS-PROFILE-FILE-NAME)
                   " - nothing to maintain"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT TXN-FILE.
           IF WS-TXN-STATUS NOT = "00"
               IF WS-TXN-STATUS = "05"
                   CLOSE TXN-FILE
               END-IF
               DISPLAY "OPERATOR-PROFILE-MAINT: transaction file not "
                   "available - " TRIM(WS-TXN-FILE-NAME)
                   ", file status " WS-TXN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-TXN-EOF = 'Y'
               READ TXN-FILE INTO TXN-RECORD
                   AT END
                       MOVE 'Y' TO WS-TXN-EOF
                   NOT AT END
                       PERFORM APPLY-TRANSACTION
                           THRU APPLY-TRANSACTION-EXIT
               END-READ
           END-PERFORM.
           CLOSE TXN-FILE.
           PERFORM REWRITE-PROFILES.
           DISPLAY "===== Operator profile maintenance run ====="
           DISPLAY "Transactions read:     " WS-TXNS-READ
           DISPLAY "Transactions applied:  " WS-TXNS-APPLIED
           DISPLAY "Transactions rejected: " WS-TXNS-REJECTED
      *> RETURN-CODE: 0 = all transactions applied, 4 = at least one
      *> rejected (profiles rewritten with the ones that passed),
      *> 8 = no profiles, no transactions, or the profile file could
      *> not be rewritten
           IF WS-REWRITE-FAILED = 'Y'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-TXNS-REJECTED > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       LOAD-PROFILES.
           MOVE 0 TO WS-PRO-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT PROFILE-FILE
           IF WS-PROFILE-STATUS NOT = "00"
               IF WS-PROFILE-STATUS = "05"
                   CLOSE PROFILE-FILE
               END-IF
               GO TO LOAD-PROFILES-EXIT
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ PROFILE-FILE INTO PROFILE-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-PRO-COUNT < WS-PRO-MAX
                         AND PROFILE-RECORD NOT = SPACES
                           ADD 1 TO WS-PRO-COUNT
                           MOVE SPACES TO WS-PRO-ENTRY(WS-PRO-COUNT)
                           UNSTRING PROFILE-RECORD DELIMITED BY ","
                               INTO PRO-ID(WS-PRO-COUNT)
                                   PRO-NAME(WS-PRO-COUNT)
                                   PRO-ROLE(WS-PRO-COUNT)
                                   PRO-FUNCTIONS(WS-PRO-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROFILE-FILE.
       LOAD-PROFILES-EXIT.
           EXIT.

       APPLY-TRANSACTION.
           MOVE SPACES TO WS-TXN-CODE WS-TXN-OPERATOR WS-TXN-FUNCTION
           UNSTRING TXN-RECORD DELIMITED BY ","
               INTO WS-TXN-CODE WS-TXN-OPERATOR WS-TXN-FUNCTION
           ADD 1 TO WS-TXNS-READ
           MOVE 0 TO WS-FOUND-INDEX
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-PRO-COUNT
               IF PRO-ID(I) = WS-TXN-OPERATOR
                   MOVE I TO WS-FOUND-INDEX
               END-IF
           END-PERFORM
           EVALUATE WS-TXN-CODE
               WHEN 'R'
                   IF WS-FOUND-INDEX = 0
                       PERFORM REJECT-TRANSACTION
                       DISPLAY "OPERATOR-PROFILE-MAINT: remove "
                           "rejected, no such operator: "
                           TRIM(WS-TXN-OPERATOR)
                       GO TO APPLY-TRANSACTION-EXIT
                   END-IF
                   PERFORM REMOVE-FUNCTION
                   IF WS-TOKEN-FOUND NOT = 'Y'
                       PERFORM REJECT-TRANSACTION
                       DISPLAY "OPERATOR-PROFILE-MAINT: remove "
                           "rejected, " TRIM(WS-TXN-FUNCTION)
                           " not granted to " TRIM(WS-TXN-OPERATOR)
                       GO TO APPLY-TRANSACTION-EXIT
                   END-IF
                   MOVE WS-NEW-LIST TO PRO-FUNCTIONS(WS-FOUND-INDEX)
                   PERFORM ACCEPT-TRANSACTION
               WHEN OTHER
                   PERFORM REJECT-TRANSACTION
                   DISPLAY "OPERATOR-PROFILE-MAINT: unknown "
                       "transaction code '" WS-TXN-CODE
                       "' for operator " TRIM(WS-TXN-OPERATOR)
           END-EVALUATE.
       APPLY-TRANSACTION-EXIT.
           EXIT.

       REMOVE-FUNCTION.
      *> walk the ';'-separated list and rebuild it without the
      *> named token - whole-token match, the way OPERATOR-AUTH
      *> matches, so removing REPO never touches REPO-REMOVE
           MOVE 'N' TO WS-TOKEN-FOUND
           MOVE SPACES TO WS-NEW-LIST
           MOVE 1 TO WS-NEW-POS
           MOVE 1 TO WS-LIST-POS
           PERFORM UNTIL WS-LIST-POS > 200
               MOVE SPACES TO WS-TOKEN
               UNSTRING PRO-FUNCTIONS(WS-FOUND-INDEX)
                   DELIMITED BY ";"
                   INTO WS-TOKEN WITH POINTER WS-LIST-POS
               IF WS-TOKEN = SPACES
                   MOVE 201 TO WS-LIST-POS
               ELSE
                   IF WS-TOKEN = WS-TXN-FUNCTION
                       MOVE 'Y' TO WS-TOKEN-FOUND
                   ELSE
                       IF WS-NEW-POS > 1
                           STRING ";" DELIMITED BY SIZE
                               INTO WS-NEW-LIST
                               WITH POINTER WS-NEW-POS
                       END-IF
                       STRING TRIM(WS-TOKEN) DELIMITED BY SIZE
                           INTO WS-NEW-LIST WITH POINTER WS-NEW-POS
                   END-IF
               END-IF
           END-PERFORM.

       ACCEPT-TRANSACTION.
           ADD 1 TO WS-TXNS-APPLIED
      *> every access change lands in the audit trail - who lost
      *> what, and when, is the recertification's own evidence
           MOVE 'I' TO WS-EVENT-SEVERITY
           MOVE SPACES TO WS-EVENT-MESSAGE
           STRING "profile " WS-TXN-CODE ": "
                   TRIM(WS-TXN-FUNCTION) " removed from operator "
                   TRIM(WS-TXN-OPERATOR)
               DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
           CALL "LOG-EVENT-SEV" USING WS-PROGRAM-NAME
               WS-EVENT-SEVERITY WS-EVENT-MESSAGE.

       REJECT-TRANSACTION.
           ADD 1 TO WS-TXNS-REJECTED
           MOVE 'W' TO WS-EVENT-SEVERITY
           MOVE SPACES TO WS-EVENT-MESSAGE
           STRING "profile " WS-TXN-CODE " REJECTED: "
                   TRIM(WS-TXN-OPERATOR) " " TRIM(WS-TXN-FUNCTION)
               DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
           CALL "LOG-EVENT-SEV" USING WS-PROGRAM-NAME
               WS-EVENT-SEVERITY WS-EVENT-MESSAGE.

       REWRITE-PROFILES.
           OPEN OUTPUT PROFILE-FILE
           IF WS-PROFILE-STATUS NOT = "00"
               DISPLAY "OPERATOR-PROFILE-MAINT: cannot rewrite "
                   "profiles " TRIM(WS-PROFILE-FILE-NAME)
                   " - file status " WS-PROFILE-STATUS
               MOVE 'Y' TO WS-REWRITE-FAILED
           ELSE
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-PRO-COUNT
                   MOVE SPACES TO PROFILE-RECORD
                   STRING TRIM(PRO-ID(I)) "," TRIM(PRO-NAME(I)) ","
                           TRIM(PRO-ROLE(I)) ","
                           TRIM(PRO-FUNCTIONS(I))
                       DELIMITED BY SIZE INTO PROFILE-RECORD
                   WRITE PROFILE-RECORD
               END-PERFORM
               CLOSE PROFILE-FILE
           END-IF.
       END PROGRAM OPERATOR-PROFILE-MAINT.
