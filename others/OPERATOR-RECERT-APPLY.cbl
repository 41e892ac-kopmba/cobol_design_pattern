      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERATOR-RECERT-APPLY.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> the sign-off sheet OPERATOR-RECERT wrote, as the
      *> supervisors returned it -
      *>   REVIEWDATE,OPERID,FUNCTION,USES,LASTUSED,FLAGS,DECISION,
      *>   REVIEWER
      *> Overridable via OPERATOR-RECERT-SIGNOFF-FILE
       SELECT OPTIONAL SIGNOFF-FILE ASSIGN DYNAMIC
           WS-SIGNOFF-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SIGNOFF-STATUS.
      *> the removal transactions OPERATOR-PROFILE-MAINT applies -
      *> R,OPERID,FUNCTION per line. Overridable via
      *> OPERATOR-PROFILE-TXN-FILE
       SELECT OPTIONAL TXN-FILE ASSIGN DYNAMIC WS-TXN-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TXN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD SIGNOFF-FILE.
       01 SIGNOFF-RECORD PIC X(120).
       FD TXN-FILE.
       01 TXN-RECORD PIC X(80).
       WORKING-STORAGE SECTION.
      *> correctly-sized holders for the startup trace and the audit
      *> message - a literal passed straight to LOG-STARTUP's or
      *> LOG-EVENT's LINKAGE would only be allocated as big as the
      *> literal itself, not the LINKAGE PIC
       01 WS-PROGRAM-NAME PIC X(44) VALUE "OPERATOR-RECERT-APPLY".
       01 WS-EVENT-MESSAGE PIC X(200).
       01 WS-SIGNOFF-FILE-NAME PIC X(80)
           VALUE "OPERATOR-RECERT-SIGNOFF.DAT".
       01 WS-ENV-SIGNOFF-FILE-NAME PIC X(80).
       01 WS-SIGNOFF-STATUS PIC X(2).
       01 WS-TXN-FILE-NAME PIC X(80)
           VALUE "OPERATOR-PROFILE-TXN.DAT".
       01 WS-ENV-TXN-FILE-NAME PIC X(80).
       01 WS-TXN-STATUS PIC X(2).
       01 WS-EOF PIC X(1) VALUE 'N'.
      *> one returned sign-off line
       01 WS-SO-DATE PIC X(8).
       01 WS-SO-OPERATOR PIC X(8).
       01 WS-SO-FUNCTION PIC X(20).
       01 WS-SO-USES PIC X(5).
       01 WS-SO-LAST-USED PIC X(8).
       01 WS-SO-FLAGS PIC X(3).
       01 WS-SO-DECISION PIC X(1).
       01 WS-SO-REVIEWER PIC X(20).
       01 WS-REVIEW-DATE PIC X(8).
      *> the sheet is read twice: once to prove it came back marked,
      *> once to write the removals
       01 WS-PASS PIC 9(1).
       01 WS-LINES PIC 9(5) VALUE 0.
       01 WS-DECIDED PIC 9(5) VALUE 0.
       01 WS-KEPT PIC 9(5) VALUE 0.
       01 WS-REMOVED PIC 9(5) VALUE 0.
       01 WS-NOT-RECERTIFIED PIC 9(5) VALUE 0.
       01 WS-REASON PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "LOG-STARTUP" USING WS-PROGRAM-NAME
      *> accept into a separate staging field first - ACCEPT FROM
      *> ENVIRONMENT blanks the target unconditionally when the
      *> variable is unset, which would wipe out the VALUE defaults
           MOVE SPACES TO WS-ENV-SIGNOFF-FILE-NAME
           ACCEPT WS-ENV-SIGNOFF-FILE-NAME FROM ENVIRONMENT
               "OPERATOR-RECERT-SIGNOFF-FILE"
           IF WS-ENV-SIGNOFF-FILE-NAME NOT = SPACES
               MOVE WS-ENV-SIGNOFF-FILE-NAME TO WS-SIGNOFF-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-TXN-FILE-NAME
           ACCEPT WS-ENV-TXN-FILE-NAME FROM ENVIRONMENT
               "OPERATOR-PROFILE-TXN-FILE"
           IF WS-ENV-TXN-FILE-NAME NOT = SPACES
               MOVE WS-ENV-TXN-FILE-NAME TO WS-TXN-FILE-NAME
           END-IF
           MOVE 1 TO WS-PASS
           PERFORM READ-SIGNOFF THRU READ-SIGNOFF-EXIT
           IF WS-LINES = 0
               DISPLAY "OPERATOR-RECERT-APPLY: no sign-off lines on "
                   TRIM(WS-SIGNOFF-FILE-NAME) " - nothing to apply"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      *> a sheet with not one decision on it is the copy nobody sent
      *> back, not a ruling that every grant goes - removing all
      *> access on the strength of it would lock the shop out
           IF WS-DECIDED = 0
               DISPLAY "OPERATOR-RECERT-APPLY: sign-off "
                   TRIM(WS-SIGNOFF-FILE-NAME) " carries no "
                   "decisions - not returned yet, nothing applied"
               MOVE SPACES TO WS-EVENT-MESSAGE
               STRING "sign-off " TRIM(WS-SIGNOFF-FILE-NAME)
                       " not returned - no removals generated"
                   DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
               CALL "LOG-EVENT" USING WS-PROGRAM-NAME
                   WS-EVENT-MESSAGE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT TXN-FILE
      *> OUTPUT on a file that does not exist yet reports status 05
      *> on this runtime even though it creates the file underneath
           IF WS-TXN-STATUS NOT = "00" AND WS-TXN-STATUS NOT = "05"
               DISPLAY "OPERATOR-RECERT-APPLY: cannot write "
                   "transaction file " TRIM(WS-TXN-FILE-NAME)
                   " - file status " WS-TXN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "===== Access recertification sign-off - "
               WS-REVIEW-DATE " ====="
           MOVE 2 TO WS-PASS
           MOVE 0 TO WS-LINES
           PERFORM READ-SIGNOFF THRU READ-SIGNOFF-EXIT
           CLOSE TXN-FILE
           DISPLAY " "
           DISPLAY "Sign-off lines:            " WS-LINES
           DISPLAY "Recertified (kept):        " WS-KEPT
           DISPLAY "Marked for removal:        " WS-REMOVED
           DISPLAY "Not recertified (removed): " WS-NOT-RECERTIFIED
           DISPLAY "Removal transactions to "
               TRIM(WS-TXN-FILE-NAME) " - apply with "
               "OPERATOR-PROFILE-MAINT"
           MOVE SPACES TO WS-EVENT-MESSAGE
           STRING "sign-off " WS-REVIEW-DATE ": " WS-KEPT
                   " kept, " WS-REMOVED " removed, "
                   WS-NOT-RECERTIFIED " not recertified"
               DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
           CALL "LOG-EVENT" USING WS-PROGRAM-NAME WS-EVENT-MESSAGE
      *> RETURN-CODE: 0 = everything recertified, 4 = removal
      *> transactions written for OPERATOR-PROFILE-MAINT, 8 = no
      *> sign-off, or one not returned
           IF WS-REMOVED > 0 OR WS-NOT-RECERTIFIED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       READ-SIGNOFF.
           MOVE 'N' TO WS-EOF
           OPEN INPUT SIGNOFF-FILE
           IF WS-SIGNOFF-STATUS NOT = "00"
               IF WS-SIGNOFF-STATUS = "05"
                   CLOSE SIGNOFF-FILE
               END-IF
               GO TO READ-SIGNOFF-EXIT
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ SIGNOFF-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM APPLY-ONE-LINE THRU APPLY-ONE-LINE-EXIT
               END-READ
           END-PERFORM
           CLOSE SIGNOFF-FILE.
       READ-SIGNOFF-EXIT.
           EXIT.

       APPLY-ONE-LINE.
           MOVE SPACES TO WS-SO-DATE WS-SO-OPERATOR WS-SO-FUNCTION
               WS-SO-USES WS-SO-LAST-USED WS-SO-FLAGS WS-SO-DECISION
               WS-SO-REVIEWER
           UNSTRING SIGNOFF-RECORD DELIMITED BY ","
               INTO WS-SO-DATE WS-SO-OPERATOR WS-SO-FUNCTION
                   WS-SO-USES WS-SO-LAST-USED WS-SO-FLAGS
                   WS-SO-DECISION WS-SO-REVIEWER
           IF WS-SO-OPERATOR = SPACES OR WS-SO-FUNCTION = SPACES
               GO TO APPLY-ONE-LINE-EXIT
           END-IF
           ADD 1 TO WS-LINES
           MOVE UPPER-CASE(WS-SO-DECISION) TO WS-SO-DECISION
           IF WS-PASS = 1
               MOVE WS-SO-DATE TO WS-REVIEW-DATE
               IF WS-SO-DECISION = 'K' OR WS-SO-DECISION = 'R'
                   ADD 1 TO WS-DECIDED
               END-IF
               GO TO APPLY-ONE-LINE-EXIT
           END-IF
           IF WS-SO-DECISION = 'K'
               ADD 1 TO WS-KEPT
               GO TO APPLY-ONE-LINE-EXIT
           END-IF
      *> R is an explicit removal; a blank or unreadable decision is
      *> access nobody vouched for, and it goes the same way
           IF WS-SO-DECISION = 'R'
               ADD 1 TO WS-REMOVED
               MOVE "removed by reviewer" TO WS-REASON
           ELSE
               ADD 1 TO WS-NOT-RECERTIFIED
               MOVE "not recertified" TO WS-REASON
           END-IF
           MOVE SPACES TO TXN-RECORD
           STRING "R," TRIM(WS-SO-OPERATOR) ","
                   TRIM(WS-SO-FUNCTION)
               DELIMITED BY SIZE INTO TXN-RECORD
           WRITE TXN-RECORD
           DISPLAY "  REMOVE " WS-SO-OPERATOR " " WS-SO-FUNCTION
               " " TRIM(WS-REASON) " " TRIM(WS-SO-REVIEWER).
       APPLY-ONE-LINE-EXIT.
           EXIT.
       END PROGRAM OPERATOR-RECERT-APPLY.
