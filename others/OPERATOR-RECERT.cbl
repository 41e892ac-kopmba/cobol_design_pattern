      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERATOR-RECERT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> the operator profiles under review - OPERID,NAME,ROLE,
      *> FUNCTIONS as OPERATOR-SIGNON reads them. Overridable via
      *> OPERATOR-PROFILE-FILE
       SELECT OPTIONAL PROFILE-FILE ASSIGN DYNAMIC
           WS-PROFILE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROFILE-STATUS.
      *> the dated audit logs LOG-EVENT-SEV cuts over to, or the one
      *> file named by AUDIT-LOG-FILE-NAME
       SELECT OPTIONAL AUDIT-LOG-FILE ASSIGN DYNAMIC WS-LOG-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOG-STATUS.
      *> the sign-off sheet the supervisors return - one line per
      *> operator and granted function:
      *>   REVIEWDATE,OPERID,FUNCTION,USES,LASTUSED,FLAGS,DECISION,
      *>   REVIEWER
      *> DECISION is left blank for the supervisor: K keeps the
      *> access, anything else is not recertified and
      *> OPERATOR-RECERT-APPLY turns it into a removal. Overridable
      *> via OPERATOR-RECERT-SIGNOFF-FILE
       SELECT OPTIONAL SIGNOFF-FILE ASSIGN DYNAMIC
           WS-SIGNOFF-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SIGNOFF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PROFILE-FILE.
       01 PROFILE-RECORD PIC X(300).
       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD PIC X(300).
       FD SIGNOFF-FILE.
       01 SIGNOFF-RECORD PIC X(120).
       WORKING-STORAGE SECTION.
      *> correctly-sized holders for the startup trace and the audit
      *> message - a literal passed straight to LOG-STARTUP's or
      *> LOG-EVENT's LINKAGE would only be allocated as big as the
      *> literal itself, not the LINKAGE PIC
       01 WS-PROGRAM-NAME PIC X(44) VALUE "OPERATOR-RECERT".
       01 WS-EVENT-MESSAGE PIC X(200).
       01 WS-PROFILE-FILE-NAME PIC X(80)
           VALUE "OPERATOR-PROFILE.DAT".
       01 WS-ENV-PROFILE-FILE-NAME PIC X(80).
       01 WS-PROFILE-STATUS PIC X(2).
       01 WS-LOG-FILE-NAME PIC X(80).
       01 WS-ENV-LOG-NAME PIC X(80).
       01 WS-LOG-STATUS PIC X(2).
       01 WS-SIGNOFF-FILE-NAME PIC X(80)
           VALUE "OPERATOR-RECERT-SIGNOFF.DAT".
       01 WS-ENV-SIGNOFF-FILE-NAME PIC X(80).
       01 WS-SIGNOFF-STATUS PIC X(2).
       01 WS-EOF PIC X(1) VALUE 'N'.
       01 WS-ENV-BUSINESS-DATE PIC X(8).
       01 WS-BUSINESS-DATE PIC 9(8).
      *> the review window is one quarter of audit activity, and an
      *> operator with no sign-on for WS-DORMANT-DAYS is dormant -
      *> both configurable via RECERT-REVIEW-DAYS and
      *> RECERT-DORMANT-DAYS, no recompile
       01 WS-REVIEW-DAYS PIC 9(3) VALUE 90.
       01 WS-DORMANT-DAYS PIC 9(3) VALUE 30.
       01 WS-ENV-DAYS PIC X(3).
       01 WS-REVIEW-START PIC 9(8).
       01 WS-DORMANT-CUTOFF PIC 9(8).
      *> the sweep reaches back far enough for both questions
       01 WS-SWEEP-DAYS PIC 9(3).
       01 WS-FROM-INT PIC 9(8).
       01 WS-TO-INT PIC 9(8).
       01 WS-DAY-INT PIC 9(8).
       01 WS-DAY-DATE PIC 9(8).
       01 WS-SINGLE-FILE PIC X(1).
       01 WS-FILES-READ PIC 9(4) VALUE 0.
       01 WS-RECORDS-READ PIC 9(7) VALUE 0.
      *> one operator per profile line, with every granted function
      *> and every function the trail shows the operator using - a
      *> function used but not granted can only have come in under
      *> the '*' wildcard, and is listed to show what the wildcard
      *> is really needed for
       01 WS-OP-COUNT PIC 9(3) VALUE 0.
       01 WS-OP-MAX PIC 9(3) VALUE 200.
       01 WS-FN-MAX PIC 9(2) VALUE 30.
       01 WS-OP-ENTRY OCCURS 200 TIMES.
           05 OP-ID PIC X(8).
           05 OP-NAME PIC X(32).
           05 OP-ROLE PIC X(12).
           05 OP-WILDCARD PIC X(1).
           05 OP-LAST-SIGNON PIC 9(8).
           05 OP-SIGNONS PIC 9(5).
           05 OP-FN-COUNT PIC 9(2).
           05 OP-FN OCCURS 30 TIMES.
               10 FN-CODE PIC X(20).
               10 FN-GRANTED PIC X(1).
               10 FN-USES PIC 9(5).
               10 FN-LAST-USED PIC 9(8).
       01 WS-REC-ID PIC X(8).
       01 WS-REC-NAME PIC X(32).
       01 WS-REC-ROLE PIC X(12).
       01 WS-REC-FUNCTIONS PIC X(200).
       01 WS-LIST-POS PIC 9(3).
       01 WS-TOKEN PIC X(20).
      *> one parsed audit line - the function-use and sign-on lines
      *> all read "operator <id> used <function>" / "operator <id>
      *> signed on as <role>"
       01 WS-REC-DATE PIC X(8).
       01 WS-REC-DATE-N PIC 9(8).
       01 WS-REC-PROGRAM PIC X(44).
       01 WS-REC-MESSAGE PIC X(200).
       01 WS-WORD-1 PIC X(20).
       01 WS-WORD-2 PIC X(20).
       01 WS-WORD-3 PIC X(20).
       01 WS-WORD-4 PIC X(20).
       01 WS-OP-IX PIC 9(3).
       01 WS-FN-IX PIC 9(2).
       01 I PIC 9(3).
       01 J PIC 9(2).
      *> per-operator and run totals
       01 WS-DORMANT-FLAG PIC X(1).
       01 WS-FLAGS PIC X(3).
       01 WS-DORMANT PIC 9(5) VALUE 0.
       01 WS-GRANTED PIC 9(5) VALUE 0.
       01 WS-UNUSED PIC 9(5) VALUE 0.
       01 WS-WILDCARDS PIC 9(5) VALUE 0.
       01 WS-SIGNOFF-LINES PIC 9(5) VALUE 0.
       01 WS-UNPROFILED PIC 9(5) VALUE 0.
       01 WS-TRUNCATED PIC 9(5) VALUE 0.
       01 WS-USES-ED PIC Z(4)9.
       01 WS-ROW PIC X(132).

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
           MOVE SPACES TO WS-ENV-SIGNOFF-FILE-NAME
           ACCEPT WS-ENV-SIGNOFF-FILE-NAME FROM ENVIRONMENT
               "OPERATOR-RECERT-SIGNOFF-FILE"
           IF WS-ENV-SIGNOFF-FILE-NAME NOT = SPACES
               MOVE WS-ENV-SIGNOFF-FILE-NAME TO WS-SIGNOFF-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-DAYS
           ACCEPT WS-ENV-DAYS FROM ENVIRONMENT "RECERT-REVIEW-DAYS"
           IF WS-ENV-DAYS NOT = SPACES
             AND TEST-NUMVAL(WS-ENV-DAYS) = 0
               MOVE NUMVAL(WS-ENV-DAYS) TO WS-REVIEW-DAYS
           END-IF
           MOVE SPACES TO WS-ENV-DAYS
           ACCEPT WS-ENV-DAYS FROM ENVIRONMENT "RECERT-DORMANT-DAYS"
           IF WS-ENV-DAYS NOT = SPACES
             AND TEST-NUMVAL(WS-ENV-DAYS) = 0
               MOVE NUMVAL(WS-ENV-DAYS) TO WS-DORMANT-DAYS
           END-IF
           IF WS-REVIEW-DAYS = 0
               MOVE 90 TO WS-REVIEW-DAYS
           END-IF
           IF WS-DORMANT-DAYS = 0
               MOVE 30 TO WS-DORMANT-DAYS
           END-IF
           MOVE SPACES TO WS-ENV-BUSINESS-DATE
           ACCEPT WS-ENV-BUSINESS-DATE FROM ENVIRONMENT
               "CALC-BUSINESS-DATE"
           IF WS-ENV-BUSINESS-DATE IS NUMERIC
               MOVE WS-ENV-BUSINESS-DATE TO WS-BUSINESS-DATE
           ELSE
               ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF
           COMPUTE WS-TO-INT = INTEGER-OF-DATE(WS-BUSINESS-DATE)
           COMPUTE WS-REVIEW-START = DATE-OF-INTEGER(
               WS-TO-INT - WS-REVIEW-DAYS + 1)
           COMPUTE WS-DORMANT-CUTOFF = DATE-OF-INTEGER(
               WS-TO-INT - WS-DORMANT-DAYS + 1)
           MOVE WS-REVIEW-DAYS TO WS-SWEEP-DAYS
           IF WS-DORMANT-DAYS > WS-SWEEP-DAYS
               MOVE WS-DORMANT-DAYS TO WS-SWEEP-DAYS
           END-IF
           PERFORM LOAD-PROFILES THRU LOAD-PROFILES-EXIT
           IF WS-OP-COUNT = 0
               DISPLAY "OPERATOR-RECERT: no operator profiles on "
                   TRIM(WS-PROFILE-FILE-NAME) " - nothing to review"
      *> RETURN-CODE: 8 = no profiles, so no review was possible
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-ENV-LOG-NAME
           ACCEPT WS-ENV-LOG-NAME FROM ENVIRONMENT
               "AUDIT-LOG-FILE-NAME"
           IF WS-ENV-LOG-NAME NOT = SPACES
               MOVE WS-ENV-LOG-NAME TO WS-LOG-FILE-NAME
               MOVE 'Y' TO WS-SINGLE-FILE
               PERFORM SCAN-ONE-LOG THRU SCAN-ONE-LOG-EXIT
           ELSE
               MOVE 'N' TO WS-SINGLE-FILE
      *> the same day-by-day walk AUDIT-QUERY makes - days with no
      *> log just skip, a quiet day is not an error
               COMPUTE WS-FROM-INT = WS-TO-INT - WS-SWEEP-DAYS + 1
               PERFORM VARYING WS-DAY-INT FROM WS-FROM-INT BY 1
                       UNTIL WS-DAY-INT > WS-TO-INT
                   COMPUTE WS-DAY-DATE = DATE-OF-INTEGER(WS-DAY-INT)
                   MOVE SPACES TO WS-LOG-FILE-NAME
                   STRING "AUDIT-" WS-DAY-DATE ".LOG"
                       DELIMITED BY SIZE INTO WS-LOG-FILE-NAME
                   PERFORM SCAN-ONE-LOG THRU SCAN-ONE-LOG-EXIT
               END-PERFORM
           END-IF
           OPEN OUTPUT SIGNOFF-FILE
      *> OUTPUT on a file that does not exist yet reports status 05
      *> on this runtime even though it creates the file underneath
           IF WS-SIGNOFF-STATUS NOT = "00"
             AND WS-SIGNOFF-STATUS NOT = "05"
               DISPLAY "OPERATOR-RECERT: cannot write sign-off file "
                   TRIM(WS-SIGNOFF-FILE-NAME) " - file status "
                   WS-SIGNOFF-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "===== Operator access recertification - "
               WS-BUSINESS-DATE " ====="
           DISPLAY "Function use reviewed from " WS-REVIEW-START
               ", dormant with no sign-on since " WS-DORMANT-CUTOFF
           DISPLAY "Audit logs read: " WS-FILES-READ
               "  records: " WS-RECORDS-READ
           PERFORM VARYING WS-OP-IX FROM 1 BY 1
                   UNTIL WS-OP-IX > WS-OP-COUNT
               PERFORM REVIEW-ONE-OPERATOR
           END-PERFORM
           CLOSE SIGNOFF-FILE
           DISPLAY " "
           DISPLAY "Operators reviewed:        " WS-OP-COUNT
           DISPLAY "Dormant operators:         " WS-DORMANT
           DISPLAY "Functions granted:         " WS-GRANTED
           DISPLAY "Granted but never used:    " WS-UNUSED
           DISPLAY "Wildcard ('*') grants:     " WS-WILDCARDS
           DISPLAY "Sign-off lines written:    " WS-SIGNOFF-LINES
               " to " TRIM(WS-SIGNOFF-FILE-NAME)
           IF WS-UNPROFILED > 0
               DISPLAY "Activity by ids not on the profile file: "
                   WS-UNPROFILED " line(s)"
           END-IF
           IF WS-TRUNCATED > 0
               DISPLAY "Functions not tracked (list full):       "
                   WS-TRUNCATED
           END-IF
           MOVE SPACES TO WS-EVENT-MESSAGE
           STRING "access recertification " WS-BUSINESS-DATE ": "
                   WS-OP-COUNT " operator(s), " WS-DORMANT
                   " dormant, " WS-UNUSED " unused grant(s), "
                   WS-WILDCARDS " wildcard grant(s)"
               DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
           CALL "LOG-EVENT" USING WS-PROGRAM-NAME WS-EVENT-MESSAGE
      *> RETURN-CODE: 0 = every grant in use by an active operator,
      *> 4 = findings for the supervisors (dormant operators, unused
      *> grants or wildcards), 8 = no profiles to review
           IF WS-DORMANT > 0 OR WS-UNUSED > 0 OR WS-WILDCARDS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-PROFILES.
           OPEN INPUT PROFILE-FILE
           IF WS-PROFILE-STATUS NOT = "00"
               IF WS-PROFILE-STATUS = "05"
                   CLOSE PROFILE-FILE
               END-IF
               GO TO LOAD-PROFILES-EXIT
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ PROFILE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-PROFILE
                           THRU LOAD-ONE-PROFILE-EXIT
               END-READ
           END-PERFORM
           CLOSE PROFILE-FILE
           MOVE 'N' TO WS-EOF.
       LOAD-PROFILES-EXIT.
           EXIT.

       LOAD-ONE-PROFILE.
           MOVE SPACES TO WS-REC-ID WS-REC-NAME WS-REC-ROLE
               WS-REC-FUNCTIONS
           UNSTRING PROFILE-RECORD DELIMITED BY ","
               INTO WS-REC-ID WS-REC-NAME WS-REC-ROLE
                   WS-REC-FUNCTIONS
           IF WS-REC-ID = SPACES OR WS-OP-COUNT >= WS-OP-MAX
               GO TO LOAD-ONE-PROFILE-EXIT
           END-IF
           ADD 1 TO WS-OP-COUNT
           MOVE WS-OP-COUNT TO WS-OP-IX
           MOVE WS-REC-ID TO OP-ID(WS-OP-IX)
           MOVE WS-REC-NAME TO OP-NAME(WS-OP-IX)
           MOVE WS-REC-ROLE TO OP-ROLE(WS-OP-IX)
           MOVE 'N' TO OP-WILDCARD(WS-OP-IX)
           MOVE 0 TO OP-LAST-SIGNON(WS-OP-IX) OP-SIGNONS(WS-OP-IX)
               OP-FN-COUNT(WS-OP-IX)
      *> '*' leading the list grants everything - the same reading
      *> OPERATOR-AUTH gives it
           IF WS-REC-FUNCTIONS(1:1) = '*'
               MOVE 'Y' TO OP-WILDCARD(WS-OP-IX)
               GO TO LOAD-ONE-PROFILE-EXIT
           END-IF
           MOVE 1 TO WS-LIST-POS
           PERFORM UNTIL WS-LIST-POS > 200
               MOVE SPACES TO WS-TOKEN
               UNSTRING WS-REC-FUNCTIONS DELIMITED BY ";"
                   INTO WS-TOKEN WITH POINTER WS-LIST-POS
               IF WS-TOKEN = SPACES
                   MOVE 201 TO WS-LIST-POS
               ELSE
                   PERFORM FIND-FUNCTION THRU FIND-FUNCTION-EXIT
                   IF WS-FN-IX > 0
                       MOVE 'Y' TO FN-GRANTED(WS-OP-IX, WS-FN-IX)
                   END-IF
               END-IF
           END-PERFORM.
       LOAD-ONE-PROFILE-EXIT.
           EXIT.

       FIND-FUNCTION.
      *> the WS-TOKEN entry under operator WS-OP-IX, added (not yet
      *> granted, never used) when it is not there - 0 when the
      *> operator's list is already full
           MOVE 0 TO WS-FN-IX
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > OP-FN-COUNT(WS-OP-IX)
               IF FN-CODE(WS-OP-IX, J) = WS-TOKEN
                   MOVE J TO WS-FN-IX
               END-IF
           END-PERFORM
           IF WS-FN-IX > 0
               GO TO FIND-FUNCTION-EXIT
           END-IF
           IF OP-FN-COUNT(WS-OP-IX) >= WS-FN-MAX
               ADD 1 TO WS-TRUNCATED
               GO TO FIND-FUNCTION-EXIT
           END-IF
           ADD 1 TO OP-FN-COUNT(WS-OP-IX)
           MOVE OP-FN-COUNT(WS-OP-IX) TO WS-FN-IX
           MOVE WS-TOKEN TO FN-CODE(WS-OP-IX, WS-FN-IX)
           MOVE 'N' TO FN-GRANTED(WS-OP-IX, WS-FN-IX)
           MOVE 0 TO FN-USES(WS-OP-IX, WS-FN-IX)
               FN-LAST-USED(WS-OP-IX, WS-FN-IX).
       FIND-FUNCTION-EXIT.
           EXIT.

       SCAN-ONE-LOG.
           MOVE 'N' TO WS-EOF
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-LOG-STATUS NOT = "00"
      *> SELECT OPTIONAL opens a missing log empty with status 05 -
      *> close it again and move on to the next day
               IF WS-LOG-STATUS = "05"
                   CLOSE AUDIT-LOG-FILE
               END-IF
               GO TO SCAN-ONE-LOG-EXIT
           END-IF
           ADD 1 TO WS-FILES-READ
           PERFORM UNTIL WS-EOF = 'Y'
               READ AUDIT-LOG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       PERFORM TALLY-ONE-RECORD
                           THRU TALLY-ONE-RECORD-EXIT
               END-READ
           END-PERFORM
           CLOSE AUDIT-LOG-FILE
           MOVE 'N' TO WS-EOF.
       SCAN-ONE-LOG-EXIT.
           EXIT.

       TALLY-ONE-RECORD.
      *> layout: date(1:8) time(10:8) severity(19:1) program(21:44)
      *> message(66:200) - sign-on and function-use lines have only
      *> ever been written in the severity layout
           IF AUDIT-LOG-RECORD(19:1) = SPACE
             OR AUDIT-LOG-RECORD(20:1) NOT = SPACE
               GO TO TALLY-ONE-RECORD-EXIT
           END-IF
           MOVE AUDIT-LOG-RECORD(1:8) TO WS-REC-DATE
           IF WS-REC-DATE NOT NUMERIC
               GO TO TALLY-ONE-RECORD-EXIT
           END-IF
           MOVE WS-REC-DATE TO WS-REC-DATE-N
      *> a single named log can hold any span - only the sweep's own
      *> days count
           IF WS-REC-DATE-N > WS-BUSINESS-DATE
             OR INTEGER-OF-DATE(WS-REC-DATE-N)
                 < WS-TO-INT - WS-SWEEP-DAYS + 1
               GO TO TALLY-ONE-RECORD-EXIT
           END-IF
           MOVE AUDIT-LOG-RECORD(21:44) TO WS-REC-PROGRAM
           MOVE AUDIT-LOG-RECORD(66:200) TO WS-REC-MESSAGE
           IF WS-REC-MESSAGE(1:9) NOT = "operator "
               GO TO TALLY-ONE-RECORD-EXIT
           END-IF
           MOVE SPACES TO WS-WORD-1 WS-WORD-2 WS-WORD-3 WS-WORD-4
           UNSTRING WS-REC-MESSAGE DELIMITED BY ALL SPACE
               INTO WS-WORD-1 WS-WORD-2 WS-WORD-3 WS-WORD-4
           IF NOT (WS-WORD-3 = "used" AND WS-WORD-4 NOT = SPACES)
             AND NOT (WS-WORD-3 = "signed" AND WS-WORD-4 = "on"
                 AND WS-REC-PROGRAM = "OPERATOR-SIGNON")
               GO TO TALLY-ONE-RECORD-EXIT
           END-IF
           MOVE 0 TO WS-OP-IX
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-OP-COUNT
               IF OP-ID(I) = WS-WORD-2
                   MOVE I TO WS-OP-IX
               END-IF
           END-PERFORM
           IF WS-OP-IX = 0
      *> an id since taken off the profile file - no access left to
      *> recertify, only counted
               ADD 1 TO WS-UNPROFILED
               GO TO TALLY-ONE-RECORD-EXIT
           END-IF
           IF WS-WORD-3 = "signed"
               ADD 1 TO OP-SIGNONS(WS-OP-IX)
               IF WS-REC-DATE-N > OP-LAST-SIGNON(WS-OP-IX)
                   MOVE WS-REC-DATE-N TO OP-LAST-SIGNON(WS-OP-IX)
               END-IF
               GO TO TALLY-ONE-RECORD-EXIT
           END-IF
      *> function use counts only inside the review window proper
           IF WS-REC-DATE-N < WS-REVIEW-START
               GO TO TALLY-ONE-RECORD-EXIT
           END-IF
           MOVE WS-WORD-4 TO WS-TOKEN
           PERFORM FIND-FUNCTION THRU FIND-FUNCTION-EXIT
           IF WS-FN-IX > 0
               ADD 1 TO FN-USES(WS-OP-IX, WS-FN-IX)
               IF WS-REC-DATE-N > FN-LAST-USED(WS-OP-IX, WS-FN-IX)
                   MOVE WS-REC-DATE-N
                       TO FN-LAST-USED(WS-OP-IX, WS-FN-IX)
               END-IF
           END-IF.
       TALLY-ONE-RECORD-EXIT.
           EXIT.

       REVIEW-ONE-OPERATOR.
           DISPLAY " "
           MOVE 'N' TO WS-DORMANT-FLAG
           IF OP-LAST-SIGNON(WS-OP-IX) < WS-DORMANT-CUTOFF
               MOVE 'Y' TO WS-DORMANT-FLAG
               ADD 1 TO WS-DORMANT
           END-IF
           MOVE SPACES TO WS-ROW
           IF OP-LAST-SIGNON(WS-OP-IX) = 0
               STRING OP-ID(WS-OP-IX) " " OP-NAME(WS-OP-IX) " "
                       OP-ROLE(WS-OP-IX) " no sign-on on file"
                   DELIMITED BY SIZE INTO WS-ROW
           ELSE
               STRING OP-ID(WS-OP-IX) " " OP-NAME(WS-OP-IX) " "
                       OP-ROLE(WS-OP-IX) " last sign-on "
                       OP-LAST-SIGNON(WS-OP-IX)
                   DELIMITED BY SIZE INTO WS-ROW
           END-IF
           IF WS-DORMANT-FLAG = 'Y'
               DISPLAY TRIM(WS-ROW TRAILING) "  *** DORMANT ***"
           ELSE
               DISPLAY TRIM(WS-ROW TRAILING)
           END-IF
           IF OP-WILDCARD(WS-OP-IX) = 'Y'
               ADD 1 TO WS-WILDCARDS
               ADD 1 TO WS-GRANTED
               DISPLAY "    *                     "
                   "*** WILDCARD GRANT ***"
               MOVE SPACES TO WS-FLAGS
               MOVE 'W' TO WS-FLAGS(1:1)
               IF WS-DORMANT-FLAG = 'Y'
                   MOVE 'D' TO WS-FLAGS(2:1)
               END-IF
               MOVE "*" TO WS-TOKEN
               MOVE 0 TO WS-FN-IX
               PERFORM WRITE-SIGNOFF-LINE
           END-IF
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > OP-FN-COUNT(WS-OP-IX)
               PERFORM REVIEW-ONE-FUNCTION
           END-PERFORM.

       REVIEW-ONE-FUNCTION.
           MOVE FN-USES(WS-OP-IX, J) TO WS-USES-ED
           IF FN-GRANTED(WS-OP-IX, J) NOT = 'Y'
      *> used without a grant of its own - only the wildcard lets
      *> that happen, so it is shown as what the wildcard covers
               IF OP-WILDCARD(WS-OP-IX) = 'Y'
                   DISPLAY "      under wildcard: "
                       FN-CODE(WS-OP-IX, J) " uses " WS-USES-ED
                       "  last " FN-LAST-USED(WS-OP-IX, J)
               END-IF
           ELSE
               ADD 1 TO WS-GRANTED
               MOVE SPACES TO WS-FLAGS
               IF FN-USES(WS-OP-IX, J) = 0
                   ADD 1 TO WS-UNUSED
                   MOVE 'U' TO WS-FLAGS(1:1)
                   DISPLAY "    " FN-CODE(WS-OP-IX, J)
                       "  *** NEVER USED ***"
               ELSE
                   DISPLAY "    " FN-CODE(WS-OP-IX, J)
                       "  uses " WS-USES-ED
                       "  last " FN-LAST-USED(WS-OP-IX, J)
               END-IF
               IF WS-DORMANT-FLAG = 'Y'
                   MOVE 'D' TO WS-FLAGS(2:1)
               END-IF
               MOVE FN-CODE(WS-OP-IX, J) TO WS-TOKEN
               MOVE J TO WS-FN-IX
               PERFORM WRITE-SIGNOFF-LINE
           END-IF.

       WRITE-SIGNOFF-LINE.
      *> decision and reviewer left empty for the supervisor
           MOVE SPACES TO SIGNOFF-RECORD
           IF WS-FN-IX = 0
               STRING WS-BUSINESS-DATE "," TRIM(OP-ID(WS-OP-IX)) ","
                       TRIM(WS-TOKEN) ",00000,00000000,"
                       TRIM(WS-FLAGS) ",,"
                   DELIMITED BY SIZE INTO SIGNOFF-RECORD
           ELSE
               STRING WS-BUSINESS-DATE "," TRIM(OP-ID(WS-OP-IX)) ","
                       TRIM(WS-TOKEN) ","
                       FN-USES(WS-OP-IX, WS-FN-IX) ","
                       FN-LAST-USED(WS-OP-IX, WS-FN-IX) ","
                       TRIM(WS-FLAGS) ",,"
                   DELIMITED BY SIZE INTO SIGNOFF-RECORD
           END-IF
           WRITE SIGNOFF-RECORD
           ADD 1 TO WS-SIGNOFF-LINES.
       END PROGRAM OPERATOR-RECERT.
