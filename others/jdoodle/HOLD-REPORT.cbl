      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLD-REPORT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> HOLD-MAINT's holds register. Overridable via ACCT-HOLD-FILE
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
       01 WS-PROGRAM-NAME PIC X(44) VALUE "HOLD-REPORT".
       01 WS-EVENT-MESSAGE PIC X(200).
       01 WS-HOLD-FILE-NAME PIC X(80) VALUE "ACCT-HOLDS.DAT".
       01 WS-ENV-HOLD-FILE-NAME PIC X(80).
       01 WS-HOLD-STATUS PIC X(2).
       01 WS-EOF PIC X(1) VALUE 'N'.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-ENV-RUN-DATE PIC X(8).
       01 WS-RUN-INT PIC 9(7).
      *> how far ahead the expiring list looks - HOLD-EXPIRY-DAYS,
      *> a week when unset
       01 WS-WARN-DAYS PIC 9(3) VALUE 7.
       01 WS-ENV-WARN-DAYS PIC X(3).
       01 WS-DAYS-LEFT PIC S9(7).
       01 WS-DAYS-ED PIC ZZ9.
       01 WS-EXPIRY-TEXT PIC X(8).
       01 WS-REPORT-LINE PIC X(100).
      *> the expiring section, staged while the active list prints
       01 WS-EXPIRING-COUNT PIC 9(4) VALUE 0.
       01 WS-EXPIRING-MAX PIC 9(4) VALUE 500.
       01 WS-EXPIRING-LINE PIC X(100) OCCURS 500 TIMES.
       01 I PIC 9(4).
       01 WS-ACTIVE-COUNT PIC 9(5) VALUE 0.
       01 WS-LAPSED-COUNT PIC 9(5) VALUE 0.
       01 WS-RELEASED-COUNT PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "LOG-STARTUP" USING WS-PROGRAM-NAME
      *> accept into a separate staging field first - ACCEPT FROM
      *> ENVIRONMENT blanks the target unconditionally when the
      *> variable is unset, which would wipe out the VALUE defaults
           MOVE SPACES TO WS-ENV-HOLD-FILE-NAME
           ACCEPT WS-ENV-HOLD-FILE-NAME FROM ENVIRONMENT
               "ACCT-HOLD-FILE"
           IF WS-ENV-HOLD-FILE-NAME NOT = SPACES
               MOVE WS-ENV-HOLD-FILE-NAME TO WS-HOLD-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-WARN-DAYS
           ACCEPT WS-ENV-WARN-DAYS FROM ENVIRONMENT "HOLD-EXPIRY-DAYS"
           IF WS-ENV-WARN-DAYS NOT = SPACES
             AND TEST-NUMVAL(WS-ENV-WARN-DAYS) = 0
               MOVE NUMVAL(WS-ENV-WARN-DAYS) TO WS-WARN-DAYS
           END-IF
           MOVE SPACES TO WS-ENV-RUN-DATE
           ACCEPT WS-ENV-RUN-DATE FROM ENVIRONMENT
               "CALC-BUSINESS-DATE"
           IF WS-ENV-RUN-DATE IS NUMERIC
             AND WS-ENV-RUN-DATE NOT = SPACES
               MOVE WS-ENV-RUN-DATE TO WS-RUN-DATE
           ELSE
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF
           MOVE INTEGER-OF-DATE(WS-RUN-DATE) TO WS-RUN-INT
           OPEN INPUT HOLD-MASTER.
           IF WS-HOLD-STATUS NOT = "00"
      *> no register yet just means no account has ever been held
               IF WS-HOLD-STATUS = "05"
                   CLOSE HOLD-MASTER
               END-IF
               DISPLAY "HOLD-REPORT: no holds register on file - "
                   TRIM(WS-HOLD-FILE-NAME)
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "===== Active account holds ====="
           DISPLAY "As of:             " WS-RUN-DATE
           DISPLAY "ACCOUNT    TY REASON                         "
               "PLACED-BY PLACED   EXPIRES  S A"
           PERFORM UNTIL WS-EOF = 'Y'
               READ HOLD-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM REPORT-ONE-HOLD
                           THRU REPORT-ONE-HOLD-EXIT
               END-READ
           END-PERFORM.
           CLOSE HOLD-MASTER.
           DISPLAY "Active holds:      " WS-ACTIVE-COUNT
           DISPLAY " "
           DISPLAY "EXPIRING WITHIN " WS-WARN-DAYS " DAYS"
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-EXPIRING-COUNT
               DISPLAY TRIM(WS-EXPIRING-LINE(I) TRAILING)
           END-PERFORM
           DISPLAY "Expiring holds:    " WS-EXPIRING-COUNT
           DISPLAY "Lapsed, unreleased:" WS-LAPSED-COUNT
           DISPLAY "Released on file:  " WS-RELEASED-COUNT
           DISPLAY "===== End of active account holds ====="
           MOVE SPACES TO WS-EVENT-MESSAGE
           STRING "holds report " WS-RUN-DATE ": " WS-ACTIVE-COUNT
                   " active, " WS-EXPIRING-COUNT " expiring"
               DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
           CALL "LOG-EVENT" USING WS-PROGRAM-NAME WS-EVENT-MESSAGE
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       REPORT-ONE-HOLD.
           IF HOLD-STATUS NOT = 'A'
               ADD 1 TO WS-RELEASED-COUNT
               GO TO REPORT-ONE-HOLD-EXIT
           END-IF
      *> past its expiry the edit no longer enforces it - counted so
      *> someone releases it formally, not listed as active
           IF HOLD-EXPIRY-DATE NOT = 0
             AND HOLD-EXPIRY-DATE < WS-RUN-DATE
               ADD 1 TO WS-LAPSED-COUNT
               GO TO REPORT-ONE-HOLD-EXIT
           END-IF
           ADD 1 TO WS-ACTIVE-COUNT
           IF HOLD-EXPIRY-DATE = 0
               MOVE "NONE" TO WS-EXPIRY-TEXT
           ELSE
               MOVE HOLD-EXPIRY-DATE TO WS-EXPIRY-TEXT
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING HOLD-ACCOUNT " " HOLD-TYPE " " HOLD-REASON " "
                   HOLD-PLACED-BY "  " HOLD-PLACED-DATE " "
                   WS-EXPIRY-TEXT " " HOLD-SCOPE " " HOLD-ACTION
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           DISPLAY TRIM(WS-REPORT-LINE TRAILING)
           IF HOLD-EXPIRY-DATE = 0
               GO TO REPORT-ONE-HOLD-EXIT
           END-IF
           COMPUTE WS-DAYS-LEFT = INTEGER-OF-DATE(HOLD-EXPIRY-DATE)
               - WS-RUN-INT
           IF WS-DAYS-LEFT <= WS-WARN-DAYS
             AND WS-EXPIRING-COUNT < WS-EXPIRING-MAX
               ADD 1 TO WS-EXPIRING-COUNT
               MOVE WS-DAYS-LEFT TO WS-DAYS-ED
               MOVE SPACES TO WS-EXPIRING-LINE(WS-EXPIRING-COUNT)
               STRING HOLD-ACCOUNT " " HOLD-TYPE " expires "
                       HOLD-EXPIRY-DATE " (in " WS-DAYS-ED
                       " days) placed by " HOLD-PLACED-BY " - "
                       TRIM(HOLD-REASON)
                   DELIMITED BY SIZE
                   INTO WS-EXPIRING-LINE(WS-EXPIRING-COUNT)
           END-IF.
       REPORT-ONE-HOLD-EXIT.
           EXIT.
       END PROGRAM HOLD-REPORT.
