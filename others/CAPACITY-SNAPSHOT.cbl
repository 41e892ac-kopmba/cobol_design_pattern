      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPACITY-SNAPSHOT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> the files worth watching and the table each one is loaded
      *> into - one line per loading program:
      *>   FILE,KIND,PROGRAM,TABLE,CEILING
      *> KIND 'L' a line file (one record per non-blank line), or
      *> the indexed masters 'E' employee, 'C' compensation, 'A'
      *> account; CEILING the OCCURS the program stops at, 0 for a
      *> file only counted for its growth. Overridable via
      *> CAPACITY-LIMITS-FILE
       SELECT OPTIONAL LIMITS-FILE ASSIGN DYNAMIC WS-LIMITS-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LIMITS-STATUS.
      *> whichever line file is being counted
       SELECT OPTIONAL COUNT-FILE ASSIGN DYNAMIC WS-COUNT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COUNT-STATUS.
      *> the indexed masters, read only and only to be counted
       SELECT OPTIONAL EMPLOYEE-MASTER ASSIGN DYNAMIC
           WS-COUNT-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-KEY
           FILE STATUS IS WS-COUNT-STATUS.
       SELECT OPTIONAL COMP-MASTER ASSIGN DYNAMIC WS-COUNT-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COMP-KEY
           FILE STATUS IS WS-COUNT-STATUS.
       SELECT OPTIONAL ACCT-MASTER ASSIGN DYNAMIC WS-COUNT-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACCT-KEY
           FILE STATUS IS WS-COUNT-STATUS.
      *> one line per file per night, appended -
      *>   CCYYMMDD,FILE,PROGRAM,TABLE,COUNT,CEILING
      *> the trend CAPACITY-REPORT projects from.
      *> Overridable via CAPACITY-HISTORY-FILE
       SELECT OPTIONAL HISTORY-FILE ASSIGN DYNAMIC
           WS-HISTORY-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD LIMITS-FILE.
       01 LIMITS-RECORD PIC X(120).
       FD COUNT-FILE.
       01 COUNT-RECORD PIC X(256).
      *> the master images carried whole - only the key is broken
      *> out, the lengths must stay those of assign.cbl's,
      *> COMP-MAINT's and ACCOUNT-MAINT's records
       FD EMPLOYEE-MASTER.
       01 EMP-RECORD.
           05 EMP-KEY PIC 9(9).
           05 EMP-REST PIC X(117).
       FD COMP-MASTER.
       01 COMP-RECORD.
           05 COMP-KEY PIC 9(9).
           05 COMP-REST PIC X(30).
       FD ACCT-MASTER.
       01 ACCT-RECORD.
           05 ACCT-KEY PIC 9(10).
           05 ACCT-REST PIC X(185).
       FD HISTORY-FILE.
       01 HISTORY-RECORD PIC X(160).
       WORKING-STORAGE SECTION.
      *> correctly-sized holders for the startup trace and the audit
      *> message - a literal passed straight to LOG-STARTUP's or
      *> LOG-EVENT's LINKAGE would only be allocated as big as the
      *> literal itself, not the LINKAGE PIC
       01 WS-PROGRAM-NAME PIC X(44) VALUE "CAPACITY-SNAPSHOT".
       01 WS-EVENT-MESSAGE PIC X(200).
       01 WS-EVENT-SEVERITY PIC X(1).
       01 WS-LIMITS-FILE-NAME PIC X(80) VALUE "CAPACITY-LIMITS.DAT".
       01 WS-ENV-LIMITS-FILE-NAME PIC X(80).
       01 WS-LIMITS-STATUS PIC X(2).
       01 WS-COUNT-FILE-NAME PIC X(80).
       01 WS-COUNT-STATUS PIC X(2).
       01 WS-HISTORY-FILE-NAME PIC X(80)
           VALUE "CAPACITY-HISTORY.DAT".
       01 WS-ENV-HISTORY-FILE-NAME PIC X(80).
       01 WS-HISTORY-STATUS PIC X(2).
       01 WS-HISTORY-OPEN PIC X(1) VALUE 'N'.
       01 WS-EOF PIC X(1) VALUE 'N'.
       01 WS-COUNT-EOF PIC X(1).
       01 WS-ENV-BUSINESS-DATE PIC X(8).
       01 WS-BUSINESS-DATE PIC 9(8).
      *> a table this full tonight is worth a warning before the
      *> weekly projection comes round
       77 WS-NEAR-PERCENT PIC 9(3) VALUE 90.
      *> the limits line being worked
       01 WS-LIM-FILE PIC X(40).
       01 WS-LIM-KIND PIC X(1).
       01 WS-LIM-PROGRAM PIC X(30).
       01 WS-LIM-TABLE PIC X(30).
       01 WS-LIM-CEILING-X PIC X(7).
       01 WS-LIM-CEILING PIC 9(5).
       01 WS-RECORD-COUNT PIC 9(7).
       01 WS-COUNTED PIC X(1).
       01 WS-PERCENT PIC 9(5).
       01 WS-FLAG PIC X(22).
       01 WS-COUNT-ED PIC Z(6)9.
       01 WS-CEILING-ED PIC Z(4)9.
       01 WS-PERCENT-ED PIC ZZZZ9.
       01 WS-ROW PIC X(132).
       01 WS-FILES-COUNTED PIC 9(4) VALUE 0.
       01 WS-FILES-NEAR PIC 9(4) VALUE 0.
       01 WS-FILES-FAILED PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "LOG-STARTUP" USING WS-PROGRAM-NAME
      *> accept into a separate staging field first - ACCEPT FROM
      *> ENVIRONMENT blanks the target unconditionally when the
      *> variable is unset, which would wipe out the VALUE defaults
           MOVE SPACES TO WS-ENV-LIMITS-FILE-NAME
           ACCEPT WS-ENV-LIMITS-FILE-NAME FROM ENVIRONMENT
               "CAPACITY-LIMITS-FILE"
           IF WS-ENV-LIMITS-FILE-NAME NOT = SPACES
               MOVE WS-ENV-LIMITS-FILE-NAME TO WS-LIMITS-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-HISTORY-FILE-NAME
           ACCEPT WS-ENV-HISTORY-FILE-NAME FROM ENVIRONMENT
               "CAPACITY-HISTORY-FILE"
           IF WS-ENV-HISTORY-FILE-NAME NOT = SPACES
               MOVE WS-ENV-HISTORY-FILE-NAME TO WS-HISTORY-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-BUSINESS-DATE
           ACCEPT WS-ENV-BUSINESS-DATE FROM ENVIRONMENT
               "CALC-BUSINESS-DATE"
           IF WS-ENV-BUSINESS-DATE IS NUMERIC
               MOVE WS-ENV-BUSINESS-DATE TO WS-BUSINESS-DATE
           ELSE
               ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF
           OPEN INPUT LIMITS-FILE
           IF WS-LIMITS-STATUS NOT = "00"
               IF WS-LIMITS-STATUS = "05"
                   CLOSE LIMITS-FILE
               END-IF
               DISPLAY "CAPACITY-SNAPSHOT: no capacity limits in "
                   TRIM(WS-LIMITS-FILE-NAME) " - nothing to count"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND HISTORY-FILE
      *> EXTEND on a history that does not exist yet reports status
      *> 05 on this runtime even though it creates the file
      *> underneath
           IF WS-HISTORY-STATUS = "00" OR WS-HISTORY-STATUS = "05"
               MOVE 'Y' TO WS-HISTORY-OPEN
           ELSE
               DISPLAY "CAPACITY-SNAPSHOT: cannot open "
                   TRIM(WS-HISTORY-FILE-NAME) " - file status "
                   WS-HISTORY-STATUS " - counts reported, not kept"
           END-IF
           DISPLAY "===== Capacity snapshot - " WS-BUSINESS-DATE
               " ====="
           DISPLAY "FILE                      LOADED BY"
               "                 COUNT CEILING  USED%"
           PERFORM UNTIL WS-EOF = 'Y'
               READ LIMITS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF LIMITS-RECORD NOT = SPACES
                           PERFORM SNAPSHOT-ONE-FILE
                               THRU SNAPSHOT-ONE-FILE-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LIMITS-FILE
           IF WS-HISTORY-OPEN = 'Y'
               CLOSE HISTORY-FILE
           END-IF
           DISPLAY " "
           DISPLAY "Files counted:          " WS-FILES-COUNTED
           DISPLAY "Near or at ceiling:     " WS-FILES-NEAR
           DISPLAY "Could not be counted:   " WS-FILES-FAILED
           MOVE SPACES TO WS-EVENT-MESSAGE
           STRING "capacity snapshot " WS-BUSINESS-DATE ": "
                   WS-FILES-COUNTED " file(s) counted, " WS-FILES-NEAR
                   " near ceiling, " WS-FILES-FAILED " not counted"
               DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
           CALL "LOG-EVENT" USING WS-PROGRAM-NAME WS-EVENT-MESSAGE
      *> RETURN-CODE: 0 = every table has room tonight, 4 = a table
      *> at or past WS-NEAR-PERCENT full, a file that could not be
      *> counted or a bad limits line, 8 = no limits file
           IF WS-FILES-NEAR > 0 OR WS-FILES-FAILED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       SNAPSHOT-ONE-FILE.
           MOVE SPACES TO WS-LIM-FILE WS-LIM-KIND WS-LIM-PROGRAM
               WS-LIM-TABLE WS-LIM-CEILING-X
           UNSTRING LIMITS-RECORD DELIMITED BY ","
               INTO WS-LIM-FILE WS-LIM-KIND WS-LIM-PROGRAM
                   WS-LIM-TABLE WS-LIM-CEILING-X
           IF WS-LIM-CEILING-X = SPACES
               MOVE "0" TO WS-LIM-CEILING-X
           END-IF
           IF WS-LIM-FILE = SPACES
             OR (WS-LIM-KIND NOT = 'L' AND WS-LIM-KIND NOT = 'E'
                 AND WS-LIM-KIND NOT = 'C' AND WS-LIM-KIND NOT = 'A')
             OR TEST-NUMVAL(WS-LIM-CEILING-X) NOT = 0
               ADD 1 TO WS-FILES-FAILED
               DISPLAY "CAPACITY-SNAPSHOT: limits line not understood"
                   " - " TRIM(LIMITS-RECORD)
               GO TO SNAPSHOT-ONE-FILE-EXIT
           END-IF
           MOVE NUMVAL(WS-LIM-CEILING-X) TO WS-LIM-CEILING
           PERFORM COUNT-ONE-FILE THRU COUNT-ONE-FILE-EXIT
           IF WS-COUNTED = 'N'
               ADD 1 TO WS-FILES-FAILED
               DISPLAY "CAPACITY-SNAPSHOT: cannot count "
                   TRIM(WS-LIM-FILE) " - file status "
                   WS-COUNT-STATUS
               GO TO SNAPSHOT-ONE-FILE-EXIT
           END-IF
           ADD 1 TO WS-FILES-COUNTED
           MOVE SPACES TO WS-FLAG
           MOVE 0 TO WS-PERCENT
           IF WS-LIM-CEILING > 0
               COMPUTE WS-PERCENT =
                   (WS-RECORD-COUNT * 100) / WS-LIM-CEILING
               IF WS-RECORD-COUNT >= WS-LIM-CEILING
                   MOVE "*** AT CEILING ***" TO WS-FLAG
               ELSE
                   IF WS-PERCENT >= WS-NEAR-PERCENT
                       MOVE "*** NEAR CEILING ***" TO WS-FLAG
                   END-IF
               END-IF
           END-IF
           MOVE WS-RECORD-COUNT TO WS-COUNT-ED
           MOVE WS-LIM-CEILING TO WS-CEILING-ED
           MOVE WS-PERCENT TO WS-PERCENT-ED
           MOVE SPACES TO WS-ROW
           MOVE WS-LIM-FILE TO WS-ROW(1:25)
           MOVE WS-LIM-PROGRAM TO WS-ROW(27:24)
           MOVE WS-COUNT-ED TO WS-ROW(52:7)
           IF WS-LIM-CEILING > 0
               MOVE WS-CEILING-ED TO WS-ROW(61:5)
               MOVE WS-PERCENT-ED TO WS-ROW(67:5)
           ELSE
               MOVE "none" TO WS-ROW(62:4)
           END-IF
           MOVE WS-FLAG TO WS-ROW(74:22)
           DISPLAY TRIM(WS-ROW TRAILING)
           IF WS-FLAG NOT = SPACES
               ADD 1 TO WS-FILES-NEAR
               MOVE 'W' TO WS-EVENT-SEVERITY
               MOVE SPACES TO WS-EVENT-MESSAGE
               STRING TRIM(WS-LIM-FILE) " holds " TRIM(WS-COUNT-ED)
                       " of the " TRIM(WS-CEILING-ED) " entries "
                       TRIM(WS-LIM-PROGRAM) " " TRIM(WS-LIM-TABLE)
                       " can load"
                   DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
               CALL "LOG-EVENT-SEV" USING WS-PROGRAM-NAME
                   WS-EVENT-SEVERITY WS-EVENT-MESSAGE
           END-IF
           IF WS-HISTORY-OPEN = 'Y'
               MOVE SPACES TO HISTORY-RECORD
               STRING WS-BUSINESS-DATE "," TRIM(WS-LIM-FILE) ","
                       TRIM(WS-LIM-PROGRAM) "," TRIM(WS-LIM-TABLE) ","
                       WS-RECORD-COUNT "," WS-LIM-CEILING
                   DELIMITED BY SIZE INTO HISTORY-RECORD
               WRITE HISTORY-RECORD
           END-IF.
       SNAPSHOT-ONE-FILE-EXIT.
           EXIT.

       COUNT-ONE-FILE.
      *> a file not there at all is an empty table, not a failure -
      *> most work files only exist once their first run has been
           MOVE 0 TO WS-RECORD-COUNT
           MOVE 'Y' TO WS-COUNTED
           MOVE 'N' TO WS-COUNT-EOF
           MOVE WS-LIM-FILE TO WS-COUNT-FILE-NAME
           EVALUATE WS-LIM-KIND
               WHEN 'L'
                   OPEN INPUT COUNT-FILE
               WHEN 'E'
                   OPEN INPUT EMPLOYEE-MASTER
               WHEN 'C'
                   OPEN INPUT COMP-MASTER
               WHEN 'A'
                   OPEN INPUT ACCT-MASTER
           END-EVALUATE
           IF WS-COUNT-STATUS = "05"
               EVALUATE WS-LIM-KIND
                   WHEN 'L'
                       CLOSE COUNT-FILE
                   WHEN 'E'
                       CLOSE EMPLOYEE-MASTER
                   WHEN 'C'
                       CLOSE COMP-MASTER
                   WHEN 'A'
                       CLOSE ACCT-MASTER
               END-EVALUATE
               GO TO COUNT-ONE-FILE-EXIT
           END-IF
           IF WS-COUNT-STATUS NOT = "00"
               MOVE 'N' TO WS-COUNTED
               GO TO COUNT-ONE-FILE-EXIT
           END-IF
           PERFORM UNTIL WS-COUNT-EOF = 'Y'
               EVALUATE WS-LIM-KIND
                   WHEN 'L'
                       READ COUNT-FILE
                           AT END
                               MOVE 'Y' TO WS-COUNT-EOF
                           NOT AT END
                               IF COUNT-RECORD NOT = SPACES
                                   ADD 1 TO WS-RECORD-COUNT
                               END-IF
                       END-READ
                   WHEN 'E'
                       READ EMPLOYEE-MASTER NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-COUNT-EOF
                           NOT AT END
                               ADD 1 TO WS-RECORD-COUNT
                       END-READ
                   WHEN 'C'
                       READ COMP-MASTER NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-COUNT-EOF
                           NOT AT END
                               ADD 1 TO WS-RECORD-COUNT
                       END-READ
                   WHEN 'A'
                       READ ACCT-MASTER NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-COUNT-EOF
                           NOT AT END
                               ADD 1 TO WS-RECORD-COUNT
                       END-READ
               END-EVALUATE
           END-PERFORM
           EVALUATE WS-LIM-KIND
               WHEN 'L'
                   CLOSE COUNT-FILE
               WHEN 'E'
                   CLOSE EMPLOYEE-MASTER
               WHEN 'C'
                   CLOSE COMP-MASTER
               WHEN 'A'
                   CLOSE ACCT-MASTER
           END-EVALUATE.
       COUNT-ONE-FILE-EXIT.
           EXIT.
       END PROGRAM CAPACITY-SNAPSHOT.
