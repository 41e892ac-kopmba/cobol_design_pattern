      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-DISTRIBUTE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> who gets which report, and which part of it. Two kinds of
      *> line -
      *>   R,STEP,REPORTFILE,BREAKSTART,KEYLABEL,TRAILERSTART,
      *>     HEADINGEND
      *>     a report the chain step STEP leaves behind. A line
      *>     beginning BREAKSTART opens a new department/account
      *>     slice, whose key is the word after KEYLABEL on the first
      *>     line of the slice that carries it (KEYLABEL defaults to
      *>     BREAKSTART); a line beginning TRAILERSTART ends the
      *>     slices. A blank BREAKSTART means the report goes out
      *>     whole only. The report's heading runs down to the line
      *>     beginning HEADINGEND and heads every slice; with no
      *>     HEADINGEND nothing before the first break does.
      *>   D,REPORTFILE,KEY,RECIPIENT,DIRECTORY
      *>     deliver REPORTFILE to RECIPIENT in DIRECTORY - the whole
      *>     report when KEY is * or blank, otherwise only the slice
      *>     for that department or account.
      *> Overridable via REPORT-DIST-FILE
       SELECT OPTIONAL DIST-FILE ASSIGN DYNAMIC WS-DIST-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DIST-STATUS.
       SELECT OPTIONAL REPORT-FILE ASSIGN DYNAMIC WS-REPORT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.
      *> not OPTIONAL - a delivery directory that is not there has to
      *> fail the open, not be papered over
       SELECT SLICE-FILE ASSIGN DYNAMIC WS-SLICE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SLICE-STATUS.
      *> what went where, appended run after run -
      *>   DATE,TIME,RUNID,STEP,REPORT,KEY,RECIPIENT,DELIVEREDTO,
      *>   LINES,OUTCOME,REASON
      *> Overridable via REPORT-DIST-LOG-FILE
       SELECT OPTIONAL DIST-LOG-FILE ASSIGN DYNAMIC WS-LOG-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD DIST-FILE.
       01 DIST-RECORD PIC X(300).
       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(250).
       FD SLICE-FILE.
       01 SLICE-RECORD PIC X(250).
       FD DIST-LOG-FILE.
       01 DIST-LOG-RECORD PIC X(400).
       WORKING-STORAGE SECTION.
      *> correctly-sized holders for the startup trace and the audit
      *> message - a literal passed straight to LOG-STARTUP's or
      *> LOG-EVENT-SEV's LINKAGE would only be allocated as big as
      *> the literal itself, not the LINKAGE PIC
       01 WS-PROGRAM-NAME PIC X(44) VALUE "REPORT-DISTRIBUTE".
       01 WS-EVENT-MESSAGE PIC X(200).
       01 WS-EVENT-SEVERITY PIC X(1).
       01 WS-DIST-FILE-NAME PIC X(80)
           VALUE "REPORT-DISTRIBUTION.DAT".
       01 WS-ENV-DIST-FILE-NAME PIC X(80).
       01 WS-DIST-STATUS PIC X(2).
       01 WS-LOG-FILE-NAME PIC X(80) VALUE "REPORT-DIST-LOG.DAT".
       01 WS-ENV-LOG-FILE-NAME PIC X(80).
       01 WS-LOG-STATUS PIC X(2).
       01 WS-REPORT-FILE-NAME PIC X(80).
       01 WS-REPORT-STATUS PIC X(2).
       01 WS-REPORT-OPEN PIC X(1).
       01 WS-SLICE-FILE-NAME PIC X(200).
       01 WS-SLICE-STATUS PIC X(2).
       01 WS-EOF PIC X(1) VALUE 'N'.
      *> the chain step just finished - blank distributes every
      *> report on the control file, as a standalone job would
       01 WS-STEP PIC X(20).
       01 WS-RUN-ID PIC X(12).
       01 WS-TODAY PIC X(8).
       01 WS-NOW PIC X(8).
      *> one control line, split
       01 WS-CT-TYPE PIC X(1).
       01 WS-CT-F1 PIC X(80).
       01 WS-CT-F2 PIC X(80).
       01 WS-CT-F3 PIC X(80).
       01 WS-CT-F4 PIC X(80).
       01 WS-CT-F5 PIC X(80).
       01 WS-CT-F6 PIC X(80).
       01 WS-CONTROL-DROPPED PIC 9(5) VALUE 0.
      *> the reports the chain leaves behind, and how each one breaks
       77 WS-RPT-MAX PIC 9(3) VALUE 100.
       01 WS-RPT-COUNT PIC 9(3) VALUE 0.
       01 WS-RPT-TABLE.
           05 WS-RPT-ENTRY OCCURS 100 TIMES.
               10 RPT-STEP PIC X(20).
               10 RPT-FILE PIC X(80).
               10 RPT-BREAK PIC X(20).
               10 RPT-LABEL PIC X(20).
               10 RPT-TRAILER PIC X(30).
               10 RPT-HEADING PIC X(30).
      *> the recipients - DST-MATCHED is set once a report definition
      *> claims the line, so orphans can be listed
       77 WS-DST-MAX PIC 9(3) VALUE 300.
       01 WS-DST-COUNT PIC 9(3) VALUE 0.
       01 WS-DST-TABLE.
           05 WS-DST-ENTRY OCCURS 300 TIMES.
               10 DST-FILE PIC X(80).
               10 DST-KEY PIC X(20).
               10 DST-RECIPIENT PIC X(30).
               10 DST-DIR PIC X(80).
               10 DST-MATCHED PIC X(1).
      *> the break keys found in the report being distributed, and
      *> whether any recipient was routed each one
       77 WS-KEY-MAX PIC 9(4) VALUE 1000.
       01 WS-KEY-COUNT PIC 9(4) VALUE 0.
       01 WS-KEY-TABLE.
           05 WS-KEY-ENTRY OCCURS 1000 TIMES.
               10 KEY-VALUE PIC X(20).
               10 KEY-LINES PIC 9(7).
               10 KEY-ROUTED PIC X(1).
       01 WS-KEYS-DROPPED PIC 9(5) VALUE 0.
      *> the lines of a slice read before its key turns up - held
      *> until the key says whose slice they belong to
       77 WS-BUF-MAX PIC 9(3) VALUE 60.
       01 WS-BUF-COUNT PIC 9(3) VALUE 0.
       01 WS-BUF-TABLE.
           05 WS-BUF-LINE OCCURS 60 TIMES PIC X(250).
       01 WS-BUF-LOST PIC 9(5) VALUE 0.
      *> reading state - S scans the report for its keys, D delivers
      *> one recipient's copy of it
       01 WS-MODE PIC X(1).
      *> H the heading every copy carries, P what the report prints
      *> after it but before its first break, B a slice, T the
      *> trailer
       01 WS-SECTION PIC X(1).
       01 WS-CUR-KEY PIC X(20).
       01 WS-TARGET-KEY PIC X(20).
       01 WS-BREAK-LEN PIC 9(3).
       01 WS-LABEL-TEXT PIC X(20).
       01 WS-LABEL-LEN PIC 9(3).
       01 WS-TRAILER-LEN PIC 9(3).
       01 WS-HEADING-LEN PIC 9(3).
       01 WS-REPORT-BASE PIC X(80).
       01 WS-LINES-READ PIC 9(7).
       01 WS-LINES-WRITTEN PIC 9(7).
       01 WS-P PIC 9(4).
       01 WS-SKIP PIC 9(4).
       01 WS-R PIC 9(3).
       01 WS-D PIC 9(3).
       01 WS-K PIC 9(4).
       01 WS-B PIC 9(3).
       01 WS-RECIPIENTS PIC 9(3).
      *> one delivery outcome, for the report and the log
       01 WS-OUT-STEP PIC X(20).
       01 WS-OUT-REPORT PIC X(80).
       01 WS-OUT-KEY PIC X(20).
       01 WS-OUT-RECIPIENT PIC X(30).
       01 WS-OUT-FILE PIC X(200).
       01 WS-OUT-LINES PIC 9(7) VALUE 0.
       01 WS-OUTCOME PIC X(13).
       01 WS-REASON PIC X(60).
       01 WS-REPORTS-DONE PIC 9(5) VALUE 0.
       01 WS-DELIVERED PIC 9(5) VALUE 0.
       01 WS-UNDELIVERABLE PIC 9(5) VALUE 0.

      *> after a chain step, cuts the reports it left in the working
      *> directory along their department or account breaks and
      *> drops each recipient's slice in that recipient's delivery
      *> directory; everything that could not go anywhere is listed
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "LOG-STARTUP" USING WS-PROGRAM-NAME
      *> accept into a separate staging field first - ACCEPT FROM
      *> ENVIRONMENT blanks the target unconditionally when the
      *> variable is unset, which would wipe out the VALUE defaults
           MOVE SPACES TO WS-ENV-DIST-FILE-NAME
           ACCEPT WS-ENV-DIST-FILE-NAME FROM ENVIRONMENT
               "REPORT-DIST-FILE"
           IF WS-ENV-DIST-FILE-NAME NOT = SPACES
               MOVE WS-ENV-DIST-FILE-NAME TO WS-DIST-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-LOG-FILE-NAME
           ACCEPT WS-ENV-LOG-FILE-NAME FROM ENVIRONMENT
               "REPORT-DIST-LOG-FILE"
           IF WS-ENV-LOG-FILE-NAME NOT = SPACES
               MOVE WS-ENV-LOG-FILE-NAME TO WS-LOG-FILE-NAME
           END-IF
           MOVE SPACES TO WS-STEP
           ACCEPT WS-STEP FROM ENVIRONMENT "REPORT-DIST-STEP"
           MOVE SPACES TO WS-RUN-ID
           ACCEPT WS-RUN-ID FROM ENVIRONMENT "CHAIN-RUN-ID"
           IF WS-RUN-ID = SPACES
               MOVE "NONE" TO WS-RUN-ID
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-NOW FROM TIME
           PERFORM LOAD-CONTROL THRU LOAD-CONTROL-EXIT
           IF WS-RPT-COUNT = 0 AND WS-DST-COUNT = 0
               DISPLAY "REPORT-DISTRIBUTE: no entries on "
                   TRIM(WS-DIST-FILE-NAME) " - nothing distributed"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      *> a step with nothing on the control file is the usual case
      *> after most chain steps - it goes by without a word
           IF WS-STEP NOT = SPACES
               MOVE 0 TO WS-RECIPIENTS
               PERFORM VARYING WS-R FROM 1 BY 1
                       UNTIL WS-R > WS-RPT-COUNT
                   IF RPT-STEP(WS-R) = WS-STEP
                       ADD 1 TO WS-RECIPIENTS
                   END-IF
               END-PERFORM
               IF WS-RECIPIENTS = 0
                   MOVE 0 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN EXTEND DIST-LOG-FILE
      *> EXTEND on a file that does not exist yet reports status 05
      *> on this runtime even though it creates the file underneath
           IF WS-LOG-STATUS NOT = "00" AND WS-LOG-STATUS NOT = "05"
               DISPLAY "REPORT-DISTRIBUTE: cannot write distribution "
                   "log " TRIM(WS-LOG-FILE-NAME) " - file status "
                   WS-LOG-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-STEP = SPACES
               DISPLAY "===== Report distribution - all reports ====="
           ELSE
               DISPLAY "===== Report distribution after step "
                   TRIM(WS-STEP) " ====="
           END-IF
           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > WS-RPT-COUNT
               IF WS-STEP = SPACES OR RPT-STEP(WS-R) = WS-STEP
                   PERFORM DISTRIBUTE-ONE-REPORT
                       THRU DISTRIBUTE-ONE-REPORT-EXIT
               END-IF
           END-PERFORM
      *> a recipient line for a report no step is known to produce
      *> can only be caught on a full run - a single step's run
      *> cannot tell it from another step's report
           IF WS-STEP = SPACES
               PERFORM VARYING WS-D FROM 1 BY 1
                       UNTIL WS-D > WS-DST-COUNT
                   IF DST-MATCHED(WS-D) NOT = 'Y'
                       MOVE SPACES TO WS-OUT-STEP WS-OUT-FILE
                       MOVE DST-FILE(WS-D) TO WS-OUT-REPORT
                       MOVE DST-KEY(WS-D) TO WS-OUT-KEY
                       MOVE DST-RECIPIENT(WS-D) TO WS-OUT-RECIPIENT
                       MOVE "no report definition for this file"
                           TO WS-REASON
                       PERFORM RECORD-UNDELIVERABLE
                   END-IF
               END-PERFORM
           END-IF
           CLOSE DIST-LOG-FILE
           DISPLAY " "
           DISPLAY "Reports distributed:      " WS-REPORTS-DONE
           DISPLAY "Copies delivered:         " WS-DELIVERED
           DISPLAY "Undeliverable:            " WS-UNDELIVERABLE
           IF WS-CONTROL-DROPPED > 0
               DISPLAY "Control lines not loaded: " WS-CONTROL-DROPPED
           END-IF
           IF WS-BUF-LOST > 0
               DISPLAY "Lines lost before a key:  " WS-BUF-LOST
           END-IF
           DISPLAY "Distribution log:         "
               TRIM(WS-LOG-FILE-NAME)
           DISPLAY "===== End of report distribution ====="
           MOVE SPACES TO WS-EVENT-MESSAGE
           IF WS-UNDELIVERABLE > 0 OR WS-CONTROL-DROPPED > 0
               MOVE 'W' TO WS-EVENT-SEVERITY
           ELSE
               MOVE 'I' TO WS-EVENT-SEVERITY
           END-IF
           STRING "run " TRIM(WS-RUN-ID) " step " TRIM(WS-STEP) ": "
                   WS-DELIVERED " copies delivered, "
                   WS-UNDELIVERABLE " undeliverable"
               DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
           CALL "LOG-EVENT-SEV" USING WS-PROGRAM-NAME
               WS-EVENT-SEVERITY WS-EVENT-MESSAGE
      *> RETURN-CODE: 0 = every copy delivered, 4 = something was
      *> undeliverable (see the list and the distribution log),
      *> 8 = no control file, or no distribution log
           IF WS-UNDELIVERABLE > 0 OR WS-CONTROL-DROPPED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-CONTROL.
           MOVE 'N' TO WS-EOF
           OPEN INPUT DIST-FILE
           IF WS-DIST-STATUS NOT = "00"
               IF WS-DIST-STATUS = "05"
                   CLOSE DIST-FILE
               END-IF
               GO TO LOAD-CONTROL-EXIT
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ DIST-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-LINE THRU LOAD-ONE-LINE-EXIT
               END-READ
           END-PERFORM
           CLOSE DIST-FILE.
       LOAD-CONTROL-EXIT.
           EXIT.

       LOAD-ONE-LINE.
           MOVE SPACES TO WS-CT-TYPE WS-CT-F1 WS-CT-F2 WS-CT-F3
               WS-CT-F4 WS-CT-F5 WS-CT-F6
           UNSTRING DIST-RECORD DELIMITED BY ","
               INTO WS-CT-TYPE WS-CT-F1 WS-CT-F2 WS-CT-F3 WS-CT-F4
                   WS-CT-F5 WS-CT-F6
           MOVE UPPER-CASE(WS-CT-TYPE) TO WS-CT-TYPE
           EVALUATE WS-CT-TYPE
               WHEN 'R'
                   IF TRIM(WS-CT-F2) = SPACES
                       GO TO LOAD-ONE-LINE-EXIT
                   END-IF
                   IF WS-RPT-COUNT NOT < WS-RPT-MAX
                       ADD 1 TO WS-CONTROL-DROPPED
                       DISPLAY "REPORT-DISTRIBUTE: more than "
                           WS-RPT-MAX " report definitions - "
                           TRIM(WS-CT-F2) " not loaded"
                       GO TO LOAD-ONE-LINE-EXIT
                   END-IF
                   ADD 1 TO WS-RPT-COUNT
                   MOVE TRIM(WS-CT-F1) TO RPT-STEP(WS-RPT-COUNT)
                   MOVE TRIM(WS-CT-F2) TO RPT-FILE(WS-RPT-COUNT)
      *> the break text is taken as written, leading blanks and all
      *> - a carriage-control column can be part of it
                   MOVE WS-CT-F3 TO RPT-BREAK(WS-RPT-COUNT)
                   MOVE TRIM(WS-CT-F4) TO RPT-LABEL(WS-RPT-COUNT)
                   MOVE WS-CT-F5 TO RPT-TRAILER(WS-RPT-COUNT)
                   MOVE WS-CT-F6 TO RPT-HEADING(WS-RPT-COUNT)
               WHEN 'D'
                   IF TRIM(WS-CT-F1) = SPACES
                     OR TRIM(WS-CT-F3) = SPACES
                       GO TO LOAD-ONE-LINE-EXIT
                   END-IF
                   IF WS-DST-COUNT NOT < WS-DST-MAX
                       ADD 1 TO WS-CONTROL-DROPPED
                       DISPLAY "REPORT-DISTRIBUTE: more than "
                           WS-DST-MAX " recipient lines - "
                           TRIM(WS-CT-F3) " for " TRIM(WS-CT-F1)
                           " not loaded"
                       GO TO LOAD-ONE-LINE-EXIT
                   END-IF
                   ADD 1 TO WS-DST-COUNT
                   MOVE TRIM(WS-CT-F1) TO DST-FILE(WS-DST-COUNT)
                   MOVE TRIM(WS-CT-F2) TO DST-KEY(WS-DST-COUNT)
                   IF DST-KEY(WS-DST-COUNT) = SPACES
                       MOVE "*" TO DST-KEY(WS-DST-COUNT)
                   END-IF
                   MOVE TRIM(WS-CT-F3) TO DST-RECIPIENT(WS-DST-COUNT)
                   MOVE TRIM(WS-CT-F4) TO DST-DIR(WS-DST-COUNT)
                   MOVE 'N' TO DST-MATCHED(WS-DST-COUNT)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       LOAD-ONE-LINE-EXIT.
           EXIT.

      *> one report: scan it once for its break keys, then read it
      *> again for each recipient, writing only what they are due
       DISTRIBUTE-ONE-REPORT.
           MOVE RPT-STEP(WS-R) TO WS-OUT-STEP
           MOVE RPT-FILE(WS-R) TO WS-OUT-REPORT WS-REPORT-FILE-NAME
           MOVE 0 TO WS-BREAK-LEN WS-LABEL-LEN WS-TRAILER-LEN
               WS-HEADING-LEN
           IF RPT-BREAK(WS-R) NOT = SPACES
               MOVE LENGTH(TRIM(RPT-BREAK(WS-R) TRAILING))
                   TO WS-BREAK-LEN
               MOVE RPT-LABEL(WS-R) TO WS-LABEL-TEXT
               IF WS-LABEL-TEXT = SPACES
                   MOVE TRIM(RPT-BREAK(WS-R)) TO WS-LABEL-TEXT
               END-IF
               MOVE LENGTH(TRIM(WS-LABEL-TEXT)) TO WS-LABEL-LEN
           END-IF
           IF RPT-TRAILER(WS-R) NOT = SPACES
               MOVE LENGTH(TRIM(RPT-TRAILER(WS-R) TRAILING))
                   TO WS-TRAILER-LEN
           END-IF
           IF RPT-HEADING(WS-R) NOT = SPACES
               MOVE LENGTH(TRIM(RPT-HEADING(WS-R) TRAILING))
                   TO WS-HEADING-LEN
           END-IF
      *> the copies are named after the report itself, less any
      *> directory it was written to
           PERFORM VARYING WS-P FROM LENGTH(TRIM(WS-REPORT-FILE-NAME))
                   BY -1
                   UNTIL WS-P < 1 OR WS-REPORT-FILE-NAME(WS-P:1) = "/"
               CONTINUE
           END-PERFORM
           MOVE WS-REPORT-FILE-NAME(WS-P + 1:) TO WS-REPORT-BASE
           MOVE 0 TO WS-RECIPIENTS
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > WS-DST-COUNT
               IF DST-FILE(WS-D) = RPT-FILE(WS-R)
                   MOVE 'Y' TO DST-MATCHED(WS-D)
                   ADD 1 TO WS-RECIPIENTS
               END-IF
           END-PERFORM
           IF WS-RECIPIENTS = 0
               MOVE "*" TO WS-OUT-KEY
               MOVE SPACES TO WS-OUT-RECIPIENT WS-OUT-FILE
               MOVE "no recipients on the distribution file"
                   TO WS-REASON
               PERFORM RECORD-UNDELIVERABLE
               GO TO DISTRIBUTE-ONE-REPORT-EXIT
           END-IF
           MOVE 'S' TO WS-MODE
           MOVE SPACES TO WS-TARGET-KEY
           PERFORM READ-REPORT THRU READ-REPORT-EXIT
           IF WS-REPORT-OPEN NOT = 'Y'
               PERFORM VARYING WS-D FROM 1 BY 1
                       UNTIL WS-D > WS-DST-COUNT
                   IF DST-FILE(WS-D) = RPT-FILE(WS-R)
                       MOVE DST-KEY(WS-D) TO WS-OUT-KEY
                       MOVE DST-RECIPIENT(WS-D) TO WS-OUT-RECIPIENT
                       MOVE SPACES TO WS-OUT-FILE
                       MOVE "report not produced" TO WS-REASON
                       PERFORM RECORD-UNDELIVERABLE
                   END-IF
               END-PERFORM
               GO TO DISTRIBUTE-ONE-REPORT-EXIT
           END-IF
           ADD 1 TO WS-REPORTS-DONE
           DISPLAY " "
           DISPLAY TRIM(RPT-FILE(WS-R)) " - " WS-LINES-READ
               " lines, " WS-KEY-COUNT " breaks"
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > WS-DST-COUNT
               IF DST-FILE(WS-D) = RPT-FILE(WS-R)
                   PERFORM DELIVER-ONE-COPY THRU DELIVER-ONE-COPY-EXIT
               END-IF
           END-PERFORM
      *> a slice nobody was routed has gone to nobody - whoever takes
      *> the whole report still has it, but its owner does not
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-KEY-COUNT
               IF KEY-ROUTED(WS-K) NOT = 'Y'
                   MOVE KEY-VALUE(WS-K) TO WS-OUT-KEY
                   MOVE SPACES TO WS-OUT-RECIPIENT WS-OUT-FILE
                   MOVE KEY-LINES(WS-K) TO WS-OUT-LINES
                   MOVE "no recipient for this break" TO WS-REASON
                   PERFORM RECORD-UNDELIVERABLE
               END-IF
           END-PERFORM.
       DISTRIBUTE-ONE-REPORT-EXIT.
           EXIT.

       DELIVER-ONE-COPY.
           MOVE DST-KEY(WS-D) TO WS-OUT-KEY WS-TARGET-KEY
           MOVE DST-RECIPIENT(WS-D) TO WS-OUT-RECIPIENT
           MOVE SPACES TO WS-OUT-FILE
           MOVE 0 TO WS-OUT-LINES
           IF DST-DIR(WS-D) = SPACES
               MOVE "no delivery directory" TO WS-REASON
               PERFORM RECORD-UNDELIVERABLE
               GO TO DELIVER-ONE-COPY-EXIT
           END-IF
           MOVE SPACES TO WS-SLICE-FILE-NAME
           IF WS-TARGET-KEY = "*"
               STRING TRIM(DST-DIR(WS-D)) "/" TRIM(WS-REPORT-BASE)
                   DELIMITED BY SIZE INTO WS-SLICE-FILE-NAME
           ELSE
               IF WS-BREAK-LEN = 0
                   MOVE "report has no breaks to cut a slice from"
                       TO WS-REASON
                   PERFORM RECORD-UNDELIVERABLE
                   GO TO DELIVER-ONE-COPY-EXIT
               END-IF
               PERFORM VARYING WS-K FROM 1 BY 1
                       UNTIL WS-K > WS-KEY-COUNT
                       OR KEY-VALUE(WS-K) = WS-TARGET-KEY
                   CONTINUE
               END-PERFORM
               IF WS-K > WS-KEY-COUNT
                   MOVE SPACES TO WS-REASON
                   STRING "no " TRIM(WS-LABEL-TEXT) " "
                           TRIM(WS-TARGET-KEY) " in this report"
                       DELIMITED BY SIZE INTO WS-REASON
                   PERFORM RECORD-UNDELIVERABLE
                   GO TO DELIVER-ONE-COPY-EXIT
               END-IF
               MOVE 'Y' TO KEY-ROUTED(WS-K)
               STRING TRIM(DST-DIR(WS-D)) "/" TRIM(WS-TARGET-KEY) "-"
                       TRIM(WS-REPORT-BASE)
                   DELIMITED BY SIZE INTO WS-SLICE-FILE-NAME
           END-IF
           MOVE WS-SLICE-FILE-NAME TO WS-OUT-FILE
           OPEN OUTPUT SLICE-FILE
           IF WS-SLICE-STATUS NOT = "00"
               MOVE SPACES TO WS-REASON
               STRING "cannot write to " TRIM(DST-DIR(WS-D))
                       " - file status " WS-SLICE-STATUS
                   DELIMITED BY SIZE INTO WS-REASON
               PERFORM RECORD-UNDELIVERABLE
               GO TO DELIVER-ONE-COPY-EXIT
           END-IF
           MOVE 'D' TO WS-MODE
           PERFORM READ-REPORT THRU READ-REPORT-EXIT
           CLOSE SLICE-FILE
           MOVE WS-LINES-WRITTEN TO WS-OUT-LINES
           MOVE "DELIVERED" TO WS-OUTCOME
           MOVE SPACES TO WS-REASON
           PERFORM WRITE-LOG-LINE
           ADD 1 TO WS-DELIVERED
           DISPLAY "  DELIVERED      " WS-OUT-KEY " "
               WS-OUT-RECIPIENT " " WS-OUT-LINES " lines to "
               TRIM(WS-OUT-FILE).
       DELIVER-ONE-COPY-EXIT.
           EXIT.

       READ-REPORT.
           MOVE 'N' TO WS-EOF WS-REPORT-OPEN
           IF WS-HEADING-LEN > 0
               MOVE 'H' TO WS-SECTION
           ELSE
               MOVE 'P' TO WS-SECTION
           END-IF
           MOVE SPACES TO WS-CUR-KEY
           MOVE 0 TO WS-BUF-COUNT WS-LINES-READ WS-LINES-WRITTEN
           IF WS-MODE = 'S'
               MOVE 0 TO WS-KEY-COUNT
           END-IF
           OPEN INPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               IF WS-REPORT-STATUS = "05"
                   CLOSE REPORT-FILE
               END-IF
               GO TO READ-REPORT-EXIT
           END-IF
           MOVE 'Y' TO WS-REPORT-OPEN
           PERFORM UNTIL WS-EOF = 'Y'
               READ REPORT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM PROCESS-REPORT-LINE
                           THRU PROCESS-REPORT-LINE-EXIT
               END-READ
           END-PERFORM
           PERFORM CLOSE-SLICE-SECTION
           CLOSE REPORT-FILE.
       READ-REPORT-EXIT.
           EXIT.

      *> the heading goes to everyone and a slice to its own
      *> recipients. Whatever else comes before the first break -
      *> detail that belongs to no one department or account - and
      *> the trailer after the last break - the shop-wide totals -
      *> go only to whole-report readers
       PROCESS-REPORT-LINE.
           ADD 1 TO WS-LINES-READ
           IF WS-MODE = 'D' AND WS-TARGET-KEY = "*"
               PERFORM WRITE-SLICE-LINE
               GO TO PROCESS-REPORT-LINE-EXIT
           END-IF
           IF WS-BREAK-LEN > 0
             AND REPORT-RECORD(1:WS-BREAK-LEN)
                 = RPT-BREAK(WS-R)(1:WS-BREAK-LEN)
               PERFORM CLOSE-SLICE-SECTION
               MOVE 'B' TO WS-SECTION
               MOVE SPACES TO WS-CUR-KEY
           ELSE
               IF WS-TRAILER-LEN > 0 AND WS-SECTION NOT = 'T'
                 AND REPORT-RECORD(1:WS-TRAILER-LEN)
                     = RPT-TRAILER(WS-R)(1:WS-TRAILER-LEN)
                   PERFORM CLOSE-SLICE-SECTION
                   MOVE 'T' TO WS-SECTION
               END-IF
           END-IF
           EVALUATE WS-SECTION
               WHEN 'H'
                   IF WS-MODE = 'D'
                       PERFORM WRITE-SLICE-LINE
                   END-IF
                   IF REPORT-RECORD(1:WS-HEADING-LEN)
                       = RPT-HEADING(WS-R)(1:WS-HEADING-LEN)
                       MOVE 'P' TO WS-SECTION
                   END-IF
               WHEN 'B'
                   IF WS-CUR-KEY = SPACES
                       PERFORM FIND-BREAK-KEY THRU FIND-BREAK-KEY-EXIT
                   END-IF
                   IF WS-CUR-KEY = SPACES
                       IF WS-BUF-COUNT < WS-BUF-MAX
                           ADD 1 TO WS-BUF-COUNT
                           MOVE REPORT-RECORD
                               TO WS-BUF-LINE(WS-BUF-COUNT)
                       ELSE
                           IF WS-MODE = 'S'
                               ADD 1 TO WS-BUF-LOST
                           END-IF
                       END-IF
                       GO TO PROCESS-REPORT-LINE-EXIT
                   END-IF
                   IF WS-MODE = 'S'
                       IF WS-K > 0
                           ADD 1 TO KEY-LINES(WS-K)
                       END-IF
                   ELSE
                       IF WS-CUR-KEY = WS-TARGET-KEY
                           PERFORM WRITE-SLICE-LINE
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       PROCESS-REPORT-LINE-EXIT.
           EXIT.

      *> the key is the word after the label, where the label is the
      *> first word on the line - a name or address that merely
      *> contains the label further along is not taken for it
       FIND-BREAK-KEY.
           MOVE 0 TO WS-P
           INSPECT REPORT-RECORD TALLYING WS-P FOR LEADING SPACES
           ADD 1 TO WS-P
           IF WS-P + WS-LABEL-LEN > 250
               GO TO FIND-BREAK-KEY-EXIT
           END-IF
           IF REPORT-RECORD(WS-P:WS-LABEL-LEN)
                   NOT = WS-LABEL-TEXT(1:WS-LABEL-LEN)
             OR REPORT-RECORD(WS-P + WS-LABEL-LEN:1) NOT = SPACE
               GO TO FIND-BREAK-KEY-EXIT
           END-IF
           ADD WS-LABEL-LEN TO WS-P
           MOVE 0 TO WS-SKIP
           INSPECT REPORT-RECORD(WS-P:) TALLYING WS-SKIP
               FOR LEADING SPACES
           ADD WS-SKIP TO WS-P
           IF WS-P > 250
               GO TO FIND-BREAK-KEY-EXIT
           END-IF
           UNSTRING REPORT-RECORD(WS-P:) DELIMITED BY SPACE
               INTO WS-CUR-KEY
           PERFORM KEY-ARRIVED.
       FIND-BREAK-KEY-EXIT.
           EXIT.

      *> the slice's owner is known now - the lines held back until
      *> this point are theirs
       KEY-ARRIVED.
           IF WS-MODE = 'S'
               PERFORM REGISTER-KEY
               IF WS-K > 0
                   ADD WS-BUF-COUNT TO KEY-LINES(WS-K)
               END-IF
           ELSE
               IF WS-CUR-KEY = WS-TARGET-KEY
                   PERFORM VARYING WS-B FROM 1 BY 1
                           UNTIL WS-B > WS-BUF-COUNT
                       MOVE WS-BUF-LINE(WS-B) TO SLICE-RECORD
                       WRITE SLICE-RECORD
                       ADD 1 TO WS-LINES-WRITTEN
                   END-PERFORM
               END-IF
           END-IF
           MOVE 0 TO WS-BUF-COUNT.

      *> a slice that ends without ever naming its key belongs to
      *> nobody - it is counted so it shows on the undeliverable list
       CLOSE-SLICE-SECTION.
           IF WS-SECTION = 'B' AND WS-CUR-KEY = SPACES
             AND WS-BUF-COUNT > 0
               IF WS-MODE = 'S'
                   MOVE "(NO KEY)" TO WS-CUR-KEY
                   PERFORM REGISTER-KEY
                   IF WS-K > 0
                       ADD WS-BUF-COUNT TO KEY-LINES(WS-K)
                   END-IF
                   MOVE SPACES TO WS-CUR-KEY
               END-IF
           END-IF
           MOVE 0 TO WS-BUF-COUNT.

       REGISTER-KEY.
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-KEY-COUNT
                   OR KEY-VALUE(WS-K) = WS-CUR-KEY
               CONTINUE
           END-PERFORM
           IF WS-K > WS-KEY-COUNT
               IF WS-KEY-COUNT NOT < WS-KEY-MAX
                   ADD 1 TO WS-KEYS-DROPPED
                   IF WS-KEYS-DROPPED = 1
                       DISPLAY "REPORT-DISTRIBUTE: more than "
                           WS-KEY-MAX " breaks in "
                           TRIM(WS-REPORT-FILE-NAME)
                           " - the rest are not tracked"
                   END-IF
                   MOVE 0 TO WS-K
               ELSE
                   ADD 1 TO WS-KEY-COUNT
                   MOVE WS-KEY-COUNT TO WS-K
                   MOVE WS-CUR-KEY TO KEY-VALUE(WS-K)
                   MOVE 0 TO KEY-LINES(WS-K)
                   MOVE 'N' TO KEY-ROUTED(WS-K)
               END-IF
           END-IF.

       WRITE-SLICE-LINE.
           MOVE REPORT-RECORD TO SLICE-RECORD
           WRITE SLICE-RECORD
           ADD 1 TO WS-LINES-WRITTEN.

       RECORD-UNDELIVERABLE.
           MOVE "UNDELIVERABLE" TO WS-OUTCOME
           PERFORM WRITE-LOG-LINE
           ADD 1 TO WS-UNDELIVERABLE
           DISPLAY "  UNDELIVERABLE  " TRIM(WS-OUT-REPORT) " "
               TRIM(WS-OUT-KEY) " " TRIM(WS-OUT-RECIPIENT) " - "
               TRIM(WS-REASON)
           MOVE 0 TO WS-OUT-LINES.

       WRITE-LOG-LINE.
           MOVE SPACES TO DIST-LOG-RECORD
           STRING WS-TODAY "," WS-NOW(1:6) "," TRIM(WS-RUN-ID) ","
                   TRIM(WS-OUT-STEP) "," TRIM(WS-OUT-REPORT) ","
                   TRIM(WS-OUT-KEY) "," TRIM(WS-OUT-RECIPIENT) ","
                   TRIM(WS-OUT-FILE) "," WS-OUT-LINES ","
                   TRIM(WS-OUTCOME) "," TRIM(WS-REASON)
               DELIMITED BY SIZE INTO DIST-LOG-RECORD
           WRITE DIST-LOG-RECORD.
       END PROGRAM REPORT-DISTRIBUTE.
