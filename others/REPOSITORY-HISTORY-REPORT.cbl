      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPOSITORY-HISTORY-REPORT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> the version lines REPOSITORY-HISTORY-WRITE appends, one per
      *> create, update or remove. Overridable via
      *> REPOSITORY-HISTORY-FILE
       SELECT OPTIONAL HISTORY-FILE ASSIGN DYNAMIC WS-HIST-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HIST-STATUS.
       SELECT SORT-WORK ASSIGN TO "REPO-HIST-SORT.TMP".
       DATA DIVISION.
       FILE SECTION.
       FD HISTORY-FILE.
      *> must stay byte-for-byte identical to
      *> REPOSITORY-HISTORY-WRITE's HISTORY-RECORD
       01 HISTORY-RECORD.
           05 RH-SERIAL PIC 9(12).
           05 FILLER PIC X(1).
           05 RH-STAMP PIC 9(14).
           05 FILLER PIC X(1).
           05 RH-ACTION PIC X(1).
           05 FILLER PIC X(1).
           05 RH-RUN-ID PIC X(12).
           05 FILLER PIC X(1).
           05 RH-PARENT PIC X(44).
           05 RH-CHILD PIC X(44).
           05 RH-ANCESTOR-COUNT PIC 9(2).
           05 RH-ANCESTOR PIC X(44) OCCURS 5 TIMES.
           05 RH-OBJECT-TYPE PIC X(44).
           05 RH-ARRAY-COUNT PIC 9(2).
           05 RH-ARRAY-ELEMENT PIC X(80) OCCURS 15 TIMES.
           05 RH-CREATED PIC 9(14).
       SD SORT-WORK.
      *> instance identity, then the line's place in the file - the
      *> history is append-only, so file order is version order even
      *> when two changes land inside the same second
       01 SORT-RECORD.
           05 SRT-SERIAL PIC 9(12).
           05 SRT-PARENT PIC X(44).
           05 SRT-CHILD PIC X(44).
           05 SRT-SEQ PIC 9(9).
           05 SRT-STAMP PIC 9(14).
           05 SRT-ACTION PIC X(1).
           05 SRT-RUN-ID PIC X(12).
           05 SRT-OBJECT-TYPE PIC X(44).
           05 SRT-ARRAY-COUNT PIC 9(2).
           05 SRT-ARRAY-ELEMENT PIC X(80) OCCURS 15 TIMES.
       WORKING-STORAGE SECTION.
      *> correctly-sized holder for the startup trace - a literal
      *> passed straight to LOG-STARTUP's LINKAGE would only be
      *> allocated as big as the literal itself, not the LINKAGE PIC
       01 WS-PROGRAM-NAME PIC X(44) VALUE "REPOSITORY-HISTORY-REPORT".
       01 WS-EVENT-MESSAGE PIC X(200).
       01 WS-HIST-FILE-NAME PIC X(80) VALUE "REPOSITORY-HISTORY.DAT".
       01 WS-ENV-HIST-FILE-NAME PIC X(80).
       01 WS-HIST-STATUS PIC X(2).
       01 WS-EOF PIC X(1) VALUE 'N'.
       01 WS-SORT-EOF PIC X(1) VALUE 'N'.
      *> optional selection - any of serial, parent and child may be
      *> given, and a version line must match all that are; none at
      *> all lists every instance the history knows
       01 WS-SEL-SERIAL PIC 9(12) VALUE 0.
       01 WS-ENV-SEL-SERIAL PIC X(12).
       01 WS-SEL-PARENT PIC X(44) VALUE SPACES.
       01 WS-SEL-CHILD PIC X(44) VALUE SPACES.
       01 WS-SELECTED PIC X(1).
       01 WS-SEQ PIC 9(9) VALUE 0.
       01 WS-VERSIONS-LISTED PIC 9(7) VALUE 0.
       01 WS-INSTANCES-LISTED PIC 9(7) VALUE 0.
       01 WS-FIRST-RECORD PIC X(1) VALUE 'Y'.
       01 WS-BREAK-SERIAL PIC 9(12).
       01 WS-BREAK-PARENT PIC X(44).
       01 WS-BREAK-CHILD PIC X(44).
       01 WS-VERSION-NO PIC 9(4).
       01 WS-ACTION-WORD PIC X(7).
      *> the previous version's properties, so an update prints only
      *> the slots it actually changed
       01 WS-PREV-ARRAY-COUNT PIC 9(2).
       01 WS-PREV-ELEMENT PIC X(80) OCCURS 15 TIMES.
       01 WS-PREV-OBJECT-TYPE PIC X(44).
       01 J PIC 9(2).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "LOG-STARTUP" USING WS-PROGRAM-NAME
      *> accept into a separate staging field first - ACCEPT FROM
      *> ENVIRONMENT blanks the target unconditionally when the
      *> variable is unset, which would wipe out the VALUE default
           MOVE SPACES TO WS-ENV-HIST-FILE-NAME
           ACCEPT WS-ENV-HIST-FILE-NAME FROM ENVIRONMENT
               "REPOSITORY-HISTORY-FILE"
           IF WS-ENV-HIST-FILE-NAME NOT = SPACES
               MOVE WS-ENV-HIST-FILE-NAME TO WS-HIST-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-SEL-SERIAL
           ACCEPT WS-ENV-SEL-SERIAL FROM ENVIRONMENT
               "REPOSITORY-HISTORY-SERIAL"
           IF WS-ENV-SEL-SERIAL NOT = SPACES
               MOVE NUMVAL(WS-ENV-SEL-SERIAL) TO WS-SEL-SERIAL
           END-IF
           ACCEPT WS-SEL-PARENT FROM ENVIRONMENT
               "REPOSITORY-HISTORY-PARENT"
           ACCEPT WS-SEL-CHILD FROM ENVIRONMENT
               "REPOSITORY-HISTORY-CHILD"
           OPEN INPUT HISTORY-FILE.
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "REPOSITORY-HISTORY-REPORT: history not "
                   "available - " TRIM(WS-HIST-FILE-NAME)
                   ", file status " WS-HIST-STATUS
               IF WS-HIST-STATUS = "05"
                   CLOSE HISTORY-FILE
               END-IF
      *> RETURN-CODE: 8 = no history to report from
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE HISTORY-FILE.
      *> ascending serial then file order - each instance's versions
      *> arrive together, oldest first
           SORT SORT-WORK
               ON ASCENDING KEY SRT-SERIAL SRT-PARENT SRT-CHILD
                   SRT-SEQ
               INPUT PROCEDURE IS FEED-THE-SORT
                   THRU FEED-THE-SORT-EXIT
               OUTPUT PROCEDURE IS PRINT-HISTORY
                   THRU PRINT-HISTORY-EXIT
           MOVE SPACES TO WS-EVENT-MESSAGE
           STRING "history listed: " WS-INSTANCES-LISTED
                   " instance(s), " WS-VERSIONS-LISTED " version(s)"
               DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
           CALL "LOG-EVENT" USING WS-PROGRAM-NAME WS-EVENT-MESSAGE
      *> RETURN-CODE: 0 = listed - an empty selection is an answer,
      *> not a failure
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       FEED-THE-SORT.
           OPEN INPUT HISTORY-FILE
           PERFORM UNTIL WS-EOF = 'Y'
               READ HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-SEQ
                       PERFORM SELECT-ONE-VERSION
                       IF WS-SELECTED = 'Y'
                           PERFORM RELEASE-ONE-VERSION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE.
       FEED-THE-SORT-EXIT.
           EXIT.

       SELECT-ONE-VERSION.
           MOVE 'Y' TO WS-SELECTED
           IF WS-SEL-SERIAL > 0 AND RH-SERIAL NOT = WS-SEL-SERIAL
               MOVE 'N' TO WS-SELECTED
           END-IF
           IF WS-SEL-PARENT NOT = SPACES
             AND RH-PARENT NOT = WS-SEL-PARENT
               MOVE 'N' TO WS-SELECTED
           END-IF
           IF WS-SEL-CHILD NOT = SPACES
             AND RH-CHILD NOT = WS-SEL-CHILD
               MOVE 'N' TO WS-SELECTED
           END-IF.

       RELEASE-ONE-VERSION.
      *> the permanent serial is the instance's identity; the names
      *> never change under a serial and ride in the key only so a
      *> legacy instance without one (serial zero) still gets a
      *> group of its own
           MOVE RH-SERIAL TO SRT-SERIAL
           MOVE RH-PARENT TO SRT-PARENT
           MOVE RH-CHILD TO SRT-CHILD
           MOVE WS-SEQ TO SRT-SEQ
           MOVE RH-STAMP TO SRT-STAMP
           MOVE RH-ACTION TO SRT-ACTION
           MOVE RH-RUN-ID TO SRT-RUN-ID
           MOVE RH-OBJECT-TYPE TO SRT-OBJECT-TYPE
           MOVE RH-ARRAY-COUNT TO SRT-ARRAY-COUNT
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > 15
               MOVE RH-ARRAY-ELEMENT(J) TO SRT-ARRAY-ELEMENT(J)
           END-PERFORM
           RELEASE SORT-RECORD.

       PRINT-HISTORY.
           DISPLAY "===== Repository instance history ====="
           DISPLAY "(history file: " TRIM(WS-HIST-FILE-NAME) ")"
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN SORT-WORK
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       PERFORM HANDLE-ONE-VERSION
               END-RETURN
           END-PERFORM
           DISPLAY " "
           IF WS-VERSIONS-LISTED = 0
               DISPLAY "(no versions on file for this selection)"
           END-IF
           DISPLAY "Instances listed:  " WS-INSTANCES-LISTED
           DISPLAY "Versions listed:   " WS-VERSIONS-LISTED.
       PRINT-HISTORY-EXIT.
           DISPLAY "===== End of instance history =====".

       HANDLE-ONE-VERSION.
      *> control break: each instance opens with its identity line
           IF WS-FIRST-RECORD = 'Y'
             OR SRT-SERIAL NOT = WS-BREAK-SERIAL
             OR (SRT-SERIAL = 0
               AND (SRT-PARENT NOT = WS-BREAK-PARENT
                 OR SRT-CHILD NOT = WS-BREAK-CHILD))
               MOVE 'N' TO WS-FIRST-RECORD
               MOVE SRT-SERIAL TO WS-BREAK-SERIAL
               MOVE SRT-PARENT TO WS-BREAK-PARENT
               MOVE SRT-CHILD TO WS-BREAK-CHILD
               MOVE 0 TO WS-VERSION-NO WS-PREV-ARRAY-COUNT
               MOVE SPACES TO WS-PREV-OBJECT-TYPE
               ADD 1 TO WS-INSTANCES-LISTED
               DISPLAY " "
               DISPLAY "INSTANCE " SRT-SERIAL "  "
                   TRIM(SRT-PARENT) " / " TRIM(SRT-CHILD)
           END-IF
           ADD 1 TO WS-VERSION-NO
           ADD 1 TO WS-VERSIONS-LISTED
           EVALUATE SRT-ACTION
               WHEN 'C'
                   MOVE "CREATED" TO WS-ACTION-WORD
               WHEN 'U'
                   MOVE "UPDATED" TO WS-ACTION-WORD
               WHEN 'R'
                   MOVE "REMOVED" TO WS-ACTION-WORD
               WHEN OTHER
                   MOVE SRT-ACTION TO WS-ACTION-WORD
           END-EVALUATE
           DISPLAY "  version " WS-VERSION-NO "  " SRT-STAMP "  "
               WS-ACTION-WORD "  run " TRIM(SRT-RUN-ID)
      *> a remove carries the state it left with - nothing changed
      *> in it, so only creates and updates show their content
           IF SRT-ACTION NOT = 'R'
               PERFORM SHOW-VERSION-CONTENT
           END-IF
           MOVE SRT-OBJECT-TYPE TO WS-PREV-OBJECT-TYPE
           MOVE SRT-ARRAY-COUNT TO WS-PREV-ARRAY-COUNT
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > 15
               MOVE SRT-ARRAY-ELEMENT(J) TO WS-PREV-ELEMENT(J)
           END-PERFORM.

       SHOW-VERSION-CONTENT.
      *> the first version shows everything; later ones only what
      *> differs from the version before
           IF WS-VERSION-NO = 1
             OR SRT-OBJECT-TYPE NOT = WS-PREV-OBJECT-TYPE
               DISPLAY "      object type: " TRIM(SRT-OBJECT-TYPE)
           END-IF
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > SRT-ARRAY-COUNT
               IF WS-VERSION-NO = 1
                 OR J > WS-PREV-ARRAY-COUNT
                 OR SRT-ARRAY-ELEMENT(J) NOT = WS-PREV-ELEMENT(J)
                   DISPLAY "      property " J ": "
                       TRIM(SRT-ARRAY-ELEMENT(J))
               END-IF
           END-PERFORM
           IF WS-VERSION-NO > 1
             AND SRT-ARRAY-COUNT < WS-PREV-ARRAY-COUNT
               DISPLAY "      property count: " SRT-ARRAY-COUNT
                   " (was " WS-PREV-ARRAY-COUNT ")"
           END-IF.
       END PROGRAM REPOSITORY-HISTORY-REPORT.
