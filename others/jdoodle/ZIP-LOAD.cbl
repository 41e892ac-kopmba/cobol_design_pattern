      ******************************************************************
      * Author:
      * Date:
      * Purpose: Load the postal reference ZIP-LOOKUP checks addresses
      *          against from a ZIP5,CITY,STATE postal feed
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZIP-LOAD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> the postal feed as it arrives - ZIP5,CITY,STATE per line,
      *> anything after the state ignored, one line per city a ZIP
      *> serves. Overridable via ZIP-LOAD-FILE
       SELECT OPTIONAL FEED-FILE ASSIGN DYNAMIC WS-FEED-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FEED-STATUS.
      *> the reference ZIP-LOOKUP reads - replaced whole by every
      *> load, sorted by ZIP with duplicates dropped. Overridable via
      *> ZIP-REFERENCE-FILE
       SELECT OPTIONAL ZIP-FILE ASSIGN DYNAMIC WS-ZIP-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ZIP-STATUS.
      *> a true external sort - a national feed runs to tens of
      *> thousands of lines, far past any WORKING-STORAGE table
       SELECT SORT-WORK ASSIGN TO "ZIP-LOAD-SORT.TMP".
       DATA DIVISION.
       FILE SECTION.
       FD FEED-FILE.
       01 FEED-RECORD PIC X(80).
       FD ZIP-FILE.
       01 ZIP-RECORD PIC X(40).
       SD SORT-WORK.
       01 SORT-RECORD.
           05 SRT-ZIP PIC X(5).
           05 SRT-STATE PIC X(2).
           05 SRT-CITY PIC X(15).
       WORKING-STORAGE SECTION.
      *> correctly-sized holders for the literal audit message - a
      *> literal passed straight to LOG-EVENT-SEV's LINKAGE would
      *> only be allocated as big as the literal itself
       01 WS-EVENT-PROGRAM PIC X(44) VALUE "ZIP-LOAD".
       01 WS-EVENT-MESSAGE PIC X(200).
       01 WS-EVENT-SEVERITY PIC X(1).
       01 WS-FEED-FILE-NAME PIC X(80) VALUE "ZIP-FEED.DAT".
       01 WS-ENV-FEED-FILE-NAME PIC X(80).
       01 WS-FEED-STATUS PIC X(2).
       01 WS-ZIP-FILE-NAME PIC X(80) VALUE "ZIP-REFERENCE.DAT".
       01 WS-ENV-ZIP-FILE-NAME PIC X(80).
       01 WS-ZIP-STATUS PIC X(2).
       01 WS-EOF PIC X(1) VALUE 'N'.
       01 WS-SORT-EOF PIC X(1).
       01 WS-FEED-OPEN PIC X(1) VALUE 'N'.
       01 WS-IN-ZIP PIC X(5).
       01 WS-IN-CITY PIC X(30).
       01 WS-IN-STATE PIC X(2).
      *> the last line written, so the same ZIP/state/city arriving
      *> twice in the feed lands on the reference once
       01 WS-LAST-KEY PIC X(22).
       01 WS-LINES-READ PIC 9(7) VALUE 0.
       01 WS-LINES-REJECTED PIC 9(7) VALUE 0.
       01 WS-LINES-DUPLICATE PIC 9(7) VALUE 0.
       01 WS-LINES-WRITTEN PIC 9(7) VALUE 0.
       01 WS-LINES-ACCEPTED PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "LOG-STARTUP" USING WS-EVENT-PROGRAM
      *> accept into a separate staging field first - ACCEPT FROM
      *> ENVIRONMENT blanks the target unconditionally when the
      *> variable is unset, which would wipe out the VALUE defaults
           MOVE SPACES TO WS-ENV-FEED-FILE-NAME
           ACCEPT WS-ENV-FEED-FILE-NAME FROM ENVIRONMENT
               "ZIP-LOAD-FILE"
           IF WS-ENV-FEED-FILE-NAME NOT = SPACES
               MOVE WS-ENV-FEED-FILE-NAME TO WS-FEED-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-ZIP-FILE-NAME
           ACCEPT WS-ENV-ZIP-FILE-NAME FROM ENVIRONMENT
               "ZIP-REFERENCE-FILE"
           IF WS-ENV-ZIP-FILE-NAME NOT = SPACES
               MOVE WS-ENV-ZIP-FILE-NAME TO WS-ZIP-FILE-NAME
           END-IF
      *> ascending ZIP, state, city - the order ZIP-LOOKUP's early
      *> stop relies on, and duplicates arrive side by side
           SORT SORT-WORK
               ON ASCENDING KEY SRT-ZIP SRT-STATE SRT-CITY
               INPUT PROCEDURE IS FEED-THE-SORT
                   THRU FEED-THE-SORT-EXIT
               OUTPUT PROCEDURE IS WRITE-REFERENCE
                   THRU WRITE-REFERENCE-EXIT
           DISPLAY "===== Postal reference load ====="
           DISPLAY "Feed lines read:       " WS-LINES-READ
           DISPLAY "Feed lines rejected:   " WS-LINES-REJECTED
           DISPLAY "Duplicates dropped:    " WS-LINES-DUPLICATE
           DISPLAY "Reference lines:       " WS-LINES-WRITTEN
      *> RETURN-CODE: 0 = reference replaced from a clean feed, 4 =
      *> replaced but some feed lines were rejected, 8 = no feed or
      *> nothing usable in it - the old reference is left standing
           IF WS-FEED-OPEN = 'N' OR WS-LINES-ACCEPTED = 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-LINES-REJECTED > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       FEED-THE-SORT.
           OPEN INPUT FEED-FILE
           IF WS-FEED-STATUS NOT = "00"
               DISPLAY "ZIP-LOAD: postal feed not available - "
                   TRIM(WS-FEED-FILE-NAME) ", file status "
                   WS-FEED-STATUS
               IF WS-FEED-STATUS = "05"
                   CLOSE FEED-FILE
               END-IF
               GO TO FEED-THE-SORT-EXIT
           END-IF
           MOVE 'Y' TO WS-FEED-OPEN
           PERFORM UNTIL WS-EOF = 'Y'
               READ FEED-FILE INTO FEED-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM EDIT-FEED-LINE THRU EDIT-FEED-LINE-EXIT
               END-READ
           END-PERFORM
           CLOSE FEED-FILE.
       FEED-THE-SORT-EXIT.
           EXIT.

       EDIT-FEED-LINE.
           IF FEED-RECORD = SPACES
               GO TO EDIT-FEED-LINE-EXIT
           END-IF
           ADD 1 TO WS-LINES-READ
           MOVE SPACES TO WS-IN-ZIP WS-IN-CITY WS-IN-STATE
           UNSTRING FEED-RECORD DELIMITED BY ","
               INTO WS-IN-ZIP WS-IN-CITY WS-IN-STATE
      *> the same shape assign.cbl demands of a keyed ZIP: five
      *> digits, and a state that is two letters
           MOVE UPPER-CASE(TRIM(WS-IN-CITY)) TO WS-IN-CITY
           MOVE UPPER-CASE(WS-IN-STATE) TO WS-IN-STATE
           IF WS-IN-ZIP NOT NUMERIC
             OR WS-IN-CITY = SPACES
             OR WS-IN-STATE NOT ALPHABETIC
             OR WS-IN-STATE(1:1) = SPACE OR WS-IN-STATE(2:1) = SPACE
               ADD 1 TO WS-LINES-REJECTED
               DISPLAY "ZIP-LOAD: rejected feed line "
                   WS-LINES-READ ": " TRIM(FEED-RECORD)
               GO TO EDIT-FEED-LINE-EXIT
           END-IF
      *> the reference city is fifteen characters, the width the
      *> employee master keys - longer feed names are cut to match
           MOVE WS-IN-ZIP TO SRT-ZIP
           MOVE WS-IN-STATE TO SRT-STATE
           MOVE WS-IN-CITY TO SRT-CITY
           ADD 1 TO WS-LINES-ACCEPTED
           RELEASE SORT-RECORD.
       EDIT-FEED-LINE-EXIT.
           EXIT.

       WRITE-REFERENCE.
      *> an empty or missing feed must not wipe out a working
      *> reference - every address would start failing the check
           IF WS-LINES-ACCEPTED = 0
               DISPLAY "ZIP-LOAD: nothing usable in the feed - "
                   "reference " TRIM(WS-ZIP-FILE-NAME) " left as is"
               MOVE 'E' TO WS-EVENT-SEVERITY
               MOVE SPACES TO WS-EVENT-MESSAGE
               STRING "postal reference load failed - no usable "
                       "feed lines in " TRIM(WS-FEED-FILE-NAME)
                   DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
               CALL "LOG-EVENT-SEV" USING WS-EVENT-PROGRAM
                   WS-EVENT-SEVERITY WS-EVENT-MESSAGE
               GO TO WRITE-REFERENCE-EXIT
           END-IF
           OPEN OUTPUT ZIP-FILE
      *> OPTIONAL OUTPUT on a file that is not there yet reports 05 -
      *> usable, not a failure
           IF WS-ZIP-STATUS NOT = "00" AND WS-ZIP-STATUS NOT = "05"
               DISPLAY "ZIP-LOAD: cannot write postal reference "
                   TRIM(WS-ZIP-FILE-NAME) " - file status "
                   WS-ZIP-STATUS
               MOVE 0 TO WS-LINES-ACCEPTED
               GO TO WRITE-REFERENCE-EXIT
           END-IF
           MOVE SPACES TO WS-LAST-KEY
           MOVE 'N' TO WS-SORT-EOF
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN SORT-WORK
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       IF SORT-RECORD = WS-LAST-KEY
                           ADD 1 TO WS-LINES-DUPLICATE
                       ELSE
                           MOVE SORT-RECORD TO WS-LAST-KEY
                           MOVE SPACES TO ZIP-RECORD
                           STRING SRT-ZIP "," TRIM(SRT-CITY) ","
                                   SRT-STATE
                               DELIMITED BY SIZE INTO ZIP-RECORD
                           WRITE ZIP-RECORD
                           ADD 1 TO WS-LINES-WRITTEN
                       END-IF
               END-RETURN
           END-PERFORM
           CLOSE ZIP-FILE
           MOVE 'I' TO WS-EVENT-SEVERITY
           MOVE SPACES TO WS-EVENT-MESSAGE
           STRING "postal reference loaded: " WS-LINES-WRITTEN
                   " line(s) from " TRIM(WS-FEED-FILE-NAME) ", "
                   WS-LINES-REJECTED " rejected"
               DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
           CALL "LOG-EVENT-SEV" USING WS-EVENT-PROGRAM
               WS-EVENT-SEVERITY WS-EVENT-MESSAGE.
       WRITE-REFERENCE-EXIT.
           EXIT.
       END PROGRAM ZIP-LOAD.
