      ******************************************************************
      * Author:
      * Date:
      * Purpose: Compare two generations of the repository master and
      *          report instances added, removed and changed
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPOSITORY-COMPARE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> the earlier generation - by default the copy GENERATION-KEEPER
      *> cut last night. Overridable via REPOSITORY-OLD-FILE
       SELECT OPTIONAL OLD-FILE ASSIGN DYNAMIC WS-OLD-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OLD-KEY
           FILE STATUS IS WS-OLD-STATUS.
      *> the later generation - by default the live master.
      *> Overridable via REPOSITORY-NEW-FILE
       SELECT OPTIONAL NEW-FILE ASSIGN DYNAMIC WS-NEW-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NEW-KEY
           FILE STATUS IS WS-NEW-STATUS.
      *> one DATE,ADDED,REMOVED,CHANGED,UNCHANGED,OLD,NEW line per
      *> compare - MORNING-STATUS puts the latest on the page.
      *> Overridable via REPOSITORY-COMPARE-FILE
       SELECT OPTIONAL SUMMARY-FILE ASSIGN DYNAMIC
           WS-SUMMARY-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUMMARY-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD OLD-FILE.
      *> must stay byte-for-byte identical to REPOSITORY-SAVE's record
       01 OLD-RECORD.
           05 OLD-KEY.
               10 OLD-PARENT PIC X(44).
               10 OLD-CHILD PIC X(44).
           05 OLD-ANCESTOR-COUNT PIC 9(2).
           05 OLD-ANCESTOR PIC X(44) OCCURS 5 TIMES.
           05 OLD-OBJECT-TYPE PIC X(44).
           05 OLD-ARRAY-COUNT PIC 9(2).
           05 OLD-ARRAY-ELEMENT PIC X(80) OCCURS 15 TIMES.
      *> permanent identity appended after the original fields so
      *> every existing offset stays put (see OBJECT-RECORD.CPY)
           05 OLD-SERIAL PIC 9(12).
           05 OLD-CREATED PIC 9(14).
       FD NEW-FILE.
      *> must stay byte-for-byte identical to REPOSITORY-SAVE's record
       01 NEW-RECORD.
           05 NEW-KEY.
               10 NEW-PARENT PIC X(44).
               10 NEW-CHILD PIC X(44).
           05 NEW-ANCESTOR-COUNT PIC 9(2).
           05 NEW-ANCESTOR PIC X(44) OCCURS 5 TIMES.
           05 NEW-OBJECT-TYPE PIC X(44).
           05 NEW-ARRAY-COUNT PIC 9(2).
           05 NEW-ARRAY-ELEMENT PIC X(80) OCCURS 15 TIMES.
      *> permanent identity appended after the original fields so
      *> every existing offset stays put (see OBJECT-RECORD.CPY)
           05 NEW-SERIAL PIC 9(12).
           05 NEW-CREATED PIC 9(14).
       FD SUMMARY-FILE.
       01 SUMMARY-RECORD PIC X(200).
       WORKING-STORAGE SECTION.
      *> correctly-sized holders for the literal audit message - a
      *> literal passed straight to LOG-EVENT's LINKAGE would only be
      *> allocated as big as the literal itself, not the LINKAGE PIC
       01 WS-PROGRAM-NAME PIC X(44) VALUE "REPOSITORY-COMPARE".
       01 WS-EVENT-MESSAGE PIC X(200).
       01 WS-OLD-FILE-NAME PIC X(80) VALUE "REPOSITORY.DAT.G1".
       01 WS-ENV-OLD-FILE-NAME PIC X(80).
       01 WS-OLD-STATUS PIC X(2).
       01 WS-NEW-FILE-NAME PIC X(80) VALUE "REPOSITORY.DAT".
       01 WS-ENV-NEW-FILE-NAME PIC X(80).
       01 WS-NEW-STATUS PIC X(2).
       01 WS-SUMMARY-FILE-NAME PIC X(80)
           VALUE "REPOSITORY-COMPARE.DAT".
       01 WS-ENV-SUMMARY-FILE-NAME PIC X(80).
       01 WS-SUMMARY-STATUS PIC X(2).
      *> the layout version both generations must carry - kept in
      *> step with REPOSITORY-VERSION-CHECK, which only ever looks at
      *> the one file REPOSITORY-FILE names
       77 WS-LAYOUT-VERSION PIC X(3) VALUE "V02".
       01 WS-CHECK-NAME PIC X(80).
       01 WS-CHECK-VERSION PIC X(3).
       01 WS-LAYOUT-OK PIC X(1) VALUE 'Y'.
      *> the merge keys - HIGH-VALUES once a side runs out, so the
      *> other side's remainder all sorts ahead of it
       01 WS-OLD-KEY PIC X(88).
       01 WS-NEW-KEY PIC X(88).
       01 WS-TODAY PIC 9(8).
       01 WS-ADDED PIC 9(6) VALUE 0.
       01 WS-REMOVED PIC 9(6) VALUE 0.
       01 WS-CHANGED PIC 9(6) VALUE 0.
       01 WS-UNCHANGED PIC 9(6) VALUE 0.
       01 WS-DIFFERS PIC X(1).
       01 WS-HEADED PIC X(1).
       01 J PIC 9(2).
       01 WS-MAX PIC 9(2).
       01 WS-J-ED PIC Z9.
       01 WS-OLD-VALUE PIC X(80).
       01 WS-NEW-VALUE PIC X(80).
       01 WS-FIELD-NAME PIC X(16).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "LOG-STARTUP" USING WS-PROGRAM-NAME
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
      *> accept into a separate staging field first - ACCEPT FROM
      *> ENVIRONMENT blanks the target unconditionally when the
      *> variable is unset, which would wipe out the VALUE defaults
           MOVE SPACES TO WS-ENV-OLD-FILE-NAME
           ACCEPT WS-ENV-OLD-FILE-NAME FROM ENVIRONMENT
               "REPOSITORY-OLD-FILE"
           IF WS-ENV-OLD-FILE-NAME NOT = SPACES
               MOVE WS-ENV-OLD-FILE-NAME TO WS-OLD-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-NEW-FILE-NAME
           ACCEPT WS-ENV-NEW-FILE-NAME FROM ENVIRONMENT
               "REPOSITORY-NEW-FILE"
           IF WS-ENV-NEW-FILE-NAME NOT = SPACES
               MOVE WS-ENV-NEW-FILE-NAME TO WS-NEW-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-SUMMARY-FILE-NAME
           ACCEPT WS-ENV-SUMMARY-FILE-NAME FROM ENVIRONMENT
               "REPOSITORY-COMPARE-FILE"
           IF WS-ENV-SUMMARY-FILE-NAME NOT = SPACES
               MOVE WS-ENV-SUMMARY-FILE-NAME TO WS-SUMMARY-FILE-NAME
           END-IF
           OPEN INPUT OLD-FILE
           IF WS-OLD-STATUS NOT = "00"
               IF WS-OLD-STATUS = "05"
                   CLOSE OLD-FILE
               END-IF
               DISPLAY "REPOSITORY-COMPARE: cannot open earlier "
                   "generation " TRIM(WS-OLD-FILE-NAME)
                   " - file status " WS-OLD-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT NEW-FILE
           IF WS-NEW-STATUS NOT = "00"
               IF WS-NEW-STATUS = "05"
                   CLOSE NEW-FILE
               END-IF
               CLOSE OLD-FILE
               DISPLAY "REPOSITORY-COMPARE: cannot open later "
                   "generation " TRIM(WS-NEW-FILE-NAME)
                   " - file status " WS-NEW-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      *> a generation cut before a layout change would compare every
      *> instance as changed at shifted offsets - refuse instead
           MOVE "*LAYOUT-VERSION*" TO OLD-PARENT
           MOVE SPACES TO OLD-CHILD
           MOVE SPACES TO WS-CHECK-VERSION
           READ OLD-FILE
               INVALID KEY
                   MOVE LOW-VALUES TO OLD-KEY
                   START OLD-FILE KEY IS NOT LESS THAN OLD-KEY
                       INVALID KEY
                           MOVE WS-LAYOUT-VERSION TO WS-CHECK-VERSION
                   END-START
               NOT INVALID KEY
                   MOVE OLD-OBJECT-TYPE(1:3) TO WS-CHECK-VERSION
           END-READ
           MOVE WS-OLD-FILE-NAME TO WS-CHECK-NAME
           PERFORM CHECK-LAYOUT-VERSION
           MOVE "*LAYOUT-VERSION*" TO NEW-PARENT
           MOVE SPACES TO NEW-CHILD
           MOVE SPACES TO WS-CHECK-VERSION
           READ NEW-FILE
               INVALID KEY
                   MOVE LOW-VALUES TO NEW-KEY
                   START NEW-FILE KEY IS NOT LESS THAN NEW-KEY
                       INVALID KEY
                           MOVE WS-LAYOUT-VERSION TO WS-CHECK-VERSION
                   END-START
               NOT INVALID KEY
                   MOVE NEW-OBJECT-TYPE(1:3) TO WS-CHECK-VERSION
           END-READ
           MOVE WS-NEW-FILE-NAME TO WS-CHECK-NAME
           PERFORM CHECK-LAYOUT-VERSION
           IF WS-LAYOUT-OK = 'N'
               CLOSE OLD-FILE NEW-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-OLD-KEY WS-NEW-KEY
           MOVE LOW-VALUES TO OLD-KEY NEW-KEY
           START OLD-FILE KEY IS NOT LESS THAN OLD-KEY
               INVALID KEY
                   MOVE HIGH-VALUES TO WS-OLD-KEY
           END-START
           START NEW-FILE KEY IS NOT LESS THAN NEW-KEY
               INVALID KEY
                   MOVE HIGH-VALUES TO WS-NEW-KEY
           END-START
           DISPLAY "===== Repository generation compare ====="
           DISPLAY "Earlier: " TRIM(WS-OLD-FILE-NAME)
           DISPLAY "Later:   " TRIM(WS-NEW-FILE-NAME)
           IF WS-OLD-KEY NOT = HIGH-VALUES
               PERFORM READ-OLD-INSTANCE
           END-IF
           IF WS-NEW-KEY NOT = HIGH-VALUES
               PERFORM READ-NEW-INSTANCE
           END-IF
      *> both generations come back in key order, so one pass of a
      *> matched merge pairs every instance with its other self
           PERFORM UNTIL WS-OLD-KEY = HIGH-VALUES
                   AND WS-NEW-KEY = HIGH-VALUES
               EVALUATE TRUE
                   WHEN WS-NEW-KEY < WS-OLD-KEY
                       ADD 1 TO WS-ADDED
                       DISPLAY "  ADDED    " TRIM(NEW-PARENT) "/"
                           TRIM(NEW-CHILD) "  type "
                           TRIM(NEW-OBJECT-TYPE)
                       PERFORM READ-NEW-INSTANCE
                   WHEN WS-OLD-KEY < WS-NEW-KEY
                       ADD 1 TO WS-REMOVED
                       DISPLAY "  REMOVED  " TRIM(OLD-PARENT) "/"
                           TRIM(OLD-CHILD) "  type "
                           TRIM(OLD-OBJECT-TYPE)
                       PERFORM READ-OLD-INSTANCE
                   WHEN OTHER
                       PERFORM COMPARE-ONE-INSTANCE
                       PERFORM READ-OLD-INSTANCE
                       PERFORM READ-NEW-INSTANCE
               END-EVALUATE
           END-PERFORM
           CLOSE OLD-FILE NEW-FILE
           IF WS-ADDED = 0 AND WS-REMOVED = 0 AND WS-CHANGED = 0
               DISPLAY "  (no differences)"
           END-IF
           DISPLAY "Instances added:     " WS-ADDED
           DISPLAY "Instances removed:   " WS-REMOVED
           DISPLAY "Instances changed:   " WS-CHANGED
           DISPLAY "Instances unchanged: " WS-UNCHANGED
           DISPLAY "===== End of repository generation compare ====="
           PERFORM WRITE-SUMMARY-LINE
           MOVE SPACES TO WS-EVENT-MESSAGE
           STRING "repository compare " TRIM(WS-OLD-FILE-NAME) " to "
                   TRIM(WS-NEW-FILE-NAME) ": " WS-ADDED " added, "
                   WS-REMOVED " removed, " WS-CHANGED " changed"
               DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
           CALL "LOG-EVENT" USING WS-PROGRAM-NAME WS-EVENT-MESSAGE
      *> RETURN-CODE: 0 = compared (differences are the report, not
      *> a fault), 8 = a generation missing or of another layout
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       CHECK-LAYOUT-VERSION.
      *> an empty generation has no header and nothing to misparse,
      *> so it passes as the current layout
           IF WS-CHECK-VERSION NOT = WS-LAYOUT-VERSION
               DISPLAY "REPOSITORY-COMPARE: " TRIM(WS-CHECK-NAME)
                   " is not layout " WS-LAYOUT-VERSION
                   " - run REPOSITORY-MIGRATE on it before comparing"
               MOVE 'N' TO WS-LAYOUT-OK
           END-IF.

       READ-OLD-INSTANCE.
      *> the reserved version-header record is bookkeeping, not an
      *> instance
           MOVE SPACES TO WS-OLD-KEY
           PERFORM UNTIL WS-OLD-KEY NOT = SPACES
               READ OLD-FILE NEXT RECORD
                   AT END
                       MOVE HIGH-VALUES TO WS-OLD-KEY
                   NOT AT END
                       IF OLD-PARENT NOT = "*LAYOUT-VERSION*"
                           MOVE OLD-KEY TO WS-OLD-KEY
                       END-IF
               END-READ
           END-PERFORM.

       READ-NEW-INSTANCE.
           MOVE SPACES TO WS-NEW-KEY
           PERFORM UNTIL WS-NEW-KEY NOT = SPACES
               READ NEW-FILE NEXT RECORD
                   AT END
                       MOVE HIGH-VALUES TO WS-NEW-KEY
                   NOT AT END
                       IF NEW-PARENT NOT = "*LAYOUT-VERSION*"
                           MOVE NEW-KEY TO WS-NEW-KEY
                       END-IF
               END-READ
           END-PERFORM.

       COMPARE-ONE-INSTANCE.
      *> field by field - each difference on its own line under the
      *> instance, the earlier value first
           MOVE 'N' TO WS-DIFFERS WS-HEADED
           IF OLD-OBJECT-TYPE NOT = NEW-OBJECT-TYPE
               MOVE "OBJECT TYPE" TO WS-FIELD-NAME
               MOVE OLD-OBJECT-TYPE TO WS-OLD-VALUE
               MOVE NEW-OBJECT-TYPE TO WS-NEW-VALUE
               PERFORM SHOW-ONE-DIFFERENCE
           END-IF
           MOVE OLD-ANCESTOR-COUNT TO WS-MAX
           IF NEW-ANCESTOR-COUNT > WS-MAX
               MOVE NEW-ANCESTOR-COUNT TO WS-MAX
           END-IF
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-MAX OR J > 5
               MOVE SPACES TO WS-OLD-VALUE WS-NEW-VALUE
               IF J <= OLD-ANCESTOR-COUNT
                   MOVE OLD-ANCESTOR(J) TO WS-OLD-VALUE
               END-IF
               IF J <= NEW-ANCESTOR-COUNT
                   MOVE NEW-ANCESTOR(J) TO WS-NEW-VALUE
               END-IF
               IF WS-OLD-VALUE NOT = WS-NEW-VALUE
                   MOVE J TO WS-J-ED
                   MOVE SPACES TO WS-FIELD-NAME
                   STRING "ANCESTOR " TRIM(WS-J-ED)
                       DELIMITED BY SIZE INTO WS-FIELD-NAME
                   PERFORM SHOW-ONE-DIFFERENCE
               END-IF
           END-PERFORM
           MOVE OLD-ARRAY-COUNT TO WS-MAX
           IF NEW-ARRAY-COUNT > WS-MAX
               MOVE NEW-ARRAY-COUNT TO WS-MAX
           END-IF
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-MAX OR J > 15
               MOVE SPACES TO WS-OLD-VALUE WS-NEW-VALUE
               IF J <= OLD-ARRAY-COUNT
                   MOVE OLD-ARRAY-ELEMENT(J) TO WS-OLD-VALUE
               END-IF
               IF J <= NEW-ARRAY-COUNT
                   MOVE NEW-ARRAY-ELEMENT(J) TO WS-NEW-VALUE
               END-IF
               IF WS-OLD-VALUE NOT = WS-NEW-VALUE
                   MOVE J TO WS-J-ED
                   MOVE SPACES TO WS-FIELD-NAME
                   STRING "PROPERTY " TRIM(WS-J-ED)
                       DELIMITED BY SIZE INTO WS-FIELD-NAME
                   PERFORM SHOW-ONE-DIFFERENCE
               END-IF
           END-PERFORM
      *> a new serial or creation stamp under the same key means the
      *> instance was dropped and built again between the two cuts
           IF OLD-SERIAL NOT = NEW-SERIAL
               MOVE "SERIAL" TO WS-FIELD-NAME
               MOVE OLD-SERIAL TO WS-OLD-VALUE
               MOVE NEW-SERIAL TO WS-NEW-VALUE
               PERFORM SHOW-ONE-DIFFERENCE
           END-IF
           IF OLD-CREATED NOT = NEW-CREATED
               MOVE "CREATED" TO WS-FIELD-NAME
               MOVE OLD-CREATED TO WS-OLD-VALUE
               MOVE NEW-CREATED TO WS-NEW-VALUE
               PERFORM SHOW-ONE-DIFFERENCE
           END-IF
           IF WS-DIFFERS = 'Y'
               ADD 1 TO WS-CHANGED
           ELSE
               ADD 1 TO WS-UNCHANGED
           END-IF.

       SHOW-ONE-DIFFERENCE.
           MOVE 'Y' TO WS-DIFFERS
           IF WS-HEADED = 'N'
               DISPLAY "  CHANGED  " TRIM(NEW-PARENT) "/"
                   TRIM(NEW-CHILD)
               MOVE 'Y' TO WS-HEADED
           END-IF
           IF WS-OLD-VALUE = SPACES
               MOVE "(none)" TO WS-OLD-VALUE
           END-IF
           IF WS-NEW-VALUE = SPACES
               MOVE "(none)" TO WS-NEW-VALUE
           END-IF
           DISPLAY "      " WS-FIELD-NAME " was: " TRIM(WS-OLD-VALUE)
           DISPLAY "      " WS-FIELD-NAME " now: " TRIM(WS-NEW-VALUE).

       WRITE-SUMMARY-LINE.
           OPEN EXTEND SUMMARY-FILE
      *> EXTEND on a file that does not exist yet reports status 05
      *> on this runtime even though it creates the file underneath
           IF WS-SUMMARY-STATUS = "00" OR WS-SUMMARY-STATUS = "05"
               MOVE SPACES TO SUMMARY-RECORD
               STRING WS-TODAY "," WS-ADDED "," WS-REMOVED ","
                       WS-CHANGED "," WS-UNCHANGED ","
                       TRIM(WS-OLD-FILE-NAME) ","
                       TRIM(WS-NEW-FILE-NAME)
                   DELIMITED BY SIZE INTO SUMMARY-RECORD
               WRITE SUMMARY-RECORD
               CLOSE SUMMARY-FILE
           ELSE
               DISPLAY "REPOSITORY-COMPARE: cannot open summary "
                   TRIM(WS-SUMMARY-FILE-NAME) " - file status "
                   WS-SUMMARY-STATUS
           END-IF.
       END PROGRAM REPOSITORY-COMPARE.
