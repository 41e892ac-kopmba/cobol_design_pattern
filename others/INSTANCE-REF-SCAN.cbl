      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSTANCE-REF-SCAN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> the relationship file INSTANCE-RELATION keeps. Overridable
      *> via INSTANCE-RELATION-FILE
       SELECT OPTIONAL RELATION-FILE ASSIGN DYNAMIC WS-REL-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD RELATION-FILE.
      *> must stay byte-for-byte identical to INSTANCE-RELATION's
      *> RELATION-RECORD
       01 RELATION-RECORD.
           05 REL-FROM-SERIAL PIC 9(12).
           05 FILLER PIC X(1).
           05 REL-NAME PIC X(20).
           05 FILLER PIC X(1).
           05 REL-TO-SERIAL PIC 9(12).
           05 FILLER PIC X(1).
           05 REL-STAMP PIC 9(14).
           05 FILLER PIC X(1).
           05 REL-FROM-PARENT PIC X(44).
           05 REL-FROM-CHILD PIC X(44).
           05 REL-TO-PARENT PIC X(44).
           05 REL-TO-CHILD PIC X(44).
       WORKING-STORAGE SECTION.
      *> correctly-sized holder for the startup trace - a literal
      *> passed straight to LOG-STARTUP's LINKAGE would only be
      *> allocated as big as the literal itself, not the LINKAGE PIC
       01 WS-PROGRAM-NAME PIC X(44) VALUE "INSTANCE-REF-SCAN".
       01 WS-EVENT-MESSAGE PIC X(200).
       01 WS-REL-FILE-NAME PIC X(80) VALUE "INSTANCE-RELATION.DAT".
       01 WS-ENV-REL-FILE-NAME PIC X(80).
       01 WS-REL-STATUS PIC X(2).
       01 WS-EOF PIC X(1) VALUE 'N'.
       01 WS-ACC-VERB PIC X(1) VALUE 'G'.
       01 WS-ACC-FOUND PIC X(1).
      *> one end of the relationship looked up on the master
       01 WS-PROBE-OBJ.
      *> shared RES-PARENT/RES-PROPERTIES shape - see OBJECT-RECORD.CPY
           COPY OBJECT-RECORD
               REPLACING ==PLVL-A== BY ==05==
                         ==PLVL-B== BY ==10==
                         ==PLVL-NAME== BY ==WS-PROBE-OBJ==.
       01 WS-PROBE-PARENT PIC X(44).
       01 WS-PROBE-CHILD PIC X(44).
       01 WS-PROBE-SERIAL PIC 9(12).
      *> 'O' = on the master under the same serial, 'M' = missing,
      *> 'S' = the pair is there but under another serial (removed
      *> and collected again - not the instance that was referenced)
       01 WS-PROBE-STATE PIC X(1).
       01 WS-FROM-STATE PIC X(1).
       01 WS-TO-STATE PIC X(1).
       01 WS-END-WORDS PIC X(30).
       01 WS-STORE-FAILED PIC X(1) VALUE 'N'.
       01 WS-RELS-READ PIC 9(7) VALUE 0.
       01 WS-DANGLING-COUNT PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "LOG-STARTUP" USING WS-PROGRAM-NAME
      *> accept into a separate staging field first - ACCEPT FROM
      *> ENVIRONMENT blanks the target unconditionally when the
      *> variable is unset, which would wipe out the VALUE default
           MOVE SPACES TO WS-ENV-REL-FILE-NAME
           ACCEPT WS-ENV-REL-FILE-NAME FROM ENVIRONMENT
               "INSTANCE-RELATION-FILE"
           IF WS-ENV-REL-FILE-NAME NOT = SPACES
               MOVE WS-ENV-REL-FILE-NAME TO WS-REL-FILE-NAME
           END-IF
           OPEN INPUT RELATION-FILE
           IF WS-REL-STATUS NOT = "00" AND WS-REL-STATUS NOT = "05"
               DISPLAY "INSTANCE-REF-SCAN: relationship file not "
                   "available - " TRIM(WS-REL-FILE-NAME)
                   ", file status " WS-REL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "===== Dangling reference scan ====="
           DISPLAY "(relationship file: " TRIM(WS-REL-FILE-NAME) ")"
      *> an absent file is an empty one - nothing can dangle
           IF WS-REL-STATUS = "05"
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y' OR WS-STORE-FAILED = 'Y'
               READ RELATION-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-RELS-READ
                       PERFORM CHECK-ONE-RELATION
               END-READ
           END-PERFORM
           CLOSE RELATION-FILE
           DISPLAY " "
           DISPLAY "Relationships read:  " WS-RELS-READ
           DISPLAY "Dangling:            " WS-DANGLING-COUNT
           DISPLAY "===== End of dangling reference scan ====="
           MOVE SPACES TO WS-EVENT-MESSAGE
           STRING "scanned " WS-RELS-READ " relationship(s), "
                   WS-DANGLING-COUNT " dangling"
               DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
           CALL "LOG-EVENT" USING WS-PROGRAM-NAME WS-EVENT-MESSAGE
      *> RETURN-CODE: 0 = every reference resolves, 4 = dangling
      *> references listed for cleanup (REPOSITORY-MAINT UNRELATE),
      *> 8 = the relationship file or the master could not be read
           IF WS-STORE-FAILED = 'Y'
               DISPLAY "INSTANCE-REF-SCAN: repository could not be "
                   "read - scan incomplete"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-DANGLING-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       CHECK-ONE-RELATION.
           MOVE REL-FROM-PARENT TO WS-PROBE-PARENT
           MOVE REL-FROM-CHILD TO WS-PROBE-CHILD
           MOVE REL-FROM-SERIAL TO WS-PROBE-SERIAL
           PERFORM PROBE-ONE-END
           MOVE WS-PROBE-STATE TO WS-FROM-STATE
           MOVE REL-TO-PARENT TO WS-PROBE-PARENT
           MOVE REL-TO-CHILD TO WS-PROBE-CHILD
           MOVE REL-TO-SERIAL TO WS-PROBE-SERIAL
           PERFORM PROBE-ONE-END
           MOVE WS-PROBE-STATE TO WS-TO-STATE
           IF WS-FROM-STATE NOT = 'O' OR WS-TO-STATE NOT = 'O'
               ADD 1 TO WS-DANGLING-COUNT
               DISPLAY " "
               DISPLAY TRIM(REL-NAME) "  recorded " REL-STAMP
               MOVE WS-FROM-STATE TO WS-PROBE-STATE
               PERFORM DESCRIBE-STATE
               DISPLAY "    from " REL-FROM-SERIAL " "
                   TRIM(REL-FROM-PARENT) "/" TRIM(REL-FROM-CHILD)
                   "  " TRIM(WS-END-WORDS)
               MOVE WS-TO-STATE TO WS-PROBE-STATE
               PERFORM DESCRIBE-STATE
               DISPLAY "    to   " REL-TO-SERIAL " "
                   TRIM(REL-TO-PARENT) "/" TRIM(REL-TO-CHILD)
                   "  " TRIM(WS-END-WORDS)
           END-IF.

       PROBE-ONE-END.
           INITIALIZE WS-PROBE-OBJ
           MOVE WS-PROBE-PARENT TO CLASSNAME-PARENT OF RES-PARENT
               OF WS-PROBE-OBJ
           MOVE WS-PROBE-CHILD TO CLASSNAME-CHILD OF RES-PARENT
               OF WS-PROBE-OBJ
           CALL "REPOSITORY-ACCESS" USING WS-ACC-VERB WS-PROBE-OBJ
               WS-ACC-FOUND
           IF RETURN-CODE NOT = 0
               MOVE 'Y' TO WS-STORE-FAILED
           END-IF
           EVALUATE TRUE
               WHEN WS-ACC-FOUND NOT = 'Y'
                   MOVE 'M' TO WS-PROBE-STATE
               WHEN INSTANCE-SERIAL OF RES-PARENT OF WS-PROBE-OBJ
                       NOT = WS-PROBE-SERIAL
                   MOVE 'S' TO WS-PROBE-STATE
               WHEN OTHER
                   MOVE 'O' TO WS-PROBE-STATE
           END-EVALUATE.

       DESCRIBE-STATE.
           EVALUATE WS-PROBE-STATE
               WHEN 'M'
                   MOVE "MISSING" TO WS-END-WORDS
               WHEN 'S'
                   MOVE "REPLACED (serial differs)" TO WS-END-WORDS
               WHEN OTHER
                   MOVE "ok" TO WS-END-WORDS
           END-EVALUATE.
       END PROGRAM INSTANCE-REF-SCAN.
