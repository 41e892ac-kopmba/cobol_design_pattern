           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MST-KEY
           FILE STATUS IS WS-MASTER-STATUS.
      *> the append-only version file REPOSITORY-HISTORY-WRITE keeps -
      *> an as-of search answers from it instead of the master, same
      *> name resolution via REPOSITORY-HISTORY-FILE
       SELECT OPTIONAL HISTORY-FILE ASSIGN DYNAMIC WS-HIST-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD MASTER-FILE.
      *> every existing offset stays put (see OBJECT-RECORD.CPY)
           05 MST-SERIAL PIC 9(12).
           05 MST-CREATED PIC 9(14).
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
       WORKING-STORAGE SECTION.
      *> correctly-sized holder for the startup trace - a literal
      *> passed straight to LOG-STARTUP's LINKAGE would only be
       01 WS-MASTER-EOF PIC X(1).
       01 WS-IN-TABLE PIC X(1).
       01 WS-VERSION-OK PIC X(1).
       01 WS-HIST-FILE-NAME PIC X(80) VALUE "REPOSITORY-HISTORY.DAT".
       01 WS-ENV-HIST-FILE-NAME PIC X(80).
       01 WS-HIST-STATUS PIC X(2).
       01 WS-HIST-EOF PIC X(1).
      *> the moment being asked about, CCYYMMDDHHMMSS - a bare
      *> CCYYMMDD means as of the close of that day
       01 WS-AS-OF PIC 9(14).
      *> ordinal of the version line being read - the history is
      *> append-only, so a later line is always the later version
       01 WS-HIST-SEQ PIC 9(9).
      *> one slot per instance seen in the history up to the as-of
      *> moment, pointing at the last version line it had by then
       77 WS-STATE-MAX PIC 9(4) VALUE 999.
       01 WS-STATE-COUNT PIC 9(4).
       01 WS-STATE-OVERFLOW PIC 9(6).
       01 WS-ST-IX PIC 9(4).
       01 WS-ST-HIT PIC 9(4).
       01 WS-STATE-TABLE.
           05 WS-STATE OCCURS 999 TIMES.
               10 ST-SERIAL PIC 9(12).
               10 ST-PARENT PIC X(44).
               10 ST-CHILD PIC X(44).
               10 ST-SEQ PIC 9(9).
               10 ST-ACTION PIC X(1).
      *> a beyond-window match rebuilt in the shared shape so
      *> DISPLAY-INSTANCE prints it exactly like a table match
       01 WS-MASTER-OBJ.
      *> themselves (the hierarchy report) pass 'N'
       01 LS-SEARCH-SPILL PIC X(1).
       01 LS-SPILL-MATCH-COUNT PIC 9(4).
      *> zero = search the repository as it stands now; otherwise an
      *> as-of moment (CCYYMMDD or CCYYMMDDHHMMSS) - the search then
      *> answers from the version history with each instance's state
      *> at that moment, removed instances left out. Those states are
      *> not table slots either, so they print here the way a
      *> beyond-window match does and are tallied in
      *> LS-SPILL-MATCH-COUNT; LS-MATCH-COUNT stays zero
       01 LS-AS-OF PIC 9(14).

       PROCEDURE DIVISION USING LS-TABLE LS-TABLE-COUNT LS-SEARCH-FIELD
                 LS-SEARCH-VALUE LS-MATCH-COUNT LS-MATCH-INDEX
                 LS-SEARCH-SPILL LS-SPILL-MATCH-COUNT LS-AS-OF.
       000-Main.
           CALL "LOG-STARTUP" USING WS-PROGRAM-NAME
           MOVE 0 TO LS-MATCH-COUNT
           PERFORM PREPARE-NEEDLE
           IF LS-AS-OF > 0
               MOVE 0 TO LS-SPILL-MATCH-COUNT
               PERFORM SEARCH-AS-OF THRU SEARCH-AS-OF-EXIT
      *> RETURN-CODE: 0 = OK, the same zero-match reading as below
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > LS-TABLE-COUNT
               MOVE 'N' TO WS-HIT
               EVALUATE LS-SEARCH-FIELD
           DISPLAY "--- match beyond memory window (master) ---"
           CALL "DISPLAY-INSTANCE" USING WS-MASTER-OBJ.

       SEARCH-AS-OF.
           MOVE LS-AS-OF TO WS-AS-OF
           IF WS-AS-OF < 100000000
               COMPUTE WS-AS-OF = WS-AS-OF * 1000000 + 235959
           END-IF
      *> accept into a separate staging field first - ACCEPT FROM
      *> ENVIRONMENT blanks the target unconditionally when the
      *> variable is unset
           MOVE SPACES TO WS-ENV-HIST-FILE-NAME
           ACCEPT WS-ENV-HIST-FILE-NAME FROM ENVIRONMENT
               "REPOSITORY-HISTORY-FILE"
           IF WS-ENV-HIST-FILE-NAME NOT = SPACES
               MOVE WS-ENV-HIST-FILE-NAME TO WS-HIST-FILE-NAME
           END-IF
      *> first pass: which version line was each instance's latest
      *> at the as-of moment
           MOVE 0 TO WS-STATE-COUNT WS-STATE-OVERFLOW WS-HIST-SEQ
           MOVE 'N' TO WS-HIST-EOF
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS NOT = "00"
      *> no history yet just means nothing was ever versioned
               IF WS-HIST-STATUS = "05"
                   CLOSE HISTORY-FILE
               END-IF
               GO TO SEARCH-AS-OF-EXIT
           END-IF
           PERFORM UNTIL WS-HIST-EOF = 'Y'
               READ HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-HIST-EOF
                   NOT AT END
                       ADD 1 TO WS-HIST-SEQ
                       IF RH-STAMP <= WS-AS-OF
                           PERFORM NOTE-ONE-VERSION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE
           IF WS-STATE-OVERFLOW > 0
               DISPLAY "REPOSITORY-FIND: more than " WS-STATE-MAX
                   " instances in the history - " WS-STATE-OVERFLOW
                   " version line(s) not considered"
           END-IF
      *> second pass: match and print each surviving state
           MOVE 0 TO WS-HIST-SEQ
           MOVE 'N' TO WS-HIST-EOF
           OPEN INPUT HISTORY-FILE
           PERFORM UNTIL WS-HIST-EOF = 'Y'
               READ HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-HIST-EOF
                   NOT AT END
                       ADD 1 TO WS-HIST-SEQ
                       PERFORM MATCH-ONE-VERSION
                           THRU MATCH-ONE-VERSION-EXIT
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE.
       SEARCH-AS-OF-EXIT.
           EXIT.

       NOTE-ONE-VERSION.
      *> the permanent serial is the instance's identity; a legacy
      *> instance that predates serials (serial zero) falls back on
      *> its parent/child pair
           MOVE 0 TO WS-ST-HIT
           PERFORM VARYING WS-ST-IX FROM 1 BY 1
                   UNTIL WS-ST-IX > WS-STATE-COUNT OR WS-ST-HIT > 0
               IF ST-SERIAL(WS-ST-IX) = RH-SERIAL
                 AND (RH-SERIAL > 0
                   OR (ST-PARENT(WS-ST-IX) = RH-PARENT
                   AND ST-CHILD(WS-ST-IX) = RH-CHILD))
                   MOVE WS-ST-IX TO WS-ST-HIT
               END-IF
           END-PERFORM
           IF WS-ST-HIT = 0
               IF WS-STATE-COUNT >= WS-STATE-MAX
                   ADD 1 TO WS-STATE-OVERFLOW
               ELSE
                   ADD 1 TO WS-STATE-COUNT
                   MOVE WS-STATE-COUNT TO WS-ST-HIT
                   MOVE RH-SERIAL TO ST-SERIAL(WS-ST-HIT)
                   MOVE RH-PARENT TO ST-PARENT(WS-ST-HIT)
                   MOVE RH-CHILD TO ST-CHILD(WS-ST-HIT)
               END-IF
           END-IF
           IF WS-ST-HIT > 0
               MOVE WS-HIST-SEQ TO ST-SEQ(WS-ST-HIT)
               MOVE RH-ACTION TO ST-ACTION(WS-ST-HIT)
           END-IF.

       MATCH-ONE-VERSION.
      *> only an instance's latest line by the as-of moment speaks
      *> for it, and a remove means it was not there at that moment
           MOVE 0 TO WS-ST-HIT
           PERFORM VARYING WS-ST-IX FROM 1 BY 1
                   UNTIL WS-ST-IX > WS-STATE-COUNT OR WS-ST-HIT > 0
               IF ST-SEQ(WS-ST-IX) = WS-HIST-SEQ
                   MOVE WS-ST-IX TO WS-ST-HIT
               END-IF
           END-PERFORM
           IF WS-ST-HIT = 0
               GO TO MATCH-ONE-VERSION-EXIT
           END-IF
           IF ST-ACTION(WS-ST-HIT) = 'R'
               GO TO MATCH-ONE-VERSION-EXIT
           END-IF
           PERFORM STAGE-VERSION-OBJ
           MOVE 'N' TO WS-HIT
           EVALUATE LS-SEARCH-FIELD
               WHEN 'P'
                   MOVE RH-PARENT TO WS-CAND
                   PERFORM MATCH-ONE-NAME
                       THRU MATCH-ONE-NAME-EXIT
               WHEN 'C'
                   MOVE RH-CHILD TO WS-CAND
                   PERFORM MATCH-ONE-NAME
                       THRU MATCH-ONE-NAME-EXIT
               WHEN 'T'
                   MOVE RH-OBJECT-TYPE TO WS-CAND
                   PERFORM MATCH-ONE-NAME
                       THRU MATCH-ONE-NAME-EXIT
               WHEN 'V'
                   PERFORM MATCH-VERSION-PROPERTIES
                       THRU MATCH-VERSION-PROPERTIES-EXIT
           END-EVALUATE
           IF WS-HIT = 'Y'
               ADD 1 TO LS-SPILL-MATCH-COUNT
               DISPLAY "--- state as of " WS-AS-OF " (version "
                   RH-STAMP " run " TRIM(RH-RUN-ID) ") ---"
               CALL "DISPLAY-INSTANCE" USING WS-MASTER-OBJ
           END-IF.
       MATCH-ONE-VERSION-EXIT.
           EXIT.

       MATCH-VERSION-PROPERTIES.
           IF WS-NEEDLE-LEN = 0
               GO TO MATCH-VERSION-PROPERTIES-EXIT
           END-IF
           COMPUTE WS-SCAN-LIMIT = 80 - WS-NEEDLE-LEN + 1
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > RH-ARRAY-COUNT OR WS-HIT = 'Y'
               MOVE RH-ARRAY-ELEMENT(J) TO WS-PROP-BUF
               PERFORM VARYING K FROM 1 BY 1
                       UNTIL K > WS-SCAN-LIMIT OR WS-HIT = 'Y'
                   IF WS-PROP-BUF(K:WS-NEEDLE-LEN) =
                           WS-NEEDLE(1:WS-NEEDLE-LEN)
                       MOVE 'Y' TO WS-HIT
                   END-IF
               END-PERFORM
           END-PERFORM.
       MATCH-VERSION-PROPERTIES-EXIT.
           EXIT.

       STAGE-VERSION-OBJ.
      *> element by element into the shared shape, the same MOVE
      *> discipline SHOW-SPILL-MATCH documents
           MOVE RH-PARENT TO CLASSNAME-PARENT OF RES-PARENT
               OF WS-MASTER-OBJ
           MOVE RH-CHILD TO CLASSNAME-CHILD OF RES-PARENT
               OF WS-MASTER-OBJ
           MOVE RH-ANCESTOR-COUNT TO ANCESTOR-COUNT OF RES-PARENT
               OF WS-MASTER-OBJ
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > RH-ANCESTOR-COUNT
               MOVE RH-ANCESTOR(J) TO CLASSNAME-ANCESTOR
                   OF RES-PARENT OF WS-MASTER-OBJ(J)
           END-PERFORM
           MOVE RH-OBJECT-TYPE TO OBJECT-TYPE OF RES-PARENT
               OF WS-MASTER-OBJ
           MOVE RH-ARRAY-COUNT TO ARRAY-COUNT OF RES-PROPERTIES
               OF WS-MASTER-OBJ
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > RH-ARRAY-COUNT
               MOVE RH-ARRAY-ELEMENT(J) TO ARRAY-ELEMENT
                   OF RES-PROPERTIES OF WS-MASTER-OBJ(J)
           END-PERFORM
           MOVE RH-SERIAL TO INSTANCE-SERIAL OF RES-PARENT
               OF WS-MASTER-OBJ
           MOVE RH-CREATED TO CREATED-STAMP OF RES-PARENT
               OF WS-MASTER-OBJ.

       PREPARE-NEEDLE.
           MOVE LS-SEARCH-VALUE TO WS-NEEDLE
           MOVE 'N' TO WS-PARTIAL
