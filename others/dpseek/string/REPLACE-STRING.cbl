       01 WS-STR-LEN PIC 9(2).
       01 WS-OCCUR-COUNT PIC 9(2) VALUE 0.
       01 I PIC 9(2).
      *> the trace is written once per run - the letter merge calls
      *> in here for every placeholder on every line, which would
      *> otherwise bury the job log
       01 WS-TRACED PIC X(1) VALUE 'N'.
      *> mode 'V' works in three-digit positions - a value spliced
      *> in can carry the scan past what PIC 9(2) holds
       01 WS-POS PIC 9(3).
       01 WS-NEW-LEN PIC 9(3).
       01 WS-TAIL-LEN PIC 9(3).
       01 WS-SPLICED PIC X(160).
       01 WS-OVERFLOW PIC X(1).
       LINKAGE SECTION.
       01 LS-STRING PIC X(80).
       01 LS-OLD-STR PIC X(20).
      *> as wide as LS-STRING - a 'V' value can be a whole name or
      *> address; 'F', 'A' and 'N' still use only the LS-OLD-STR
      *> width of it
       01 LS-NEW-STR PIC X(80).
      *> 'F' first occurrence only, 'A' every occurrence, 'N' the
      *> LS-OCCURRENCE'th occurrence - callers used to get FIRST and
      *> ALL applied on top of each other, now they pick one.
      *> 'V' replaces every occurrence of the trimmed LS-OLD-STR by
      *> LS-NEW-STR less its trailing spaces, the rest of the line
      *> moving left or right to fit (blank value = placeholder
      *> removed); text pushed past column 80 is lost
       01 LS-REPLACE-MODE PIC X(1).
       01 LS-OCCURRENCE PIC 9(2).

       PROCEDURE DIVISION USING LS-STRING LS-OLD-STR LS-NEW-STR
               LS-REPLACE-MODE LS-OCCURRENCE.
       000-Main.
           IF WS-TRACED = 'N'
               CALL "LOG-STARTUP" USING WS-PROGRAM-NAME
               MOVE 'Y' TO WS-TRACED
           END-IF
           MOVE 'N' TO WS-OVERFLOW
           COMPUTE WS-OLD-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(LS-OLD-STR))
           COMPUTE WS-STR-LEN =
           EVALUATE LS-REPLACE-MODE
               WHEN 'A'
                   INSPECT LS-STRING REPLACING ALL LS-OLD-STR
                       BY LS-NEW-STR(1:20)
               WHEN 'F'
                   PERFORM FIND-AND-REPLACE THRU FIND-AND-REPLACE-EXIT
               WHEN 'N'
                   PERFORM FIND-AND-REPLACE THRU FIND-AND-REPLACE-EXIT
               WHEN 'V'
                   PERFORM SPLICE-ALL THRU SPLICE-ALL-EXIT
               WHEN OTHER
                   DISPLAY "REPLACE-STRING: unknown mode '"
                       LS-REPLACE-MODE "'"
           END-EVALUATE.
      *> RETURN-CODE: 0 = done, 4 = a 'V' replacement pushed text
      *> past column 80 and it was lost
           IF WS-OVERFLOW = 'Y'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       SPLICE-ALL.
           IF WS-OLD-LEN = 0 OR LS-OLD-STR = SPACES
               GO TO SPLICE-ALL-EXIT
           END-IF
           IF LS-NEW-STR = SPACES
               MOVE 0 TO WS-NEW-LEN
           ELSE
               COMPUTE WS-NEW-LEN =
                   LENGTH(TRIM(LS-NEW-STR TRAILING))
           END-IF
           MOVE 1 TO WS-POS
           PERFORM UNTIL WS-POS > 81 - WS-OLD-LEN
               IF LS-STRING(WS-POS:WS-OLD-LEN)
                       = TRIM(LS-OLD-STR)
                   PERFORM SPLICE-AT-POS
      *> carry on after the value - a value that happens to contain
      *> the placeholder text is not replaced again
                   ADD WS-NEW-LEN TO WS-POS
               ELSE
                   ADD 1 TO WS-POS
               END-IF
           END-PERFORM.
       SPLICE-ALL-EXIT.
           EXIT.

       SPLICE-AT-POS.
           MOVE SPACES TO WS-SPLICED
           IF WS-POS > 1
               MOVE LS-STRING(1:WS-POS - 1) TO WS-SPLICED(1:WS-POS - 1)
           END-IF
           IF WS-NEW-LEN > 0
               MOVE LS-NEW-STR(1:WS-NEW-LEN)
                   TO WS-SPLICED(WS-POS:WS-NEW-LEN)
           END-IF
           COMPUTE WS-TAIL-LEN = 81 - WS-POS - WS-OLD-LEN
           IF WS-TAIL-LEN > 0
               MOVE LS-STRING(WS-POS + WS-OLD-LEN:WS-TAIL-LEN)
                   TO WS-SPLICED(WS-POS + WS-NEW-LEN:WS-TAIL-LEN)
           END-IF
           IF WS-SPLICED(81:80) NOT = SPACES
               MOVE 'Y' TO WS-OVERFLOW
           END-IF
           MOVE WS-SPLICED(1:80) TO LS-STRING.

       FIND-AND-REPLACE.
           MOVE 0 TO WS-OCCUR-COUNT
           IF WS-OLD-LEN = 0 OR WS-STR-LEN < WS-OLD-LEN
