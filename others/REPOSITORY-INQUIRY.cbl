      *> LINKAGE
       01 WS-SEARCH-SPILL PIC X(1) VALUE 'Y'.
       01 WS-SPILL-MATCH-COUNT PIC 9(4).
      *> zero = the repository as it stands now; otherwise the moment
      *> REPOSITORY-FIND answers as of, from the version history
       01 WS-AS-OF PIC 9(14).
       01 WS-AS-OF-TEXT PIC X(14).
       01 WS-AS-OF-LEN PIC 9(2).
       01 WS-ANSWER PIC X(1).
       01 I PIC 9(2).
       01 WS-DONE PIC X(1) VALUE 'N'.
           IF WS-SEARCH-VALUE = SPACES
               GO TO INQUIRE-ONE-NAME-EXIT
           END-IF
      *> a date alone means as of the close of that day
           DISPLAY "As of CCYYMMDD[HHMMSS] (blank = now): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-AS-OF-TEXT
           ACCEPT WS-AS-OF-TEXT
           MOVE 0 TO WS-AS-OF
           IF WS-AS-OF-TEXT NOT = SPACES
               COMPUTE WS-AS-OF-LEN =
                   LENGTH(TRIM(WS-AS-OF-TEXT TRAILING))
               IF (WS-AS-OF-LEN NOT = 8 AND WS-AS-OF-LEN NOT = 14)
                 OR WS-AS-OF-TEXT(1:WS-AS-OF-LEN) IS NOT NUMERIC
                   DISPLAY "Please answer CCYYMMDD or CCYYMMDDHHMMSS"
                   GO TO INQUIRE-ONE-NAME-EXIT
               END-IF
               MOVE WS-AS-OF-TEXT(1:WS-AS-OF-LEN) TO WS-AS-OF
           END-IF
      *> REPOSITORY-FIND produces the same match-index list the batch
      *> reports use - the screen just pages through it
      *> spill search on - an instance that overflowed the in-memory
           CALL "REPOSITORY-FIND" USING WS-TABLE WS-TABLE-COUNT
               WS-SEARCH-FIELD WS-SEARCH-VALUE WS-MATCH-COUNT
               WS-MATCH-INDEX WS-SEARCH-SPILL WS-SPILL-MATCH-COUNT
               WS-AS-OF
           IF WS-AS-OF > 0
               IF WS-SPILL-MATCH-COUNT = 0
                   DISPLAY "No matching instances as of "
                       TRIM(WS-AS-OF-TEXT)
               ELSE
                   DISPLAY WS-SPILL-MATCH-COUNT " matching "
                       "instance(s) as of " TRIM(WS-AS-OF-TEXT)
                       " shown above (history)"
               END-IF
               GO TO INQUIRE-ONE-NAME-EXIT
           END-IF
           IF WS-SPILL-MATCH-COUNT > 0
               DISPLAY WS-SPILL-MATCH-COUNT " match(es) beyond the "
                   "memory window shown above (master)"
