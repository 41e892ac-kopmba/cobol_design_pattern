      *> LINKAGE - off here, see the call
       01 WS-SEARCH-SPILL PIC X(1) VALUE 'N'.
       01 WS-SPILL-MATCH-COUNT PIC 9(4).
      *> zero = search the repository as it stands now, not as of
      *> an earlier moment
       01 WS-AS-OF PIC 9(14) VALUE 0.
      *> parents already printed, so a class with several children
      *> gets one heading line, not one per child encountered
       01 WS-SEEN-PARENT PIC X(35) OCCURS 50 TIMES VALUE SPACES.
                           LS-TABLE-COUNT WS-SEARCH-FIELD
                           WS-SEARCH-VALUE WS-MATCH-COUNT
                           WS-MATCH-INDEX WS-SEARCH-SPILL
                           WS-SPILL-MATCH-COUNT WS-AS-OF
                       PERFORM VARYING K FROM 1 BY 1
                               UNTIL K > WS-MATCH-COUNT
                           DISPLAY "    " TRIM(CLASSNAME-CHILD
