      *> LINKAGE - spilled dependents print under the FIND call
       01 WS-SEARCH-SPILL PIC X(1) VALUE 'Y'.
       01 WS-SPILL-MATCH-COUNT PIC 9(4).
      *> zero = search the repository as it stands now, not as of
      *> an earlier moment
       01 WS-AS-OF PIC 9(14) VALUE 0.
       01 WS-DESCENDANT-COUNT PIC 9(4).
       01 WS-REGISTRY-HITS PIC 9(2).
       LINKAGE SECTION.
           CALL "REPOSITORY-FIND" USING LS-TABLE LS-TABLE-COUNT
               WS-SEARCH-FIELD WS-SEARCH-VALUE WS-MATCH-COUNT
               WS-MATCH-INDEX WS-SEARCH-SPILL WS-SPILL-MATCH-COUNT
               WS-AS-OF
           IF WS-MATCH-COUNT = 0 AND WS-SPILL-MATCH-COUNT = 0
               DISPLAY "(none)"
           ELSE
