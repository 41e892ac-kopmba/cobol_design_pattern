      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSTANCE-RELATION.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> instance-to-instance references - one line per relationship,
      *> keyed by the permanent INSTANCE-SERIAL of both ends so a
      *> removed and re-collected pair is never mistaken for the one
      *> that was referenced. Overridable via INSTANCE-RELATION-FILE
       SELECT OPTIONAL RELATION-FILE ASSIGN DYNAMIC WS-REL-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REL-STATUS.
      *> which relationships may exist at all, declared per class
      *> pair: FROM-CLASS,RELATION,TO-CLASS,CARDINALITY. CARDINALITY
      *> reads from-side then to-side: N1 = many from-instances to
      *> one to-instance (each from-instance holds at most one such
      *> reference - an order belongs to one customer), 1N = each
      *> to-instance is referenced by at most one from-instance, 11 =
      *> both limits, NN = no limit. Overridable via
      *> INSTANCE-RELATION-RULE-FILE
       SELECT OPTIONAL RULE-FILE ASSIGN DYNAMIC WS-RULE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RULE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD RELATION-FILE.
      *> must stay byte-for-byte identical to INSTANCE-REF-SCAN's
      *> RELATION-RECORD. The class/instance names ride along so a
      *> reference can be reported and cascaded by name; the serials
      *> are the key
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
       FD RULE-FILE.
       01 RULE-RECORD PIC X(200).
       WORKING-STORAGE SECTION.
      *> correctly-sized holder for the startup trace - a literal
      *> passed straight to LOG-STARTUP's LINKAGE would only be
      *> allocated as big as the literal itself, not the LINKAGE PIC
       01 WS-PROGRAM-NAME PIC X(44) VALUE "INSTANCE-RELATION".
       01 WS-EVENT-SEVERITY PIC X(1).
       01 WS-EVENT-MESSAGE PIC X(200).
       01 WS-REL-FILE-NAME PIC X(80) VALUE "INSTANCE-RELATION.DAT".
       01 WS-ENV-REL-FILE-NAME PIC X(80).
       01 WS-REL-STATUS PIC X(2).
       01 WS-RULE-FILE-NAME PIC X(80)
           VALUE "INSTANCE-RELATION-RULES.DAT".
       01 WS-ENV-RULE-FILE-NAME PIC X(80).
       01 WS-RULE-STATUS PIC X(2).
       01 WS-EOF PIC X(1).
      *> the whole relationship file staged in memory - a drop or
      *> purge rewrites it from the table (same discipline as
      *> CLASSMAP-MAINT's registry)
       01 WS-REL-COUNT PIC 9(4) VALUE 0.
       01 WS-REL-MAX PIC 9(4) VALUE 1000.
       01 WS-REL-OVERFLOW PIC X(1).
       01 WS-REL-ENTRY OCCURS 1000 TIMES.
           05 RE-FROM-SERIAL PIC 9(12).
           05 FILLER PIC X(1).
           05 RE-NAME PIC X(20).
           05 FILLER PIC X(1).
           05 RE-TO-SERIAL PIC 9(12).
           05 FILLER PIC X(1).
           05 RE-STAMP PIC 9(14).
           05 FILLER PIC X(1).
           05 RE-FROM-PARENT PIC X(44).
           05 RE-FROM-CHILD PIC X(44).
           05 RE-TO-PARENT PIC X(44).
           05 RE-TO-CHILD PIC X(44).
      *> one rule line taken apart
       01 WS-RULE-FROM PIC X(44).
       01 WS-RULE-NAME PIC X(20).
       01 WS-RULE-TO PIC X(44).
       01 WS-RULE-CARD PIC X(2).
       01 WS-RULE-FOUND PIC X(1).
       01 WS-RELATION PIC X(20).
       01 WS-FROM-USED PIC 9(4).
       01 WS-TO-USED PIC 9(4).
       01 WS-DUPLICATE PIC X(1).
       01 WS-KEEP-COUNT PIC 9(4).
       01 WS-TS-DATE PIC 9(8).
       01 WS-TS-TIME PIC 9(8).
       01 I PIC 9(4).
       01 WS-REFUSE-REASON PIC X(80).
       LINKAGE SECTION.
      *> 'A' = add LS-FROM -LS-RELATION-> LS-TO, 'D' = drop that one
      *> relationship, 'R' = list every relationship pointing at
      *> LS-TO into LS-REFS, 'P' = purge every relationship LS-TO
      *> takes part in at either end (its remove has gone through)
       01 LS-VERB PIC X(1).
      *> shared RES-PARENT/RES-PROPERTIES shape - see OBJECT-RECORD.CPY
       01 LS-FROM.
           COPY OBJECT-RECORD REPLACING ==PLVL-A== BY ==05==
                                         ==PLVL-B== BY ==10==
                                         ==PLVL-NAME== BY ==LS-FROM==.
       01 LS-RELATION PIC X(20).
       01 LS-TO.
           COPY OBJECT-RECORD REPLACING ==PLVL-A== BY ==05==
                                         ==PLVL-B== BY ==10==
                                         ==PLVL-NAME== BY ==LS-TO==.
      *> 'R' answers here; 'P' leaves the number purged in the count.
      *> The count keeps going past the table so a caller can tell
      *> how many references there really are
       01 LS-REFS.
           05 LS-REF-COUNT PIC 9(4).
           05 LS-REF-ENTRY OCCURS 50 TIMES.
               10 LS-REF-NAME PIC X(20).
               10 LS-REF-SERIAL PIC 9(12).
               10 LS-REF-PARENT PIC X(44).
               10 LS-REF-CHILD PIC X(44).

       PROCEDURE DIVISION USING LS-VERB LS-FROM LS-RELATION LS-TO
                 LS-REFS.
       000-Main.
           CALL "LOG-STARTUP" USING WS-PROGRAM-NAME
           MOVE 0 TO LS-REF-COUNT
           MOVE UPPER-CASE(LS-RELATION) TO WS-RELATION
      *> accept into a separate staging field first - ACCEPT FROM
      *> ENVIRONMENT blanks the target unconditionally when the
      *> variable is unset, which would wipe out the VALUE default
           MOVE "INSTANCE-RELATION.DAT" TO WS-REL-FILE-NAME
           MOVE SPACES TO WS-ENV-REL-FILE-NAME
           ACCEPT WS-ENV-REL-FILE-NAME FROM ENVIRONMENT
               "INSTANCE-RELATION-FILE"
           IF WS-ENV-REL-FILE-NAME NOT = SPACES
               MOVE WS-ENV-REL-FILE-NAME TO WS-REL-FILE-NAME
           END-IF
           MOVE "INSTANCE-RELATION-RULES.DAT" TO WS-RULE-FILE-NAME
           MOVE SPACES TO WS-ENV-RULE-FILE-NAME
           ACCEPT WS-ENV-RULE-FILE-NAME FROM ENVIRONMENT
               "INSTANCE-RELATION-RULE-FILE"
           IF WS-ENV-RULE-FILE-NAME NOT = SPACES
               MOVE WS-ENV-RULE-FILE-NAME TO WS-RULE-FILE-NAME
           END-IF
           PERFORM LOAD-RELATIONS THRU LOAD-RELATIONS-EXIT
           IF RETURN-CODE = 8
               GOBACK
           END-IF
           EVALUATE LS-VERB
               WHEN 'A'
                   PERFORM ADD-RELATION THRU ADD-RELATION-EXIT
               WHEN 'D'
                   PERFORM DROP-RELATION THRU DROP-RELATION-EXIT
               WHEN 'R'
                   PERFORM LIST-REFERENCES
      *> RETURN-CODE: 0 = the references (possibly none) are in
      *> LS-REFS
                   MOVE 0 TO RETURN-CODE
               WHEN 'P'
                   PERFORM PURGE-RELATIONS
               WHEN OTHER
                   DISPLAY "INSTANCE-RELATION: unknown verb '"
                       LS-VERB "'"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

       LOAD-RELATIONS.
           MOVE 0 TO WS-REL-COUNT
           MOVE 'N' TO WS-REL-OVERFLOW
           MOVE 'N' TO WS-EOF
           MOVE 0 TO RETURN-CODE
           OPEN INPUT RELATION-FILE
           IF WS-REL-STATUS NOT = "00"
      *> no relationship file yet simply means no relationships
               IF WS-REL-STATUS = "05"
                   CLOSE RELATION-FILE
               ELSE
                   DISPLAY "INSTANCE-RELATION: cannot open "
                       TRIM(WS-REL-FILE-NAME) " - file status "
                       WS-REL-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF
               GO TO LOAD-RELATIONS-EXIT
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ RELATION-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-REL-COUNT < WS-REL-MAX
                           ADD 1 TO WS-REL-COUNT
                           MOVE RELATION-RECORD
                               TO WS-REL-ENTRY(WS-REL-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-REL-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RELATION-FILE
      *> a partial table would answer "not referenced" for an
      *> instance whose reference sits beyond it, and a rewrite from
      *> it would lose every line past the limit - refuse outright
           IF WS-REL-OVERFLOW = 'Y'
               DISPLAY "INSTANCE-RELATION: "
                   TRIM(WS-REL-FILE-NAME) " holds more than "
                   WS-REL-MAX " relationships - nothing done"
      *> RETURN-CODE: 8 = the relationship file could not be read
      *> whole, no answer given and nothing changed
               MOVE 8 TO RETURN-CODE
           END-IF.
       LOAD-RELATIONS-EXIT.
           EXIT.

       ADD-RELATION.
           MOVE SPACES TO WS-REFUSE-REASON
           IF INSTANCE-SERIAL OF RES-PARENT OF LS-FROM = 0
             OR INSTANCE-SERIAL OF RES-PARENT OF LS-TO = 0
               MOVE "an instance has no permanent serial"
                   TO WS-REFUSE-REASON
               PERFORM REFUSE-RELATION
               GO TO ADD-RELATION-EXIT
           END-IF
           IF INSTANCE-SERIAL OF RES-PARENT OF LS-FROM
                   = INSTANCE-SERIAL OF RES-PARENT OF LS-TO
               MOVE "an instance cannot reference itself"
                   TO WS-REFUSE-REASON
               PERFORM REFUSE-RELATION
               GO TO ADD-RELATION-EXIT
           END-IF
           PERFORM FIND-RULE THRU FIND-RULE-EXIT
           IF WS-RULE-FOUND NOT = 'Y'
               STRING "no rule declares " TRIM(WS-RELATION)
                       " from " TRIM(CLASSNAME-PARENT OF RES-PARENT
                           OF LS-FROM)
                       " to " TRIM(CLASSNAME-PARENT OF RES-PARENT
                           OF LS-TO)
                   DELIMITED BY SIZE INTO WS-REFUSE-REASON
               PERFORM REFUSE-RELATION
               GO TO ADD-RELATION-EXIT
           END-IF
      *> how many references of this name each end already has
           MOVE 0 TO WS-FROM-USED WS-TO-USED
           MOVE 'N' TO WS-DUPLICATE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-REL-COUNT
               IF RE-NAME(I) = WS-RELATION
                   IF RE-FROM-SERIAL(I)
                           = INSTANCE-SERIAL OF RES-PARENT OF LS-FROM
                       ADD 1 TO WS-FROM-USED
                       IF RE-TO-SERIAL(I)
                               = INSTANCE-SERIAL OF RES-PARENT OF LS-TO
                           MOVE 'Y' TO WS-DUPLICATE
                       END-IF
                   END-IF
                   IF RE-TO-SERIAL(I)
                           = INSTANCE-SERIAL OF RES-PARENT OF LS-TO
                       ADD 1 TO WS-TO-USED
                   END-IF
               END-IF
           END-PERFORM
           IF WS-DUPLICATE = 'Y'
               MOVE "that relationship already exists"
                   TO WS-REFUSE-REASON
               PERFORM REFUSE-RELATION
               GO TO ADD-RELATION-EXIT
           END-IF
           IF WS-RULE-CARD(2:1) = '1' AND WS-FROM-USED > 0
               STRING "cardinality " WS-RULE-CARD " - the from "
                       "instance already holds a " TRIM(WS-RELATION)
                   DELIMITED BY SIZE INTO WS-REFUSE-REASON
               PERFORM REFUSE-RELATION
               GO TO ADD-RELATION-EXIT
           END-IF
           IF WS-RULE-CARD(1:1) = '1' AND WS-TO-USED > 0
               STRING "cardinality " WS-RULE-CARD " - the to "
                       "instance is already the target of a "
                       TRIM(WS-RELATION)
                   DELIMITED BY SIZE INTO WS-REFUSE-REASON
               PERFORM REFUSE-RELATION
               GO TO ADD-RELATION-EXIT
           END-IF
           OPEN EXTEND RELATION-FILE
      *> EXTEND on a file that does not exist yet reports status 05
      *> on this runtime even though it creates the file underneath
      *> (the same SELECT OPTIONAL quirk LOG-EVENT works around)
           IF WS-REL-STATUS NOT = "00" AND WS-REL-STATUS NOT = "05"
               DISPLAY "INSTANCE-RELATION: cannot extend "
                   TRIM(WS-REL-FILE-NAME) " - file status "
                   WS-REL-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO ADD-RELATION-EXIT
           END-IF
           ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TS-TIME FROM TIME
           MOVE SPACES TO RELATION-RECORD
           MOVE INSTANCE-SERIAL OF RES-PARENT OF LS-FROM
               TO REL-FROM-SERIAL
           MOVE WS-RELATION TO REL-NAME
           MOVE INSTANCE-SERIAL OF RES-PARENT OF LS-TO
               TO REL-TO-SERIAL
           COMPUTE REL-STAMP = WS-TS-DATE * 1000000
               + WS-TS-TIME / 100
           MOVE CLASSNAME-PARENT OF RES-PARENT OF LS-FROM
               TO REL-FROM-PARENT
           MOVE CLASSNAME-CHILD OF RES-PARENT OF LS-FROM
               TO REL-FROM-CHILD
           MOVE CLASSNAME-PARENT OF RES-PARENT OF LS-TO
               TO REL-TO-PARENT
           MOVE CLASSNAME-CHILD OF RES-PARENT OF LS-TO
               TO REL-TO-CHILD
           WRITE RELATION-RECORD
           CLOSE RELATION-FILE
           MOVE SPACES TO WS-EVENT-MESSAGE
           STRING "related " TRIM(REL-FROM-PARENT) "/"
                   TRIM(REL-FROM-CHILD) " " TRIM(WS-RELATION) " "
                   TRIM(REL-TO-PARENT) "/" TRIM(REL-TO-CHILD)
               DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
           CALL "LOG-EVENT" USING WS-PROGRAM-NAME WS-EVENT-MESSAGE
      *> RETURN-CODE: 0 = relationship recorded
           MOVE 0 TO RETURN-CODE.
       ADD-RELATION-EXIT.
           EXIT.

       FIND-RULE.
           MOVE 'N' TO WS-RULE-FOUND
           MOVE 'N' TO WS-EOF
           OPEN INPUT RULE-FILE
           IF WS-RULE-STATUS NOT = "00"
      *> no rules file = no relationship is allowed yet
               IF WS-RULE-STATUS = "05"
                   CLOSE RULE-FILE
               END-IF
               GO TO FIND-RULE-EXIT
           END-IF
           PERFORM UNTIL WS-EOF = 'Y' OR WS-RULE-FOUND = 'Y'
               READ RULE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-RULE-FROM WS-RULE-NAME
                           WS-RULE-TO WS-RULE-CARD
                       UNSTRING RULE-RECORD DELIMITED BY ","
                           INTO WS-RULE-FROM WS-RULE-NAME
                               WS-RULE-TO WS-RULE-CARD
                       MOVE UPPER-CASE(WS-RULE-NAME) TO WS-RULE-NAME
                       MOVE UPPER-CASE(WS-RULE-CARD) TO WS-RULE-CARD
                       IF WS-RULE-FROM = CLASSNAME-PARENT
                               OF RES-PARENT OF LS-FROM
                         AND WS-RULE-NAME = WS-RELATION
                         AND WS-RULE-TO = CLASSNAME-PARENT
                               OF RES-PARENT OF LS-TO
                           MOVE 'Y' TO WS-RULE-FOUND
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RULE-FILE
      *> an unreadable cardinality means no limit is enforceable -
      *> treat it as the most permissive rule rather than guess
           IF WS-RULE-FOUND = 'Y'
               IF (WS-RULE-CARD(1:1) NOT = '1'
                     AND WS-RULE-CARD(1:1) NOT = 'N')
                 OR (WS-RULE-CARD(2:1) NOT = '1'
                     AND WS-RULE-CARD(2:1) NOT = 'N')
                   DISPLAY "INSTANCE-RELATION: rule "
                       TRIM(WS-RULE-NAME) " has cardinality '"
                       WS-RULE-CARD "' - read as NN"
                   MOVE "NN" TO WS-RULE-CARD
               END-IF
           END-IF.
       FIND-RULE-EXIT.
           EXIT.

       DROP-RELATION.
           MOVE 0 TO WS-KEEP-COUNT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-REL-COUNT
               IF RE-FROM-SERIAL(I)
                       = INSTANCE-SERIAL OF RES-PARENT OF LS-FROM
                 AND RE-NAME(I) = WS-RELATION
                 AND RE-TO-SERIAL(I)
                       = INSTANCE-SERIAL OF RES-PARENT OF LS-TO
                   ADD 1 TO LS-REF-COUNT
               ELSE
                   ADD 1 TO WS-KEEP-COUNT
                   MOVE WS-REL-ENTRY(I) TO WS-REL-ENTRY(WS-KEEP-COUNT)
               END-IF
           END-PERFORM
           IF LS-REF-COUNT = 0
               MOVE SPACES TO WS-REFUSE-REASON
               MOVE "no such relationship" TO WS-REFUSE-REASON
               PERFORM REFUSE-RELATION
               GO TO DROP-RELATION-EXIT
           END-IF
           MOVE WS-KEEP-COUNT TO WS-REL-COUNT
           PERFORM REWRITE-RELATIONS
           IF RETURN-CODE = 0
               MOVE SPACES TO WS-EVENT-MESSAGE
               STRING "unrelated " TRIM(CLASSNAME-PARENT OF RES-PARENT
                           OF LS-FROM) "/"
                       TRIM(CLASSNAME-CHILD OF RES-PARENT OF LS-FROM)
                       " " TRIM(WS-RELATION) " "
                       TRIM(CLASSNAME-PARENT OF RES-PARENT OF LS-TO)
                       "/"
                       TRIM(CLASSNAME-CHILD OF RES-PARENT OF LS-TO)
                   DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
               CALL "LOG-EVENT" USING WS-PROGRAM-NAME
                   WS-EVENT-MESSAGE
               MOVE 0 TO RETURN-CODE
           END-IF.
       DROP-RELATION-EXIT.
           EXIT.

       LIST-REFERENCES.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-REL-COUNT
               IF RE-TO-SERIAL(I)
                       = INSTANCE-SERIAL OF RES-PARENT OF LS-TO
                   ADD 1 TO LS-REF-COUNT
                   IF LS-REF-COUNT NOT > 50
                       MOVE RE-NAME(I) TO LS-REF-NAME(LS-REF-COUNT)
                       MOVE RE-FROM-SERIAL(I)
                           TO LS-REF-SERIAL(LS-REF-COUNT)
                       MOVE RE-FROM-PARENT(I)
                           TO LS-REF-PARENT(LS-REF-COUNT)
                       MOVE RE-FROM-CHILD(I)
                           TO LS-REF-CHILD(LS-REF-COUNT)
                   END-IF
               END-IF
           END-PERFORM.

       PURGE-RELATIONS.
           MOVE 0 TO WS-KEEP-COUNT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-REL-COUNT
               IF RE-FROM-SERIAL(I)
                       = INSTANCE-SERIAL OF RES-PARENT OF LS-TO
                 OR RE-TO-SERIAL(I)
                       = INSTANCE-SERIAL OF RES-PARENT OF LS-TO
                   ADD 1 TO LS-REF-COUNT
               ELSE
                   ADD 1 TO WS-KEEP-COUNT
                   MOVE WS-REL-ENTRY(I) TO WS-REL-ENTRY(WS-KEEP-COUNT)
               END-IF
           END-PERFORM
      *> RETURN-CODE: 0 = nothing to purge or purge written
           MOVE 0 TO RETURN-CODE
           IF LS-REF-COUNT > 0
               MOVE WS-KEEP-COUNT TO WS-REL-COUNT
               PERFORM REWRITE-RELATIONS
               IF RETURN-CODE = 0
                   MOVE SPACES TO WS-EVENT-MESSAGE
                   STRING "purged " LS-REF-COUNT
                           " relationship(s) of removed instance "
                           TRIM(CLASSNAME-PARENT OF RES-PARENT
                               OF LS-TO) "/"
                           TRIM(CLASSNAME-CHILD OF RES-PARENT
                               OF LS-TO)
                       DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
                   CALL "LOG-EVENT" USING WS-PROGRAM-NAME
                       WS-EVENT-MESSAGE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.

       REWRITE-RELATIONS.
           OPEN OUTPUT RELATION-FILE
      *> OUTPUT on a file that is not there yet reports 05 on this
      *> runtime even though it creates it - usable
           IF WS-REL-STATUS NOT = "00" AND WS-REL-STATUS NOT = "05"
               DISPLAY "INSTANCE-RELATION: cannot rewrite "
                   TRIM(WS-REL-FILE-NAME) " - file status "
                   WS-REL-STATUS
      *> RETURN-CODE: 8 = the change never reached the file
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-REL-COUNT
                   MOVE WS-REL-ENTRY(I) TO RELATION-RECORD
                   WRITE RELATION-RECORD
               END-PERFORM
               CLOSE RELATION-FILE
               MOVE 0 TO RETURN-CODE
           END-IF.

       REFUSE-RELATION.
           DISPLAY "INSTANCE-RELATION: refused - "
               TRIM(WS-REFUSE-REASON)
           MOVE 'W' TO WS-EVENT-SEVERITY
           MOVE SPACES TO WS-EVENT-MESSAGE
           STRING TRIM(WS-RELATION) " refused: "
                   TRIM(WS-REFUSE-REASON)
               DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
           CALL "LOG-EVENT-SEV" USING WS-PROGRAM-NAME
               WS-EVENT-SEVERITY WS-EVENT-MESSAGE
      *> RETURN-CODE: 4 = refused, nothing written
           MOVE 4 TO RETURN-CODE.
       END PROGRAM INSTANCE-RELATION.
