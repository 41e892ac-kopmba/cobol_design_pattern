      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPROVAL-REVIEW.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *> correctly-sized holders for the startup trace and the audit
      *> message - a literal passed straight to LOG-STARTUP's or
      *> LOG-EVENT-SEV's LINKAGE would only be allocated as big as
      *> the literal itself, not the LINKAGE PIC
       01 WS-PROGRAM-NAME PIC X(44) VALUE "APPROVAL-REVIEW".
       01 WS-EVENT-MESSAGE PIC X(200).
       01 WS-EVENT-SEVERITY PIC X(1).
      *> the approver's sign-on - only a profile granting
      *> APPROVE-CHANGE may decide held items
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-OPERATOR-ROLE PIC X(12).
       01 WS-OPERATOR-FUNCS PIC X(200).
       01 WS-SIGNED PIC X(1).
       01 WS-AUTH-FUNCTION PIC X(20) VALUE "APPROVE-CHANGE".
       01 WS-AUTH-ALLOWED PIC X(1).
      *> one APPROVAL-QUEUE conversation
       01 WS-APPROVAL-VERB PIC X(1).
       01 WS-APPROVAL-ITEM PIC 9(6).
       01 WS-APPROVAL-PROGRAM PIC X(20).
       01 WS-APPROVAL-KIND PIC X(12).
       01 WS-APPROVAL-KEY PIC X(10).
       01 WS-APPROVAL-MAKER PIC X(8).
       01 WS-APPROVAL-CHECKER PIC X(8).
       01 WS-APPROVAL-DATE PIC X(8).
       01 WS-APPROVAL-TEXT PIC X(250).
       01 WS-APPROVAL-RESULT PIC X(1).
       01 WS-MORE PIC X(1).
       01 WS-ANSWER PIC X(8).
       01 WS-ITEMS-SHOWN PIC 9(5) VALUE 0.
       01 WS-ITEMS-APPROVED PIC 9(5) VALUE 0.
       01 WS-ITEMS-REJECTED PIC 9(5) VALUE 0.
       01 WS-ITEMS-LEFT PIC 9(5) VALUE 0.
       01 WS-ITEMS-OWN PIC 9(5) VALUE 0.

      *> the checker's side of the pending-approval queue - a second
      *> signed-on operator holding APPROVE-CHANGE works through the
      *> held changes one by one; nobody decides an item they raised
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "LOG-STARTUP" USING WS-PROGRAM-NAME
      *> no open mode here - a queue decided by nobody in particular
      *> is no second look at all, so a missing profile file or an
      *> unknown operator stops the review outright
           CALL "OPERATOR-SIGNON" USING WS-OPERATOR-ID
               WS-OPERATOR-ROLE WS-OPERATOR-FUNCS WS-SIGNED
           IF WS-SIGNED NOT = 'Y'
               DISPLAY "APPROVAL-REVIEW: approvals need a signed-on "
                   "operator - review abandoned"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CALL "OPERATOR-AUTH" USING WS-OPERATOR-FUNCS
               WS-AUTH-FUNCTION WS-AUTH-ALLOWED
           IF WS-AUTH-ALLOWED NOT = 'Y'
               DISPLAY "APPROVAL-REVIEW: operator "
                   TRIM(WS-OPERATOR-ID) " is not an approver - "
                   "review refused"
               MOVE 'W' TO WS-EVENT-SEVERITY
               MOVE SPACES TO WS-EVENT-MESSAGE
               STRING "operator " TRIM(WS-OPERATOR-ID)
                       " REFUSED APPROVE-CHANGE - not granted"
                   DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
               CALL "LOG-EVENT-SEV" USING WS-PROGRAM-NAME
                   WS-EVENT-SEVERITY WS-EVENT-MESSAGE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      *> audited as the function exercised - the access
      *> recertification counts these lines
           MOVE 'I' TO WS-EVENT-SEVERITY
           MOVE SPACES TO WS-EVENT-MESSAGE
           STRING "operator " TRIM(WS-OPERATOR-ID)
                   " used APPROVE-CHANGE"
               DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
           CALL "LOG-EVENT-SEV" USING WS-PROGRAM-NAME
               WS-EVENT-SEVERITY WS-EVENT-MESSAGE
           DISPLAY "===== Changes held for approval ====="
           MOVE 0 TO WS-APPROVAL-ITEM
           MOVE 'Y' TO WS-MORE
           PERFORM UNTIL WS-MORE NOT = 'Y'
               MOVE 'P' TO WS-APPROVAL-VERB
               CALL "APPROVAL-QUEUE" USING WS-APPROVAL-VERB
                   WS-APPROVAL-ITEM WS-APPROVAL-PROGRAM
                   WS-APPROVAL-KIND WS-APPROVAL-KEY
                   WS-APPROVAL-MAKER WS-APPROVAL-CHECKER
                   WS-APPROVAL-DATE WS-APPROVAL-TEXT
                   WS-APPROVAL-RESULT
               IF WS-APPROVAL-RESULT = 'Y'
                   PERFORM REVIEW-ONE-ITEM THRU REVIEW-ONE-ITEM-EXIT
               ELSE
                   MOVE 'N' TO WS-MORE
               END-IF
           END-PERFORM
           IF WS-ITEMS-SHOWN = 0
               DISPLAY "  nothing waiting for approval"
           END-IF
           DISPLAY " "
           DISPLAY "Items shown:           " WS-ITEMS-SHOWN
           DISPLAY "Approved:              " WS-ITEMS-APPROVED
           DISPLAY "Rejected:              " WS-ITEMS-REJECTED
           DISPLAY "Raised by you:         " WS-ITEMS-OWN
           DISPLAY "Left pending:          " WS-ITEMS-LEFT
           DISPLAY "===== End of approval review ====="
      *> RETURN-CODE: 0 = the queue was worked clear, 4 = items left
      *> pending (skipped, or raised by this operator and waiting on
      *> another approver), 8 = no approver signed on
           IF WS-ITEMS-LEFT > 0 OR WS-ITEMS-OWN > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       REVIEW-ONE-ITEM.
           ADD 1 TO WS-ITEMS-SHOWN
           DISPLAY " "
           DISPLAY "Item " WS-APPROVAL-ITEM "  "
               TRIM(WS-APPROVAL-PROGRAM) " "
               TRIM(WS-APPROVAL-KIND) " " TRIM(WS-APPROVAL-KEY)
           DISPLAY "  raised by " TRIM(WS-APPROVAL-MAKER) " on "
               WS-APPROVAL-DATE
           DISPLAY "  " TRIM(WS-APPROVAL-TEXT TRAILING)
           IF WS-APPROVAL-MAKER = WS-OPERATOR-ID
               ADD 1 TO WS-ITEMS-OWN
               DISPLAY "  raised by you - another approver must "
                   "decide it"
               GO TO REVIEW-ONE-ITEM-EXIT
           END-IF
           DISPLAY "  Approve, Reject, Skip or Quit (A/R/S/Q): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-ANSWER
           ACCEPT WS-ANSWER
           MOVE UPPER-CASE(WS-ANSWER(1:1)) TO WS-APPROVAL-VERB
           EVALUATE WS-APPROVAL-VERB
               WHEN 'A'
                   CONTINUE
               WHEN 'R'
                   CONTINUE
      *> a quit leaves this item and everything after it pending
               WHEN 'Q'
                   ADD 1 TO WS-ITEMS-LEFT
                   MOVE 'N' TO WS-MORE
                   GO TO REVIEW-ONE-ITEM-EXIT
               WHEN OTHER
                   ADD 1 TO WS-ITEMS-LEFT
                   DISPLAY "  skipped - still pending"
                   GO TO REVIEW-ONE-ITEM-EXIT
           END-EVALUATE
           MOVE WS-OPERATOR-ID TO WS-APPROVAL-CHECKER
           CALL "APPROVAL-QUEUE" USING WS-APPROVAL-VERB
               WS-APPROVAL-ITEM WS-APPROVAL-PROGRAM
               WS-APPROVAL-KIND WS-APPROVAL-KEY
               WS-APPROVAL-MAKER WS-APPROVAL-CHECKER
               WS-APPROVAL-DATE WS-APPROVAL-TEXT
               WS-APPROVAL-RESULT
           EVALUATE TRUE
               WHEN WS-APPROVAL-RESULT = 'Y'
                 AND WS-APPROVAL-VERB = 'A'
                   ADD 1 TO WS-ITEMS-APPROVED
                   DISPLAY "  approved - "
                       TRIM(WS-APPROVAL-PROGRAM)
                       " applies it on its next run"
               WHEN WS-APPROVAL-RESULT = 'Y'
                   ADD 1 TO WS-ITEMS-REJECTED
                   DISPLAY "  rejected - it will not be applied"
               WHEN WS-APPROVAL-RESULT = 'S'
                   ADD 1 TO WS-ITEMS-OWN
                   DISPLAY "  refused - you raised this item"
               WHEN OTHER
                   DISPLAY "  no longer pending - not decided"
           END-EVALUATE.
       REVIEW-ONE-ITEM-EXIT.
           EXIT.
       END PROGRAM APPROVAL-REVIEW.
