      *> CODE,ACCOUNT,NAME,ADDR1,ADDR2,STATUS,OPENDATE,LIMIT - CODE
      *> is 'A' add, 'C' change, 'D' delete; LIMIT is the optional
      *> per-account credit limit, blank or zero meaning none;
      *> CYCLE the optional statement cycle day (01-28); CLASS the
      *> optional two-character interest class; CUSTOMER the
      *> optional customer number linking a customer's accounts;
      *> DELIVERY how the statement goes out - 'P' paper, 'E'
      *> electronic, 'B' both, blank meaning paper - and EMAIL the
      *> address electronic statements go to, required for E or B
       SELECT OPTIONAL TXN-FILE ASSIGN DYNAMIC WS-TXN-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TXN-STATUS.
           05 ACCT-NUMBER PIC 9(10).
           05 ACCT-NAME PIC X(30).
           05 ACCT-ADDR-1 PIC X(30).
      *> the city/state/ZIP line - "CITY ST 12345" or with the
      *> ZIP+4 - checked against the postal reference on every add
      *> and change
           05 ACCT-ADDR-2 PIC X(30).
      *> 'O' open, 'C' closed - a closed account refuses new
      *> transactions in the edit but keeps its history; 'D' dormant,
      *> set by ACCT-DORMANCY and cleared by changing back to 'O'
           05 ACCT-STATUS PIC X(1).
           05 ACCT-OPEN-DATE PIC 9(8).
      *> per-account credit limit - zero means no per-account cap,
      *> statement cycle day (01-28) - which day of the month this
      *> account's customer statement is due; 00 means every run
           05 ACCT-STMT-CYCLE PIC 9(2).
      *> interest class - keys the INTEREST-RATES.DAT rate table
      *> INTEREST-ACCRUE prices the account's balance by; blank
      *> means the account earns and is charged no interest
           05 ACCT-CLASS PIC X(2).
      *> customer number - ties together every account one customer
      *> holds, so the regulatory cash aggregation sees the customer
      *> rather than the account; blank means the account stands
      *> alone as its own customer
           05 ACCT-CUSTOMER PIC X(10).
      *> statement delivery preference - 'P' paper (the default when
      *> blank), 'E' electronic only, 'B' both; CUSTOMER-STATEMENT-
      *> PRINT routes each statement to the print file, the e-delivery
      *> extract or both by it
           05 ACCT-DELIVERY PIC X(1).
           05 ACCT-EMAIL PIC X(60).
       FD TXN-FILE.
       01 TXN-RECORD PIC X(250).
       WORKING-STORAGE SECTION.
      *> correctly-sized holders for the literal audit message - a
      *> literal passed straight to LOG-EVENT-SEV's LINKAGE would
       01 WS-TXN-OPEN-DATE PIC X(8).
       01 WS-TXN-LIMIT PIC X(12).
       01 WS-TXN-CYCLE PIC X(2).
       01 WS-TXN-CLASS PIC X(2).
       01 WS-TXN-CUSTOMER PIC X(10).
       01 WS-TXN-DELIVERY PIC X(1).
       01 WS-TXN-EMAIL PIC X(60).
       01 WS-EMAIL-AT PIC 9(3).
       01 WS-EMAIL-DOT PIC 9(3).
       01 WS-RECORD-FOUND PIC X(1).
       01 WS-TXNS-READ PIC 9(5) VALUE 0.
       01 WS-TXNS-APPLIED PIC 9(5) VALUE 0.
       01 WS-TXNS-REJECTED PIC 9(5) VALUE 0.
      *> the second address line read as city, state and ZIP by
      *> CITY-LINE-SPLIT and checked by ZIP-LOOKUP - a line that
      *> fails is applied but referred for the address to be fixed
       01 WS-ADDR-CITY PIC X(15).
       01 WS-ADDR-STATE PIC X(2).
       01 WS-ADDR-ZIP5 PIC X(5).
       01 WS-ADDR-SPLIT-OK PIC X(1).
       01 WS-ZIP-VERDICT PIC X(1).
       01 WS-ZIP-REF-CITY PIC X(15).
       01 WS-ZIP-REF-STATE PIC X(2).
       01 WS-ADDRESS-REFER PIC X(1).
       01 WS-ZIP-UNCHECKED PIC X(1) VALUE 'N'.
       01 WS-EVENT-SEVERITY PIC X(1).
       01 WS-TXNS-REFERRED PIC 9(5) VALUE 0.
      *> credit limit changes and reopenings - a new account's
      *> limit and a closed account's delete among them - wait on
      *> APPROVAL-QUEUE for a second operator instead of landing
      *> straight away - the maker is the operator signed on for
      *> the run
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-OPERATOR-ROLE PIC X(12).
       01 WS-OPERATOR-FUNCS PIC X(200).
      *> blank until the first change that has to wait asks for the
      *> sign-on, then 'Y' signed on or 'N' refused for the rest of
      *> the run
       01 WS-SIGNED PIC X(1) VALUE SPACE.
       01 WS-NEW-LIMIT PIC 9(9)V99.
       01 WS-APPROVAL-VERB PIC X(1).
       01 WS-APPROVAL-ITEM PIC 9(6).
       01 WS-APPROVAL-PROGRAM PIC X(20) VALUE "ACCOUNT-MAINT".
       01 WS-APPROVAL-KIND PIC X(12).
       01 WS-APPROVAL-KEY PIC X(10).
       01 WS-APPROVAL-MAKER PIC X(8).
       01 WS-APPROVAL-CHECKER PIC X(8).
       01 WS-APPROVAL-DATE PIC X(8).
       01 WS-APPROVAL-TEXT PIC X(250).
       01 WS-APPROVAL-RESULT PIC X(1).
      *> 'Y' while approved items are being applied - they have had
      *> their second look and are not held again
       01 WS-RELEASING PIC X(1) VALUE 'N'.
       01 WS-APPLIED-BEFORE PIC 9(5).
       01 WS-TXNS-HELD PIC 9(5) VALUE 0.
       01 WS-TXNS-RELEASED PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *> yesterday's approvals land first, ahead of today's keying
           PERFORM RELEASE-APPROVED-ITEMS
           PERFORM UNTIL WS-TXN-EOF = 'Y'
               READ TXN-FILE INTO TXN-RECORD
                   AT END
           DISPLAY "Transactions read:     " WS-TXNS-READ
           DISPLAY "Transactions applied:  " WS-TXNS-APPLIED
           DISPLAY "Transactions rejected: " WS-TXNS-REJECTED
           DISPLAY "Addresses referred:    " WS-TXNS-REFERRED
           DISPLAY "Held for approval:     " WS-TXNS-HELD
           DISPLAY "Approved and released: " WS-TXNS-RELEASED
      *> RETURN-CODE: 0 = all transactions applied, 4 = at least
      *> one rejected (master carries the ones that passed), an
      *> address referred, or a change held for approval
           IF WS-TXNS-REJECTED > 0 OR WS-TXNS-REFERRED > 0
             OR WS-TXNS-HELD > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           MOVE SPACES TO WS-TXN-CODE WS-TXN-ACCOUNT WS-TXN-NAME
               WS-TXN-ADDR-1 WS-TXN-ADDR-2 WS-TXN-STATUS-FLD
               WS-TXN-OPEN-DATE WS-TXN-LIMIT WS-TXN-CYCLE
               WS-TXN-CLASS WS-TXN-CUSTOMER WS-TXN-DELIVERY
               WS-TXN-EMAIL
           UNSTRING TXN-RECORD DELIMITED BY ","
               INTO WS-TXN-CODE WS-TXN-ACCOUNT WS-TXN-NAME
                   WS-TXN-ADDR-1 WS-TXN-ADDR-2 WS-TXN-STATUS-FLD
                   WS-TXN-OPEN-DATE WS-TXN-LIMIT WS-TXN-CYCLE
                   WS-TXN-CLASS WS-TXN-CUSTOMER WS-TXN-DELIVERY
                   WS-TXN-EMAIL
           ADD 1 TO WS-TXNS-READ
      *> the account number is the key - it must be a real 10-digit
      *> number before anything else is considered
                   IF WS-TXN-STATUS-FLD = "*"
                       GO TO APPLY-TRANSACTION-EXIT
                   END-IF
      *> a new account opened with credit already on it is a limit
      *> granted like any other - it waits for the second operator
                   IF WS-TXN-LIMIT = SPACES
                       MOVE 0 TO WS-NEW-LIMIT
                   ELSE
                       MOVE NUMVAL(WS-TXN-LIMIT) TO WS-NEW-LIMIT
                   END-IF
                   IF WS-NEW-LIMIT > 0 AND WS-RELEASING = 'N'
                       MOVE "CREDIT-LIMIT" TO WS-APPROVAL-KIND
                       PERFORM HOLD-TRANSACTION
                       GO TO APPLY-TRANSACTION-EXIT
                   END-IF
                   PERFORM CHECK-POSTAL-ADDRESS
                   PERFORM STAGE-RECORD-FIELDS
                   WRITE ACCT-RECORD
                       INVALID KEY
                               WS-ACCT-STATUS
                       NOT INVALID KEY
                           PERFORM ACCEPT-TRANSACTION
                           IF WS-ADDRESS-REFER = 'Y'
                               PERFORM REFER-ADDRESS
                           END-IF
                   END-WRITE
               WHEN 'C'
                   IF WS-RECORD-FOUND = 'N'
                   IF WS-TXN-STATUS-FLD = "*"
                       GO TO APPLY-TRANSACTION-EXIT
                   END-IF
      *> a limit moved or a closed account opened again is a second
      *> operator's call - it waits on the queue, master untouched
                   IF WS-TXN-LIMIT = SPACES
                       MOVE 0 TO WS-NEW-LIMIT
                   ELSE
                       MOVE NUMVAL(WS-TXN-LIMIT) TO WS-NEW-LIMIT
                   END-IF
                   MOVE SPACES TO WS-APPROVAL-KIND
                   IF WS-NEW-LIMIT NOT = ACCT-CREDIT-LIMIT
                       MOVE "CREDIT-LIMIT" TO WS-APPROVAL-KIND
                   END-IF
                   IF ACCT-STATUS = 'C'
                     AND WS-TXN-STATUS-FLD(1:1) = 'O'
                       MOVE "REOPEN" TO WS-APPROVAL-KIND
                   END-IF
                   IF WS-APPROVAL-KIND NOT = SPACES
                     AND WS-RELEASING = 'N'
                       PERFORM HOLD-TRANSACTION
                       GO TO APPLY-TRANSACTION-EXIT
                   END-IF
                   PERFORM CHECK-POSTAL-ADDRESS
                   PERFORM STAGE-RECORD-FIELDS
                   REWRITE ACCT-RECORD
                       INVALID KEY
                               WS-ACCT-STATUS
                       NOT INVALID KEY
                           PERFORM ACCEPT-TRANSACTION
                           IF WS-ADDRESS-REFER = 'Y'
                               PERFORM REFER-ADDRESS
                           END-IF
                   END-REWRITE
               WHEN 'D'
                   IF WS-RECORD-FOUND = 'N'
                           "such account: " WS-TXN-ACCOUNT
                       GO TO APPLY-TRANSACTION-EXIT
                   END-IF
      *> a closed account deleted and added back would be open again
      *> without the reopening ever being approved - taking a closed
      *> account off the master is held the same way a reopening is
                   IF ACCT-STATUS = 'C' AND WS-RELEASING = 'N'
                       MOVE "REOPEN" TO WS-APPROVAL-KIND
                       PERFORM HOLD-TRANSACTION
                       GO TO APPLY-TRANSACTION-EXIT
                   END-IF
                   DELETE ACCT-MASTER
                       INVALID KEY
                           PERFORM REJECT-TRANSACTION
       APPLY-TRANSACTION-EXIT.
           EXIT.

       RELEASE-APPROVED-ITEMS.
      *> every item a second operator has approved for this program
      *> is applied through the same edits as a keyed transaction,
      *> then closed on the queue as applied or failed
           MOVE 'Y' TO WS-RELEASING
           MOVE 0 TO WS-APPROVAL-ITEM
           MOVE 'Y' TO WS-APPROVAL-RESULT
           PERFORM UNTIL WS-APPROVAL-RESULT NOT = 'Y'
               MOVE 'N' TO WS-APPROVAL-VERB
               MOVE "ACCOUNT-MAINT" TO WS-APPROVAL-PROGRAM
               CALL "APPROVAL-QUEUE" USING WS-APPROVAL-VERB
                   WS-APPROVAL-ITEM WS-APPROVAL-PROGRAM
                   WS-APPROVAL-KIND WS-APPROVAL-KEY
                   WS-APPROVAL-MAKER WS-APPROVAL-CHECKER
                   WS-APPROVAL-DATE WS-APPROVAL-TEXT
                   WS-APPROVAL-RESULT
               IF WS-APPROVAL-RESULT = 'Y'
                   PERFORM RELEASE-ONE-ITEM
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-RELEASING.

       RELEASE-ONE-ITEM.
           DISPLAY "ACCOUNT-MAINT: releasing approved item "
               WS-APPROVAL-ITEM " " TRIM(WS-APPROVAL-KIND) " "
               TRIM(WS-APPROVAL-KEY) " - raised by "
               TRIM(WS-APPROVAL-MAKER) ", approved by "
               TRIM(WS-APPROVAL-CHECKER)
           MOVE WS-APPROVAL-TEXT TO TXN-RECORD
           MOVE WS-TXNS-APPLIED TO WS-APPLIED-BEFORE
           PERFORM APPLY-TRANSACTION THRU APPLY-TRANSACTION-EXIT
           IF WS-TXNS-APPLIED > WS-APPLIED-BEFORE
               ADD 1 TO WS-TXNS-RELEASED
               MOVE 'X' TO WS-APPROVAL-VERB
           ELSE
               MOVE 'F' TO WS-APPROVAL-VERB
           END-IF
           CALL "APPROVAL-QUEUE" USING WS-APPROVAL-VERB
               WS-APPROVAL-ITEM WS-APPROVAL-PROGRAM
               WS-APPROVAL-KIND WS-APPROVAL-KEY
               WS-APPROVAL-MAKER WS-APPROVAL-CHECKER
               WS-APPROVAL-DATE WS-APPROVAL-TEXT
               WS-APPROVAL-RESULT
           MOVE 'Y' TO WS-APPROVAL-RESULT.

       HOLD-TRANSACTION.
      *> the maker is whoever signs on through OPERATOR-SIGNON -
      *> asked once, at the first change that has to wait, so a run
      *> with nothing to hold never prompts. No sign-on leaves no
      *> maker, and the queue turns the change away rather than hold
      *> one its keyer could then approve
           IF WS-SIGNED = SPACE
               CALL "OPERATOR-SIGNON" USING WS-OPERATOR-ID
                   WS-OPERATOR-ROLE WS-OPERATOR-FUNCS WS-SIGNED
               IF WS-SIGNED NOT = 'Y'
                   MOVE 'N' TO WS-SIGNED
               END-IF
           END-IF
           IF WS-SIGNED NOT = 'Y'
               MOVE SPACES TO WS-OPERATOR-ID
           END-IF
           MOVE 'H' TO WS-APPROVAL-VERB
           MOVE "ACCOUNT-MAINT" TO WS-APPROVAL-PROGRAM
           MOVE WS-TXN-ACCOUNT TO WS-APPROVAL-KEY
           MOVE WS-OPERATOR-ID TO WS-APPROVAL-MAKER
           MOVE TXN-RECORD TO WS-APPROVAL-TEXT
           CALL "APPROVAL-QUEUE" USING WS-APPROVAL-VERB
               WS-APPROVAL-ITEM WS-APPROVAL-PROGRAM
               WS-APPROVAL-KIND WS-APPROVAL-KEY
               WS-APPROVAL-MAKER WS-APPROVAL-CHECKER
               WS-APPROVAL-DATE WS-APPROVAL-TEXT
               WS-APPROVAL-RESULT
      *> a change that cannot be held is not applied either - it is
      *> turned away to be keyed again
           IF WS-APPROVAL-RESULT = 'Y'
               ADD 1 TO WS-TXNS-HELD
               DISPLAY "ACCOUNT-MAINT: " TRIM(WS-APPROVAL-KIND)
                   " " WS-TXN-CODE " for " WS-TXN-ACCOUNT
                   " held for approval as item " WS-APPROVAL-ITEM
           ELSE
               PERFORM REJECT-TRANSACTION
               DISPLAY "ACCOUNT-MAINT: rejected, "
                   TRIM(WS-APPROVAL-KIND) " " WS-TXN-CODE " for "
                   WS-TXN-ACCOUNT " could not be held for approval"
           END-IF.

       READ-MASTER-RECORD.
           MOVE 'N' TO WS-RECORD-FOUND
           MOVE WS-TXN-ACCOUNT TO ACCT-NUMBER OF ACCT-RECORD
           END-IF
           IF WS-TXN-STATUS-FLD(1:1) NOT = 'O'
             AND WS-TXN-STATUS-FLD(1:1) NOT = 'C'
             AND WS-TXN-STATUS-FLD(1:1) NOT = 'D'
               PERFORM REJECT-TRANSACTION
               DISPLAY "ACCOUNT-MAINT: rejected, status must be O, "
                   "C or D for " WS-TXN-ACCOUNT
               MOVE "*" TO WS-TXN-STATUS-FLD
               GO TO VALIDATE-FIELDS-EXIT
           END-IF
               DISPLAY "ACCOUNT-MAINT: rejected, statement cycle "
                   "must be 00-28 for " WS-TXN-ACCOUNT
               MOVE "*" TO WS-TXN-STATUS-FLD
               GO TO VALIDATE-FIELDS-EXIT
           END-IF
           MOVE UPPER-CASE(WS-TXN-DELIVERY) TO WS-TXN-DELIVERY
           IF WS-TXN-DELIVERY NOT = SPACE
             AND WS-TXN-DELIVERY NOT = 'P'
             AND WS-TXN-DELIVERY NOT = 'E'
             AND WS-TXN-DELIVERY NOT = 'B'
               PERFORM REJECT-TRANSACTION
               DISPLAY "ACCOUNT-MAINT: rejected, statement delivery "
                   "must be P, E or B for " WS-TXN-ACCOUNT
               MOVE "*" TO WS-TXN-STATUS-FLD
               GO TO VALIDATE-FIELDS-EXIT
           END-IF
      *> an electronic statement with nowhere to go would vanish -
      *> E or B needs an address with one '@', something before it
      *> and a '.' somewhere in the domain after it, and no blanks
           IF WS-TXN-DELIVERY NOT = 'E' AND WS-TXN-DELIVERY NOT = 'B'
               GO TO VALIDATE-FIELDS-EXIT
           END-IF
           MOVE 0 TO WS-EMAIL-AT WS-EMAIL-DOT
           INSPECT WS-TXN-EMAIL TALLYING WS-EMAIL-AT FOR ALL "@"
           IF WS-EMAIL-AT NOT = 1
             OR WS-TXN-EMAIL(1:1) = "@" OR WS-TXN-EMAIL(1:1) = SPACE
               GO TO EMAIL-REJECTED
           END-IF
      *> WS-EMAIL-DOT first counts the characters up to the first
      *> blank; anything non-blank beyond that is an embedded space
           INSPECT WS-TXN-EMAIL TALLYING WS-EMAIL-DOT
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-EMAIL-DOT < 60
             AND WS-TXN-EMAIL(WS-EMAIL-DOT + 1:) NOT = SPACES
               GO TO EMAIL-REJECTED
           END-IF
           MOVE 0 TO WS-EMAIL-AT WS-EMAIL-DOT
           INSPECT WS-TXN-EMAIL TALLYING WS-EMAIL-AT
               FOR CHARACTERS BEFORE INITIAL "@"
           IF WS-EMAIL-AT < 58
               INSPECT WS-TXN-EMAIL(WS-EMAIL-AT + 3:)
                   TALLYING WS-EMAIL-DOT FOR ALL "."
           END-IF
           IF WS-EMAIL-DOT > 0
               GO TO VALIDATE-FIELDS-EXIT
           END-IF.
       EMAIL-REJECTED.
           PERFORM REJECT-TRANSACTION
           DISPLAY "ACCOUNT-MAINT: rejected, electronic delivery "
               "needs a valid email address for " WS-TXN-ACCOUNT
           MOVE "*" TO WS-TXN-STATUS-FLD.
       VALIDATE-FIELDS-EXIT.
           EXIT.

       CHECK-POSTAL-ADDRESS.
      *> a city, state and ZIP that do not belong together still
      *> land - the account change is real business - but go on the
      *> referral list; so does a second line that does not read as
      *> a city, state and ZIP at all
           MOVE 'N' TO WS-ADDRESS-REFER
           MOVE SPACES TO WS-ZIP-VERDICT
           CALL "CITY-LINE-SPLIT" USING WS-TXN-ADDR-2 WS-ADDR-CITY
               WS-ADDR-STATE WS-ADDR-ZIP5 WS-ADDR-SPLIT-OK
           IF WS-ADDR-SPLIT-OK NOT = 'Y'
               MOVE 'Y' TO WS-ADDRESS-REFER
               MOVE 'F' TO WS-ZIP-VERDICT
           ELSE
               CALL "ZIP-LOOKUP" USING WS-ADDR-ZIP5 WS-ADDR-CITY
                   WS-ADDR-STATE WS-ZIP-VERDICT WS-ZIP-REF-CITY
                   WS-ZIP-REF-STATE
      *> 'U' means the postal reference itself could not be opened -
      *> said once a run, not mistaken for every address being wrong
               IF WS-ZIP-VERDICT = 'U'
                   IF WS-ZIP-UNCHECKED = 'N'
                       MOVE 'Y' TO WS-ZIP-UNCHECKED
                       DISPLAY "ACCOUNT-MAINT: postal reference "
                           "unavailable - city/state/ZIP checks "
                           "skipped this run"
                       MOVE 'W' TO WS-EVENT-SEVERITY
                       MOVE SPACES TO WS-EVENT-MESSAGE
                       STRING "postal reference unavailable - "
                               "address checks skipped"
                           DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
                       CALL "LOG-EVENT-SEV" USING WS-EVENT-PROGRAM
                           WS-EVENT-SEVERITY WS-EVENT-MESSAGE
                   END-IF
               ELSE
                   IF WS-ZIP-VERDICT NOT = 'Y'
                       MOVE 'Y' TO WS-ADDRESS-REFER
                   ELSE
      *> a matching line is stored in the reference's upper case
                       MOVE UPPER-CASE(WS-TXN-ADDR-2) TO WS-TXN-ADDR-2
                   END-IF
               END-IF
           END-IF.

       REFER-ADDRESS.
           ADD 1 TO WS-TXNS-REFERRED
           EVALUATE WS-ZIP-VERDICT
               WHEN 'F'
                   DISPLAY "ACCOUNT-MAINT: address referred for "
                       WS-TXN-ACCOUNT " - '" TRIM(WS-TXN-ADDR-2)
                       "' is not a CITY ST ZIP line"
               WHEN 'Z'
                   DISPLAY "ACCOUNT-MAINT: address referred for "
                       WS-TXN-ACCOUNT " - ZIP " WS-ADDR-ZIP5
                       " not on the postal reference"
               WHEN OTHER
                   DISPLAY "ACCOUNT-MAINT: address referred for "
                       WS-TXN-ACCOUNT " - ZIP " WS-ADDR-ZIP5 " is "
                       TRIM(WS-ZIP-REF-CITY) " " WS-ZIP-REF-STATE
                       ", keyed " TRIM(WS-ADDR-CITY) " "
                       WS-ADDR-STATE
           END-EVALUATE
           MOVE 'W' TO WS-EVENT-SEVERITY
           MOVE SPACES TO WS-EVENT-MESSAGE
           STRING "address referred: account " WS-TXN-ACCOUNT " "
                   TRIM(WS-TXN-ADDR-2) " fails postal check "
                   WS-ZIP-VERDICT
               DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
           CALL "LOG-EVENT-SEV" USING WS-EVENT-PROGRAM
               WS-EVENT-SEVERITY WS-EVENT-MESSAGE.

       STAGE-RECORD-FIELDS.
           MOVE WS-TXN-ACCOUNT TO ACCT-NUMBER OF ACCT-RECORD
           MOVE WS-TXN-NAME TO ACCT-NAME
               MOVE 0 TO ACCT-STMT-CYCLE
           ELSE
               MOVE NUMVAL(WS-TXN-CYCLE) TO ACCT-STMT-CYCLE
           END-IF
           MOVE UPPER-CASE(WS-TXN-CLASS) TO ACCT-CLASS
           MOVE UPPER-CASE(WS-TXN-CUSTOMER) TO ACCT-CUSTOMER
           IF WS-TXN-DELIVERY = SPACE
               MOVE 'P' TO ACCT-DELIVERY
           ELSE
               MOVE WS-TXN-DELIVERY TO ACCT-DELIVERY
           END-IF
           MOVE WS-TXN-EMAIL TO ACCT-EMAIL.

       ACCEPT-TRANSACTION.
           ADD 1 TO WS-TXNS-APPLIED
