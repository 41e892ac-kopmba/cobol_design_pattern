       01 WS-CLEAN-FILE-NAME PIC X(80) VALUE "TRANSACTIONS.DAT".
       01 WS-ENV-CLEAN-FILE-NAME PIC X(80).
       01 WS-CLEAN-STATUS PIC X(2).
      *> the numbered cycle within the business date, as the driver
      *> takes it from CALC-CYCLE - a later cycle's clean file is the
      *> TRANSACTIONS-Cnn.DAT the driver reads for that cycle
       01 WS-CYCLE PIC 9(2) VALUE 1.
       01 WS-ENV-CYCLE PIC X(2).
       01 WS-REJECT-FILE-NAME PIC X(80) VALUE "CALC-REJECTS.DAT".
       01 WS-ENV-REJECT-FILE-NAME PIC X(80).
       01 WS-REJECT-STATUS PIC X(2).
      *> the transaction-type code (FEE/PAY/TRF/RFD...) appended
      *> after the debit/credit marker - blank on legacy files
           05 WS-FIXED-TYPE PIC X(3).
      *> the transfer reference both legs of a TRF carry so TRF-MATCH
      *> can pair them - blank on every other type
           05 WS-FIXED-TRF-REF PIC X(12).
      *> reason codes carried on each reject: 01 first amount not
      *> numeric, 02 second amount not numeric, 03 operation not one
      *> of + - * /, 04 account not numeric, 05 transaction date not
      *> present but not D or C, 08 currency code present but not
      *> three letters, 09 account not on the reference master,
      *> 10 account closed, 11 transaction type not on the type
      *> reference master, 12 blocked by a hold on the account
       01 WS-REASON PIC X(2).
      *> ACCT-LOOKUP's answer for the fixed layout's account check
       01 WS-ACCT-NAME PIC X(30).
       01 WS-ACCT-LIMIT PIC 9(9)V99.
       01 WS-ACCT-VERDICT PIC X(1).
       01 WS-ACCT-WARNED PIC X(1) VALUE 'N'.
      *> HOLD-LOOKUP's answer for the fixed layout's hold check
       01 WS-HOLD-DATE PIC 9(8).
       01 WS-HOLD-TYPE PIC X(2).
       01 WS-HOLD-ACTION PIC X(1).
       01 WS-HOLD-WARNED PIC X(1) VALUE 'N'.
      *> referral state: the file, the record's dollar value, the
      *> global threshold (CALC-LARGE-AMOUNT-LIMIT overrides the
      *> default), the per-record referral flag and reason, and the
           IF WS-ENV-CLEAN-FILE-NAME NOT = SPACES
               MOVE WS-ENV-CLEAN-FILE-NAME TO WS-CLEAN-FILE-NAME
           END-IF
           PERFORM ESTABLISH-CYCLE THRU ESTABLISH-CYCLE-EXIT
           MOVE SPACES TO WS-ENV-REJECT-FILE-NAME
           ACCEPT WS-ENV-REJECT-FILE-NAME FROM ENVIRONMENT
               "CALC-REJECT-FILE"
           END-IF
           STOP RUN.

       ESTABLISH-CYCLE.
           MOVE SPACES TO WS-ENV-CYCLE
           ACCEPT WS-ENV-CYCLE FROM ENVIRONMENT "CALC-CYCLE"
           IF WS-ENV-CYCLE = SPACES
               GO TO ESTABLISH-CYCLE-EXIT
           END-IF
      *> a cycle the driver would refuse must not overwrite another
      *> cycle's edited file on the way
           IF TEST-NUMVAL(WS-ENV-CYCLE) NOT = 0
               DISPLAY "CALC-TXN-EDIT: CALC-CYCLE must be a "
                   "cycle number 1-99, not " WS-ENV-CYCLE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NUMVAL(WS-ENV-CYCLE) < 1
               DISPLAY "CALC-TXN-EDIT: CALC-CYCLE must be a "
                   "cycle number 1-99, not " WS-ENV-CYCLE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE NUMVAL(WS-ENV-CYCLE) TO WS-CYCLE
      *> a later cycle's clean file defaults to TRANSACTIONS-Cnn.DAT,
      *> the same name CALC-BATCH-DRIVER defaults that cycle to,
      *> unless CALC-TXN-FILE names it outright. Cycle 01 keeps the
      *> file name it always had
           IF WS-CYCLE > 1 AND WS-ENV-CLEAN-FILE-NAME = SPACES
               MOVE SPACES TO WS-CLEAN-FILE-NAME
               STRING "TRANSACTIONS-C" WS-CYCLE ".DAT"
                   DELIMITED BY SIZE INTO WS-CLEAN-FILE-NAME
           END-IF.
       ESTABLISH-CYCLE-EXIT.
           EXIT.

       EDIT-ONE-RECORD.
      *> the trailer control record is not business - capture it for
      *> the balance check and the clean-file rewrite instead of
           IF WS-REASON NOT = SPACES
               GO TO EDIT-FIXED-RECORD-EXIT
           END-IF
      *> a hold on the account (fraud, legal order, deceased notice,
      *> freeze) stops what it covers - rejected outright or referred,
      *> as HOLD-MAINT recorded it
           MOVE WS-FIXED-DATE TO WS-HOLD-DATE
           CALL "HOLD-LOOKUP" USING WS-FIXED-ACCOUNT WS-FIXED-DC
               WS-HOLD-DATE WS-HOLD-TYPE WS-HOLD-ACTION
           EVALUATE WS-HOLD-ACTION
               WHEN 'R'
                   MOVE "12" TO WS-REASON
                   GO TO EDIT-FIXED-RECORD-EXIT
               WHEN 'U'
      *> no holds register on file is the normal state until the
      *> first hold is placed - say so once and carry on
                   IF WS-HOLD-WARNED = 'N'
                       DISPLAY "CALC-TXN-EDIT: holds register not "
                           "available - hold checks skipped this run"
                       MOVE 'Y' TO WS-HOLD-WARNED
                   END-IF
           END-EVALUATE
      *> "too big" is a referral, not a reject - the per-account
      *> credit limit first (zero means the account carries none),
      *> then the global large-amount threshold
           IF WS-TXN-VALUE > WS-GLOBAL-LIMIT
               MOVE 'Y' TO WS-REFER
               MOVE "GLOBLMT" TO WS-REFER-REASON
           END-IF
      *> a dormant account's new customer business is referred, not
      *> posted silently - the bank's own interest and fees still
      *> post, they are not the customer waking the account up
           IF WS-ACCT-VERDICT = 'D'
             AND WS-FIXED-TYPE NOT = "INT"
             AND WS-FIXED-TYPE NOT = "INP"
             AND WS-FIXED-TYPE NOT = "FEE"
               MOVE 'Y' TO WS-REFER
               MOVE "DORMANT" TO WS-REFER-REASON
           END-IF
      *> a referring hold outranks every other referral reason - the
      *> investigator must see it first
           IF WS-HOLD-ACTION = 'F'
               MOVE 'Y' TO WS-REFER
               MOVE SPACES TO WS-REFER-REASON
               STRING "HOLD-" WS-HOLD-TYPE
                   DELIMITED BY SIZE INTO WS-REFER-REASON
           END-IF.
       EDIT-FIXED-RECORD-EXIT.
           EXIT.
           END-IF
           DISPLAY "===== Referral report ====="
           DISPLAY "(amounts past a credit limit or the large-"
           DISPLAY " amount threshold, new business on dormant"
           DISPLAY " accounts, and items a referring hold stopped -"
           DISPLAY " resubmit the corrected or authorized items with"
           DISPLAY " CALC-REFERRAL-OVERRIDE=Y)"
           PERFORM VARYING WS-RFR-LIST-IX FROM 1 BY 1
                   UNTIL WS-RFR-LIST-IX > WS-RFR-LIST-COUNT
               DISPLAY "  " RFR-LIST-REASON(WS-RFR-LIST-IX) " "
