           05 ACCT-CREDIT-LIMIT PIC 9(9)V99.
      *> statement cycle day - read by the statement print job
           05 ACCT-STMT-CYCLE PIC 9(2).
      *> interest class - read by the interest accrual job
           05 ACCT-CLASS PIC X(2).
           05 ACCT-CUSTOMER PIC X(10).
           05 ACCT-DELIVERY PIC X(1).
           05 ACCT-EMAIL PIC X(60).
       WORKING-STORAGE SECTION.
      *> correctly-sized holder for the startup trace - a literal
      *> passed straight to LOG-STARTUP's LINKAGE would only be
      *> the account's credit limit, zero when the account carries
      *> none (or is unknown)
       01 LS-ACCT-LIMIT PIC 9(9)V99.
      *> 'O' open, 'C' closed, 'D' dormant (ACCT-DORMANCY found no
      *> customer activity past the threshold - still open, but new
      *> business wants a second look), 'N' not on the reference
      *> master, 'U' reference master itself missing or unopenable -
      *> the caller decides which of those it can accept, and 'U' lets
      *> it tell "this account is unknown" from "nothing could be
      *> checked" (same contract as DEPT-LOOKUP)
       01 LS-ACCT-STATUS PIC X(1).
               NOT INVALID KEY
                   MOVE ACCT-NAME TO LS-ACCT-NAME
                   MOVE ACCT-CREDIT-LIMIT TO LS-ACCT-LIMIT
                   EVALUATE ACCT-STATUS
                       WHEN 'C'
                           MOVE 'C' TO LS-ACCT-STATUS
                       WHEN 'D'
                           MOVE 'D' TO LS-ACCT-STATUS
                       WHEN OTHER
                           MOVE 'O' TO LS-ACCT-STATUS
                   END-EVALUATE
           END-READ
           CLOSE ACCT-MASTER.
      *> RETURN-CODE: 0 = OK - an unknown account is a valid outcome
