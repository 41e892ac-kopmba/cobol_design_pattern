       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> the edited transactions for the cycle being imported - the
      *> same file the driver's cycle just posted
       SELECT OPTIONAL CALC-FILE
        ASSIGN DYNAMIC WS-CALC-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CALC-FILE-STATUS.
      *> the register of recently processed transactions, consulted
      *> account its balancing entry posts to
           05 CALC-TXN-TYPE PIC X(3).
       FD REGISTER-FILE.
      *> one processed transaction per line: account,date,amount,type
       01 REGISTER-RECORD PIC X(40).
       FD PERIOD-FILE.
       01 PERIOD-RECORD PIC X(20).
      *> RETURN-CODE would reach the chain as a clean night
       01 WS-FINAL-RC PIC 9(2) VALUE 0.
       01 WS-CALC-FILE-STATUS PIC X(2).
       01 WS-CALC-FILE-NAME PIC X(80) VALUE "TRANSACTIONS.DAT".
       01 WS-ENV-CALC-FILE-NAME PIC X(80).
       01 WS-REGISTER-FILE-NAME PIC X(80)
               VALUE "CALC-TXN-REGISTER.DAT".
       01 WS-ENV-REGISTER-FILE-NAME PIC X(80).
      *> signed, so a charge and its same-day same-amount refund are
      *> two different transactions, not a duplicate
           05 WS-REG-AMOUNT PIC S9(9)V99.
      *> the type code rides along so ACCT-DORMANCY can tell a
      *> customer's own business from interest and fees - not part
      *> of the duplicate identity
           05 WS-REG-TYPE PIC X(3).
       01 WS-REG-ACCOUNT-X PIC X(10).
       01 WS-REG-DATE-X PIC X(8).
       01 WS-REG-AMOUNT-X PIC X(15).
       01 WS-REG-TYPE-X PIC X(3).
       01 WS-REG-I PIC 9(4).
       01 WS-REG-FOUND PIC X(1).
      *> amounts travel through the register file with an explicit
       01 WS-GL-NET-ED PIC -9(11).99.
       01 WS-GL-BUSINESS-DATE PIC 9(8).
       01 WS-ENV-GL-DATE PIC X(8).
      *> the cycle within the business date, as the driver takes it
      *> from CALC-CYCLE - carried on the extract header so each
      *> cycle's GL business stays distinguishable, and keeping a
      *> later cycle's archive from replacing an earlier one
       01 WS-GL-CYCLE PIC 9(2) VALUE 1.
       01 WS-ENV-GL-CYCLE PIC X(2).
      *> dated per-run archive, same per-date file shape the audit
      *> log cut over to - prefix overridable via STMT-ARCHIVE-PREFIX.
      *> deliberately NOT the driver's CALC-ARCHIVE- name: both calc
       OPEN INPUT CALC-FILE
       IF WS-CALC-FILE-STATUS NOT = "00"
           DISPLAY "import_statement: transaction file not found - "
               TRIM(WS-CALC-FILE-NAME) " - "
               "file status " WS-CALC-FILE-STATUS
           STOP RUN
       END-IF.
               MOVE WS-ENV-GL-DATE TO WS-GL-BUSINESS-DATE
           ELSE
               ACCEPT WS-GL-BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF
           MOVE SPACES TO WS-ENV-GL-CYCLE
           ACCEPT WS-ENV-GL-CYCLE FROM ENVIRONMENT "CALC-CYCLE"
           IF WS-ENV-GL-CYCLE NOT = SPACES
             AND TEST-NUMVAL(WS-ENV-GL-CYCLE) = 0
               IF NUMVAL(WS-ENV-GL-CYCLE) >= 1
                   MOVE NUMVAL(WS-ENV-GL-CYCLE) TO WS-GL-CYCLE
               END-IF
           END-IF
      *> the input follows the driver's rule: a later cycle brings
      *> its own file - TRANSACTIONS-Cnn.DAT unless CALC-TXN-FILE
      *> names it outright. Cycle 01 keeps the file name it always had
           MOVE SPACES TO WS-ENV-CALC-FILE-NAME
           ACCEPT WS-ENV-CALC-FILE-NAME FROM ENVIRONMENT "CALC-TXN-FILE"
           IF WS-ENV-CALC-FILE-NAME NOT = SPACES
               MOVE WS-ENV-CALC-FILE-NAME TO WS-CALC-FILE-NAME
           ELSE
               IF WS-GL-CYCLE > 1
                   MOVE SPACES TO WS-CALC-FILE-NAME
                   STRING "TRANSACTIONS-C" WS-GL-CYCLE ".DAT"
                       DELIMITED BY SIZE INTO WS-CALC-FILE-NAME
               END-IF
           END-IF.

       ARCHIVE-PROCESSED-INPUT.
               MOVE WS-ENV-ARCHIVE-PREFIX TO WS-ARCHIVE-PREFIX
           END-IF
           MOVE SPACES TO WS-ARCHIVE-FILE-NAME
           IF WS-GL-CYCLE > 1
               STRING TRIM(WS-ARCHIVE-PREFIX) WS-GL-BUSINESS-DATE
                       "-C" WS-GL-CYCLE ".DAT"
                   DELIMITED BY SIZE INTO WS-ARCHIVE-FILE-NAME
           ELSE
               STRING TRIM(WS-ARCHIVE-PREFIX) WS-GL-BUSINESS-DATE
                       ".DAT"
                   DELIMITED BY SIZE INTO WS-ARCHIVE-FILE-NAME
           END-IF
           OPEN OUTPUT ARCHIVE-FILE
      *> OUTPUT on a file that does not exist yet reports status 05
      *> on this runtime even though it creates the file underneath
           MOVE WS-GRAND-TOTAL TO WS-GL-NET-ED
           MOVE SPACES TO GL-RECORD
           STRING "H," WS-GL-BUSINESS-DATE ","
                   TRIM(WS-GL-NET-ED) "," WS-GL-COUNT ","
                   WS-GL-CYCLE
               DELIMITED BY SIZE INTO GL-RECORD
           WRITE GL-RECORD
      *> pass two aggregates each pair and cuts its balanced debit
                   WS-REG-ACCOUNT(WS-REG-COUNT)
               MOVE CALC-TXN-DATE TO WS-REG-DATE(WS-REG-COUNT)
               MOVE WS-NUM1 TO WS-REG-AMOUNT(WS-REG-COUNT)
               MOVE CALC-TXN-TYPE TO WS-REG-TYPE(WS-REG-COUNT)
           END-IF.

       WRITE-SUSPECT.
               GO TO LOAD-ONE-REGISTER-ENTRY-EXIT
           END-IF
           MOVE SPACES TO WS-REG-ACCOUNT-X WS-REG-DATE-X
               WS-REG-AMOUNT-X WS-REG-TYPE-X
           UNSTRING REGISTER-RECORD DELIMITED BY ","
               INTO WS-REG-ACCOUNT-X WS-REG-DATE-X WS-REG-AMOUNT-X
                   WS-REG-TYPE-X
           IF WS-REG-DATE-X NOT NUMERIC
               GO TO LOAD-ONE-REGISTER-ENTRY-EXIT
           END-IF
               WS-REG-ACCOUNT(WS-REG-COUNT)
           MOVE NUMVAL(WS-REG-DATE-X) TO WS-REG-DATE(WS-REG-COUNT)
           MOVE NUMVAL(WS-REG-AMOUNT-X) TO
               WS-REG-AMOUNT(WS-REG-COUNT)
           MOVE WS-REG-TYPE-X TO WS-REG-TYPE(WS-REG-COUNT).
       LOAD-ONE-REGISTER-ENTRY-EXIT.
           EXIT.

                   MOVE SPACES TO REGISTER-RECORD
                   STRING WS-REG-ACCOUNT(WS-REG-I) ","
                           WS-REG-DATE(WS-REG-I) ","
                           WS-REG-AMOUNT-ED ","
                           WS-REG-TYPE(WS-REG-I)
                       DELIMITED BY SIZE INTO REGISTER-RECORD
                   WRITE REGISTER-RECORD
               END-PERFORM
