      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LARGE-CASH-REPORT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> the night's clean transactions CALC-TXN-EDIT wrote, in the
      *> fixed dated layout. Overridable via CALC-TXN-FILE
       SELECT OPTIONAL TXN-FILE ASSIGN DYNAMIC WS-TXN-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TXN-STATUS.
      *> the account reference master - the customer number that
      *> ties a customer's accounts together, and the name filed.
      *> Overridable via ACCOUNT-MASTER-FILE
       SELECT OPTIONAL ACCT-MASTER ASSIGN DYNAMIC WS-ACCT-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACCT-NUMBER OF ACCT-RECORD
           FILE STATUS IS WS-ACCT-STATUS.
      *> the regulatory filing extract - fixed layout, one 'H'
      *> header, a 'C' customer record per filing followed by its
      *> 'A' account detail records, one 'T' trailer. Overridable
      *> via LARGE-CASH-FILING-FILE
       SELECT OPTIONAL FILING-FILE ASSIGN DYNAMIC
           WS-FILING-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILING-STATUS.
      *> every filing ever made, kept indefinitely -
      *> REF,FILED,CUSTOMER,TXN-DATE,CASH-IN,CASH-OUT,KIND,ORIGINAL
      *> where KIND is N new or C correction and ORIGINAL names the
      *> first filing a correction amends. Overridable via
      *> LARGE-CASH-LOG-FILE
       SELECT OPTIONAL FILED-LOG ASSIGN DYNAMIC WS-LOG-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD TXN-FILE.
      *> CALC-TXN-EDIT's fixed layout, field for field
       01 TXN-RECORD.
           05 TXN-ACCOUNT PIC X(10).
           05 TXN-DATE PIC X(8).
           05 TXN-AMOUNT PIC X(11).
           05 TXN-DC PIC X(1).
           05 TXN-TYPE PIC X(3).
           05 FILLER PIC X(47).
       FD ACCT-MASTER.
      *> must stay byte-for-byte identical to ACCOUNT-MAINT's record
       01 ACCT-RECORD.
           05 ACCT-NUMBER PIC 9(10).
           05 ACCT-NAME PIC X(30).
           05 ACCT-ADDR-1 PIC X(30).
           05 ACCT-ADDR-2 PIC X(30).
           05 ACCT-STATUS PIC X(1).
           05 ACCT-OPEN-DATE PIC 9(8).
           05 ACCT-CREDIT-LIMIT PIC 9(9)V99.
           05 ACCT-STMT-CYCLE PIC 9(2).
           05 ACCT-CLASS PIC X(2).
           05 ACCT-CUSTOMER PIC X(10).
           05 ACCT-DELIVERY PIC X(1).
           05 ACCT-EMAIL PIC X(60).
       FD FILING-FILE.
      *> the agreed fixed layout, 120 bytes, every amount unsigned
      *> with two implied decimals
       01 FILING-RECORD PIC X(120).
       01 FIL-HEADER REDEFINES FILING-RECORD.
           05 FIL-H-FLAG PIC X(1).
           05 FIL-H-FILED-DATE PIC 9(8).
           05 FIL-H-RUN-ID PIC X(12).
           05 FIL-H-THRESHOLD PIC 9(9)V99.
           05 FILLER PIC X(88).
       01 FIL-CUSTOMER REDEFINES FILING-RECORD.
           05 FIL-C-FLAG PIC X(1).
           05 FIL-C-REF PIC X(12).
           05 FIL-C-KIND PIC X(1).
           05 FIL-C-ORIGINAL-REF PIC X(12).
           05 FIL-C-CUSTOMER PIC X(10).
           05 FIL-C-NAME PIC X(30).
           05 FIL-C-TXN-DATE PIC 9(8).
           05 FIL-C-CASH-IN PIC 9(11)V99.
           05 FIL-C-CASH-OUT PIC 9(11)V99.
           05 FIL-C-DETAILS PIC 9(5).
           05 FILLER PIC X(15).
       01 FIL-ACCOUNT REDEFINES FILING-RECORD.
           05 FIL-A-FLAG PIC X(1).
           05 FIL-A-REF PIC X(12).
           05 FIL-A-ACCOUNT PIC X(10).
           05 FIL-A-TXN-DATE PIC 9(8).
           05 FIL-A-AMOUNT PIC 9(9)V99.
           05 FIL-A-DC PIC X(1).
           05 FIL-A-TYPE PIC X(3).
           05 FILLER PIC X(74).
       01 FIL-TRAILER REDEFINES FILING-RECORD.
           05 FIL-T-FLAG PIC X(1).
           05 FIL-T-FILINGS PIC 9(9).
           05 FIL-T-DETAILS PIC 9(9).
           05 FIL-T-TOTAL PIC 9(13)V99.
           05 FILLER PIC X(86).
       FD FILED-LOG.
       01 LOG-RECORD PIC X(120).
       WORKING-STORAGE SECTION.
      *> correctly-sized holders for the literal audit message - a
      *> literal passed straight to LOG-EVENT-SEV's LINKAGE would
      *> only be allocated as big as the literal itself
       01 WS-PROGRAM-NAME PIC X(44) VALUE "LARGE-CASH-REPORT".
       01 WS-EVENT-MESSAGE PIC X(200).
       01 WS-EVENT-SEVERITY PIC X(1).
       01 WS-TXN-FILE-NAME PIC X(80) VALUE "TRANSACTIONS.DAT".
       01 WS-ENV-TXN-FILE-NAME PIC X(80).
      *> the later cycles run control shows for the date - one byte
      *> per cycle 01-99 - and the one whose TRANSACTIONS-Cnn.DAT is
      *> being read
       01 WS-POSTED-CYCLES PIC X(99).
       01 WS-TXN-CYCLE PIC 9(3).
       01 WS-TXN-CYCLE-ED PIC 9(2).
       01 WS-TXN-STATUS PIC X(2).
       01 WS-ACCT-FILE-NAME PIC X(80) VALUE "ACCOUNT-MASTER.DAT".
       01 WS-ENV-ACCT-FILE-NAME PIC X(80).
       01 WS-ACCT-STATUS PIC X(2).
       01 WS-ACCT-OPEN PIC X(1) VALUE 'N'.
       01 WS-FILING-FILE-NAME PIC X(80)
           VALUE "LARGE-CASH-FILING.DAT".
       01 WS-ENV-FILING-FILE-NAME PIC X(80).
       01 WS-FILING-STATUS PIC X(2).
       01 WS-LOG-FILE-NAME PIC X(80) VALUE "LARGE-CASH-FILED.DAT".
       01 WS-ENV-LOG-FILE-NAME PIC X(80).
       01 WS-LOG-STATUS PIC X(2).
       01 WS-EOF PIC X(1).
      *> the filing date - CALC-BUSINESS-DATE when ops supplies one,
      *> today otherwise
       01 WS-BUSINESS-DATE PIC 9(8).
       01 WS-ENV-BUSINESS-DATE PIC X(8).
       01 WS-RUN-ID PIC X(12).
      *> a customer's cash in, or cash out, for one business day
      *> over this amount is reportable - LARGE-CASH-THRESHOLD
      *> overrides the default
       77 WS-THRESHOLD PIC 9(9)V99 VALUE 10000.00.
       01 WS-ENV-THRESHOLD PIC X(12).
      *> the transaction types that are cash - LARGE-CASH-TYPES as
      *> a comma list overrides the default deposit and withdrawal
       01 WS-CASH-TYPES PIC X(40) VALUE "CDP,CWD".
       01 WS-ENV-CASH-TYPES PIC X(40).
       01 WS-CASH-TYPE PIC X(3) OCCURS 10 TIMES.
       01 WS-CASH-TYPE-COUNT PIC 9(2) VALUE 0.
       01 WS-IS-CASH PIC X(1).
      *> each cash transaction staged against its customer-day
       01 WS-DET-COUNT PIC 9(5) VALUE 0.
       01 WS-DET-MAX PIC 9(5) VALUE 5000.
       01 WS-DET-ENTRY OCCURS 5000 TIMES.
           05 DET-GROUP PIC 9(4).
           05 DET-ACCOUNT PIC X(10).
           05 DET-DATE PIC 9(8).
           05 DET-AMOUNT PIC 9(9)V99.
           05 DET-DC PIC X(1).
           05 DET-TYPE PIC X(3).
      *> one entry per customer per business day - cash in is what
      *> the customer paid in (credits), cash out what was paid out
      *> to the customer (debits), aggregated separately
       01 WS-GRP-COUNT PIC 9(4) VALUE 0.
       01 WS-GRP-MAX PIC 9(4) VALUE 1000.
       01 WS-GRP-ENTRY OCCURS 1000 TIMES.
           05 GRP-CUSTOMER PIC X(10).
           05 GRP-NAME PIC X(30).
           05 GRP-DATE PIC 9(8).
           05 GRP-IN PIC 9(11)V99.
           05 GRP-OUT PIC 9(11)V99.
           05 GRP-DETAILS PIC 9(5).
      *> every earlier filing, oldest first, so the latest filing
      *> for a customer-day is the last one found
       01 WS-LOG-COUNT PIC 9(5) VALUE 0.
       01 WS-LOG-MAX PIC 9(5) VALUE 5000.
       01 WS-LOG-ENTRY OCCURS 5000 TIMES.
           05 LOG-REF PIC X(12).
           05 LOG-CUSTOMER PIC X(10).
           05 LOG-TXN-DATE PIC 9(8).
           05 LOG-IN PIC 9(11)V99.
           05 LOG-OUT PIC 9(11)V99.
           05 LOG-KIND PIC X(1).
           05 LOG-ORIGINAL PIC X(12).
       01 WS-FLD-1 PIC X(12).
       01 WS-FLD-2 PIC X(12).
       01 WS-FLD-3 PIC X(12).
       01 WS-FLD-4 PIC X(12).
       01 WS-FLD-5 PIC X(18).
       01 WS-FLD-6 PIC X(18).
       01 WS-FLD-7 PIC X(2).
       01 WS-FLD-8 PIC X(12).
       01 I PIC 9(5).
       01 J PIC 9(5).
       01 K PIC 9(5).
       01 WS-PRIOR PIC 9(5).
       01 WS-CUSTOMER PIC X(10).
       01 WS-TXN-VALUE PIC 9(9)V99.
      *> filing references run CCYYMMDD plus a four-digit sequence
      *> within the filing date, carried on from any earlier run
       01 WS-NEXT-SEQ PIC 9(4) VALUE 0.
       01 WS-SEQ PIC 9(4).
       01 WS-REF PIC X(12).
       01 WS-KIND PIC X(1).
       01 WS-ORIGINAL PIC X(12).
       01 WS-IN-ED PIC Z(10)9.99.
       01 WS-OUT-ED PIC Z(10)9.99.
       01 WS-FILINGS PIC 9(5) VALUE 0.
       01 WS-CORRECTIONS PIC 9(5) VALUE 0.
       01 WS-ALREADY-FILED PIC 9(5) VALUE 0.
       01 WS-FILED-DETAILS PIC 9(9) VALUE 0.
       01 WS-FILED-TOTAL PIC 9(13)V99 VALUE 0.
       01 WS-NO-MASTER PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "LOG-STARTUP" USING WS-PROGRAM-NAME
      *> accept into a separate staging field first - ACCEPT FROM
      *> ENVIRONMENT blanks the target unconditionally when the
      *> variable is unset, which would wipe out the VALUE defaults
           MOVE SPACES TO WS-ENV-TXN-FILE-NAME
           ACCEPT WS-ENV-TXN-FILE-NAME FROM ENVIRONMENT
               "CALC-TXN-FILE"
           IF WS-ENV-TXN-FILE-NAME NOT = SPACES
               MOVE WS-ENV-TXN-FILE-NAME TO WS-TXN-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-ACCT-FILE-NAME
           ACCEPT WS-ENV-ACCT-FILE-NAME FROM ENVIRONMENT
               "ACCOUNT-MASTER-FILE"
           IF WS-ENV-ACCT-FILE-NAME NOT = SPACES
               MOVE WS-ENV-ACCT-FILE-NAME TO WS-ACCT-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-FILING-FILE-NAME
           ACCEPT WS-ENV-FILING-FILE-NAME FROM ENVIRONMENT
               "LARGE-CASH-FILING-FILE"
           IF WS-ENV-FILING-FILE-NAME NOT = SPACES
               MOVE WS-ENV-FILING-FILE-NAME TO WS-FILING-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-LOG-FILE-NAME
           ACCEPT WS-ENV-LOG-FILE-NAME FROM ENVIRONMENT
               "LARGE-CASH-LOG-FILE"
           IF WS-ENV-LOG-FILE-NAME NOT = SPACES
               MOVE WS-ENV-LOG-FILE-NAME TO WS-LOG-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-THRESHOLD
           ACCEPT WS-ENV-THRESHOLD FROM ENVIRONMENT
               "LARGE-CASH-THRESHOLD"
           IF WS-ENV-THRESHOLD NOT = SPACES
             AND TEST-NUMVAL(WS-ENV-THRESHOLD) = 0
               MOVE NUMVAL(WS-ENV-THRESHOLD) TO WS-THRESHOLD
           END-IF
           MOVE SPACES TO WS-ENV-CASH-TYPES
           ACCEPT WS-ENV-CASH-TYPES FROM ENVIRONMENT
               "LARGE-CASH-TYPES"
           IF WS-ENV-CASH-TYPES NOT = SPACES
               MOVE UPPER-CASE(WS-ENV-CASH-TYPES) TO WS-CASH-TYPES
           END-IF
           MOVE SPACES TO WS-ENV-BUSINESS-DATE
           ACCEPT WS-ENV-BUSINESS-DATE FROM ENVIRONMENT
               "CALC-BUSINESS-DATE"
           IF WS-ENV-BUSINESS-DATE IS NUMERIC
             AND WS-ENV-BUSINESS-DATE NOT = SPACES
               MOVE WS-ENV-BUSINESS-DATE TO WS-BUSINESS-DATE
           ELSE
               ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF
           MOVE SPACES TO WS-RUN-ID
           ACCEPT WS-RUN-ID FROM ENVIRONMENT "CHAIN-RUN-ID"
           IF WS-RUN-ID = SPACES
               MOVE "NONE" TO WS-RUN-ID
           END-IF
           PERFORM SPLIT-CASH-TYPES
           PERFORM LOAD-FILED-LOG THRU LOAD-FILED-LOG-EXIT
      *> without the master every account is filed as its own
      *> customer - weaker aggregation, but never a missed filing
           OPEN INPUT ACCT-MASTER.
           IF WS-ACCT-STATUS = "00"
               MOVE 'Y' TO WS-ACCT-OPEN
           ELSE
               IF WS-ACCT-STATUS = "05"
                   CLOSE ACCT-MASTER
               END-IF
               DISPLAY "LARGE-CASH-REPORT: account master not "
                   "available - " TRIM(WS-ACCT-FILE-NAME)
                   ", each account aggregated on its own"
           END-IF.
           PERFORM LOAD-CASH-ACTIVITY THRU LOAD-CASH-ACTIVITY-EXIT
           PERFORM LOAD-LATER-CYCLES THRU LOAD-LATER-CYCLES-EXIT
           IF WS-ACCT-OPEN = 'Y'
               CLOSE ACCT-MASTER
           END-IF
           OPEN OUTPUT FILING-FILE.
      *> OUTPUT on a file that does not exist yet reports status 05
      *> on this runtime even though it creates the file underneath
           IF WS-FILING-STATUS NOT = "00"
                   AND WS-FILING-STATUS NOT = "05"
               DISPLAY "LARGE-CASH-REPORT: cannot open filing extract "
                   TRIM(WS-FILING-FILE-NAME) " - file status "
                   WS-FILING-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND FILED-LOG.
           IF WS-LOG-STATUS NOT = "00" AND WS-LOG-STATUS NOT = "05"
               DISPLAY "LARGE-CASH-REPORT: cannot open filed-reports "
                   "log " TRIM(WS-LOG-FILE-NAME) " - file status "
                   WS-LOG-STATUS
               CLOSE FILING-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO FILING-RECORD
           MOVE 'H' TO FIL-H-FLAG
           MOVE WS-BUSINESS-DATE TO FIL-H-FILED-DATE
           MOVE WS-RUN-ID TO FIL-H-RUN-ID
           MOVE WS-THRESHOLD TO FIL-H-THRESHOLD
           WRITE FILING-RECORD
           DISPLAY "===== Large cash aggregation ====="
           DISPLAY "Filing date:       " WS-BUSINESS-DATE
           MOVE WS-THRESHOLD TO WS-IN-ED
           DISPLAY "Threshold:         " TRIM(WS-IN-ED)
           DISPLAY "Cash types:        " TRIM(WS-CASH-TYPES)
           DISPLAY "REF          K CUSTOMER   NAME                     "
               "      TXN-DATE        CASH-IN       CASH-OUT"
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-GRP-COUNT
               PERFORM FILE-ONE-CUSTOMER THRU FILE-ONE-CUSTOMER-EXIT
           END-PERFORM
           MOVE SPACES TO FILING-RECORD
           MOVE 'T' TO FIL-T-FLAG
           MOVE WS-FILINGS TO FIL-T-FILINGS
           MOVE WS-FILED-DETAILS TO FIL-T-DETAILS
           MOVE WS-FILED-TOTAL TO FIL-T-TOTAL
           WRITE FILING-RECORD
           CLOSE FILING-FILE
           CLOSE FILED-LOG
           DISPLAY "Cash transactions: " WS-DET-COUNT
           DISPLAY "Customer-days:     " WS-GRP-COUNT
           DISPLAY "Filings written:   " WS-FILINGS
           DISPLAY "  of which corrections: " WS-CORRECTIONS
           DISPLAY "Already filed:     " WS-ALREADY-FILED
           DISPLAY "Not on master:     " WS-NO-MASTER
           DISPLAY "Filing extract:    " TRIM(WS-FILING-FILE-NAME)
           DISPLAY "===== End of large cash aggregation ====="
           MOVE SPACES TO WS-EVENT-MESSAGE
           STRING "large cash aggregation " WS-BUSINESS-DATE ": "
                   WS-FILINGS " filing(s), " WS-CORRECTIONS
                   " correction(s), " WS-GRP-COUNT " customer-day(s)"
               DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
           IF WS-FILINGS > 0
               MOVE 'W' TO WS-EVENT-SEVERITY
           ELSE
               MOVE 'I' TO WS-EVENT-SEVERITY
           END-IF
           CALL "LOG-EVENT-SEV" USING WS-PROGRAM-NAME
               WS-EVENT-SEVERITY WS-EVENT-MESSAGE
      *> RETURN-CODE: 0 = nothing reportable, 4 = filings written
      *> for compliance to submit, 8 = the run could not complete
           IF WS-FILINGS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       SPLIT-CASH-TYPES.
           MOVE SPACES TO WS-FLD-1 WS-FLD-2 WS-FLD-3 WS-FLD-4
               WS-FLD-5 WS-FLD-6 WS-FLD-7 WS-FLD-8
           MOVE 0 TO WS-CASH-TYPE-COUNT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 10
               MOVE SPACES TO WS-CASH-TYPE(I)
           END-PERFORM
           UNSTRING WS-CASH-TYPES DELIMITED BY ","
               INTO WS-CASH-TYPE(1) WS-CASH-TYPE(2) WS-CASH-TYPE(3)
                   WS-CASH-TYPE(4) WS-CASH-TYPE(5) WS-CASH-TYPE(6)
                   WS-CASH-TYPE(7) WS-CASH-TYPE(8) WS-CASH-TYPE(9)
                   WS-CASH-TYPE(10)
               TALLYING IN WS-CASH-TYPE-COUNT.

       LOAD-FILED-LOG.
           MOVE 'N' TO WS-EOF
           OPEN INPUT FILED-LOG
           IF WS-LOG-STATUS NOT = "00"
               IF WS-LOG-STATUS = "05"
                   CLOSE FILED-LOG
               END-IF
               GO TO LOAD-FILED-LOG-EXIT
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FILED-LOG
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-FILING
               END-READ
           END-PERFORM
           CLOSE FILED-LOG.
       LOAD-FILED-LOG-EXIT.
           EXIT.

       LOAD-ONE-FILING.
           MOVE SPACES TO WS-FLD-1 WS-FLD-2 WS-FLD-3 WS-FLD-4
               WS-FLD-5 WS-FLD-6 WS-FLD-7 WS-FLD-8
           UNSTRING LOG-RECORD DELIMITED BY ","
               INTO WS-FLD-1 WS-FLD-2 WS-FLD-3 WS-FLD-4 WS-FLD-5
                   WS-FLD-6 WS-FLD-7 WS-FLD-8
      *> the sequence carries on past every reference already issued
      *> under this filing date, kept or not
           IF WS-FLD-1(1:8) = WS-BUSINESS-DATE
             AND WS-FLD-1(9:4) IS NUMERIC
               MOVE WS-FLD-1(9:4) TO WS-SEQ
               IF WS-SEQ > WS-NEXT-SEQ
                   MOVE WS-SEQ TO WS-NEXT-SEQ
               END-IF
           END-IF
           IF WS-LOG-COUNT >= WS-LOG-MAX
      *> the oldest filings fall off the lookup, never the newest -
      *> a correction is only ever against recent business
               PERFORM VARYING I FROM 2 BY 1 UNTIL I > WS-LOG-COUNT
                   MOVE WS-LOG-ENTRY(I) TO WS-LOG-ENTRY(I - 1)
               END-PERFORM
               SUBTRACT 1 FROM WS-LOG-COUNT
           END-IF
           ADD 1 TO WS-LOG-COUNT
           MOVE WS-FLD-1 TO LOG-REF(WS-LOG-COUNT)
           MOVE WS-FLD-3(1:10) TO LOG-CUSTOMER(WS-LOG-COUNT)
           IF WS-FLD-4(1:8) IS NUMERIC
               MOVE WS-FLD-4(1:8) TO LOG-TXN-DATE(WS-LOG-COUNT)
           ELSE
               MOVE 0 TO LOG-TXN-DATE(WS-LOG-COUNT)
           END-IF
           MOVE NUMVAL(WS-FLD-5) TO LOG-IN(WS-LOG-COUNT)
           MOVE NUMVAL(WS-FLD-6) TO LOG-OUT(WS-LOG-COUNT)
           MOVE WS-FLD-7(1:1) TO LOG-KIND(WS-LOG-COUNT)
           MOVE WS-FLD-8 TO LOG-ORIGINAL(WS-LOG-COUNT).

       LOAD-CASH-ACTIVITY.
           MOVE 'N' TO WS-EOF
           OPEN INPUT TXN-FILE
           IF WS-TXN-STATUS NOT = "00"
               IF WS-TXN-STATUS = "05"
                   CLOSE TXN-FILE
               END-IF
               DISPLAY "LARGE-CASH-REPORT: no transaction file "
                   TRIM(WS-TXN-FILE-NAME) " - nothing to aggregate"
               GO TO LOAD-CASH-ACTIVITY-EXIT
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ TXN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TXN-ACCOUNT IS NUMERIC
                         AND TXN-DATE IS NUMERIC
                         AND TXN-AMOUNT IS NUMERIC
                           PERFORM STAGE-CASH-ITEM
                               THRU STAGE-CASH-ITEM-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TXN-FILE.
       LOAD-CASH-ACTIVITY-EXIT.
           EXIT.

       LOAD-LATER-CYCLES.
      *> cycle 01's file keeps the name it always had; each later
      *> cycle the driver posted for the date left its own
      *> TRANSACTIONS-Cnn.DAT beside it. Those carry no date, so only
      *> the cycles run control shows for the date are read - one
      *> left over from an earlier day is not today's business. A
      *> file named outright via CALC-TXN-FILE is read alone
           IF WS-ENV-TXN-FILE-NAME NOT = SPACES
               GO TO LOAD-LATER-CYCLES-EXIT
           END-IF
           CALL "CALC-CYCLE-LOOKUP" USING WS-BUSINESS-DATE
               WS-POSTED-CYCLES
           PERFORM VARYING WS-TXN-CYCLE FROM 2 BY 1
                   UNTIL WS-TXN-CYCLE > 99
               IF WS-POSTED-CYCLES(WS-TXN-CYCLE:1) = 'Y'
                   MOVE WS-TXN-CYCLE TO WS-TXN-CYCLE-ED
                   MOVE SPACES TO WS-TXN-FILE-NAME
                   STRING "TRANSACTIONS-C" WS-TXN-CYCLE-ED ".DAT"
                       DELIMITED BY SIZE INTO WS-TXN-FILE-NAME
                   PERFORM LOAD-CASH-ACTIVITY
                       THRU LOAD-CASH-ACTIVITY-EXIT
               END-IF
           END-PERFORM
           MOVE "TRANSACTIONS.DAT" TO WS-TXN-FILE-NAME.
       LOAD-LATER-CYCLES-EXIT.
           EXIT.

       STAGE-CASH-ITEM.
           MOVE 'N' TO WS-IS-CASH
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WS-CASH-TYPE-COUNT OR I > 10
               IF WS-CASH-TYPE(I) NOT = SPACES
                 AND UPPER-CASE(TXN-TYPE) = WS-CASH-TYPE(I)
                   MOVE 'Y' TO WS-IS-CASH
               END-IF
           END-PERFORM
           IF WS-IS-CASH = 'N'
               GO TO STAGE-CASH-ITEM-EXIT
           END-IF
      *> a filing missed for want of table room is a regulatory
      *> breach - stop loud rather than file short
           IF WS-DET-COUNT >= WS-DET-MAX
               DISPLAY "LARGE-CASH-REPORT: over " WS-DET-MAX
                   " cash transactions - no filing produced"
               PERFORM ABORT-RUN
           END-IF
           PERFORM FIND-CUSTOMER
           MOVE 0 TO K
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-GRP-COUNT
               IF GRP-CUSTOMER(I) = WS-CUSTOMER
                 AND GRP-DATE(I) = TXN-DATE
                   MOVE I TO K
                   MOVE WS-GRP-COUNT TO I
               END-IF
           END-PERFORM
           IF K = 0
               IF WS-GRP-COUNT >= WS-GRP-MAX
                   DISPLAY "LARGE-CASH-REPORT: over " WS-GRP-MAX
                       " customer-days - no filing produced"
                   PERFORM ABORT-RUN
               END-IF
               ADD 1 TO WS-GRP-COUNT
               MOVE WS-GRP-COUNT TO K
               MOVE WS-CUSTOMER TO GRP-CUSTOMER(K)
               MOVE ACCT-NAME TO GRP-NAME(K)
               MOVE TXN-DATE TO GRP-DATE(K)
               MOVE 0 TO GRP-IN(K) GRP-OUT(K) GRP-DETAILS(K)
           END-IF
           COMPUTE WS-TXN-VALUE = NUMVAL(TXN-AMOUNT) / 100
           ADD 1 TO WS-DET-COUNT
           MOVE K TO DET-GROUP(WS-DET-COUNT)
           MOVE TXN-ACCOUNT TO DET-ACCOUNT(WS-DET-COUNT)
           MOVE TXN-DATE TO DET-DATE(WS-DET-COUNT)
           MOVE WS-TXN-VALUE TO DET-AMOUNT(WS-DET-COUNT)
           MOVE UPPER-CASE(TXN-DC) TO DET-DC(WS-DET-COUNT)
           MOVE UPPER-CASE(TXN-TYPE) TO DET-TYPE(WS-DET-COUNT)
           ADD 1 TO GRP-DETAILS(K)
           IF DET-DC(WS-DET-COUNT) = 'C'
               ADD WS-TXN-VALUE TO GRP-IN(K)
           ELSE
               ADD WS-TXN-VALUE TO GRP-OUT(K)
           END-IF.
       STAGE-CASH-ITEM-EXIT.
           EXIT.

       FIND-CUSTOMER.
      *> the customer number from the master; an account with none,
      *> or not on the master, stands as its own customer
           MOVE SPACES TO ACCT-NAME ACCT-CUSTOMER
           IF WS-ACCT-OPEN = 'Y'
               MOVE TXN-ACCOUNT TO ACCT-NUMBER OF ACCT-RECORD
               READ ACCT-MASTER
                   INVALID KEY
                       MOVE SPACES TO ACCT-NAME ACCT-CUSTOMER
                       ADD 1 TO WS-NO-MASTER
               END-READ
           END-IF
           IF ACCT-CUSTOMER = SPACES
               MOVE TXN-ACCOUNT TO WS-CUSTOMER
           ELSE
               MOVE ACCT-CUSTOMER TO WS-CUSTOMER
           END-IF.

       FILE-ONE-CUSTOMER.
      *> the latest earlier filing for this customer-day, if any
           MOVE 0 TO WS-PRIOR
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-LOG-COUNT
               IF LOG-CUSTOMER(I) = GRP-CUSTOMER(J)
                 AND LOG-TXN-DATE(I) = GRP-DATE(J)
                   MOVE I TO WS-PRIOR
               END-IF
           END-PERFORM
           IF WS-PRIOR = 0
               IF GRP-IN(J) NOT > WS-THRESHOLD
                 AND GRP-OUT(J) NOT > WS-THRESHOLD
                   GO TO FILE-ONE-CUSTOMER-EXIT
               END-IF
               MOVE 'N' TO WS-KIND
               MOVE SPACES TO WS-ORIGINAL
           ELSE
      *> a rerun over the same business files nothing new; changed
      *> figures for a day already filed go in as a correction that
      *> names the original filing - even when the corrected day
      *> has fallen back under the threshold
               IF LOG-IN(WS-PRIOR) = GRP-IN(J)
                 AND LOG-OUT(WS-PRIOR) = GRP-OUT(J)
                   ADD 1 TO WS-ALREADY-FILED
                   GO TO FILE-ONE-CUSTOMER-EXIT
               END-IF
               MOVE 'C' TO WS-KIND
               IF LOG-KIND(WS-PRIOR) = 'C'
                 AND LOG-ORIGINAL(WS-PRIOR) NOT = SPACES
                   MOVE LOG-ORIGINAL(WS-PRIOR) TO WS-ORIGINAL
               ELSE
                   MOVE LOG-REF(WS-PRIOR) TO WS-ORIGINAL
               END-IF
               ADD 1 TO WS-CORRECTIONS
           END-IF
           ADD 1 TO WS-NEXT-SEQ
           MOVE SPACES TO WS-REF
           STRING WS-BUSINESS-DATE WS-NEXT-SEQ
               DELIMITED BY SIZE INTO WS-REF
           ADD 1 TO WS-FILINGS
           MOVE SPACES TO FILING-RECORD
           MOVE 'C' TO FIL-C-FLAG
           MOVE WS-REF TO FIL-C-REF
           MOVE WS-KIND TO FIL-C-KIND
           MOVE WS-ORIGINAL TO FIL-C-ORIGINAL-REF
           MOVE GRP-CUSTOMER(J) TO FIL-C-CUSTOMER
           MOVE GRP-NAME(J) TO FIL-C-NAME
           MOVE GRP-DATE(J) TO FIL-C-TXN-DATE
           MOVE GRP-IN(J) TO FIL-C-CASH-IN
           MOVE GRP-OUT(J) TO FIL-C-CASH-OUT
           MOVE GRP-DETAILS(J) TO FIL-C-DETAILS
           WRITE FILING-RECORD
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-DET-COUNT
               IF DET-GROUP(I) = J
                   MOVE SPACES TO FILING-RECORD
                   MOVE 'A' TO FIL-A-FLAG
                   MOVE WS-REF TO FIL-A-REF
                   MOVE DET-ACCOUNT(I) TO FIL-A-ACCOUNT
                   MOVE DET-DATE(I) TO FIL-A-TXN-DATE
                   MOVE DET-AMOUNT(I) TO FIL-A-AMOUNT
                   MOVE DET-DC(I) TO FIL-A-DC
                   MOVE DET-TYPE(I) TO FIL-A-TYPE
                   WRITE FILING-RECORD
                   ADD 1 TO WS-FILED-DETAILS
                   ADD DET-AMOUNT(I) TO WS-FILED-TOTAL
               END-IF
           END-PERFORM
           MOVE GRP-IN(J) TO WS-IN-ED
           MOVE GRP-OUT(J) TO WS-OUT-ED
           MOVE SPACES TO LOG-RECORD
           STRING WS-REF "," WS-BUSINESS-DATE "," GRP-CUSTOMER(J)
                   "," GRP-DATE(J) "," TRIM(WS-IN-ED) ","
                   TRIM(WS-OUT-ED) "," WS-KIND "," WS-ORIGINAL
               DELIMITED BY SIZE INTO LOG-RECORD
           WRITE LOG-RECORD
           DISPLAY WS-REF " " WS-KIND " " GRP-CUSTOMER(J) " "
               GRP-NAME(J) " " GRP-DATE(J) " " WS-IN-ED " " WS-OUT-ED
           IF WS-KIND = 'C'
               DISPLAY "             corrects filing " WS-ORIGINAL
           END-IF
           MOVE SPACES TO WS-EVENT-MESSAGE
           STRING "large cash filing " WS-REF " kind " WS-KIND
                   " customer " GRP-CUSTOMER(J) " date " GRP-DATE(J)
               DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
           CALL "LOG-EVENT" USING WS-PROGRAM-NAME WS-EVENT-MESSAGE.
       FILE-ONE-CUSTOMER-EXIT.
           EXIT.

       ABORT-RUN.
           IF WS-ACCT-OPEN = 'Y'
               CLOSE ACCT-MASTER
           END-IF
           CLOSE TXN-FILE
           MOVE 'E' TO WS-EVENT-SEVERITY
           MOVE SPACES TO WS-EVENT-MESSAGE
           STRING "large cash aggregation " WS-BUSINESS-DATE
                   " aborted - table capacity exceeded, no filing"
               DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
           CALL "LOG-EVENT-SEV" USING WS-PROGRAM-NAME
               WS-EVENT-SEVERITY WS-EVENT-MESSAGE
           MOVE 8 TO RETURN-CODE
           STOP RUN.
       END PROGRAM LARGE-CASH-REPORT.
