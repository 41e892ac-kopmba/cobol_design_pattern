      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-JOURNAL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> finance's manual journals - each entry opens with a header
      *> J,JOURNAL-ID,CCYYMM,REVERSE(Y/N),DESCRIPTION and carries
      *> its L,D/C,GLACCOUNT,AMOUNT lines until the next header.
      *> Overridable via GL-JOURNAL-FILE
       SELECT OPTIONAL JOURNAL-FILE ASSIGN DYNAMIC
           WS-JOURNAL-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-STATUS.
      *> the ledger side's chart of accounts - the same file and the
      *> same active test GL-EXTRACT-VALIDATE applies. Overridable
      *> via GL-CHART-FILE
       SELECT OPTIONAL CHART-FILE ASSIGN DYNAMIC WS-CHART-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHART-STATUS.
      *> PERIOD-MAINT's posting-period status file - CCYYMM,STATUS,
      *> a period not on file being open. Overridable via
      *> POSTING-PERIOD-FILE
       SELECT OPTIONAL PERIOD-FILE ASSIGN DYNAMIC WS-PERIOD-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PERIOD-STATUS.
      *> the accepted journals in the H/D/C/T shape GL-EXTRACT-
      *> VALIDATE consumes - one H..T section per journal, its
      *> lines cut into balanced debit/credit pairs. Point
      *> CALC-GL-FILE at it to release. Overridable via
      *> GL-JOURNAL-POSTING-FILE
       SELECT OPTIONAL POSTING-FILE ASSIGN DYNAMIC
           WS-POSTING-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-POSTING-STATUS.
      *> every line of a refused journal, the reason up front, so
      *> finance can correct and resubmit the entry whole.
      *> Overridable via GL-JOURNAL-REJECT-FILE
       SELECT OPTIONAL REJECT-FILE ASSIGN DYNAMIC
           WS-REJECT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REJECT-STATUS.
      *> mirror-image lines of reversing journals waiting for the
      *> first business day of the next period -
      *> DUE,JOURNAL-ID,CCYYMM,D/C,GLACCOUNT,AMOUNT. Rewritten whole
      *> each run so posted reversals drop out. Overridable via
      *> GL-REVERSAL-FILE
       SELECT OPTIONAL REVERSAL-FILE ASSIGN DYNAMIC
           WS-REVERSAL-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REVERSAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD JOURNAL-FILE.
       01 JOURNAL-RECORD PIC X(80).
       FD CHART-FILE.
       01 CHART-RECORD PIC X(60).
       FD PERIOD-FILE.
       01 PERIOD-RECORD PIC X(20).
       FD POSTING-FILE.
       01 POSTING-RECORD PIC X(60).
       FD REJECT-FILE.
       01 REJECT-RECORD.
           05 REJ-REASON PIC X(12).
           05 FILLER PIC X(1).
           05 REJ-ORIGINAL PIC X(80).
       FD REVERSAL-FILE.
       01 REVERSAL-RECORD PIC X(80).
       WORKING-STORAGE SECTION.
      *> correctly-sized holders for the literal audit message - a
      *> literal passed straight to LOG-EVENT-SEV's LINKAGE would
      *> only be allocated as big as the literal itself
       01 WS-PROGRAM-NAME PIC X(44) VALUE "GL-JOURNAL".
       01 WS-EVENT-MESSAGE PIC X(200).
       01 WS-EVENT-SEVERITY PIC X(1).
       01 WS-JOURNAL-FILE-NAME PIC X(80) VALUE "GL-JOURNAL.DAT".
       01 WS-ENV-JOURNAL-FILE-NAME PIC X(80).
       01 WS-JOURNAL-STATUS PIC X(2).
       01 WS-CHART-FILE-NAME PIC X(80) VALUE "GL-CHART.DAT".
       01 WS-ENV-CHART-FILE-NAME PIC X(80).
       01 WS-CHART-STATUS PIC X(2).
       01 WS-PERIOD-FILE-NAME PIC X(80) VALUE "POSTING-PERIOD.DAT".
       01 WS-ENV-PERIOD-FILE-NAME PIC X(80).
       01 WS-PERIOD-STATUS PIC X(2).
       01 WS-POSTING-FILE-NAME PIC X(80)
           VALUE "GL-JOURNAL-POSTING.DAT".
       01 WS-ENV-POSTING-FILE-NAME PIC X(80).
       01 WS-POSTING-STATUS PIC X(2).
       01 WS-REJECT-FILE-NAME PIC X(80)
           VALUE "GL-JOURNAL-REJECTS.DAT".
       01 WS-ENV-REJECT-FILE-NAME PIC X(80).
       01 WS-REJECT-STATUS PIC X(2).
       01 WS-REVERSAL-FILE-NAME PIC X(80)
           VALUE "GL-JOURNAL-REVERSALS.DAT".
       01 WS-ENV-REVERSAL-FILE-NAME PIC X(80).
       01 WS-REVERSAL-STATUS PIC X(2).
       01 WS-EOF PIC X(1).
      *> the day being posted - CALC-BUSINESS-DATE when ops supplies
      *> one, today otherwise
       01 WS-BUSINESS-DATE PIC 9(8).
       01 WS-ENV-BUSINESS-DATE PIC X(8).
       01 WS-BUSINESS-PERIOD PIC X(6).
      *> the chart staged in memory for the pass
       01 WS-CHART-COUNT PIC 9(3) VALUE 0.
       01 WS-CHART-MAX PIC 9(3) VALUE 500.
       01 WS-CHART-ENTRY OCCURS 500 TIMES.
           05 CHART-ACCOUNT PIC X(10).
           05 CHART-ACTIVE PIC X(1).
       01 WS-CHART-ACCT-X PIC X(10).
       01 WS-CHART-DESC-X PIC X(30).
       01 WS-CHART-STATUS-X PIC X(2).
      *> posting-period decisions - only closed periods matter here
       01 WS-PER-COUNT PIC 9(3) VALUE 0.
       01 WS-PER-ENTRY OCCURS 200 TIMES.
           05 PER-PERIOD PIC X(6).
           05 PER-STATE PIC X(1).
       01 WS-PER-X PIC X(10).
       01 WS-PER-STATE-X PIC X(5).
       01 WS-PERIOD-CLOSED PIC X(1).
       01 WS-CHECK-PERIOD PIC X(6).
      *> the journal being assembled - its header and its lines
       01 WS-JNL-OPEN PIC X(1) VALUE 'N'.
       01 WS-JNL-HEADER PIC X(80).
       01 WS-JNL-ID PIC X(12).
       01 WS-JNL-PERIOD PIC X(6).
       01 WS-JNL-REVERSE PIC X(1).
       01 WS-JNL-DESC PIC X(40).
       01 WS-JNL-REVERSAL PIC X(1).
       01 WS-JNL-COUNT PIC 9(3) VALUE 0.
       01 WS-JNL-MAX PIC 9(3) VALUE 200.
       01 WS-JNL-ENTRY OCCURS 200 TIMES.
           05 JNL-DC PIC X(1).
           05 JNL-ACCOUNT PIC X(10).
           05 JNL-AMOUNT PIC 9(11)V99.
           05 JNL-REMAIN PIC 9(11)V99.
           05 JNL-RAW PIC X(80).
       01 WS-JNL-OVERFLOW PIC X(1).
       01 WS-JNL-DEBITS PIC 9(13)V99.
       01 WS-JNL-CREDITS PIC 9(13)V99.
       01 WS-REASON PIC X(12).
       01 WS-FLD-1 PIC X(12).
       01 WS-FLD-2 PIC X(12).
       01 WS-FLD-3 PIC X(12).
       01 WS-FLD-4 PIC X(20).
       01 WS-FLD-5 PIC X(40).
       01 WS-FLD-6 PIC X(20).
      *> reversal lines carried in and added this run
       01 WS-REV-COUNT PIC 9(4) VALUE 0.
       01 WS-REV-MAX PIC 9(4) VALUE 2000.
       01 WS-REV-ENTRY OCCURS 2000 TIMES.
           05 REV-DUE PIC 9(8).
           05 REV-ID PIC X(12).
           05 REV-PERIOD PIC X(6).
           05 REV-DC PIC X(1).
           05 REV-ACCOUNT PIC X(10).
           05 REV-AMOUNT PIC 9(11)V99.
           05 REV-POSTED PIC X(1).
       01 WS-REV-FIRST PIC 9(4).
      *> the date a journal's postings carry - the business date
      *> for the current period, the period's last day for an
      *> earlier one still open
       01 WS-POST-DATE PIC 9(8).
       01 WS-NEXT-FIRST PIC 9(8).
       01 WS-NEXT-CCYY PIC 9(4).
       01 WS-NEXT-MM PIC 9(2).
       01 WS-NEXT-INT PIC 9(7).
       01 WS-DUE-DATE PIC 9(8).
       01 WS-DUE-INT PIC 9(7).
       01 WS-DUE-DOW PIC 9(1).
       01 WS-DAY-TYPE PIC X(1).
       01 WS-ROLL-HOPS PIC 9(2).
       01 WS-PAIR-AMOUNT PIC 9(11)V99.
       01 WS-PAIR-COUNT PIC 9(5).
       01 WS-AMOUNT-ED PIC 9(11).99.
       01 WS-NET-ED PIC -9(11).99.
       01 I PIC 9(4).
       01 J PIC 9(4).
       01 K PIC 9(4).
      *> run tallies
       01 WS-JOURNALS-READ PIC 9(5) VALUE 0.
       01 WS-JOURNALS-POSTED PIC 9(5) VALUE 0.
       01 WS-JOURNALS-REJECTED PIC 9(5) VALUE 0.
       01 WS-REVERSALS-POSTED PIC 9(5) VALUE 0.
       01 WS-REVERSALS-QUEUED PIC 9(5) VALUE 0.
       01 WS-REVERSALS-BLOCKED PIC 9(5) VALUE 0.
       01 WS-POSTED-DEBITS PIC 9(13)V99 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "LOG-STARTUP" USING WS-PROGRAM-NAME
      *> accept into a separate staging field first - ACCEPT FROM
      *> ENVIRONMENT blanks the target unconditionally when the
      *> variable is unset, which would wipe out the VALUE defaults
           MOVE SPACES TO WS-ENV-JOURNAL-FILE-NAME
           ACCEPT WS-ENV-JOURNAL-FILE-NAME FROM ENVIRONMENT
               "GL-JOURNAL-FILE"
           IF WS-ENV-JOURNAL-FILE-NAME NOT = SPACES
               MOVE WS-ENV-JOURNAL-FILE-NAME TO WS-JOURNAL-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-CHART-FILE-NAME
           ACCEPT WS-ENV-CHART-FILE-NAME FROM ENVIRONMENT
               "GL-CHART-FILE"
           IF WS-ENV-CHART-FILE-NAME NOT = SPACES
               MOVE WS-ENV-CHART-FILE-NAME TO WS-CHART-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-PERIOD-FILE-NAME
           ACCEPT WS-ENV-PERIOD-FILE-NAME FROM ENVIRONMENT
               "POSTING-PERIOD-FILE"
           IF WS-ENV-PERIOD-FILE-NAME NOT = SPACES
               MOVE WS-ENV-PERIOD-FILE-NAME TO WS-PERIOD-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-POSTING-FILE-NAME
           ACCEPT WS-ENV-POSTING-FILE-NAME FROM ENVIRONMENT
               "GL-JOURNAL-POSTING-FILE"
           IF WS-ENV-POSTING-FILE-NAME NOT = SPACES
               MOVE WS-ENV-POSTING-FILE-NAME TO WS-POSTING-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-REJECT-FILE-NAME
           ACCEPT WS-ENV-REJECT-FILE-NAME FROM ENVIRONMENT
               "GL-JOURNAL-REJECT-FILE"
           IF WS-ENV-REJECT-FILE-NAME NOT = SPACES
               MOVE WS-ENV-REJECT-FILE-NAME TO WS-REJECT-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-REVERSAL-FILE-NAME
           ACCEPT WS-ENV-REVERSAL-FILE-NAME FROM ENVIRONMENT
               "GL-REVERSAL-FILE"
           IF WS-ENV-REVERSAL-FILE-NAME NOT = SPACES
               MOVE WS-ENV-REVERSAL-FILE-NAME
                   TO WS-REVERSAL-FILE-NAME
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
           MOVE WS-BUSINESS-DATE(1:6) TO WS-BUSINESS-PERIOD
           PERFORM LOAD-CHART THRU LOAD-CHART-EXIT
           IF WS-CHART-COUNT = 0
      *> no chart means no account can be proven - a hard stop, the
      *> same rule GL-EXTRACT-VALIDATE keeps
               DISPLAY "GL-JOURNAL: chart of accounts not available"
                   " - " TRIM(WS-CHART-FILE-NAME)
                   " - no journals posted"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-PERIODS THRU LOAD-PERIODS-EXIT
           PERFORM LOAD-REVERSALS THRU LOAD-REVERSALS-EXIT
           OPEN OUTPUT POSTING-FILE
      *> OUTPUT on a file that does not exist yet reports status 05
      *> on this runtime even though it creates the file underneath
           IF WS-POSTING-STATUS NOT = "00"
                   AND WS-POSTING-STATUS NOT = "05"
               DISPLAY "GL-JOURNAL: cannot open posting file "
                   TRIM(WS-POSTING-FILE-NAME) " - file status "
                   WS-POSTING-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REJECT-FILE
           IF WS-REJECT-STATUS NOT = "00"
                   AND WS-REJECT-STATUS NOT = "05"
               DISPLAY "GL-JOURNAL: cannot open reject file "
                   TRIM(WS-REJECT-FILE-NAME) " - file status "
                   WS-REJECT-STATUS
               CLOSE POSTING-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "===== Manual journal entry run ====="
           DISPLAY "Business date: " WS-BUSINESS-DATE
           PERFORM READ-JOURNALS THRU READ-JOURNALS-EXIT
      *> after the new journals, so a back-dated reversing entry
      *> whose reversal day has already passed turns round today
           PERFORM POST-DUE-REVERSALS
           CLOSE POSTING-FILE
           CLOSE REJECT-FILE
           PERFORM SAVE-REVERSALS THRU SAVE-REVERSALS-EXIT
           MOVE WS-POSTED-DEBITS TO WS-AMOUNT-ED
           DISPLAY "Journals read:       " WS-JOURNALS-READ
           DISPLAY "Journals posted:     " WS-JOURNALS-POSTED
           DISPLAY "Journals refused:    " WS-JOURNALS-REJECTED
           DISPLAY "Reversals posted:    " WS-REVERSALS-POSTED
           DISPLAY "Reversals queued:    " WS-REVERSALS-QUEUED
           DISPLAY "Reversals held:      " WS-REVERSALS-BLOCKED
           DISPLAY "Debits posted:       " TRIM(WS-AMOUNT-ED)
           DISPLAY "Posting file:        " TRIM(WS-POSTING-FILE-NAME)
           DISPLAY "===== End of manual journal entry run ====="
           MOVE SPACES TO WS-EVENT-MESSAGE
           STRING "journal run " WS-BUSINESS-DATE ": "
                   WS-JOURNALS-POSTED " posted, "
                   WS-JOURNALS-REJECTED " refused, "
                   WS-REVERSALS-POSTED " reversal(s) posted"
               DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
           IF WS-JOURNALS-REJECTED > 0 OR WS-REVERSALS-BLOCKED > 0
               MOVE 'W' TO WS-EVENT-SEVERITY
           ELSE
               MOVE 'I' TO WS-EVENT-SEVERITY
           END-IF
           CALL "LOG-EVENT-SEV" USING WS-PROGRAM-NAME
               WS-EVENT-SEVERITY WS-EVENT-MESSAGE
      *> RETURN-CODE: 0 = every journal posted, 4 = a journal was
      *> refused or a due reversal is held by a closed period,
      *> 8 = the run could not start
           IF WS-JOURNALS-REJECTED > 0 OR WS-REVERSALS-BLOCKED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-CHART.
           MOVE 0 TO WS-CHART-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT CHART-FILE
           IF WS-CHART-STATUS NOT = "00"
               IF WS-CHART-STATUS = "05"
                   CLOSE CHART-FILE
               END-IF
               GO TO LOAD-CHART-EXIT
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CHART-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-CHART-COUNT < WS-CHART-MAX
                           ADD 1 TO WS-CHART-COUNT
                           MOVE SPACES TO WS-CHART-ACCT-X
                               WS-CHART-DESC-X WS-CHART-STATUS-X
                           UNSTRING CHART-RECORD DELIMITED BY ","
                               INTO WS-CHART-ACCT-X WS-CHART-DESC-X
                                   WS-CHART-STATUS-X
                           MOVE WS-CHART-ACCT-X
                               TO CHART-ACCOUNT(WS-CHART-COUNT)
                           IF WS-CHART-STATUS-X(1:1) = 'I'
                               MOVE 'I' TO
                                   CHART-ACTIVE(WS-CHART-COUNT)
                           ELSE
                               MOVE 'A' TO
                                   CHART-ACTIVE(WS-CHART-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHART-FILE.
       LOAD-CHART-EXIT.
           EXIT.

       LOAD-PERIODS.
           MOVE 0 TO WS-PER-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT PERIOD-FILE
           IF WS-PERIOD-STATUS NOT = "00"
      *> no status file yet just means every period is open
               IF WS-PERIOD-STATUS = "05"
                   CLOSE PERIOD-FILE
               END-IF
               GO TO LOAD-PERIODS-EXIT
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ PERIOD-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-PER-COUNT < 200
                           ADD 1 TO WS-PER-COUNT
                           MOVE SPACES TO WS-PER-X WS-PER-STATE-X
                           UNSTRING PERIOD-RECORD DELIMITED BY ","
                               INTO WS-PER-X WS-PER-STATE-X
                           MOVE WS-PER-X TO PER-PERIOD(WS-PER-COUNT)
                           MOVE WS-PER-STATE-X(1:1)
                               TO PER-STATE(WS-PER-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PERIOD-FILE.
       LOAD-PERIODS-EXIT.
           EXIT.

       CHECK-PERIOD-CLOSED.
           MOVE 'N' TO WS-PERIOD-CLOSED
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-PER-COUNT
               IF PER-PERIOD(K) = WS-CHECK-PERIOD
                 AND PER-STATE(K) = 'C'
                   MOVE 'Y' TO WS-PERIOD-CLOSED
                   MOVE WS-PER-COUNT TO K
               END-IF
           END-PERFORM.

       LOAD-REVERSALS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT REVERSAL-FILE
           IF WS-REVERSAL-STATUS NOT = "00"
               IF WS-REVERSAL-STATUS = "05"
                   CLOSE REVERSAL-FILE
               END-IF
               GO TO LOAD-REVERSALS-EXIT
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ REVERSAL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-REV-COUNT < WS-REV-MAX
                           PERFORM LOAD-ONE-REVERSAL
                       ELSE
      *> the file is only rewritten from the table - a short load
      *> would silently drop reversals still owed to the ledger
                           CLOSE REVERSAL-FILE
                           DISPLAY "GL-JOURNAL: over " WS-REV-MAX
                               " pending reversal lines - run stopped"
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REVERSAL-FILE.
       LOAD-REVERSALS-EXIT.
           EXIT.

       LOAD-ONE-REVERSAL.
           MOVE SPACES TO WS-FLD-1 WS-FLD-2 WS-FLD-3 WS-FLD-4
               WS-FLD-5 WS-FLD-6
           UNSTRING REVERSAL-RECORD DELIMITED BY ","
               INTO WS-FLD-1 WS-FLD-2 WS-FLD-3 WS-FLD-4 WS-FLD-5
                   WS-FLD-6
           IF WS-FLD-1(1:8) IS NUMERIC
               ADD 1 TO WS-REV-COUNT
               MOVE WS-FLD-1(1:8) TO REV-DUE(WS-REV-COUNT)
               MOVE WS-FLD-2 TO REV-ID(WS-REV-COUNT)
               MOVE WS-FLD-3(1:6) TO REV-PERIOD(WS-REV-COUNT)
               MOVE WS-FLD-4(1:1) TO REV-DC(WS-REV-COUNT)
               MOVE WS-FLD-5(1:10) TO REV-ACCOUNT(WS-REV-COUNT)
               MOVE NUMVAL(WS-FLD-6) TO REV-AMOUNT(WS-REV-COUNT)
               MOVE 'N' TO REV-POSTED(WS-REV-COUNT)
           END-IF.

       POST-DUE-REVERSALS.
      *> every reversal whose day has come posts as its own journal,
      *> one H..T section per original journal id, in its own
      *> (next) period - unless that period has since been closed
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-REV-COUNT
               IF REV-POSTED(I) = 'N'
                 AND REV-DUE(I) NOT > WS-BUSINESS-DATE
                   PERFORM POST-ONE-REVERSAL
                       THRU POST-ONE-REVERSAL-EXIT
               END-IF
           END-PERFORM.

       POST-ONE-REVERSAL.
           MOVE REV-PERIOD(I) TO WS-CHECK-PERIOD
           PERFORM CHECK-PERIOD-CLOSED
           IF WS-PERIOD-CLOSED = 'Y'
               ADD 1 TO WS-REVERSALS-BLOCKED
               DISPLAY "GL-JOURNAL: reversal of " TRIM(REV-ID(I))
                   " held - period " REV-PERIOD(I) " is closed"
      *> marked so the rest of this journal's lines are not counted
      *> again; restored to pending before the file is rewritten
               PERFORM VARYING J FROM I BY 1 UNTIL J > WS-REV-COUNT
                   IF REV-ID(J) = REV-ID(I)
                     AND REV-DUE(J) = REV-DUE(I)
                       MOVE 'B' TO REV-POSTED(J)
                   END-IF
               END-PERFORM
               GO TO POST-ONE-REVERSAL-EXIT
           END-IF
           MOVE I TO WS-REV-FIRST
           MOVE 0 TO WS-JNL-COUNT
           MOVE REV-ID(I) TO WS-JNL-ID
           MOVE REV-PERIOD(I) TO WS-JNL-PERIOD
           MOVE 'Y' TO WS-JNL-REVERSAL
           MOVE REV-DUE(I) TO WS-POST-DATE
           PERFORM VARYING J FROM I BY 1 UNTIL J > WS-REV-COUNT
               IF REV-ID(J) = REV-ID(WS-REV-FIRST)
                 AND REV-DUE(J) = REV-DUE(WS-REV-FIRST)
                 AND WS-JNL-COUNT < WS-JNL-MAX
                   ADD 1 TO WS-JNL-COUNT
                   MOVE REV-DC(J) TO JNL-DC(WS-JNL-COUNT)
                   MOVE REV-ACCOUNT(J) TO JNL-ACCOUNT(WS-JNL-COUNT)
                   MOVE REV-AMOUNT(J) TO JNL-AMOUNT(WS-JNL-COUNT)
                   MOVE 'Y' TO REV-POSTED(J)
               END-IF
           END-PERFORM
           PERFORM WRITE-JOURNAL-PAIRS
           ADD 1 TO WS-REVERSALS-POSTED
           DISPLAY "  reversal  " WS-JNL-ID " period " WS-JNL-PERIOD
               " dated " WS-POST-DATE " - " WS-PAIR-COUNT " pair(s)"
           MOVE SPACES TO WS-EVENT-MESSAGE
           STRING "reversal of journal " TRIM(WS-JNL-ID)
                   " posted " WS-POST-DATE
               DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
           CALL "LOG-EVENT" USING WS-PROGRAM-NAME WS-EVENT-MESSAGE.
       POST-ONE-REVERSAL-EXIT.
           EXIT.

       READ-JOURNALS.
           MOVE 'N' TO WS-EOF
           MOVE 'N' TO WS-JNL-OPEN
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = "00"
               IF WS-JOURNAL-STATUS = "05"
                   CLOSE JOURNAL-FILE
               END-IF
               DISPLAY "GL-JOURNAL: no journal file "
                   TRIM(WS-JOURNAL-FILE-NAME) " - reversals only"
               GO TO READ-JOURNALS-EXIT
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ JOURNAL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM TAKE-JOURNAL-LINE
               END-READ
           END-PERFORM
           IF WS-JNL-OPEN = 'Y'
               PERFORM FINISH-JOURNAL THRU FINISH-JOURNAL-EXIT
           END-IF
           CLOSE JOURNAL-FILE.
       READ-JOURNALS-EXIT.
           EXIT.

       TAKE-JOURNAL-LINE.
           EVALUATE UPPER-CASE(JOURNAL-RECORD(1:2))
               WHEN "J,"
                   IF WS-JNL-OPEN = 'Y'
                       PERFORM FINISH-JOURNAL THRU FINISH-JOURNAL-EXIT
                   END-IF
                   PERFORM START-JOURNAL
               WHEN "L,"
                   IF WS-JNL-OPEN = 'Y'
                       PERFORM ADD-JOURNAL-LINE
                   ELSE
      *> a line before any header belongs to no journal - refused
      *> on its own so it cannot ride along with the next entry
                       MOVE SPACES TO REJECT-RECORD
                       MOVE "NO-HEADER" TO REJ-REASON
                       MOVE "," TO REJECT-RECORD(13:1)
                       MOVE JOURNAL-RECORD TO REJ-ORIGINAL
                       WRITE REJECT-RECORD
                       DISPLAY "GL-JOURNAL: line outside any journal"
                           " refused: " TRIM(JOURNAL-RECORD)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       START-JOURNAL.
           ADD 1 TO WS-JOURNALS-READ
           MOVE 'Y' TO WS-JNL-OPEN
           MOVE 'N' TO WS-JNL-OVERFLOW
           MOVE 0 TO WS-JNL-COUNT
           MOVE JOURNAL-RECORD TO WS-JNL-HEADER
           MOVE SPACES TO WS-FLD-1 WS-FLD-2 WS-FLD-3 WS-FLD-4
               WS-FLD-5
           UNSTRING JOURNAL-RECORD DELIMITED BY ","
               INTO WS-FLD-1 WS-FLD-2 WS-FLD-3 WS-FLD-4 WS-FLD-5
           MOVE WS-FLD-2 TO WS-JNL-ID
           MOVE WS-FLD-3(1:6) TO WS-JNL-PERIOD
           MOVE UPPER-CASE(WS-FLD-4(1:1)) TO WS-JNL-REVERSE
           MOVE WS-FLD-5 TO WS-JNL-DESC.

       ADD-JOURNAL-LINE.
           IF WS-JNL-COUNT >= WS-JNL-MAX
               MOVE 'Y' TO WS-JNL-OVERFLOW
           ELSE
               ADD 1 TO WS-JNL-COUNT
               MOVE JOURNAL-RECORD TO JNL-RAW(WS-JNL-COUNT)
               MOVE SPACES TO WS-FLD-1 WS-FLD-2 WS-FLD-3 WS-FLD-4
               UNSTRING JOURNAL-RECORD DELIMITED BY ","
                   INTO WS-FLD-1 WS-FLD-2 WS-FLD-3 WS-FLD-4
               MOVE UPPER-CASE(WS-FLD-2(1:1)) TO JNL-DC(WS-JNL-COUNT)
               MOVE WS-FLD-3(1:10) TO JNL-ACCOUNT(WS-JNL-COUNT)
      *> the amount is judged in FINISH-JOURNAL - a bad one is held
      *> as zero here and refused there with the whole entry
               IF WS-FLD-4 NOT = SPACES
                 AND TEST-NUMVAL(WS-FLD-4) = 0
                 AND NUMVAL(WS-FLD-4) > 0
                   MOVE NUMVAL(WS-FLD-4) TO JNL-AMOUNT(WS-JNL-COUNT)
               ELSE
                   MOVE 0 TO JNL-AMOUNT(WS-JNL-COUNT)
               END-IF
           END-IF.

       FINISH-JOURNAL.
           MOVE 'N' TO WS-JNL-OPEN
           MOVE 'N' TO WS-JNL-REVERSAL
           PERFORM VALIDATE-JOURNAL THRU VALIDATE-JOURNAL-EXIT
           IF WS-REASON NOT = SPACES
               PERFORM REFUSE-JOURNAL
               GO TO FINISH-JOURNAL-EXIT
           END-IF
      *> the current period posts on the business date; an earlier
      *> period still open posts on its own last calendar day so the
      *> history lands in the month the entry belongs to
           IF WS-JNL-PERIOD = WS-BUSINESS-PERIOD
               MOVE WS-BUSINESS-DATE TO WS-POST-DATE
           ELSE
               PERFORM COMPUTE-NEXT-PERIOD
               COMPUTE WS-NEXT-INT =
                   INTEGER-OF-DATE(WS-NEXT-FIRST) - 1
               MOVE DATE-OF-INTEGER(WS-NEXT-INT) TO WS-POST-DATE
           END-IF
           PERFORM WRITE-JOURNAL-PAIRS
           ADD 1 TO WS-JOURNALS-POSTED
           DISPLAY "  posted    " WS-JNL-ID " period " WS-JNL-PERIOD
               " dated " WS-POST-DATE " - " WS-PAIR-COUNT " pair(s) "
               TRIM(WS-JNL-DESC)
           MOVE SPACES TO WS-EVENT-MESSAGE
           STRING "journal " TRIM(WS-JNL-ID) " posted for period "
                   WS-JNL-PERIOD " reverse " WS-JNL-REVERSE ": "
                   TRIM(WS-JNL-DESC)
               DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
           CALL "LOG-EVENT" USING WS-PROGRAM-NAME WS-EVENT-MESSAGE
           IF WS-JNL-REVERSE = 'Y'
               PERFORM QUEUE-REVERSAL THRU QUEUE-REVERSAL-EXIT
           END-IF.
       FINISH-JOURNAL-EXIT.
           EXIT.

       VALIDATE-JOURNAL.
      *> the whole entry stands or falls together - one bad line
      *> refuses every line, so half a journal never posts
           MOVE SPACES TO WS-REASON
           IF WS-JNL-OVERFLOW = 'Y'
               MOVE "TOO-MANY-LNS" TO WS-REASON
               GO TO VALIDATE-JOURNAL-EXIT
           END-IF
           IF WS-JNL-ID = SPACES
               MOVE "NO-JNL-ID" TO WS-REASON
               GO TO VALIDATE-JOURNAL-EXIT
           END-IF
           IF WS-JNL-PERIOD NOT NUMERIC
             OR WS-JNL-PERIOD(5:2) < "01"
             OR WS-JNL-PERIOD(5:2) > "12"
               MOVE "BAD-PERIOD" TO WS-REASON
               GO TO VALIDATE-JOURNAL-EXIT
           END-IF
           IF WS-JNL-PERIOD > WS-BUSINESS-PERIOD
               MOVE "FUTURE-PER" TO WS-REASON
               GO TO VALIDATE-JOURNAL-EXIT
           END-IF
           MOVE WS-JNL-PERIOD TO WS-CHECK-PERIOD
           PERFORM CHECK-PERIOD-CLOSED
           IF WS-PERIOD-CLOSED = 'Y'
               MOVE "CLOSED-PER" TO WS-REASON
               GO TO VALIDATE-JOURNAL-EXIT
           END-IF
           IF WS-JNL-REVERSE NOT = 'Y' AND WS-JNL-REVERSE NOT = 'N'
             AND WS-JNL-REVERSE NOT = SPACE
               MOVE "BAD-REVERSE" TO WS-REASON
               GO TO VALIDATE-JOURNAL-EXIT
           END-IF
           IF WS-JNL-COUNT < 2
               MOVE "TOO-FEW-LNS" TO WS-REASON
               GO TO VALIDATE-JOURNAL-EXIT
           END-IF
           MOVE 0 TO WS-JNL-DEBITS WS-JNL-CREDITS
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-JNL-COUNT
               IF WS-REASON = SPACES
                   PERFORM VALIDATE-JOURNAL-LINE
               END-IF
           END-PERFORM
           IF WS-REASON NOT = SPACES
               GO TO VALIDATE-JOURNAL-EXIT
           END-IF
           IF WS-JNL-DEBITS NOT = WS-JNL-CREDITS
               MOVE "OUT-OF-BAL" TO WS-REASON
           END-IF.
       VALIDATE-JOURNAL-EXIT.
           EXIT.

       VALIDATE-JOURNAL-LINE.
           IF JNL-DC(J) NOT = 'D' AND JNL-DC(J) NOT = 'C'
               MOVE "BAD-DC" TO WS-REASON
           END-IF
           IF WS-REASON = SPACES AND JNL-AMOUNT(J) = 0
               MOVE "BAD-AMOUNT" TO WS-REASON
           END-IF
           IF WS-REASON = SPACES
               MOVE "NOT-ON-CHART" TO WS-REASON
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CHART-COUNT
                   IF CHART-ACCOUNT(I) = JNL-ACCOUNT(J)
                       IF CHART-ACTIVE(I) = 'A'
                           MOVE SPACES TO WS-REASON
                       ELSE
                           MOVE "INACTIVE-ACC" TO WS-REASON
                       END-IF
                       MOVE WS-CHART-COUNT TO I
                   END-IF
               END-PERFORM
           END-IF
           IF JNL-DC(J) = 'D'
               ADD JNL-AMOUNT(J) TO WS-JNL-DEBITS
           ELSE
               ADD JNL-AMOUNT(J) TO WS-JNL-CREDITS
           END-IF.

       REFUSE-JOURNAL.
           ADD 1 TO WS-JOURNALS-REJECTED
           MOVE SPACES TO REJECT-RECORD
           MOVE WS-REASON TO REJ-REASON
           MOVE "," TO REJECT-RECORD(13:1)
           MOVE WS-JNL-HEADER TO REJ-ORIGINAL
           WRITE REJECT-RECORD
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-JNL-COUNT
               MOVE SPACES TO REJECT-RECORD
               MOVE WS-REASON TO REJ-REASON
               MOVE "," TO REJECT-RECORD(13:1)
               MOVE JNL-RAW(J) TO REJ-ORIGINAL
               WRITE REJECT-RECORD
           END-PERFORM
           DISPLAY "  REFUSED   " WS-JNL-ID " period " WS-JNL-PERIOD
               " - " TRIM(WS-REASON)
           MOVE SPACES TO WS-EVENT-MESSAGE
           STRING "journal " TRIM(WS-JNL-ID) " refused: "
                   TRIM(WS-REASON)
               DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
           MOVE 'W' TO WS-EVENT-SEVERITY
           CALL "LOG-EVENT-SEV" USING WS-PROGRAM-NAME
               WS-EVENT-SEVERITY WS-EVENT-MESSAGE.

       WRITE-JOURNAL-PAIRS.
      *> GL-EXTRACT-VALIDATE judges postings two at a time, a debit
      *> and its credit for the same amount - so the journal's lines
      *> are cut into such pairs: the first open debit against the
      *> first open credit for the smaller of the two, until both
      *> sides are spent. A balanced journal always comes out even
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-JNL-COUNT
               MOVE JNL-AMOUNT(J) TO JNL-REMAIN(J)
           END-PERFORM
           MOVE 0 TO WS-PAIR-COUNT
           MOVE 0 TO WS-JNL-DEBITS
           MOVE 0 TO I
           PERFORM NEXT-OPEN-DEBIT
           MOVE 0 TO J
           PERFORM NEXT-OPEN-CREDIT
           PERFORM COUNT-ONE-PAIR
               UNTIL I > WS-JNL-COUNT OR J > WS-JNL-COUNT
           MOVE 0 TO WS-NET-ED
           MOVE SPACES TO POSTING-RECORD
           STRING "H," WS-POST-DATE "," TRIM(WS-NET-ED) ","
                   WS-PAIR-COUNT
               DELIMITED BY SIZE INTO POSTING-RECORD
           WRITE POSTING-RECORD
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-JNL-COUNT
               MOVE JNL-AMOUNT(J) TO JNL-REMAIN(J)
           END-PERFORM
           MOVE 0 TO I
           PERFORM NEXT-OPEN-DEBIT
           MOVE 0 TO J
           PERFORM NEXT-OPEN-CREDIT
           PERFORM WRITE-ONE-PAIR
               UNTIL I > WS-JNL-COUNT OR J > WS-JNL-COUNT
           MOVE WS-JNL-DEBITS TO WS-AMOUNT-ED
           MOVE SPACES TO POSTING-RECORD
           STRING "T," TRIM(WS-AMOUNT-ED) ",RELEASED"
               DELIMITED BY SIZE INTO POSTING-RECORD
           WRITE POSTING-RECORD
           ADD WS-JNL-DEBITS TO WS-POSTED-DEBITS.

       NEXT-OPEN-DEBIT.
           ADD 1 TO I
           PERFORM UNTIL I > WS-JNL-COUNT
                   OR (JNL-DC(I) = 'D' AND JNL-REMAIN(I) > 0)
               ADD 1 TO I
           END-PERFORM.

       NEXT-OPEN-CREDIT.
           ADD 1 TO J
           PERFORM UNTIL J > WS-JNL-COUNT
                   OR (JNL-DC(J) = 'C' AND JNL-REMAIN(J) > 0)
               ADD 1 TO J
           END-PERFORM.

       TAKE-PAIR-AMOUNT.
           IF JNL-REMAIN(I) < JNL-REMAIN(J)
               MOVE JNL-REMAIN(I) TO WS-PAIR-AMOUNT
           ELSE
               MOVE JNL-REMAIN(J) TO WS-PAIR-AMOUNT
           END-IF
           SUBTRACT WS-PAIR-AMOUNT FROM JNL-REMAIN(I)
           SUBTRACT WS-PAIR-AMOUNT FROM JNL-REMAIN(J).

       ADVANCE-SPENT-LINES.
           IF JNL-REMAIN(I) = 0
               PERFORM NEXT-OPEN-DEBIT
           END-IF
           IF JNL-REMAIN(J) = 0
               PERFORM NEXT-OPEN-CREDIT
           END-IF.

       COUNT-ONE-PAIR.
           PERFORM TAKE-PAIR-AMOUNT
           ADD 1 TO WS-PAIR-COUNT
           PERFORM ADVANCE-SPENT-LINES.

       WRITE-ONE-PAIR.
           PERFORM TAKE-PAIR-AMOUNT
           MOVE WS-PAIR-AMOUNT TO WS-AMOUNT-ED
           MOVE SPACES TO POSTING-RECORD
           STRING "D," JNL-ACCOUNT(I) "," TRIM(WS-AMOUNT-ED)
               DELIMITED BY SIZE INTO POSTING-RECORD
           WRITE POSTING-RECORD
           MOVE SPACES TO POSTING-RECORD
           STRING "C," JNL-ACCOUNT(J) "," TRIM(WS-AMOUNT-ED)
               DELIMITED BY SIZE INTO POSTING-RECORD
           WRITE POSTING-RECORD
           ADD WS-PAIR-AMOUNT TO WS-JNL-DEBITS
           PERFORM ADVANCE-SPENT-LINES.

       COMPUTE-NEXT-PERIOD.
      *> the first calendar day of the period after the journal's
           MOVE WS-JNL-PERIOD(1:4) TO WS-NEXT-CCYY
           MOVE WS-JNL-PERIOD(5:2) TO WS-NEXT-MM
           IF WS-NEXT-MM = 12
               ADD 1 TO WS-NEXT-CCYY
               MOVE 1 TO WS-NEXT-MM
           ELSE
               ADD 1 TO WS-NEXT-MM
           END-IF
           COMPUTE WS-NEXT-FIRST =
               WS-NEXT-CCYY * 10000 + WS-NEXT-MM * 100 + 1.

       QUEUE-REVERSAL.
      *> the mirror image - every debit becomes a credit and every
      *> credit a debit - due on the next period's first business
      *> day, rolled forward over weekends and holidays the way the
      *> standing orders roll
           PERFORM COMPUTE-NEXT-PERIOD
           MOVE WS-NEXT-FIRST TO WS-DUE-DATE
           MOVE 0 TO WS-ROLL-HOPS
           PERFORM CHECK-DUE-DAY
           PERFORM UNTIL WS-DAY-TYPE = 'B'
                   OR WS-ROLL-HOPS >= 10
               MOVE INTEGER-OF-DATE(WS-DUE-DATE) TO WS-DUE-INT
               MOVE DATE-OF-INTEGER(WS-DUE-INT + 1) TO WS-DUE-DATE
               ADD 1 TO WS-ROLL-HOPS
               PERFORM CHECK-DUE-DAY
           END-PERFORM
           IF WS-REV-COUNT + WS-JNL-COUNT > WS-REV-MAX
               DISPLAY "GL-JOURNAL: reversal table full - reversal "
                   "of " TRIM(WS-JNL-ID) " NOT queued, post it by hand"
               ADD 1 TO WS-REVERSALS-BLOCKED
               GO TO QUEUE-REVERSAL-EXIT
           END-IF
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-JNL-COUNT
               ADD 1 TO WS-REV-COUNT
               MOVE WS-DUE-DATE TO REV-DUE(WS-REV-COUNT)
               MOVE WS-JNL-ID TO REV-ID(WS-REV-COUNT)
               MOVE WS-DUE-DATE(1:6) TO REV-PERIOD(WS-REV-COUNT)
               IF JNL-DC(J) = 'D'
                   MOVE 'C' TO REV-DC(WS-REV-COUNT)
               ELSE
                   MOVE 'D' TO REV-DC(WS-REV-COUNT)
               END-IF
               MOVE JNL-ACCOUNT(J) TO REV-ACCOUNT(WS-REV-COUNT)
               MOVE JNL-AMOUNT(J) TO REV-AMOUNT(WS-REV-COUNT)
               MOVE 'N' TO REV-POSTED(WS-REV-COUNT)
           END-PERFORM
           ADD 1 TO WS-REVERSALS-QUEUED
           DISPLAY "            reversal of " TRIM(WS-JNL-ID)
               " queued for " WS-DUE-DATE.
       QUEUE-REVERSAL-EXIT.
           EXIT.

       CHECK-DUE-DAY.
      *> the calendar's own verdict first; a day it does not know is
      *> a business day only from Monday to Friday
           CALL "CALENDAR-LOOKUP" USING WS-DUE-DATE WS-DAY-TYPE
           IF WS-DAY-TYPE = 'M'
               MOVE 'B' TO WS-DAY-TYPE
           END-IF
           IF WS-DAY-TYPE = 'U'
               MOVE INTEGER-OF-DATE(WS-DUE-DATE) TO WS-DUE-INT
               COMPUTE WS-DUE-DOW = MOD(WS-DUE-INT - 1, 7) + 1
               IF WS-DUE-DOW < 6
                   MOVE 'B' TO WS-DAY-TYPE
               END-IF
           END-IF.

       SAVE-REVERSALS.
      *> what is still owed - never posted, or held by a closed
      *> period - is carried to the next run
           IF WS-REV-COUNT = 0
               GO TO SAVE-REVERSALS-EXIT
           END-IF
           OPEN OUTPUT REVERSAL-FILE
           IF WS-REVERSAL-STATUS NOT = "00"
                   AND WS-REVERSAL-STATUS NOT = "05"
               DISPLAY "GL-JOURNAL: cannot rewrite "
                   TRIM(WS-REVERSAL-FILE-NAME) " - file status "
                   WS-REVERSAL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-REV-COUNT
               IF REV-POSTED(I) NOT = 'Y'
                   MOVE REV-AMOUNT(I) TO WS-AMOUNT-ED
                   MOVE SPACES TO REVERSAL-RECORD
                   STRING REV-DUE(I) "," TRIM(REV-ID(I)) ","
                           REV-PERIOD(I) "," REV-DC(I) ","
                           REV-ACCOUNT(I) "," TRIM(WS-AMOUNT-ED)
                       DELIMITED BY SIZE INTO REVERSAL-RECORD
                   WRITE REVERSAL-RECORD
               END-IF
           END-PERFORM
           CLOSE REVERSAL-FILE.
       SAVE-REVERSALS-EXIT.
           EXIT.
       END PROGRAM GL-JOURNAL.
