      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADE-MAINT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> the pay grade structure - GRADE,EFFDATE,MINIMUM,MIDPOINT,
      *> MAXIMUM per line, annual amounts, one line per grade per
      *> effective date so a new structure can be loaded ahead of
      *> the day it starts. Changes arrive as validated
      *> transactions the way RATES-MAINT keeps the rate book.
      *> Overridable via PAY-GRADE-FILE
       SELECT OPTIONAL GRADE-FILE ASSIGN DYNAMIC WS-GRADE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GRADE-STATUS.
      *> one transaction per line: CODE,GRADE,EFFDATE,MINIMUM,
      *> MIDPOINT,MAXIMUM - CODE 'A' add (a grade/date pair already
      *> on file is replaced), 'D' delete the grade/date pair (the
      *> amounts are not needed). Overridable via
      *> PAY-GRADE-TXN-FILE
       SELECT OPTIONAL TXN-FILE ASSIGN DYNAMIC WS-TXN-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TXN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD GRADE-FILE.
       01 GRADE-RECORD PIC X(60).
       FD TXN-FILE.
       01 TXN-RECORD PIC X(60).
       WORKING-STORAGE SECTION.
      *> correctly-sized holders for the literal audit message - a
      *> literal passed straight to LOG-EVENT-SEV's LINKAGE would
      *> only be allocated as big as the literal itself
       01 WS-EVENT-PROGRAM PIC X(44) VALUE "GRADE-MAINT".
       01 WS-EVENT-MESSAGE PIC X(200).
       01 WS-EVENT-SEVERITY PIC X(1).
       01 WS-GRADE-FILE-NAME PIC X(80) VALUE "PAY-GRADE.DAT".
       01 WS-ENV-GRADE-FILE-NAME PIC X(80).
       01 WS-GRADE-STATUS PIC X(2).
       01 WS-TXN-FILE-NAME PIC X(80) VALUE "PAY-GRADE-TXN.DAT".
       01 WS-ENV-TXN-FILE-NAME PIC X(80).
       01 WS-TXN-STATUS PIC X(2).
       01 WS-EOF PIC X(1) VALUE 'N'.
       01 WS-TXN-EOF PIC X(1) VALUE 'N'.
      *> the whole structure staged in memory, transactions applied,
      *> table rewritten in grade/date order at end of run
       01 WS-GRADE-COUNT PIC 9(4) VALUE 0.
       01 WS-GRADE-MAX PIC 9(4) VALUE 500.
       01 WS-GRADE-ENTRY OCCURS 500 TIMES.
           05 GRD-CODE PIC X(2).
           05 GRD-EFFECTIVE-DATE PIC X(8).
           05 GRD-MINIMUM PIC 9(9)V99.
           05 GRD-MIDPOINT PIC 9(9)V99.
           05 GRD-MAXIMUM PIC 9(9)V99.
       01 WS-SWAP-GRADE.
           05 FILLER PIC X(2).
           05 FILLER PIC X(8).
           05 FILLER PIC 9(9)V99.
           05 FILLER PIC 9(9)V99.
           05 FILLER PIC 9(9)V99.
       01 WS-SORTED PIC X(1).
       01 WS-TXN-CODE PIC X(1).
       01 WS-TXN-GRADE PIC X(2).
       01 WS-TXN-DATE PIC X(8).
       01 WS-TXN-MINIMUM PIC X(14).
       01 WS-TXN-MIDPOINT PIC X(14).
       01 WS-TXN-MAXIMUM PIC X(14).
       01 WS-NEW-MINIMUM PIC 9(9)V99.
       01 WS-NEW-MIDPOINT PIC 9(9)V99.
       01 WS-NEW-MAXIMUM PIC 9(9)V99.
      *> decimal-pointed holders for the rewrite - a raw STRING of
      *> the V-pictured table values would drop the point
       01 WS-MINIMUM-EDIT PIC Z(8)9.99.
       01 WS-MIDPOINT-EDIT PIC Z(8)9.99.
       01 WS-MAXIMUM-EDIT PIC Z(8)9.99.
       01 WS-FOUND-INDEX PIC 9(4).
       01 I PIC 9(4).
       01 J PIC 9(4).
       01 WS-TXNS-READ PIC 9(5) VALUE 0.
       01 WS-TXNS-APPLIED PIC 9(5) VALUE 0.
       01 WS-TXNS-REJECTED PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "LOG-STARTUP" USING WS-EVENT-PROGRAM
      *> accept into a separate staging field first - ACCEPT FROM
      *> ENVIRONMENT blanks the target unconditionally when the
      *> variable is unset, which would wipe out the VALUE defaults
           MOVE SPACES TO WS-ENV-GRADE-FILE-NAME
           ACCEPT WS-ENV-GRADE-FILE-NAME FROM ENVIRONMENT
               "PAY-GRADE-FILE"
           IF WS-ENV-GRADE-FILE-NAME NOT = SPACES
               MOVE WS-ENV-GRADE-FILE-NAME TO WS-GRADE-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-TXN-FILE-NAME
           ACCEPT WS-ENV-TXN-FILE-NAME FROM ENVIRONMENT
               "PAY-GRADE-TXN-FILE"
           IF WS-ENV-TXN-FILE-NAME NOT = SPACES
               MOVE WS-ENV-TXN-FILE-NAME TO WS-TXN-FILE-NAME
           END-IF
           PERFORM LOAD-GRADES THRU LOAD-GRADES-EXIT
           OPEN INPUT TXN-FILE.
           IF WS-TXN-STATUS NOT = "00"
               DISPLAY "GRADE-MAINT: transaction file not "
                   "available - " TRIM(WS-TXN-FILE-NAME)
                   ", file status " WS-TXN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-TXN-EOF = 'Y'
               READ TXN-FILE INTO TXN-RECORD
                   AT END
                       MOVE 'Y' TO WS-TXN-EOF
                   NOT AT END
                       PERFORM APPLY-TRANSACTION
                           THRU APPLY-TRANSACTION-EXIT
               END-READ
           END-PERFORM.
           CLOSE TXN-FILE.
           PERFORM REWRITE-GRADES.
           DISPLAY "===== Pay grade maintenance run ====="
           DISPLAY "Grade/date lines:      " WS-GRADE-COUNT
           DISPLAY "Transactions read:     " WS-TXNS-READ
           DISPLAY "Transactions applied:  " WS-TXNS-APPLIED
           DISPLAY "Transactions rejected: " WS-TXNS-REJECTED
      *> RETURN-CODE: 0 = all transactions applied, 4 = at least
      *> one rejected (structure rewritten with the survivors)
           IF WS-TXNS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-GRADES.
           MOVE 0 TO WS-GRADE-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT GRADE-FILE
           IF WS-GRADE-STATUS NOT = "00"
      *> no structure yet just means the run starts empty
               IF WS-GRADE-STATUS = "05"
                   CLOSE GRADE-FILE
               END-IF
               GO TO LOAD-GRADES-EXIT
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ GRADE-FILE INTO GRADE-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-GRADE-COUNT < WS-GRADE-MAX
                         AND GRADE-RECORD NOT = SPACES
                           ADD 1 TO WS-GRADE-COUNT
                           MOVE SPACES TO WS-TXN-MINIMUM
                               WS-TXN-MIDPOINT WS-TXN-MAXIMUM
                           UNSTRING GRADE-RECORD DELIMITED BY ","
                               INTO GRD-CODE(WS-GRADE-COUNT)
                                   GRD-EFFECTIVE-DATE(WS-GRADE-COUNT)
                                   WS-TXN-MINIMUM WS-TXN-MIDPOINT
                                   WS-TXN-MAXIMUM
                           MOVE NUMVAL(WS-TXN-MINIMUM)
                               TO GRD-MINIMUM(WS-GRADE-COUNT)
                           MOVE NUMVAL(WS-TXN-MIDPOINT)
                               TO GRD-MIDPOINT(WS-GRADE-COUNT)
                           MOVE NUMVAL(WS-TXN-MAXIMUM)
                               TO GRD-MAXIMUM(WS-GRADE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GRADE-FILE.
       LOAD-GRADES-EXIT.
           EXIT.

       APPLY-TRANSACTION.
           ADD 1 TO WS-TXNS-READ
           MOVE SPACES TO WS-TXN-CODE WS-TXN-GRADE WS-TXN-DATE
               WS-TXN-MINIMUM WS-TXN-MIDPOINT WS-TXN-MAXIMUM
           UNSTRING TXN-RECORD DELIMITED BY ","
               INTO WS-TXN-CODE WS-TXN-GRADE WS-TXN-DATE
                   WS-TXN-MINIMUM WS-TXN-MIDPOINT WS-TXN-MAXIMUM
           MOVE UPPER-CASE(WS-TXN-CODE) TO WS-TXN-CODE
           MOVE UPPER-CASE(WS-TXN-GRADE) TO WS-TXN-GRADE
           IF WS-TXN-CODE NOT = 'A' AND WS-TXN-CODE NOT = 'D'
               ADD 1 TO WS-TXNS-REJECTED
               DISPLAY "GRADE-MAINT: unknown transaction code '"
                   WS-TXN-CODE "' - rejected"
               GO TO APPLY-TRANSACTION-EXIT
           END-IF
           IF WS-TXN-GRADE = SPACES
             OR WS-TXN-DATE NOT NUMERIC
               ADD 1 TO WS-TXNS-REJECTED
               DISPLAY "GRADE-MAINT: malformed grade transaction "
                   "rejected: " TRIM(TXN-RECORD)
               GO TO APPLY-TRANSACTION-EXIT
           END-IF
           IF TEST-DATE-YYYYMMDD(NUMVAL(WS-TXN-DATE)) NOT = 0
               ADD 1 TO WS-TXNS-REJECTED
               DISPLAY "GRADE-MAINT: grade " WS-TXN-GRADE
                   " effective date " WS-TXN-DATE
                   " is not a valid date - rejected"
               GO TO APPLY-TRANSACTION-EXIT
           END-IF
           MOVE 0 TO WS-FOUND-INDEX
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-GRADE-COUNT
               IF GRD-CODE(I) = WS-TXN-GRADE
                 AND GRD-EFFECTIVE-DATE(I) = WS-TXN-DATE
                   MOVE I TO WS-FOUND-INDEX
               END-IF
           END-PERFORM
           IF WS-TXN-CODE = 'D'
               IF WS-FOUND-INDEX = 0
                   ADD 1 TO WS-TXNS-REJECTED
                   DISPLAY "GRADE-MAINT: delete rejected, grade "
                       WS-TXN-GRADE " has no range effective "
                       WS-TXN-DATE
                   GO TO APPLY-TRANSACTION-EXIT
               END-IF
               PERFORM VARYING I FROM WS-FOUND-INDEX BY 1
                       UNTIL I >= WS-GRADE-COUNT
                   COMPUTE J = I + 1
                   MOVE WS-GRADE-ENTRY(J) TO WS-GRADE-ENTRY(I)
               END-PERFORM
               SUBTRACT 1 FROM WS-GRADE-COUNT
               ADD 1 TO WS-TXNS-APPLIED
               MOVE 'I' TO WS-EVENT-SEVERITY
               MOVE SPACES TO WS-EVENT-MESSAGE
               STRING "grade range deleted: " WS-TXN-GRADE " "
                       WS-TXN-DATE
                   DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
               CALL "LOG-EVENT-SEV" USING WS-EVENT-PROGRAM
                   WS-EVENT-SEVERITY WS-EVENT-MESSAGE
               GO TO APPLY-TRANSACTION-EXIT
           END-IF
           IF WS-TXN-MINIMUM = SPACES
             OR WS-TXN-MIDPOINT = SPACES
             OR WS-TXN-MAXIMUM = SPACES
             OR TEST-NUMVAL(WS-TXN-MINIMUM) NOT = 0
             OR TEST-NUMVAL(WS-TXN-MIDPOINT) NOT = 0
             OR TEST-NUMVAL(WS-TXN-MAXIMUM) NOT = 0
               ADD 1 TO WS-TXNS-REJECTED
               DISPLAY "GRADE-MAINT: malformed grade transaction "
                   "rejected: " TRIM(TXN-RECORD)
               GO TO APPLY-TRANSACTION-EXIT
           END-IF
           MOVE NUMVAL(WS-TXN-MINIMUM) TO WS-NEW-MINIMUM
           MOVE NUMVAL(WS-TXN-MIDPOINT) TO WS-NEW-MIDPOINT
           MOVE NUMVAL(WS-TXN-MAXIMUM) TO WS-NEW-MAXIMUM
      *> a range has to be a range - the midpoint inside it and the
      *> minimum above nothing
           IF WS-NEW-MINIMUM = 0
             OR WS-NEW-MIDPOINT NOT > WS-NEW-MINIMUM
             OR WS-NEW-MAXIMUM NOT > WS-NEW-MIDPOINT
               ADD 1 TO WS-TXNS-REJECTED
               DISPLAY "GRADE-MAINT: grade " WS-TXN-GRADE
                   " range " TRIM(WS-TXN-MINIMUM) " / "
                   TRIM(WS-TXN-MIDPOINT) " / " TRIM(WS-TXN-MAXIMUM)
                   " is not minimum < midpoint < maximum - rejected"
               GO TO APPLY-TRANSACTION-EXIT
           END-IF
      *> a grade/date pair already on file is replaced in place
           IF WS-FOUND-INDEX = 0
               IF WS-GRADE-COUNT >= WS-GRADE-MAX
                   ADD 1 TO WS-TXNS-REJECTED
                   DISPLAY "GRADE-MAINT: grade structure full - "
                       "rejected"
                   GO TO APPLY-TRANSACTION-EXIT
               END-IF
               ADD 1 TO WS-GRADE-COUNT
               MOVE WS-GRADE-COUNT TO WS-FOUND-INDEX
               MOVE WS-TXN-GRADE TO GRD-CODE(WS-FOUND-INDEX)
               MOVE WS-TXN-DATE TO GRD-EFFECTIVE-DATE(WS-FOUND-INDEX)
           END-IF
           MOVE WS-NEW-MINIMUM TO GRD-MINIMUM(WS-FOUND-INDEX)
           MOVE WS-NEW-MIDPOINT TO GRD-MIDPOINT(WS-FOUND-INDEX)
           MOVE WS-NEW-MAXIMUM TO GRD-MAXIMUM(WS-FOUND-INDEX)
           ADD 1 TO WS-TXNS-APPLIED
           MOVE 'I' TO WS-EVENT-SEVERITY
           MOVE SPACES TO WS-EVENT-MESSAGE
           STRING "grade range applied: " WS-TXN-GRADE " "
                   WS-TXN-DATE " " TRIM(WS-TXN-MINIMUM) " / "
                   TRIM(WS-TXN-MIDPOINT) " / " TRIM(WS-TXN-MAXIMUM)
               DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
           CALL "LOG-EVENT-SEV" USING WS-EVENT-PROGRAM
               WS-EVENT-SEVERITY WS-EVENT-MESSAGE.
       APPLY-TRANSACTION-EXIT.
           EXIT.

       REWRITE-GRADES.
      *> exchange sort, grade then effective date, so the file reads
      *> as each grade's history in order
           MOVE 'N' TO WS-SORTED
           PERFORM UNTIL WS-SORTED = 'Y'
               MOVE 'Y' TO WS-SORTED
               PERFORM VARYING I FROM 1 BY 1
                       UNTIL I >= WS-GRADE-COUNT
                   COMPUTE J = I + 1
                   IF GRD-CODE(I) > GRD-CODE(J)
                     OR (GRD-CODE(I) = GRD-CODE(J)
                         AND GRD-EFFECTIVE-DATE(I)
                             > GRD-EFFECTIVE-DATE(J))
                       MOVE WS-GRADE-ENTRY(I) TO WS-SWAP-GRADE
                       MOVE WS-GRADE-ENTRY(J) TO WS-GRADE-ENTRY(I)
                       MOVE WS-SWAP-GRADE TO WS-GRADE-ENTRY(J)
                       MOVE 'N' TO WS-SORTED
                   END-IF
               END-PERFORM
           END-PERFORM
           OPEN OUTPUT GRADE-FILE
      *> OUTPUT on a file that does not exist yet reports status 05
      *> on this runtime even though it creates the file underneath
           IF WS-GRADE-STATUS NOT = "00"
                   AND WS-GRADE-STATUS NOT = "05"
               DISPLAY "GRADE-MAINT: cannot rewrite "
                   TRIM(WS-GRADE-FILE-NAME) " - file status "
                   WS-GRADE-STATUS
           ELSE
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-GRADE-COUNT
                   MOVE SPACES TO GRADE-RECORD
                   MOVE GRD-MINIMUM(I) TO WS-MINIMUM-EDIT
                   MOVE GRD-MIDPOINT(I) TO WS-MIDPOINT-EDIT
                   MOVE GRD-MAXIMUM(I) TO WS-MAXIMUM-EDIT
                   STRING GRD-CODE(I) "," GRD-EFFECTIVE-DATE(I) ","
                           TRIM(WS-MINIMUM-EDIT) ","
                           TRIM(WS-MIDPOINT-EDIT) ","
                           TRIM(WS-MAXIMUM-EDIT)
                       DELIMITED BY SIZE INTO GRADE-RECORD
                   WRITE GRADE-RECORD
               END-PERFORM
               CLOSE GRADE-FILE
           END-IF.
       END PROGRAM GRADE-MAINT.
