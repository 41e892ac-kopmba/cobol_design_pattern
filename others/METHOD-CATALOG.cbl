       SELECT CATALOG-FILE ASSIGN DYNAMIC WS-CATALOG-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CATALOG-STATUS.
      *> the declared parameter lists METHOD-SIGNATURE-CHECK holds
      *> dispatches to - a catalog entry with a declaration carries
      *> it as a fourth field. Overridable via METHOD-SIGNATURE-FILE
       SELECT OPTIONAL SIGNATURE-FILE ASSIGN DYNAMIC WS-SIG-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SIG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CLASS-SOURCE-FILE.
       01 CLASS-SOURCE-LINE PIC X(256).
       FD CATALOG-FILE.
       01 CATALOG-RECORD PIC X(300).
       FD SIGNATURE-FILE.
       01 SIGNATURE-RECORD PIC X(200).

       WORKING-STORAGE SECTION.
      *> correctly-sized holder for the startup trace - a literal
       01 WS-FILES-SCANNED PIC 9(5) VALUE 0.
       01 WS-FILES-FAILED PIC 9(5) VALUE 0.
       01 WS-ENTRIES-WRITTEN PIC 9(5) VALUE 0.
       01 WS-SIG-FILE-NAME PIC X(80) VALUE "METHOD-SIGNATURES.DAT".
       01 WS-ENV-SIG-FILE-NAME PIC X(80).
       01 WS-SIG-STATUS PIC X(2).
       01 WS-SIG-EOF PIC X(1) VALUE 'N'.
      *> one declaration line taken apart (see METHOD-SIGNATURE-CHECK
      *> for the layout)
       01 WS-DCL-METHOD PIC X(50).
       01 WS-DCL-SEQ PIC X(4).
       01 WS-DCL-NAME PIC X(20).
       01 WS-DCL-TYPE PIC X(1).
       01 WS-DCL-LENGTH PIC X(4).
       01 WS-DCL-REQUIRED PIC X(1).
      *> every declared method with its parameters folded into one
      *> NAME:T(LEN):R/O;... string, and whether any source in the
      *> population actually defines it
       01 WS-SIG-COUNT PIC 9(3) VALUE 0.
       01 WS-SIG-MAX PIC 9(3) VALUE 200.
       01 WS-SIG-ENTRY OCCURS 200 TIMES.
           05 SIG-METHOD PIC X(50).
           05 SIG-TEXT PIC X(120).
           05 SIG-MATCHED PIC X(1).
       01 WS-SIG-IX PIC 9(3).
       01 WS-SIG-UNMATCHED PIC 9(3) VALUE 0.
       01 WS-SIG-PIECE PIC X(40).
       01 I PIC 9(3).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           IF WS-ENV-CATALOG-FILE-NAME NOT = SPACES
               MOVE WS-ENV-CATALOG-FILE-NAME TO WS-CATALOG-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-SIG-FILE-NAME
           ACCEPT WS-ENV-SIG-FILE-NAME FROM ENVIRONMENT
               "METHOD-SIGNATURE-FILE"
           IF WS-ENV-SIG-FILE-NAME NOT = SPACES
               MOVE WS-ENV-SIG-FILE-NAME TO WS-SIG-FILE-NAME
           END-IF
           PERFORM LOAD-SIGNATURES THRU LOAD-SIGNATURES-EXIT
           OPEN INPUT SOURCE-LIST-FILE.
           IF WS-LIST-STATUS NOT = "00"
               DISPLAY "METHOD-CATALOG: source list not available - "
           DISPLAY "Sources failed:   " WS-FILES-FAILED
           DISPLAY "Entries written:  " WS-ENTRIES-WRITTEN
           DISPLAY "Catalog file:     " TRIM(WS-CATALOG-FILE-NAME)
           DISPLAY "Signatures:       " WS-SIG-COUNT
      *> a declaration nothing defines is a typo in the signature
      *> file or a method that was renamed - either way its checks
      *> are guarding nothing
           PERFORM VARYING WS-SIG-IX FROM 1 BY 1
                   UNTIL WS-SIG-IX > WS-SIG-COUNT
               IF SIG-MATCHED(WS-SIG-IX) NOT = 'Y'
                   ADD 1 TO WS-SIG-UNMATCHED
                   DISPLAY "  signature declared for unknown method "
                       TRIM(SIG-METHOD(WS-SIG-IX))
               END-IF
           END-PERFORM
      *> RETURN-CODE: 0 = catalog complete, 4 = some sources could
      *> not be opened (catalog written for the rest), or some
      *> signatures name no cataloged method
           IF WS-FILES-FAILED > 0 OR WS-SIG-UNMATCHED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           EXIT.

       WRITE-PROGRAM-ENTRY.
           PERFORM FIND-SIGNATURE
           MOVE SPACES TO CATALOG-RECORD
           IF WS-SIG-IX > 0
               STRING TRIM(WS-FNAME) ",P," TRIM(WS-TOKEN) ","
                       TRIM(SIG-TEXT(WS-SIG-IX))
                   DELIMITED BY SIZE INTO CATALOG-RECORD
           ELSE
               STRING TRIM(WS-FNAME) ",P," TRIM(WS-TOKEN)
                   DELIMITED BY SIZE INTO CATALOG-RECORD
           END-IF
           WRITE CATALOG-RECORD
           ADD 1 TO WS-ENTRIES-WRITTEN.

       WRITE-METHOD-ENTRY.
           PERFORM FIND-SIGNATURE
           MOVE SPACES TO CATALOG-RECORD
           IF WS-SIG-IX > 0
               STRING TRIM(WS-FNAME) ",M," TRIM(WS-TOKEN) ","
                       TRIM(SIG-TEXT(WS-SIG-IX))
                   DELIMITED BY SIZE INTO CATALOG-RECORD
           ELSE
               STRING TRIM(WS-FNAME) ",M," TRIM(WS-TOKEN)
                   DELIMITED BY SIZE INTO CATALOG-RECORD
           END-IF
           WRITE CATALOG-RECORD
           ADD 1 TO WS-ENTRIES-WRITTEN.

       FIND-SIGNATURE.
           MOVE 0 TO WS-SIG-IX
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WS-SIG-COUNT OR WS-SIG-IX > 0
               IF SIG-METHOD(I) = UPPER-CASE(TRIM(WS-TOKEN))
                   MOVE I TO WS-SIG-IX
                   MOVE 'Y' TO SIG-MATCHED(I)
               END-IF
           END-PERFORM.

       LOAD-SIGNATURES.
           OPEN INPUT SIGNATURE-FILE
           IF WS-SIG-STATUS NOT = "00"
      *> no signature file = nothing declared yet, the catalog is
      *> written exactly as before
               IF WS-SIG-STATUS = "05"
                   CLOSE SIGNATURE-FILE
               END-IF
               GO TO LOAD-SIGNATURES-EXIT
           END-IF
           PERFORM UNTIL WS-SIG-EOF = 'Y'
               READ SIGNATURE-FILE
                   AT END
                       MOVE 'Y' TO WS-SIG-EOF
                   NOT AT END
                       PERFORM TAKE-SIGNATURE-LINE
                           THRU TAKE-SIGNATURE-LINE-EXIT
               END-READ
           END-PERFORM
           CLOSE SIGNATURE-FILE.
       LOAD-SIGNATURES-EXIT.
           EXIT.

       TAKE-SIGNATURE-LINE.
           MOVE SPACES TO WS-DCL-METHOD WS-DCL-SEQ WS-DCL-NAME
               WS-DCL-TYPE WS-DCL-LENGTH WS-DCL-REQUIRED
           UNSTRING SIGNATURE-RECORD DELIMITED BY ","
               INTO WS-DCL-METHOD WS-DCL-SEQ WS-DCL-NAME
                   WS-DCL-TYPE WS-DCL-LENGTH WS-DCL-REQUIRED
           IF WS-DCL-METHOD = SPACES
               GO TO TAKE-SIGNATURE-LINE-EXIT
           END-IF
           MOVE UPPER-CASE(WS-DCL-METHOD) TO WS-DCL-METHOD
           MOVE 0 TO WS-SIG-IX
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WS-SIG-COUNT OR WS-SIG-IX > 0
               IF SIG-METHOD(I) = WS-DCL-METHOD
                   MOVE I TO WS-SIG-IX
               END-IF
           END-PERFORM
           IF WS-SIG-IX = 0
               IF WS-SIG-COUNT NOT < WS-SIG-MAX
                   GO TO TAKE-SIGNATURE-LINE-EXIT
               END-IF
               ADD 1 TO WS-SIG-COUNT
               MOVE WS-SIG-COUNT TO WS-SIG-IX
               MOVE WS-DCL-METHOD TO SIG-METHOD(WS-SIG-IX)
               MOVE SPACES TO SIG-TEXT(WS-SIG-IX)
               MOVE 'N' TO SIG-MATCHED(WS-SIG-IX)
           END-IF
      *> METHOD,0 - declared as taking no arguments
           IF WS-DCL-NAME = SPACES
               IF SIG-TEXT(WS-SIG-IX) = SPACES
                   MOVE "(none)" TO SIG-TEXT(WS-SIG-IX)
               END-IF
               GO TO TAKE-SIGNATURE-LINE-EXIT
           END-IF
           MOVE SPACES TO WS-SIG-PIECE
           STRING TRIM(WS-DCL-NAME) ":" UPPER-CASE(WS-DCL-TYPE) "("
                   TRIM(WS-DCL-LENGTH) "):"
                   UPPER-CASE(WS-DCL-REQUIRED)
               DELIMITED BY SIZE INTO WS-SIG-PIECE
           IF SIG-TEXT(WS-SIG-IX) = SPACES
             OR SIG-TEXT(WS-SIG-IX) = "(none)"
               MOVE WS-SIG-PIECE TO SIG-TEXT(WS-SIG-IX)
           ELSE
               STRING TRIM(SIG-TEXT(WS-SIG-IX)) ";"
                       TRIM(WS-SIG-PIECE)
                   DELIMITED BY SIZE INTO SIG-TEXT(WS-SIG-IX)
           END-IF.
       TAKE-SIGNATURE-LINE-EXIT.
           EXIT.
       END PROGRAM METHOD-CATALOG.
