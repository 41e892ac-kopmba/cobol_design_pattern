      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. METHOD-SIGNATURE-CHECK.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> each method's declared parameter list, kept beside the
      *> METHOD-CATALOG entries - one line per parameter:
      *> METHOD,SEQ,NAME,TYPE,LENGTH,REQUIRED. SEQ is the
      *> ARRAY-ELEMENT slot the argument arrives in, TYPE is X
      *> (alphanumeric) or 9 (unsigned numeric), REQUIRED is R or O.
      *> A method that takes no arguments is declared by a single
      *> METHOD,0 line. Overridable via METHOD-SIGNATURE-FILE
       SELECT OPTIONAL SIGNATURE-FILE ASSIGN DYNAMIC WS-SIG-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SIG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD SIGNATURE-FILE.
       01 SIGNATURE-RECORD PIC X(200).
       WORKING-STORAGE SECTION.
      *> correctly-sized holder for the startup trace - a literal
      *> passed straight to LOG-STARTUP's LINKAGE would only be
      *> allocated as big as the literal itself, not the LINKAGE PIC
       01 WS-PROGRAM-NAME PIC X(44) VALUE "METHOD-SIGNATURE-CHECK".
       01 WS-SIG-FILE-NAME PIC X(80) VALUE "METHOD-SIGNATURES.DAT".
       01 WS-ENV-SIG-FILE-NAME PIC X(80).
       01 WS-SIG-STATUS PIC X(2).
       01 WS-EOF PIC X(1).
       01 WS-METHOD PIC X(50).
      *> one declaration line taken apart
       01 WS-DCL-METHOD PIC X(50).
       01 WS-DCL-SEQ-RAW PIC X(4).
       01 WS-DCL-NAME PIC X(20).
       01 WS-DCL-TYPE PIC X(1).
       01 WS-DCL-LENGTH-RAW PIC X(4).
       01 WS-DCL-REQUIRED PIC X(1).
       01 WS-DCL-SEQ PIC 9(2).
       01 WS-DCL-LENGTH PIC 9(2).
      *> the method's declaration assembled by slot
       01 WS-DECLARED PIC X(1).
       01 WS-PARM-COUNT PIC 9(2).
       01 WS-PARM OCCURS 15 TIMES.
           05 PARM-NAME PIC X(20).
           05 PARM-TYPE PIC X(1).
           05 PARM-LENGTH PIC 9(2).
           05 PARM-REQUIRED PIC X(1).
       01 WS-ARG-VALUE PIC X(80).
       01 WS-ARG-LENGTH PIC 9(2).
       01 I PIC 9(2).
       LINKAGE SECTION.
       01 LS-METHOD-NAME PIC X(50).
      *> shared RES-PARENT/RES-PROPERTIES shape - see OBJECT-RECORD.CPY
      *> the arguments are the ARRAY-ELEMENTs the method receives
       01 LS-OBJ.
           COPY OBJECT-RECORD REPLACING ==PLVL-A== BY ==05==
                                         ==PLVL-B== BY ==10==
                                         ==PLVL-NAME== BY ==LS-OBJ==.
      *> spaces = arguments accepted (or no declaration on file);
      *> otherwise why they were not:
      *>   SG01 more arguments than the method declares
      *>   SG02 a required argument is missing
      *>   SG03 a numeric parameter was given a non-numeric value
      *>   SG04 an argument is longer than its declared length
       01 LS-REASON-CODE PIC X(4).
       01 LS-REASON-TEXT PIC X(80).

       PROCEDURE DIVISION USING LS-METHOD-NAME LS-OBJ LS-REASON-CODE
                 LS-REASON-TEXT.
       000-Main.
           CALL "LOG-STARTUP" USING WS-PROGRAM-NAME
           MOVE SPACES TO LS-REASON-CODE LS-REASON-TEXT
           MOVE UPPER-CASE(LS-METHOD-NAME) TO WS-METHOD
      *> accept into a separate staging field first - ACCEPT FROM
      *> ENVIRONMENT blanks the target unconditionally when the
      *> variable is unset, which would wipe out the VALUE default
           MOVE "METHOD-SIGNATURES.DAT" TO WS-SIG-FILE-NAME
           MOVE SPACES TO WS-ENV-SIG-FILE-NAME
           ACCEPT WS-ENV-SIG-FILE-NAME FROM ENVIRONMENT
               "METHOD-SIGNATURE-FILE"
           IF WS-ENV-SIG-FILE-NAME NOT = SPACES
               MOVE WS-ENV-SIG-FILE-NAME TO WS-SIG-FILE-NAME
           END-IF
           PERFORM LOAD-DECLARATION THRU LOAD-DECLARATION-EXIT
      *> an undeclared method dispatches exactly as it always has -
      *> the declaration is what opts a method in
           IF WS-DECLARED NOT = 'Y'
               GO TO 000-EXIT
           END-IF
           IF ARRAY-COUNT OF RES-PROPERTIES OF LS-OBJ > WS-PARM-COUNT
               MOVE "SG01" TO LS-REASON-CODE
               STRING ARRAY-COUNT OF RES-PROPERTIES OF LS-OBJ
                       " argument(s) given, " WS-PARM-COUNT
                       " declared"
                   DELIMITED BY SIZE INTO LS-REASON-TEXT
               GO TO 000-EXIT
           END-IF
           PERFORM CHECK-ONE-ARGUMENT THRU CHECK-ONE-ARGUMENT-EXIT
               VARYING I FROM 1 BY 1
               UNTIL I > WS-PARM-COUNT OR LS-REASON-CODE NOT = SPACES.
       000-EXIT.
      *> RETURN-CODE: 0 = arguments accepted, 4 = rejected - the
      *> reason is in LS-REASON-CODE / LS-REASON-TEXT
           IF LS-REASON-CODE = SPACES
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       LOAD-DECLARATION.
           MOVE 'N' TO WS-DECLARED
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-PARM-COUNT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 15
               MOVE SPACES TO PARM-NAME(I) PARM-TYPE(I)
                   PARM-REQUIRED(I)
               MOVE 0 TO PARM-LENGTH(I)
           END-PERFORM
           OPEN INPUT SIGNATURE-FILE
           IF WS-SIG-STATUS NOT = "00"
      *> no signature file = nothing declared, every method runs
      *> unchecked; the "05" handle still has to be let go
               IF WS-SIG-STATUS = "05"
                   CLOSE SIGNATURE-FILE
               END-IF
               GO TO LOAD-DECLARATION-EXIT
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ SIGNATURE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM TAKE-DECLARATION-LINE
                           THRU TAKE-DECLARATION-LINE-EXIT
               END-READ
           END-PERFORM
           CLOSE SIGNATURE-FILE.
       LOAD-DECLARATION-EXIT.
           EXIT.

       TAKE-DECLARATION-LINE.
           MOVE SPACES TO WS-DCL-METHOD WS-DCL-SEQ-RAW WS-DCL-NAME
               WS-DCL-TYPE WS-DCL-LENGTH-RAW WS-DCL-REQUIRED
           UNSTRING SIGNATURE-RECORD DELIMITED BY ","
               INTO WS-DCL-METHOD WS-DCL-SEQ-RAW WS-DCL-NAME
                   WS-DCL-TYPE WS-DCL-LENGTH-RAW WS-DCL-REQUIRED
           IF UPPER-CASE(WS-DCL-METHOD) NOT = WS-METHOD
               GO TO TAKE-DECLARATION-LINE-EXIT
           END-IF
           MOVE 'Y' TO WS-DECLARED
      *> METHOD,0 - declared, and takes no arguments at all
           IF TRIM(WS-DCL-SEQ-RAW) = "0"
             AND WS-DCL-LENGTH-RAW = SPACES
               GO TO TAKE-DECLARATION-LINE-EXIT
           END-IF
           MOVE TRIM(WS-DCL-SEQ-RAW) TO WS-DCL-SEQ-RAW
           MOVE TRIM(WS-DCL-LENGTH-RAW) TO WS-DCL-LENGTH-RAW
           IF WS-DCL-SEQ-RAW = SPACES OR WS-DCL-LENGTH-RAW = SPACES
             OR WS-DCL-SEQ-RAW(1:LENGTH(TRIM(WS-DCL-SEQ-RAW)))
                   IS NOT NUMERIC
             OR WS-DCL-LENGTH-RAW(1:LENGTH(TRIM(WS-DCL-LENGTH-RAW)))
                   IS NOT NUMERIC
               DISPLAY "METHOD-SIGNATURE-CHECK: unreadable "
                   "declaration ignored - " TRIM(SIGNATURE-RECORD)
               GO TO TAKE-DECLARATION-LINE-EXIT
           END-IF
           MOVE NUMVAL(WS-DCL-SEQ-RAW) TO WS-DCL-SEQ
           MOVE NUMVAL(WS-DCL-LENGTH-RAW) TO WS-DCL-LENGTH
           MOVE UPPER-CASE(WS-DCL-TYPE) TO WS-DCL-TYPE
           MOVE UPPER-CASE(WS-DCL-REQUIRED) TO WS-DCL-REQUIRED
           IF WS-DCL-SEQ < 1 OR WS-DCL-SEQ > 15
             OR (WS-DCL-TYPE NOT = 'X' AND WS-DCL-TYPE NOT = '9')
             OR WS-DCL-LENGTH < 1 OR WS-DCL-LENGTH > 80
             OR (WS-DCL-REQUIRED NOT = 'R'
                 AND WS-DCL-REQUIRED NOT = 'O')
               DISPLAY "METHOD-SIGNATURE-CHECK: unreadable "
                   "declaration ignored - " TRIM(SIGNATURE-RECORD)
               GO TO TAKE-DECLARATION-LINE-EXIT
           END-IF
           MOVE WS-DCL-NAME TO PARM-NAME(WS-DCL-SEQ)
           MOVE WS-DCL-TYPE TO PARM-TYPE(WS-DCL-SEQ)
           MOVE WS-DCL-LENGTH TO PARM-LENGTH(WS-DCL-SEQ)
           MOVE WS-DCL-REQUIRED TO PARM-REQUIRED(WS-DCL-SEQ)
           IF WS-DCL-SEQ > WS-PARM-COUNT
               MOVE WS-DCL-SEQ TO WS-PARM-COUNT
           END-IF.
       TAKE-DECLARATION-LINE-EXIT.
           EXIT.

       CHECK-ONE-ARGUMENT.
      *> a gap in the declared slots is an undeclared slot - it
      *> takes anything, the same as an optional X(80)
           IF PARM-TYPE(I) = SPACE
               GO TO CHECK-ONE-ARGUMENT-EXIT
           END-IF
           MOVE SPACES TO WS-ARG-VALUE
           IF I NOT > ARRAY-COUNT OF RES-PROPERTIES OF LS-OBJ
               MOVE TRIM(ARRAY-ELEMENT OF RES-PROPERTIES OF LS-OBJ(I))
                   TO WS-ARG-VALUE
           END-IF
           IF WS-ARG-VALUE = SPACES
               IF PARM-REQUIRED(I) = 'R'
                   MOVE "SG02" TO LS-REASON-CODE
                   STRING "required argument " I " ("
                           TRIM(PARM-NAME(I)) ") is missing"
                       DELIMITED BY SIZE INTO LS-REASON-TEXT
               END-IF
               GO TO CHECK-ONE-ARGUMENT-EXIT
           END-IF
           MOVE LENGTH(TRIM(WS-ARG-VALUE)) TO WS-ARG-LENGTH
           IF PARM-TYPE(I) = '9'
             AND WS-ARG-VALUE(1:WS-ARG-LENGTH) IS NOT NUMERIC
               MOVE "SG03" TO LS-REASON-CODE
               STRING "argument " I " (" TRIM(PARM-NAME(I))
                       ") is not numeric: " TRIM(WS-ARG-VALUE)
                   DELIMITED BY SIZE INTO LS-REASON-TEXT
               GO TO CHECK-ONE-ARGUMENT-EXIT
           END-IF
           IF WS-ARG-LENGTH > PARM-LENGTH(I)
               MOVE "SG04" TO LS-REASON-CODE
               STRING "argument " I " (" TRIM(PARM-NAME(I))
                       ") is " WS-ARG-LENGTH " long, declared "
                       PARM-LENGTH(I)
                   DELIMITED BY SIZE INTO LS-REASON-TEXT
           END-IF.
       CHECK-ONE-ARGUMENT-EXIT.
           EXIT.
       END PROGRAM METHOD-SIGNATURE-CHECK.
