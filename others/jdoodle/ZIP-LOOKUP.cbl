      ******************************************************************
      * Author:
      * Date:
      * Purpose: Answer whether a ZIP code belongs to the city and
      *          state keyed with it, against the postal reference
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZIP-LOOKUP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> the postal reference ZIP-LOAD builds - one ZIP5,CITY,STATE
      *> line per city a ZIP serves, sorted by ZIP. Overridable via
      *> ZIP-REFERENCE-FILE
       SELECT OPTIONAL ZIP-FILE ASSIGN DYNAMIC WS-ZIP-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ZIP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ZIP-FILE.
       01 ZIP-RECORD PIC X(40).
       WORKING-STORAGE SECTION.
      *> correctly-sized holder for the startup trace - a literal
      *> passed straight to LOG-STARTUP's LINKAGE would only be
      *> allocated as big as the literal itself, not the LINKAGE PIC
       01 WS-PROGRAM-NAME PIC X(44) VALUE "ZIP-LOOKUP".
       01 WS-ZIP-FILE-NAME PIC X(80) VALUE "ZIP-REFERENCE.DAT".
       01 WS-ENV-ZIP-FILE-NAME PIC X(80).
       01 WS-ZIP-STATUS PIC X(2).
       01 WS-EOF PIC X(1).
       01 WS-REC-ZIP PIC X(5).
       01 WS-REC-CITY PIC X(15).
       01 WS-REC-STATE PIC X(2).
      *> the caller's city and state folded to upper case once, so
      *> "Springfield" keyed by hand still matches the reference
       01 WS-KEY-CITY PIC X(15).
       01 WS-KEY-STATE PIC X(2).
       LINKAGE SECTION.
       01 LS-ZIP5 PIC X(5).
       01 LS-CITY PIC X(15).
       01 LS-STATE PIC X(2).
      *> 'Y' the combination is on the reference, 'Z' the ZIP itself
      *> is not, 'S' the ZIP belongs to another state, 'C' right
      *> state but the city is not one the ZIP serves, 'U' the
      *> reference could not be opened - 'U' lets the caller tell
      *> "this address is wrong" from "nothing could be checked"
       01 LS-VERDICT PIC X(1).
      *> the city and state the reference carries for the ZIP (the
      *> first one, where a ZIP serves several) - what a referral
      *> shows the reviewer the address was expected to say
       01 LS-REF-CITY PIC X(15).
       01 LS-REF-STATE PIC X(2).

      *> one call answers "does this ZIP belong to this city and
      *> state" - the check assign.cbl and ACCOUNT-MAINT put every
      *> add and change through, same shape as DEPT-LOOKUP
       PROCEDURE DIVISION USING LS-ZIP5 LS-CITY LS-STATE LS-VERDICT
                 LS-REF-CITY LS-REF-STATE.
       000-Main.
           CALL "LOG-STARTUP" USING WS-PROGRAM-NAME
           MOVE 'Z' TO LS-VERDICT
           MOVE SPACES TO LS-REF-CITY LS-REF-STATE
      *> accept into a separate staging field first - ACCEPT FROM
      *> ENVIRONMENT blanks the target unconditionally when the
      *> variable is unset
           MOVE SPACES TO WS-ENV-ZIP-FILE-NAME
           ACCEPT WS-ENV-ZIP-FILE-NAME FROM ENVIRONMENT
               "ZIP-REFERENCE-FILE"
           IF WS-ENV-ZIP-FILE-NAME NOT = SPACES
               MOVE WS-ENV-ZIP-FILE-NAME TO WS-ZIP-FILE-NAME
           END-IF
           MOVE UPPER-CASE(TRIM(LS-CITY)) TO WS-KEY-CITY
           MOVE UPPER-CASE(LS-STATE) TO WS-KEY-STATE
           MOVE 'N' TO WS-EOF
           OPEN INPUT ZIP-FILE.
           IF WS-ZIP-STATUS NOT = "00"
      *> a reference that cannot be opened is 'U', never 'Z' - the
      *> caller must not mistake a mispointed or absent reference
      *> file for "every ZIP is unknown"
               IF WS-ZIP-STATUS = "05"
                   CLOSE ZIP-FILE
               END-IF
               MOVE 'U' TO LS-VERDICT
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
      *> a ZIP may serve several cities, so every line for it is
      *> read: an exact match settles it, otherwise the closest miss
      *> wins - right state beats wrong state beats unknown ZIP
           PERFORM UNTIL WS-EOF = 'Y'
               READ ZIP-FILE INTO ZIP-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-REC-ZIP WS-REC-CITY
                           WS-REC-STATE
                       UNSTRING ZIP-RECORD DELIMITED BY ","
                           INTO WS-REC-ZIP WS-REC-CITY WS-REC-STATE
      *> the reference is sorted by ZIP - once past the caller's
      *> ZIP there is nothing further to find
                       IF WS-REC-ZIP > LS-ZIP5
                           MOVE 'Y' TO WS-EOF
                       END-IF
                       IF WS-REC-ZIP = LS-ZIP5
                           IF LS-REF-CITY = SPACES
                               MOVE WS-REC-CITY TO LS-REF-CITY
                               MOVE WS-REC-STATE TO LS-REF-STATE
                           END-IF
                           IF WS-REC-STATE = WS-KEY-STATE
                               IF WS-REC-CITY = WS-KEY-CITY
                                   MOVE 'Y' TO LS-VERDICT
                                   MOVE WS-REC-CITY TO LS-REF-CITY
                                   MOVE WS-REC-STATE TO LS-REF-STATE
                                   MOVE 'Y' TO WS-EOF
                               ELSE
                                   MOVE 'C' TO LS-VERDICT
                               END-IF
                           ELSE
                               IF LS-VERDICT = 'Z'
                                   MOVE 'S' TO LS-VERDICT
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ZIP-FILE.
      *> RETURN-CODE: 0 = OK - a mismatch is a valid outcome for the
      *> lookup itself
           MOVE 0 TO RETURN-CODE
           GOBACK.
       END PROGRAM ZIP-LOOKUP.
