      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALC-CYCLE-LOOKUP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> the dates and cycles CALC-BATCH-DRIVER has posted - the one
      *> record of which intraday cycles a business date really had.
      *> Overridable via CALC-RUN-CONTROL-FILE, the driver's own
      *> variable
       SELECT OPTIONAL RUN-CONTROL-FILE
           ASSIGN DYNAMIC WS-RUN-CONTROL-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUN-CONTROL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD RUN-CONTROL-FILE.
      *> CCYYMMDD,CC,count,total - a bare CCYYMMDD line is from
      *> before cycles existed and stands for cycle 01
       01 RUN-CONTROL-RECORD PIC X(40).
       WORKING-STORAGE SECTION.
      *> correctly-sized holder for the startup trace - a literal
      *> passed straight to LOG-STARTUP's LINKAGE would only be
      *> allocated as big as the literal itself, not the LINKAGE PIC
       01 WS-PROGRAM-NAME PIC X(44) VALUE "CALC-CYCLE-LOOKUP".
       01 WS-RUN-CONTROL-NAME PIC X(80) VALUE "CALC-RUN-CONTROL.DAT".
       01 WS-ENV-RUN-CONTROL-NAME PIC X(80).
       01 WS-RUN-CONTROL-STATUS PIC X(2).
       01 WS-EOF PIC X(1).
       01 WS-RC-DATE-X PIC X(8).
       01 WS-RC-CYCLE-X PIC X(2).
       01 WS-RC-CYCLE PIC 9(2).
       LINKAGE SECTION.
       01 LS-DATE PIC 9(8).
      *> one byte per cycle 01-99, 'Y' where the driver posted that
      *> cycle for the date, 'N' otherwise
       01 LS-CYCLES PIC X(99).

      *> one call answers "which cycles did this business date run" -
      *> the readers of the day's transaction files ask it before
      *> opening a later cycle's TRANSACTIONS-Cnn.DAT, since that
      *> file carries no date and one left over from an earlier day
      *> must not be taken for today's business
       PROCEDURE DIVISION USING LS-DATE LS-CYCLES.
       000-Main.
           CALL "LOG-STARTUP" USING WS-PROGRAM-NAME
           MOVE ALL 'N' TO LS-CYCLES
      *> accept into a separate staging field first - ACCEPT FROM
      *> ENVIRONMENT blanks the target unconditionally when the
      *> variable is unset
           MOVE SPACES TO WS-ENV-RUN-CONTROL-NAME
           ACCEPT WS-ENV-RUN-CONTROL-NAME FROM ENVIRONMENT
               "CALC-RUN-CONTROL-FILE"
           IF WS-ENV-RUN-CONTROL-NAME NOT = SPACES
               MOVE WS-ENV-RUN-CONTROL-NAME TO WS-RUN-CONTROL-NAME
           END-IF
           MOVE 'N' TO WS-EOF
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUN-CONTROL-STATUS NOT = "00"
      *> no control file yet just means no date has ever been posted
               IF WS-RUN-CONTROL-STATUS = "05"
                   CLOSE RUN-CONTROL-FILE
               END-IF
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ RUN-CONTROL-FILE INTO RUN-CONTROL-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF RUN-CONTROL-RECORD(1:8) = LS-DATE
                           PERFORM NOTE-POSTED-CYCLE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RUN-CONTROL-FILE.
      *> RETURN-CODE: 0 = OK - a date with no cycles is a valid answer
           MOVE 0 TO RETURN-CODE
           GOBACK.

       NOTE-POSTED-CYCLE.
           MOVE SPACES TO WS-RC-DATE-X WS-RC-CYCLE-X
           UNSTRING RUN-CONTROL-RECORD DELIMITED BY ","
               INTO WS-RC-DATE-X WS-RC-CYCLE-X
           IF WS-RC-CYCLE-X = SPACES
               MOVE 1 TO WS-RC-CYCLE
           ELSE
               IF TEST-NUMVAL(WS-RC-CYCLE-X) NOT = 0
                   MOVE 0 TO WS-RC-CYCLE
               ELSE
                   MOVE NUMVAL(WS-RC-CYCLE-X) TO WS-RC-CYCLE
               END-IF
           END-IF
           IF WS-RC-CYCLE > 0
               MOVE 'Y' TO LS-CYCLES(WS-RC-CYCLE:1)
           END-IF.
       END PROGRAM CALC-CYCLE-LOOKUP.
