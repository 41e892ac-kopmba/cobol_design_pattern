      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROUTING-CHECK.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-DIGIT PIC 9(1) OCCURS 9 TIMES.
       01 WS-WEIGHTED PIC 9(4).
       01 I PIC 9(2).
       LINKAGE SECTION.
      *> the nine-digit bank routing number as keyed
       01 LS-ROUTING PIC X(9).
      *> 'Y' when the number carries a correct check digit
       01 LS-VALID PIC X(1).

      *> the shop's one routing-number check - direct deposit
      *> maintenance calls it on entry and the payroll register again
      *> before a number goes into a payment file. Weights 3, 7, 1
      *> across the nine digits; the sum must be a multiple of ten
       PROCEDURE DIVISION USING LS-ROUTING LS-VALID.
       000-Main.
           MOVE 'N' TO LS-VALID
           IF LS-ROUTING IS NOT NUMERIC
               GOBACK
           END-IF
           IF LS-ROUTING = "000000000"
               GOBACK
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 9
               MOVE LS-ROUTING(I:1) TO WS-DIGIT(I)
           END-PERFORM
           COMPUTE WS-WEIGHTED =
               3 * (WS-DIGIT(1) + WS-DIGIT(4) + WS-DIGIT(7))
               + 7 * (WS-DIGIT(2) + WS-DIGIT(5) + WS-DIGIT(8))
               + (WS-DIGIT(3) + WS-DIGIT(6) + WS-DIGIT(9))
           IF MOD(WS-WEIGHTED, 10) = 0
               MOVE 'Y' TO LS-VALID
           END-IF
      *> RETURN-CODE: 0 = OK
           MOVE 0 TO RETURN-CODE
           GOBACK.
       END PROGRAM ROUTING-CHECK.
