      ******************************************************************
      * Author:
      * Date:
      * Purpose: Split a free-text "CITY, ST 12345-6789" address line
      *          into its city, state and ZIP
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CITY-LINE-SPLIT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-LINE PIC X(30).
       01 WS-LINE-LEN PIC 9(2).
       01 WS-ZIP-PART PIC X(10).
       01 WS-REST PIC X(30).
       01 WS-REST-LEN PIC 9(2).
       01 WS-CITY-PART PIC X(30).
       01 I PIC 9(2).
       LINKAGE SECTION.
      *> the last line of an account address - the way statements
      *> and refund checks print it, city then state then ZIP, with
      *> or without the comma after the city and the ZIP+4
       01 LS-CITY-LINE PIC X(30).
       01 LS-CITY PIC X(15).
       01 LS-STATE PIC X(2).
       01 LS-ZIP5 PIC X(5).
      *> 'Y' the line splits into a city, a two-letter state and a
      *> numeric ZIP; 'N' it does not, and the address cannot be
      *> checked against the postal reference at all
       01 LS-SPLIT-OK PIC X(1).

      *> the account master keeps its address as two free-text
      *> lines; this is the one place that reads the second as a
      *> city, state and ZIP, so ACCOUNT-MAINT and ADDRESS-SWEEP
      *> agree on what a well-formed line is
       PROCEDURE DIVISION USING LS-CITY-LINE LS-CITY LS-STATE
                 LS-ZIP5 LS-SPLIT-OK.
       000-Main.
           MOVE 'N' TO LS-SPLIT-OK
           MOVE SPACES TO LS-CITY LS-STATE LS-ZIP5
           MOVE UPPER-CASE(TRIM(LS-CITY-LINE)) TO WS-LINE
           MOVE LENGTH(TRIM(WS-LINE)) TO WS-LINE-LEN
           IF WS-LINE = SPACES
               GOBACK
           END-IF
      *> the ZIP is whatever follows the last blank
           PERFORM VARYING I FROM WS-LINE-LEN BY -1
                   UNTIL I < 1 OR WS-LINE(I:1) = SPACE
               CONTINUE
           END-PERFORM
           IF I < 2
               GOBACK
           END-IF
           MOVE WS-LINE(I + 1:) TO WS-ZIP-PART
           IF WS-ZIP-PART(1:5) NOT NUMERIC
               GOBACK
           END-IF
           IF WS-ZIP-PART(6:5) NOT = SPACES
             AND (WS-ZIP-PART(6:1) NOT = "-"
                  OR WS-ZIP-PART(7:4) NOT NUMERIC)
               GOBACK
           END-IF
           MOVE WS-ZIP-PART(1:5) TO LS-ZIP5
      *> the state is the two letters before it
           MOVE TRIM(WS-LINE(1:I - 1)) TO WS-REST
           MOVE LENGTH(TRIM(WS-REST)) TO WS-REST-LEN
           IF WS-REST-LEN < 4
               GOBACK
           END-IF
           IF (WS-REST(WS-REST-LEN - 2:1) NOT = SPACE
                AND WS-REST(WS-REST-LEN - 2:1) NOT = ",")
             OR WS-REST(WS-REST-LEN - 1:2) NOT ALPHABETIC
               GOBACK
           END-IF
           MOVE WS-REST(WS-REST-LEN - 1:2) TO LS-STATE
      *> and the city everything ahead of the state, less the comma
           MOVE TRIM(WS-REST(1:WS-REST-LEN - 3)) TO WS-CITY-PART
           MOVE LENGTH(TRIM(WS-CITY-PART)) TO I
           IF WS-CITY-PART(I:1) = ","
               MOVE SPACE TO WS-CITY-PART(I:1)
           END-IF
           IF WS-CITY-PART = SPACES
               MOVE SPACES TO LS-STATE LS-ZIP5
               GOBACK
           END-IF
           MOVE TRIM(WS-CITY-PART) TO LS-CITY
           MOVE 'Y' TO LS-SPLIT-OK
           GOBACK.
       END PROGRAM CITY-LINE-SPLIT.
