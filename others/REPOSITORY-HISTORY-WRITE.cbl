      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPOSITORY-HISTORY-WRITE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> append-only version file - the master only ever knows an
      *> instance's current state, this file knows every state it
      *> has had. One line per create, update or remove, filed under
      *> the permanent INSTANCE-SERIAL. Overridable via
      *> REPOSITORY-HISTORY-FILE
       SELECT OPTIONAL HISTORY-FILE ASSIGN DYNAMIC WS-HIST-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD HISTORY-FILE.
      *> version identity up front - which instance, when, what
      *> happened and which run did it - then the complete instance
      *> image flat at full declared widths (same layout idea as
      *> REPOSITORY-SAVE's record). A remove carries the image as it
      *> stood at the moment it was retired
       01 HISTORY-RECORD.
           05 RH-SERIAL PIC 9(12).
           05 FILLER PIC X(1).
           05 RH-STAMP PIC 9(14).
           05 FILLER PIC X(1).
      *> 'C' = created, 'U' = updated, 'R' = removed
           05 RH-ACTION PIC X(1).
           05 FILLER PIC X(1).
           05 RH-RUN-ID PIC X(12).
           05 FILLER PIC X(1).
           05 RH-PARENT PIC X(44).
           05 RH-CHILD PIC X(44).
           05 RH-ANCESTOR-COUNT PIC 9(2).
           05 RH-ANCESTOR PIC X(44) OCCURS 5 TIMES.
           05 RH-OBJECT-TYPE PIC X(44).
           05 RH-ARRAY-COUNT PIC 9(2).
           05 RH-ARRAY-ELEMENT PIC X(80) OCCURS 15 TIMES.
           05 RH-CREATED PIC 9(14).
       WORKING-STORAGE SECTION.
      *> correctly-sized holder for the startup trace - a literal
      *> passed straight to LOG-STARTUP's LINKAGE would only be
      *> allocated as big as the literal itself, not the LINKAGE PIC
       01 WS-PROGRAM-NAME PIC X(44) VALUE "REPOSITORY-HISTORY-WRITE".
       01 WS-HIST-FILE-NAME PIC X(80) VALUE "REPOSITORY-HISTORY.DAT".
       01 WS-ENV-HIST-FILE-NAME PIC X(80).
       01 WS-HIST-STATUS PIC X(2).
       01 WS-TS-DATE PIC 9(8).
       01 WS-TS-TIME PIC 9(8).
       01 WS-RUN-ID PIC X(12).
       01 J PIC 9(2).
       LINKAGE SECTION.
      *> 'C' = created, 'U' = updated, 'R' = removed
       01 LS-ACTION PIC X(1).
      *> shared RES-PARENT/RES-PROPERTIES shape - see OBJECT-RECORD.CPY
       01 LS-OBJ.
           COPY OBJECT-RECORD REPLACING ==PLVL-A== BY ==05==
                                         ==PLVL-B== BY ==10==
                                         ==PLVL-NAME== BY ==LS-OBJ==.

      *> one call from the single keyed door (REPOSITORY-ACCESS) and
      *> from the whole-file rewrite (REPOSITORY-SAVE) records every
      *> change to an instance, whoever asked for it
       PROCEDURE DIVISION USING LS-ACTION LS-OBJ.
       000-Main.
           CALL "LOG-STARTUP" USING WS-PROGRAM-NAME
           ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TS-TIME FROM TIME
      *> accept into a separate staging field first - ACCEPT FROM
      *> ENVIRONMENT blanks the target unconditionally when the
      *> variable is unset, which would wipe out the VALUE default
           MOVE "REPOSITORY-HISTORY.DAT" TO WS-HIST-FILE-NAME
           MOVE SPACES TO WS-ENV-HIST-FILE-NAME
           ACCEPT WS-ENV-HIST-FILE-NAME FROM ENVIRONMENT
               "REPOSITORY-HISTORY-FILE"
           IF WS-ENV-HIST-FILE-NAME NOT = SPACES
               MOVE WS-ENV-HIST-FILE-NAME TO WS-HIST-FILE-NAME
           END-IF
           OPEN EXTEND HISTORY-FILE
      *> EXTEND on a history file that does not exist yet reports
      *> status 05 on this runtime even though it creates the file
      *> underneath (the same SELECT OPTIONAL quirk LOG-EVENT works
      *> around)
           IF WS-HIST-STATUS NOT = "00"
             AND WS-HIST-STATUS NOT = "05"
               DISPLAY "REPOSITORY-HISTORY-WRITE: unable to open "
                   "history " TRIM(WS-HIST-FILE-NAME)
                   " - file status " WS-HIST-STATUS
      *> RETURN-CODE: 8 = the version was not recorded - the change
      *> to the master itself still stands, this only reports on
      *> the history line
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO HISTORY-RECORD
           MOVE INSTANCE-SERIAL OF RES-PARENT OF LS-OBJ TO RH-SERIAL
           COMPUTE RH-STAMP = WS-TS-DATE * 1000000
               + WS-TS-TIME / 100
           MOVE LS-ACTION TO RH-ACTION
      *> the chain's run id, same convention as APPLY's dispatch
      *> history - a change made outside a chain run says NONE
           MOVE SPACES TO WS-RUN-ID
           ACCEPT WS-RUN-ID FROM ENVIRONMENT "CHAIN-RUN-ID"
           IF WS-RUN-ID = SPACES
               MOVE "NONE" TO WS-RUN-ID
           END-IF
           MOVE WS-RUN-ID TO RH-RUN-ID
           MOVE CLASSNAME-PARENT OF RES-PARENT OF LS-OBJ TO RH-PARENT
           MOVE CLASSNAME-CHILD OF RES-PARENT OF LS-OBJ TO RH-CHILD
           MOVE ANCESTOR-COUNT OF RES-PARENT OF LS-OBJ
               TO RH-ANCESTOR-COUNT
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > ANCESTOR-COUNT OF RES-PARENT OF LS-OBJ
               MOVE CLASSNAME-ANCESTOR OF RES-PARENT OF LS-OBJ(J)
                   TO RH-ANCESTOR(J)
           END-PERFORM
           MOVE OBJECT-TYPE OF RES-PARENT OF LS-OBJ
               TO RH-OBJECT-TYPE
           MOVE ARRAY-COUNT OF RES-PROPERTIES OF LS-OBJ
               TO RH-ARRAY-COUNT
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > ARRAY-COUNT OF RES-PROPERTIES OF LS-OBJ
               MOVE ARRAY-ELEMENT OF RES-PROPERTIES OF LS-OBJ(J)
                   TO RH-ARRAY-ELEMENT(J)
           END-PERFORM
           MOVE CREATED-STAMP OF RES-PARENT OF LS-OBJ TO RH-CREATED
           WRITE HISTORY-RECORD
           CLOSE HISTORY-FILE
      *> RETURN-CODE: 0 = version recorded
           MOVE 0 TO RETURN-CODE
           GOBACK.
       END PROGRAM REPOSITORY-HISTORY-WRITE.
