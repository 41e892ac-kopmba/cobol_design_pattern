      *> REPLACE-STRING's LS-STRING is PIC X(80) - widen to match
       01 MY-STRING PIC X(80).
       01 OLD-STR PIC X(20) VALUE 'WORLD'.
      *> and LS-NEW-STR is PIC X(80) too
       01 NEW-STR PIC X(80) VALUE 'COBOL'.
       01 REPLACE-MODE PIC X(1).
       01 OCCURRENCE PIC 9(2).

       CALL "REPLACE-STRING" USING MY-STRING OLD-STR NEW-STR
           REPLACE-MODE OCCURRENCE.
       DISPLAY 'Nth (2nd): ' MY-STRING.

       MOVE 'HELLO WORLD OWORLD' TO MY-STRING.
       MOVE 'V' TO REPLACE-MODE.
       MOVE 'BIG WIDE WORLD' TO NEW-STR.
       CALL "REPLACE-STRING" USING MY-STRING OLD-STR NEW-STR
           REPLACE-MODE OCCURRENCE.
       DISPLAY 'Variable: ' MY-STRING.
       STOP RUN.
