      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLASS-GENERATE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> one new class per line:
      *> NAME,PARENT,TYPE,PROP1/PROP2/...,METHOD1/METHOD2/...
      *> TYPE is A abstract, N normal or I interface (blank = N).
      *> Class and method names become PROGRAM-IDs and paragraph
      *> names, so they must be ordinary (non-reserved) COBOL words.
      *> Overridable via CLASS-GEN-REQUEST-FILE
       SELECT OPTIONAL REQUEST-FILE ASSIGN DYNAMIC WS-REQ-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REQ-STATUS.
      *> the skeleton being written - and, opened INPUT first, the
      *> probe that refuses to overwrite a class source already there
       SELECT SOURCE-FILE ASSIGN DYNAMIC WS-SOURCE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SOURCE-STATUS.
      *> the three class control files the skeleton is registered in -
      *> same names and overrides CLASSMAP-MAINT, CLASS-SCHEMA-LOOKUP
      *> and TEST read them under
       SELECT OPTIONAL REGISTRY-FILE ASSIGN DYNAMIC REGISTRY-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REGISTRY-STATUS.
       SELECT OPTIONAL SCHEMA-FILE ASSIGN DYNAMIC SCHEMA-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SCHEMA-STATUS.
       SELECT OPTIONAL CLASS-DEF-FILE
           ASSIGN DYNAMIC WS-CLASS-DEF-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLASS-DEF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD REQUEST-FILE.
       01 REQUEST-RECORD PIC X(1024).
       FD SOURCE-FILE.
       01 SOURCE-RECORD PIC X(80).
       FD REGISTRY-FILE.
       01 REGISTRY-RECORD PIC X(130).
       FD SCHEMA-FILE.
       01 SCHEMA-RECORD PIC X(400).
       FD CLASS-DEF-FILE.
       01 CLASS-DEF-RECORD PIC X(200).
       WORKING-STORAGE SECTION.
      *> correctly-sized holders for the literal audit message - a
      *> literal passed straight to LOG-EVENT's LINKAGE would only be
      *> allocated as big as the literal itself, not the LINKAGE PIC
       01 WS-EVENT-PROGRAM PIC X(44) VALUE "CLASS-GENERATE".
       01 WS-EVENT-MESSAGE PIC X(200).
       01 WS-REQ-FILE-NAME PIC X(80) VALUE "CLASS-GEN-REQUEST.DAT".
       01 WS-ENV-REQ-FILE-NAME PIC X(80).
       01 WS-REQ-STATUS PIC X(2).
       01 WS-REQ-EOF PIC X(1) VALUE 'N'.
       01 WS-SOURCE-NAME PIC X(160).
       01 WS-SOURCE-STATUS PIC X(2).
       01 WS-CLASS-PATH PIC X(80).
       01 REGISTRY-FILENAME PIC X(80) VALUE "CLASSMAP.DAT".
       01 REGISTRY-STATUS PIC X(2).
       01 SCHEMA-FILENAME PIC X(80) VALUE "CLASS-SCHEMA.DAT".
       01 SCHEMA-STATUS PIC X(2).
       01 WS-CLASS-DEF-FILE-NAME PIC X(80)
               VALUE "CLASS-DEFINITIONS.DAT".
       01 WS-ENV-CLASS-DEF-FILE-NAME PIC X(80).
       01 WS-CLASS-DEF-STATUS PIC X(2).
      *> the request line taken apart
       01 GEN-CLASSNAME PIC X(44).
       01 GEN-PARENT PIC X(44).
       01 GEN-TYPE PIC X(1).
       01 GEN-PROPS PIC X(400).
       01 GEN-METHODS PIC X(500).
      *> the class's program name, file name and registry entry
       01 GEN-PROGRAM-ID PIC X(44).
       01 GEN-FILENAME PIC X(80).
      *> property list - same shape as CLASS-SCHEMA.DAT allows
       01 GEN-PROP-COUNT PIC 9(2).
       01 GEN-PROP-NAME PIC X(44) OCCURS 15 TIMES.
      *> method list - one stub program per method
       01 GEN-METHOD-COUNT PIC 9(2).
       01 GEN-METHOD-MAX PIC 9(2) VALUE 20.
       01 GEN-METHOD-NAME PIC X(44) OCCURS 20 TIMES.
       01 WS-PTR PIC 9(4).
       01 WS-LIST-LEN PIC 9(4).
       01 WS-NAME-LEN PIC 9(4).
       01 WS-REFUSE-REASON PIC X(80).
      *> a class name or method name becomes a PROGRAM-ID, so it
      *> must fit a COBOL word on one source line
       77 WS-MAX-WORD-LEN PIC 9(2) VALUE 30.
      *> lookups that refuse a class already known to the shop
       01 WS-REG-FILENAME PIC X(80).
       01 WS-REG-FOUND PIC X(1).
       01 WS-SCHEMA.
           05 WS-SCHEMA-COUNT PIC 9(2).
           05 WS-SCHEMA-NAME PIC X(20) OCCURS 15 TIMES.
       01 WS-SCHEMA-FOUND PIC X(1).
      *> skeleton line being assembled
       01 WS-GEN-LINE PIC X(80).
       01 WS-HOLDER-NAME PIC X(44).
       01 WS-TODAY PIC 9(8).
       01 WS-TODAY-X REDEFINES WS-TODAY.
           05 WS-TODAY-CCYY PIC X(4).
           05 WS-TODAY-MM PIC X(2).
           05 WS-TODAY-DD PIC X(2).
       01 WS-TYPE-TEXT PIC X(10).
       01 WS-WRITE-FAILED PIC X(1).
       01 I PIC 9(2).
       01 J PIC 9(2).
       01 WS-REQS-READ PIC 9(5) VALUE 0.
       01 WS-CLASSES-GENERATED PIC 9(5) VALUE 0.
       01 WS-CLASSES-REFUSED PIC 9(5) VALUE 0.
       01 WS-CLASSES-FAILED PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "LOG-STARTUP" USING WS-EVENT-PROGRAM
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
      *> accept into a separate staging field first - ACCEPT FROM
      *> ENVIRONMENT blanks the target unconditionally when the
      *> variable is unset, which would wipe out the VALUE default
           MOVE SPACES TO WS-ENV-REQ-FILE-NAME
           ACCEPT WS-ENV-REQ-FILE-NAME FROM ENVIRONMENT
               "CLASS-GEN-REQUEST-FILE"
           IF WS-ENV-REQ-FILE-NAME NOT = SPACES
               MOVE WS-ENV-REQ-FILE-NAME TO WS-REQ-FILE-NAME
           END-IF
           ACCEPT REGISTRY-FILENAME
               FROM ENVIRONMENT "CLASS-REGISTRY-FILE"
           IF REGISTRY-FILENAME = SPACES
               MOVE "CLASSMAP.DAT" TO REGISTRY-FILENAME
           END-IF
           ACCEPT SCHEMA-FILENAME
               FROM ENVIRONMENT "CLASS-SCHEMA-FILE"
           IF SCHEMA-FILENAME = SPACES
               MOVE "CLASS-SCHEMA.DAT" TO SCHEMA-FILENAME
           END-IF
           MOVE SPACES TO WS-ENV-CLASS-DEF-FILE-NAME
           ACCEPT WS-ENV-CLASS-DEF-FILE-NAME FROM ENVIRONMENT
               "TEST-CLASS-CONTROL-FILE"
           IF WS-ENV-CLASS-DEF-FILE-NAME NOT = SPACES
               MOVE WS-ENV-CLASS-DEF-FILE-NAME
                   TO WS-CLASS-DEF-FILE-NAME
           END-IF
           MOVE SPACES TO WS-CLASS-PATH
           ACCEPT WS-CLASS-PATH FROM ENVIRONMENT "CLASS-SOURCE-PATH"
           OPEN INPUT REQUEST-FILE.
           IF WS-REQ-STATUS NOT = "00"
               DISPLAY "CLASS-GENERATE: request file not available - "
                   TRIM(WS-REQ-FILE-NAME) ", file status "
                   WS-REQ-STATUS
               IF WS-REQ-STATUS = "05"
                   CLOSE REQUEST-FILE
               END-IF
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-REQ-EOF = 'Y'
               READ REQUEST-FILE INTO REQUEST-RECORD
                   AT END
                       MOVE 'Y' TO WS-REQ-EOF
                   NOT AT END
                       IF REQUEST-RECORD NOT = SPACES
                           PERFORM GENERATE-ONE-CLASS
                               THRU GENERATE-ONE-CLASS-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REQUEST-FILE.
           DISPLAY "===== Class skeleton generation run ====="
           DISPLAY "Requests read:     " WS-REQS-READ
           DISPLAY "Classes generated: " WS-CLASSES-GENERATED
           DISPLAY "Classes refused:   " WS-CLASSES-REFUSED
           DISPLAY "Classes failed:    " WS-CLASSES-FAILED
           MOVE SPACES TO WS-EVENT-MESSAGE
           STRING "class generation: read " WS-REQS-READ
                   " generated " WS-CLASSES-GENERATED
                   " refused " WS-CLASSES-REFUSED
                   " failed " WS-CLASSES-FAILED
               DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
           CALL "LOG-EVENT" USING WS-EVENT-PROGRAM WS-EVENT-MESSAGE
      *> RETURN-CODE: 0 = every requested class generated, 4 = at
      *> least one refused (already exists or bad request), 8 = a
      *> skeleton or control file could not be written
           IF WS-CLASSES-FAILED > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-CLASSES-REFUSED > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       GENERATE-ONE-CLASS.
           ADD 1 TO WS-REQS-READ
           MOVE SPACES TO GEN-CLASSNAME GEN-PARENT GEN-TYPE
               GEN-PROPS GEN-METHODS
           UNSTRING REQUEST-RECORD DELIMITED BY ","
               INTO GEN-CLASSNAME GEN-PARENT GEN-TYPE GEN-PROPS
                   GEN-METHODS
           MOVE TRIM(GEN-CLASSNAME) TO GEN-CLASSNAME
           MOVE TRIM(GEN-PARENT) TO GEN-PARENT
           MOVE UPPER-CASE(GEN-TYPE) TO GEN-TYPE
           IF GEN-TYPE = SPACE
               MOVE 'N' TO GEN-TYPE
           END-IF
           IF GEN-CLASSNAME = SPACES
               MOVE "no class name given" TO WS-REFUSE-REASON
               PERFORM REFUSE-CLASS
               GO TO GENERATE-ONE-CLASS-EXIT
           END-IF
           IF LENGTH(TRIM(GEN-CLASSNAME)) > WS-MAX-WORD-LEN
               MOVE "class name longer than 30 characters"
                   TO WS-REFUSE-REASON
               PERFORM REFUSE-CLASS
               GO TO GENERATE-ONE-CLASS-EXIT
           END-IF
      *> the regression case and the instance lineage both hang off
      *> the parent, so a class with none cannot be registered
           IF GEN-PARENT = SPACES
               MOVE "no parent class given" TO WS-REFUSE-REASON
               PERFORM REFUSE-CLASS
               GO TO GENERATE-ONE-CLASS-EXIT
           END-IF
           IF GEN-TYPE NOT = 'A' AND GEN-TYPE NOT = 'N'
             AND GEN-TYPE NOT = 'I'
               MOVE "object type must be A, N or I"
                   TO WS-REFUSE-REASON
               PERFORM REFUSE-CLASS
               GO TO GENERATE-ONE-CLASS-EXIT
           END-IF
           PERFORM SPLIT-PROPERTIES THRU SPLIT-PROPERTIES-EXIT
           IF WS-REFUSE-REASON NOT = SPACES
               PERFORM REFUSE-CLASS
               GO TO GENERATE-ONE-CLASS-EXIT
           END-IF
           PERFORM SPLIT-METHODS THRU SPLIT-METHODS-EXIT
           IF WS-REFUSE-REASON NOT = SPACES
               PERFORM REFUSE-CLASS
               GO TO GENERATE-ONE-CLASS-EXIT
           END-IF
      *> never overwrite a class the shop already has - registered,
      *> schema'd or merely sitting on disk all count as existing
           CALL "CLASS-REGISTRY-LOOKUP" USING GEN-CLASSNAME
               WS-REG-FILENAME WS-REG-FOUND
           IF WS-REG-FOUND = 'Y'
               MOVE SPACES TO WS-REFUSE-REASON
               STRING "already registered in "
                       TRIM(REGISTRY-FILENAME) " as "
                       TRIM(WS-REG-FILENAME)
                   DELIMITED BY SIZE INTO WS-REFUSE-REASON
               PERFORM REFUSE-CLASS
               GO TO GENERATE-ONE-CLASS-EXIT
           END-IF
           CALL "CLASS-SCHEMA-LOOKUP" USING GEN-CLASSNAME WS-SCHEMA
               WS-SCHEMA-FOUND
           IF WS-SCHEMA-FOUND = 'Y'
               MOVE SPACES TO WS-REFUSE-REASON
               STRING "already has a schema in "
                       TRIM(SCHEMA-FILENAME)
                   DELIMITED BY SIZE INTO WS-REFUSE-REASON
               PERFORM REFUSE-CLASS
               GO TO GENERATE-ONE-CLASS-EXIT
           END-IF
      *> same lowercase(classname).cbl APPLY falls back on, under the
      *> same CLASS-SOURCE-PATH
           MOVE UPPER-CASE(GEN-CLASSNAME) TO GEN-PROGRAM-ID
           MOVE SPACES TO GEN-FILENAME
           STRING TRIM(LOWER-CASE(GEN-CLASSNAME)) ".cbl"
               DELIMITED BY SIZE INTO GEN-FILENAME
           MOVE SPACES TO WS-SOURCE-NAME
           IF WS-CLASS-PATH NOT = SPACES
               STRING TRIM(WS-CLASS-PATH) "/" TRIM(GEN-FILENAME)
                   DELIMITED BY SIZE INTO WS-SOURCE-NAME
           ELSE
               MOVE GEN-FILENAME TO WS-SOURCE-NAME
           END-IF
           OPEN INPUT SOURCE-FILE
           IF WS-SOURCE-STATUS = "00"
               CLOSE SOURCE-FILE
               MOVE SPACES TO WS-REFUSE-REASON
               STRING "source file " TRIM(WS-SOURCE-NAME)
                       " already exists"
                   DELIMITED BY SIZE INTO WS-REFUSE-REASON
               PERFORM REFUSE-CLASS
               GO TO GENERATE-ONE-CLASS-EXIT
           END-IF
           MOVE 'N' TO WS-WRITE-FAILED
           PERFORM WRITE-SKELETON THRU WRITE-SKELETON-EXIT
      *> no skeleton, no registration - the control files must never
      *> point at a class that is not there
           IF WS-WRITE-FAILED = 'Y'
               PERFORM FAIL-CLASS
               GO TO GENERATE-ONE-CLASS-EXIT
           END-IF
           PERFORM APPEND-REGISTRY
           PERFORM APPEND-SCHEMA
           PERFORM APPEND-CLASS-DEFINITION
           IF WS-WRITE-FAILED = 'Y'
               PERFORM FAIL-CLASS
               GO TO GENERATE-ONE-CLASS-EXIT
           END-IF
           ADD 1 TO WS-CLASSES-GENERATED
           DISPLAY "CLASS-GENERATE: generated " TRIM(GEN-CLASSNAME)
               " -> " TRIM(WS-SOURCE-NAME) " (" GEN-METHOD-COUNT
               " method(s), " GEN-PROP-COUNT " propert(ies))"
           MOVE SPACES TO WS-EVENT-MESSAGE
           STRING "generated class " TRIM(GEN-CLASSNAME)
                   " parent " TRIM(GEN-PARENT) " type " GEN-TYPE
                   " -> " TRIM(WS-SOURCE-NAME)
               DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
           CALL "LOG-EVENT" USING WS-EVENT-PROGRAM WS-EVENT-MESSAGE.
       GENERATE-ONE-CLASS-EXIT.
           EXIT.

       SPLIT-PROPERTIES.
      *> slash-separated, at most the 15 slots CLASS-SCHEMA.DAT holds,
      *> each name no wider than the schema's 20 characters
           MOVE SPACES TO WS-REFUSE-REASON
           MOVE 0 TO GEN-PROP-COUNT
           IF GEN-PROPS = SPACES
               GO TO SPLIT-PROPERTIES-EXIT
           END-IF
           MOVE LENGTH(TRIM(GEN-PROPS TRAILING)) TO WS-LIST-LEN
           MOVE 1 TO WS-PTR
           PERFORM UNTIL WS-PTR > WS-LIST-LEN
                   OR WS-REFUSE-REASON NOT = SPACES
               IF GEN-PROP-COUNT >= 15
                   MOVE "more than 15 properties"
                       TO WS-REFUSE-REASON
               ELSE
                   ADD 1 TO GEN-PROP-COUNT
                   MOVE SPACES TO GEN-PROP-NAME(GEN-PROP-COUNT)
                   UNSTRING GEN-PROPS DELIMITED BY "/"
                       INTO GEN-PROP-NAME(GEN-PROP-COUNT)
                       WITH POINTER WS-PTR
                   MOVE UPPER-CASE(TRIM(GEN-PROP-NAME(GEN-PROP-COUNT)))
                       TO GEN-PROP-NAME(GEN-PROP-COUNT)
                   IF GEN-PROP-NAME(GEN-PROP-COUNT) = SPACES
                       MOVE "empty property name in the list"
                           TO WS-REFUSE-REASON
                   ELSE
                       IF LENGTH(TRIM(GEN-PROP-NAME(GEN-PROP-COUNT)))
                               > 20
                           MOVE "property name longer than 20 "
                               & "characters" TO WS-REFUSE-REASON
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       SPLIT-PROPERTIES-EXIT.
           EXIT.

       SPLIT-METHODS.
      *> every method becomes its own PROGRAM-ID in the skeleton, so
      *> a blank, overlong or repeated name would not compile
           MOVE SPACES TO WS-REFUSE-REASON
           MOVE 0 TO GEN-METHOD-COUNT
           IF GEN-METHODS = SPACES
               GO TO SPLIT-METHODS-EXIT
           END-IF
           MOVE LENGTH(TRIM(GEN-METHODS TRAILING)) TO WS-LIST-LEN
           MOVE 1 TO WS-PTR
           PERFORM UNTIL WS-PTR > WS-LIST-LEN
                   OR WS-REFUSE-REASON NOT = SPACES
               IF GEN-METHOD-COUNT >= GEN-METHOD-MAX
                   MOVE "more than 20 methods" TO WS-REFUSE-REASON
               ELSE
                   ADD 1 TO GEN-METHOD-COUNT
                   MOVE SPACES TO GEN-METHOD-NAME(GEN-METHOD-COUNT)
                   UNSTRING GEN-METHODS DELIMITED BY "/"
                       INTO GEN-METHOD-NAME(GEN-METHOD-COUNT)
                       WITH POINTER WS-PTR
                   MOVE TRIM(GEN-METHOD-NAME(GEN-METHOD-COUNT))
                       TO GEN-METHOD-NAME(GEN-METHOD-COUNT)
                   PERFORM CHECK-METHOD-NAME
               END-IF
           END-PERFORM.
       SPLIT-METHODS-EXIT.
           EXIT.

       CHECK-METHOD-NAME.
           IF GEN-METHOD-NAME(GEN-METHOD-COUNT) = SPACES
               MOVE "empty method name in the list"
                   TO WS-REFUSE-REASON
           ELSE
               MOVE LENGTH(TRIM(GEN-METHOD-NAME(GEN-METHOD-COUNT)))
                   TO WS-NAME-LEN
               IF WS-NAME-LEN > WS-MAX-WORD-LEN
                   MOVE "method name longer than 30 characters"
                       TO WS-REFUSE-REASON
               END-IF
               IF UPPER-CASE(GEN-METHOD-NAME(GEN-METHOD-COUNT))
                       = UPPER-CASE(GEN-CLASSNAME)
                   MOVE "method name repeats the class name"
                       TO WS-REFUSE-REASON
               END-IF
               PERFORM VARYING J FROM 1 BY 1
                       UNTIL J >= GEN-METHOD-COUNT
                   IF UPPER-CASE(GEN-METHOD-NAME(J)) = UPPER-CASE(
                           GEN-METHOD-NAME(GEN-METHOD-COUNT))
                       MOVE "method listed twice" TO WS-REFUSE-REASON
                   END-IF
               END-PERFORM
           END-IF.

       REFUSE-CLASS.
           ADD 1 TO WS-CLASSES-REFUSED
           DISPLAY "CLASS-GENERATE: class " TRIM(GEN-CLASSNAME)
               " refused - " TRIM(WS-REFUSE-REASON)
           MOVE SPACES TO WS-EVENT-MESSAGE
           STRING "class " TRIM(GEN-CLASSNAME) " REFUSED: "
                   TRIM(WS-REFUSE-REASON)
               DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
           CALL "LOG-EVENT" USING WS-EVENT-PROGRAM WS-EVENT-MESSAGE.

       FAIL-CLASS.
           ADD 1 TO WS-CLASSES-FAILED
           MOVE SPACES TO WS-EVENT-MESSAGE
           STRING "class " TRIM(GEN-CLASSNAME) " FAILED: skeleton "
                   "or control file could not be written"
               DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
           CALL "LOG-EVENT" USING WS-EVENT-PROGRAM WS-EVENT-MESSAGE.

       WRITE-SKELETON.
           OPEN OUTPUT SOURCE-FILE
           IF WS-SOURCE-STATUS NOT = "00"
               DISPLAY "CLASS-GENERATE: cannot write "
                   TRIM(WS-SOURCE-NAME) " - file status "
                   WS-SOURCE-STATUS
               MOVE 'Y' TO WS-WRITE-FAILED
               GO TO WRITE-SKELETON-EXIT
           END-IF
           PERFORM WRITE-CLASS-PROGRAM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > GEN-METHOD-COUNT
               PERFORM WRITE-METHOD-PROGRAM
           END-PERFORM
           CLOSE SOURCE-FILE.
       WRITE-SKELETON-EXIT.
           EXIT.

       WRITE-CLASS-PROGRAM.
      *> the class's own program: the header box every source here
      *> opens with, the class facts recorded in Purpose, and a main
      *> paragraph that does nothing but announce itself
           EVALUATE GEN-TYPE
               WHEN 'A'
                   MOVE "abstract" TO WS-TYPE-TEXT
               WHEN 'I'
                   MOVE "interface" TO WS-TYPE-TEXT
               WHEN OTHER
                   MOVE "normal" TO WS-TYPE-TEXT
           END-EVALUATE
           PERFORM WRITE-BANNER
           MOVE "      * Author:" TO WS-GEN-LINE
           PERFORM EMIT-LINE
           MOVE SPACES TO WS-GEN-LINE
           STRING "      * Date: " WS-TODAY-DD "/" WS-TODAY-MM "/"
                   WS-TODAY-CCYY
               DELIMITED BY SIZE INTO WS-GEN-LINE
           PERFORM EMIT-LINE
           MOVE SPACES TO WS-GEN-LINE
           STRING "      * Purpose: class " TRIM(GEN-CLASSNAME)
                   ", parent " TRIM(GEN-PARENT) ", " TRIM(WS-TYPE-TEXT)
               DELIMITED BY SIZE INTO WS-GEN-LINE
           PERFORM EMIT-LINE
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > GEN-PROP-COUNT
               MOVE SPACES TO WS-GEN-LINE
               STRING "      *          property " J ": "
                       TRIM(GEN-PROP-NAME(J))
                   DELIMITED BY SIZE INTO WS-GEN-LINE
               PERFORM EMIT-LINE
           END-PERFORM
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > GEN-METHOD-COUNT
               MOVE SPACES TO WS-GEN-LINE
               STRING "      *          method: "
                       TRIM(GEN-METHOD-NAME(J))
                   DELIMITED BY SIZE INTO WS-GEN-LINE
               PERFORM EMIT-LINE
           END-PERFORM
           MOVE "      * Tectonics: cobc" TO WS-GEN-LINE
           PERFORM EMIT-LINE
           PERFORM WRITE-BANNER
           MOVE "       IDENTIFICATION DIVISION." TO WS-GEN-LINE
           PERFORM EMIT-LINE
           MOVE SPACES TO WS-GEN-LINE
           STRING "       PROGRAM-ID. " TRIM(GEN-PROGRAM-ID) "."
               DELIMITED BY SIZE INTO WS-GEN-LINE
           PERFORM EMIT-LINE
           PERFORM WRITE-CONFIGURATION
           MOVE "       DATA DIVISION." TO WS-GEN-LINE
           PERFORM EMIT-LINE
           MOVE "       WORKING-STORAGE SECTION." TO WS-GEN-LINE
           PERFORM EMIT-LINE
           MOVE GEN-PROGRAM-ID TO WS-HOLDER-NAME
           PERFORM WRITE-PROGRAM-NAME
           MOVE "       PROCEDURE DIVISION." TO WS-GEN-LINE
           PERFORM EMIT-LINE
           MOVE "       000-Main." TO WS-GEN-LINE
           PERFORM EMIT-LINE
           MOVE '           CALL "LOG-STARTUP" USING WS-PROGRAM-NAME'
               TO WS-GEN-LINE
           PERFORM EMIT-LINE
           MOVE "      *> RETURN-CODE: 0 = class program loaded"
               TO WS-GEN-LINE
           PERFORM EMIT-LINE
           MOVE "           MOVE 0 TO RETURN-CODE" TO WS-GEN-LINE
           PERFORM EMIT-LINE
           MOVE "           GOBACK." TO WS-GEN-LINE
           PERFORM EMIT-LINE
           MOVE SPACES TO WS-GEN-LINE
           STRING "       END PROGRAM " TRIM(GEN-PROGRAM-ID) "."
               DELIMITED BY SIZE INTO WS-GEN-LINE
           PERFORM EMIT-LINE.

       WRITE-METHOD-PROGRAM.
      *> one program per method, so APPLY's CALL LS-METHOD-NAME
      *> USING LS-OBJ LS-RES lands on it, with a stub paragraph under
      *> the method's own name for CHECK-METHOD to find
           MOVE SPACES TO WS-GEN-LINE
           PERFORM EMIT-LINE
           MOVE "       IDENTIFICATION DIVISION." TO WS-GEN-LINE
           PERFORM EMIT-LINE
           MOVE SPACES TO WS-GEN-LINE
           STRING "       PROGRAM-ID. " TRIM(GEN-METHOD-NAME(I)) "."
               DELIMITED BY SIZE INTO WS-GEN-LINE
           PERFORM EMIT-LINE
           PERFORM WRITE-CONFIGURATION
           MOVE "       DATA DIVISION." TO WS-GEN-LINE
           PERFORM EMIT-LINE
           MOVE "       WORKING-STORAGE SECTION." TO WS-GEN-LINE
           PERFORM EMIT-LINE
           MOVE GEN-METHOD-NAME(I) TO WS-HOLDER-NAME
           PERFORM WRITE-PROGRAM-NAME
           MOVE "       01 WS-EVENT-MESSAGE PIC X(200)." TO WS-GEN-LINE
           PERFORM EMIT-LINE
           MOVE "       LINKAGE SECTION." TO WS-GEN-LINE
           PERFORM EMIT-LINE
           MOVE "      *> shared RES-PARENT/RES-PROPERTIES shape - see "
               & "OBJECT-RECORD.CPY" TO WS-GEN-LINE
           PERFORM EMIT-LINE
           MOVE "       01 LS-OBJ." TO WS-GEN-LINE
           PERFORM EMIT-LINE
           MOVE "           COPY OBJECT-RECORD REPLACING ==PLVL-A== BY "
               & "==05==" TO WS-GEN-LINE
           PERFORM EMIT-LINE
           MOVE "                                         "
               & "==PLVL-B== BY ==10==" TO WS-GEN-LINE
           PERFORM EMIT-LINE
           MOVE "                                         "
               & "==PLVL-NAME== BY ==LS-OBJ==." TO WS-GEN-LINE
           PERFORM EMIT-LINE
           MOVE "      *> result area APPLY hands every method"
               TO WS-GEN-LINE
           PERFORM EMIT-LINE
           MOVE "       01 LS-RES." TO WS-GEN-LINE
           PERFORM EMIT-LINE
           MOVE "           05 STR PIC X(100)." TO WS-GEN-LINE
           PERFORM EMIT-LINE
           MOVE "           05 NUM PIC 9(9)." TO WS-GEN-LINE
           PERFORM EMIT-LINE
           MOVE "           05 NUL PIC X(10)." TO WS-GEN-LINE
           PERFORM EMIT-LINE
           MOVE SPACES TO WS-GEN-LINE
           PERFORM EMIT-LINE
           MOVE "       PROCEDURE DIVISION USING LS-OBJ LS-RES."
               TO WS-GEN-LINE
           PERFORM EMIT-LINE
           MOVE SPACES TO WS-GEN-LINE
           STRING "       " TRIM(GEN-METHOD-NAME(I)) "."
               DELIMITED BY SIZE INTO WS-GEN-LINE
           PERFORM EMIT-LINE
           MOVE '           CALL "LOG-STARTUP" USING WS-PROGRAM-NAME'
               TO WS-GEN-LINE
           PERFORM EMIT-LINE
           MOVE "      *> stub - the method body is still to be written"
               TO WS-GEN-LINE
           PERFORM EMIT-LINE
           MOVE "           MOVE SPACES TO WS-EVENT-MESSAGE"
               TO WS-GEN-LINE
           PERFORM EMIT-LINE
           MOVE '           STRING "method " TRIM(WS-PROGRAM-NAME)'
               TO WS-GEN-LINE
           PERFORM EMIT-LINE
           MOVE '                   " not yet implemented for "'
               TO WS-GEN-LINE
           PERFORM EMIT-LINE
           MOVE "                   TRIM(CLASSNAME-PARENT OF "
               & "RES-PARENT OF LS-OBJ)" TO WS-GEN-LINE
           PERFORM EMIT-LINE
           MOVE '                   "/" TRIM(CLASSNAME-CHILD OF '
               & "RES-PARENT OF LS-OBJ)" TO WS-GEN-LINE
           PERFORM EMIT-LINE
           MOVE "               DELIMITED BY SIZE INTO WS-EVENT-MESSAGE"
               TO WS-GEN-LINE
           PERFORM EMIT-LINE
           MOVE '           CALL "LOG-EVENT" USING WS-PROGRAM-NAME'
               TO WS-GEN-LINE
           PERFORM EMIT-LINE
           MOVE "               WS-EVENT-MESSAGE" TO WS-GEN-LINE
           PERFORM EMIT-LINE
           MOVE "      *> RETURN-CODE: 4 = method not implemented yet"
               TO WS-GEN-LINE
           PERFORM EMIT-LINE
           MOVE "           MOVE 4 TO RETURN-CODE" TO WS-GEN-LINE
           PERFORM EMIT-LINE
           MOVE "           GOBACK." TO WS-GEN-LINE
           PERFORM EMIT-LINE
           MOVE SPACES TO WS-GEN-LINE
           STRING "       END PROGRAM " TRIM(GEN-METHOD-NAME(I)) "."
               DELIMITED BY SIZE INTO WS-GEN-LINE
           PERFORM EMIT-LINE.

       WRITE-BANNER.
           MOVE ALL "*" TO WS-GEN-LINE
           MOVE "      " TO WS-GEN-LINE(1:6)
           MOVE SPACES TO WS-GEN-LINE(73:8)
           PERFORM EMIT-LINE.

       WRITE-CONFIGURATION.
           MOVE "       ENVIRONMENT DIVISION." TO WS-GEN-LINE
           PERFORM EMIT-LINE
           MOVE "       CONFIGURATION SECTION." TO WS-GEN-LINE
           PERFORM EMIT-LINE
           MOVE "       REPOSITORY." TO WS-GEN-LINE
           PERFORM EMIT-LINE
           MOVE "       FUNCTION ALL INTRINSIC." TO WS-GEN-LINE
           PERFORM EMIT-LINE.

       WRITE-PROGRAM-NAME.
      *> the program's own name, staged in WS-HOLDER-NAME by the
      *> caller, as the LOG-STARTUP / LOG-EVENT holder
           MOVE "      *> correctly-sized holder for the startup trace "
               & "- a literal" TO WS-GEN-LINE
           PERFORM EMIT-LINE
           MOVE "      *> passed straight to LOG-STARTUP's LINKAGE "
               & "would only be" TO WS-GEN-LINE
           PERFORM EMIT-LINE
           MOVE "      *> allocated as big as the literal itself, not "
               & "the LINKAGE PIC" TO WS-GEN-LINE
           PERFORM EMIT-LINE
           MOVE "       01 WS-PROGRAM-NAME PIC X(44)" TO WS-GEN-LINE
           PERFORM EMIT-LINE
           MOVE SPACES TO WS-GEN-LINE
           STRING '               VALUE "' TRIM(WS-HOLDER-NAME) '".'
               DELIMITED BY SIZE INTO WS-GEN-LINE
           PERFORM EMIT-LINE.

       EMIT-LINE.
           MOVE WS-GEN-LINE TO SOURCE-RECORD
           WRITE SOURCE-RECORD
           IF WS-SOURCE-STATUS NOT = "00"
               MOVE 'Y' TO WS-WRITE-FAILED
           END-IF.

       APPEND-REGISTRY.
      *> same NAME,FILE,LIFECYCLE line CLASSMAP-MAINT rewrites the
      *> registry with - a new class starts its life active
           OPEN EXTEND REGISTRY-FILE
      *> EXTEND on a file that does not exist yet reports status 05 on
      *> this runtime even though it creates the file underneath
           IF REGISTRY-STATUS NOT = "00" AND REGISTRY-STATUS NOT = "05"
               DISPLAY "CLASS-GENERATE: cannot extend registry "
                   TRIM(REGISTRY-FILENAME) " - file status "
                   REGISTRY-STATUS
               MOVE 'Y' TO WS-WRITE-FAILED
           ELSE
               MOVE SPACES TO REGISTRY-RECORD
               STRING TRIM(GEN-CLASSNAME) "," TRIM(GEN-FILENAME) ",A"
                   DELIMITED BY SIZE INTO REGISTRY-RECORD
               WRITE REGISTRY-RECORD
               CLOSE REGISTRY-FILE
           END-IF.

       APPEND-SCHEMA.
      *> CLASS,COUNT,NAME1,... - a class declared without properties
      *> gets no schema line, so CLASS-SCHEMA-CHECK accepts its
      *> instances as-is rather than demanding a count of zero
           IF GEN-PROP-COUNT = 0
               DISPLAY "CLASS-GENERATE: no properties given for "
                   TRIM(GEN-CLASSNAME) " - no schema line written"
           ELSE
               OPEN EXTEND SCHEMA-FILE
               IF SCHEMA-STATUS NOT = "00" AND SCHEMA-STATUS NOT = "05"
                   DISPLAY "CLASS-GENERATE: cannot extend schema "
                       TRIM(SCHEMA-FILENAME) " - file status "
                       SCHEMA-STATUS
                   MOVE 'Y' TO WS-WRITE-FAILED
               ELSE
                   MOVE SPACES TO SCHEMA-RECORD
                   MOVE 1 TO WS-PTR
                   STRING TRIM(GEN-CLASSNAME) "," GEN-PROP-COUNT
                       DELIMITED BY SIZE INTO SCHEMA-RECORD
                       WITH POINTER WS-PTR
                   PERFORM VARYING J FROM 1 BY 1
                           UNTIL J > GEN-PROP-COUNT
                       STRING "," TRIM(GEN-PROP-NAME(J))
                           DELIMITED BY SIZE INTO SCHEMA-RECORD
                           WITH POINTER WS-PTR
                   END-PERFORM
                   WRITE SCHEMA-RECORD
                   CLOSE SCHEMA-FILE
               END-IF
           END-IF.

       APPEND-CLASS-DEFINITION.
      *> PARENT,CHILD,CHILD-NAME,CHILD-AGE plus the expectations TEST
      *> checks - the harness always builds a two-property instance
      *> (name and age), so those expectations are always 2, 1 and Y
           OPEN EXTEND CLASS-DEF-FILE
           IF WS-CLASS-DEF-STATUS NOT = "00"
             AND WS-CLASS-DEF-STATUS NOT = "05"
               DISPLAY "CLASS-GENERATE: cannot extend class "
                   "definitions " TRIM(WS-CLASS-DEF-FILE-NAME)
                   " - file status " WS-CLASS-DEF-STATUS
               MOVE 'Y' TO WS-WRITE-FAILED
           ELSE
               MOVE SPACES TO CLASS-DEF-RECORD
               STRING TRIM(GEN-PARENT) "," TRIM(GEN-CLASSNAME)
                       ",SAMPLE,01,2,1,Y"
                   DELIMITED BY SIZE INTO CLASS-DEF-RECORD
               WRITE CLASS-DEF-RECORD
               CLOSE CLASS-DEF-FILE
           END-IF.
       END PROGRAM CLASS-GENERATE.
