       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHAPJRPT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL JOURNAL-PARM-FILE ASSIGN TO "JRNLPARM"
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS WS-FS-PARM.

           SELECT OPTIONAL SHAPE-JOURNAL-FILE ASSIGN TO "SHAPJRNL"
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS WS-FS-JRNL.

           SELECT OPTIONAL RUN-REGISTRY-FILE ASSIGN TO "RUNREGSX"
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY RG-H-KEY
                  FILE STATUS WS-FS-REGST.

           SELECT REPORT-FILE ASSIGN TO "JRNLRPT"
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS WS-FS-RPT.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------*
      * SELECTION: ONE SHAPE NAME OR ALL (BLANK), A CHANGE-DATE
      * RANGE (ZERO IS OPEN-ENDED), AND OPTIONALLY A RUN ID WHOSE
      * REGISTRY HEADER GIVES THE CATALOG VERSION TO RECONSTRUCT.
      * NO CARD AT ALL LISTS THE WHOLE JOURNAL.
      *----------------------------------------------------------*
       FD  JOURNAL-PARM-FILE.
       01  JP-RECORD.
           05  JP-SHAPE-NAME         PIC X(08).
           05  FILLER                PIC X(01).
           05  JP-FROM-DATE          PIC 9(08).
           05  FILLER                PIC X(01).
           05  JP-TO-DATE            PIC 9(08).
           05  FILLER                PIC X(01).
           05  JP-RUN-ID             PIC 9(16).

      *----------------------------------------------------------*
      * CATALOG CHANGE JOURNAL WRITTEN BY SHAPMNT. THE CATALOG
      * IMAGE IS A SHAPE CATALOG 'H' OR 'V' RECORD EXACTLY AS THE
      * CATALOG HOLDS IT. LAYOUTS MUST AGREE WITH SHAPMNT.
      *----------------------------------------------------------*
       FD  SHAPE-JOURNAL-FILE.
       01  JR-RECORD.
           05  JR-STAMP              PIC 9(18).
           05  FILLER                PIC X(01).
           05  JR-CAT-VERSION        PIC 9(06).
           05  FILLER                PIC X(01).
           05  JR-OPERATOR           PIC X(08).
           05  FILLER                PIC X(01).
           05  JR-ACTION             PIC X(01).
               88  JR-ACTION-ADD               VALUE 'A'.
               88  JR-ACTION-CHANGE            VALUE 'C'.
               88  JR-ACTION-DELETE            VALUE 'D'.
           05  FILLER                PIC X(01).
           05  JR-SHAPE-NAME         PIC X(08).
           05  FILLER                PIC X(01).
           05  JR-IMAGE              PIC X(01).
               88  JR-BEFORE-IMAGE             VALUE 'B'.
               88  JR-AFTER-IMAGE              VALUE 'A'.
           05  FILLER                PIC X(01).
           05  JR-CATALOG-IMAGE      PIC X(16).
           05  JR-CAT-HEADER         REDEFINES JR-CATALOG-IMAGE.
               10  JR-H-REC-TYPE     PIC X(01).
               10  FILLER            PIC X(01).
               10  JR-H-NAME         PIC X(08).
               10  FILLER            PIC X(01).
               10  JR-H-VERTEX-COUNT PIC 9(03).
               10  FILLER            PIC X(01).
               10  JR-H-CLOSED-FLAG  PIC X(01).
           05  JR-CAT-VERTEX         REDEFINES JR-CATALOG-IMAGE.
               10  JR-V-REC-TYPE     PIC X(01).
               10  FILLER            PIC X(01).
               10  JR-V-X            PIC S9(03).
               10  FILLER            PIC X(01).
               10  JR-V-Y            PIC S9(03).
               10  FILLER            PIC X(01).
               10  JR-V-Z            PIC S9(03).
               10  FILLER            PIC X(03).

      *----------------------------------------------------------*
      * THE KEYED REGISTRY SUPPLIES THE CATALOG VERSION A RUN
      * LOADED. LAYOUTS MUST AGREE WITH THE RENDER JOB.
      *----------------------------------------------------------*
       FD  RUN-REGISTRY-FILE.
       01  RG-HEADER-RECORD.
           05  RG-H-KEY.
               10  RG-H-RUN-ID       PIC 9(16).
               10  RG-H-REC-TYPE     PIC X(01).
           05  RG-H-TURNS            PIC 9(08).
           05  RG-H-WIDTH            PIC 9(03).
           05  RG-H-HEIGHT           PIC 9(03).
           05  RG-H-WAIT             PIC 9V999.
           05  RG-H-MODE             PIC X(01).
           05  RG-H-START-TURN       PIC 9(08).
           05  RG-H-START-STAMP      PIC 9(18).
           05  RG-H-BIRTH-RULE       PIC X(09).
           05  RG-H-SURVIVE-RULE     PIC X(09).
           05  RG-H-CAT-VERSION      PIC 9(06).
           05  FILLER                PIC X(05).

       FD  REPORT-FILE.
       01  RP-RECORD.
           05  RP-CTRL               PIC X(01).
           05  RP-LINE               PIC X(132).

       WORKING-STORAGE SECTION.

       01  CT-CONSTANTS.
           05  CT-MAX-NAMES     PIC 9(03)   VALUE 500.
           05  CT-VERTICES-PER-LINE
                                PIC 9(01)   VALUE 7.

       01  WS-FILE-STATUSES.
           05  WS-FS-PARM       PIC X(02)   VALUE SPACES.
           05  WS-FS-JRNL       PIC X(02)   VALUE SPACES.
           05  WS-FS-REGST      PIC X(02)   VALUE SPACES.
           05  WS-FS-RPT        PIC X(02)   VALUE SPACES.

       01  WS-PARM-FIELDS.
           05  WS-SEL-NAME      PIC X(08)   VALUE SPACES.
           05  WS-FROM-DATE     PIC 9(08)   VALUE ZEROES.
           05  WS-TO-DATE       PIC 9(08)   VALUE ZEROES.
           05  WS-RUN-ID        PIC 9(16)   VALUE ZEROES.

      *----------------------------------------------------------*
      * THE RUN BEING RECONSTRUCTED, WHEN ONE IS NAMED.
      *----------------------------------------------------------*
       01  WS-RUN-FIELDS.
           05  WS-RUN-VERSION-SW PIC X(01)  VALUE 'N'.
               88  WS-RUN-VERSION-KNOWN     VALUE 'Y'.
           05  WS-RUN-VERSION   PIC 9(06)   VALUE ZEROES.
           05  WS-RUN-MESSAGE   PIC X(80)   VALUE SPACES.

      *----------------------------------------------------------*
      * DISTINCT SHAPE NAMES ON THE JOURNAL, KEPT IN NAME ORDER
      * AS THEY ARE FOUND; ONE PASS OF THE JOURNAL PER NAME THEN
      * PRINTS THAT SHAPE'S HISTORY OLDEST FIRST.
      *----------------------------------------------------------*
       01  WS-NAME-TABLE.
           05  WS-NAME-COUNT    PIC 9(03)   VALUE ZEROES.
           05  WS-NAME          PIC X(08)   OCCURS 500 TIMES.

       01  WS-VARIABLES.
           05  WS-SUB           PIC 9(03)   VALUE ZEROES.
           05  WS-INS           PIC 9(03)   VALUE ZEROES.
           05  WS-CUR-NAME      PIC X(08)   VALUE SPACES.
           05  WS-TABLE-FULL-SW PIC X(01)   VALUE 'N'.
               88  WS-TABLE-FULL            VALUE 'Y'.
           05  WS-NAME-FOUND-SW PIC X(01)   VALUE 'N'.
               88  WS-NAME-FOUND            VALUE 'Y'.
           05  WS-NEW-GROUP-SW  PIC X(01)   VALUE 'N'.
               88  WS-NEW-GROUP             VALUE 'Y'.
           05  WS-PREV-STAMP    PIC 9(18)   VALUE ZEROES.
           05  WS-PREV-ACTION   PIC X(01)   VALUE SPACE.
           05  WS-PREV-IMAGE    PIC X(01)   VALUE SPACE.
           05  WS-IN-RANGE-SW   PIC X(01)   VALUE 'N'.
               88  WS-IN-RANGE              VALUE 'Y'.
           05  WS-SHAPE-PRINTED-SW PIC X(01) VALUE 'N'.
               88  WS-SHAPE-PRINTED         VALUE 'Y'.
           05  WS-RECORDS-READ  PIC 9(07)   VALUE ZEROES.
           05  WS-SHAPES-LISTED PIC 9(05)   VALUE ZEROES.
           05  WS-CHANGES-LISTED PIC 9(07)  VALUE ZEROES.

      *----------------------------------------------------------*
      * A JOURNAL STAMP IS CURRENT-DATE (1:16) STORED IN 9(18):
      * TWO LEADING ZEROES, THEN YYYYMMDDHHMMSSCC.
      *----------------------------------------------------------*
       01  WS-STAMP-FIELDS.
           05  WS-STAMP-N       PIC 9(18)   VALUE ZEROES.
           05  WS-STAMP-X       REDEFINES WS-STAMP-N.
               10  FILLER              PIC X(02).
               10  WS-STAMP-DATE       PIC 9(08).
               10  WS-STAMP-HH         PIC 9(02).
               10  WS-STAMP-MM         PIC 9(02).
               10  WS-STAMP-SS         PIC 9(02).
               10  WS-STAMP-CS         PIC 9(02).
           05  WS-STAMP-TEXT    PIC X(17)   VALUE SPACES.

      *----------------------------------------------------------*
      * THE GEOMETRY OF THE CURRENT SHAPE IN FORCE AT THE RUN'S
      * CATALOG VERSION:
      *   'N'  NOTHING ON THE JOURNAL DECIDES IT YET
      *   'A'  THE LAST AFTER IMAGE SAVED AT OR BEFORE THE VERSION
      *   'D'  DELETED AT OR BEFORE THE VERSION
      *   'B'  UNCHANGED SINCE BEFORE THE JOURNAL'S FIRST ENTRY FOR
      *        IT, WHICH CAME LATER - ITS BEFORE IMAGE IS THE FIGURE
      *   'X'  FIRST ADDED AFTER THE VERSION - NOT ON THE CATALOG
      *----------------------------------------------------------*
       01  WS-IN-FORCE-FIELDS.
           05  WS-IF-STATE      PIC X(01)   VALUE 'N'.
               88  WS-IF-UNDECIDED          VALUE 'N'.
               88  WS-IF-FROM-AFTER         VALUE 'A'.
               88  WS-IF-DELETED            VALUE 'D'.
               88  WS-IF-FROM-BEFORE        VALUE 'B'.
               88  WS-IF-NOT-YET-ADDED      VALUE 'X'.
           05  WS-IF-CAPTURE-SW PIC X(01)   VALUE 'N'.
               88  WS-IF-CAPTURING          VALUE 'Y'.
           05  WS-IF-LATER-SEEN-SW PIC X(01) VALUE 'N'.
               88  WS-IF-LATER-SEEN         VALUE 'Y'.
           05  WS-IF-VERSION    PIC 9(06)   VALUE ZEROES.
           05  WS-IF-STAMP      PIC 9(18)   VALUE ZEROES.
           05  WS-IF-OPERATOR   PIC X(08)   VALUE SPACES.
           05  WS-IF-COUNT      PIC 9(03)   VALUE ZEROES.
           05  WS-IF-CLOSED     PIC X(01)   VALUE SPACE.
           05  WS-IF-VTX-COUNT  PIC 9(03)   VALUE ZEROES.
           05  WS-IF-VERTEX     OCCURS 100 TIMES.
               10  WS-IF-X      PIC S9(03).
               10  WS-IF-Y      PIC S9(03).
               10  WS-IF-Z      PIC S9(03).

       01  WS-PRINT-FIELDS.
           05  WS-ACTION-TEXT   PIC X(07)   VALUE SPACES.
           05  WS-IMAGE-TEXT    PIC X(06)   VALUE SPACES.
           05  WS-VTX-ON-LINE   PIC 9(01)   VALUE ZEROES.
           05  WS-POS           PIC 9(03)   VALUE ZEROES.
           05  WS-X-ED          PIC -ZZ9.
           05  WS-Y-ED          PIC -ZZ9.
           05  WS-Z-ED          PIC -ZZ9.
           05  WS-VERTEX-LINE   PIC X(132)  VALUE SPACES.

       01  WS-REPORT-LINE       PIC X(132)  VALUE SPACES.

      *----------------------------------------------------------*
      * SHAPE CATALOG JOURNAL REPORT. EVERY ADD, CHANGE AND DELETE
      * SHAPMNT JOURNALED FOR THE SELECTED SHAPE (OR ALL SHAPES,
      * IN NAME ORDER) WITHIN THE DATE RANGE, OLDEST FIRST, WITH
      * THE OPERATOR, THE CATALOG VERSION IT WAS SAVED UNDER AND
      * THE FULL BEFORE AND AFTER FIGURES. WHEN A RUN ID IS GIVEN,
      * EACH SHAPE ALSO GETS THE FIGURE IN FORCE AT THE CATALOG
      * VERSION THAT RUN RECORDED ON ITS REGISTRY HEADER - THE
      * GEOMETRY THE RUN ACTUALLY DREW.
      *----------------------------------------------------------*
       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM 0100-READ-PARM-CARD
           THRU  F-0100-READ-PARM-CARD.

           IF WS-RUN-ID NOT = ZEROES
              PERFORM 0200-READ-RUN-VERSION
              THRU  F-0200-READ-RUN-VERSION
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF WS-FS-RPT NOT = '00'
              DISPLAY 'SHAPJRPT: REPORT FILE OPEN FAILED - STATUS '
                      WS-FS-RPT
              MOVE 12 TO RETURN-CODE
           ELSE
              PERFORM 1000-COLLECT-NAMES
              THRU  F-1000-COLLECT-NAMES

              PERFORM 2000-PRINT-HEADINGS
              THRU  F-2000-PRINT-HEADINGS

              PERFORM 3000-REPORT-ONE-SHAPE
              THRU  F-3000-REPORT-ONE-SHAPE
              VARYING WS-SUB FROM 1 BY 1
              UNTIL WS-SUB > WS-NAME-COUNT

              PERFORM 5000-PRINT-SUMMARY
              THRU  F-5000-PRINT-SUMMARY

              CLOSE REPORT-FILE
           END-IF.
       F-MAIN-PROGRAM. GOBACK.

       0100-READ-PARM-CARD.
           OPEN INPUT JOURNAL-PARM-FILE.
           IF WS-FS-PARM = '00'
              READ JOURNAL-PARM-FILE
                  AT END
                     CONTINUE
                  NOT AT END
                     MOVE JP-SHAPE-NAME TO WS-SEL-NAME
                     IF JP-FROM-DATE NUMERIC
                        MOVE JP-FROM-DATE TO WS-FROM-DATE
                     END-IF
                     IF JP-TO-DATE NUMERIC
                        MOVE JP-TO-DATE TO WS-TO-DATE
                     END-IF
                     IF JP-RUN-ID NUMERIC
                        MOVE JP-RUN-ID TO WS-RUN-ID
                     END-IF
              END-READ
           END-IF.
           CLOSE JOURNAL-PARM-FILE.

           IF WS-TO-DATE NOT = ZEROES
              AND WS-TO-DATE < WS-FROM-DATE
              DISPLAY 'SHAPJRPT: TO-DATE ' WS-TO-DATE
                      ' IS BEFORE FROM-DATE ' WS-FROM-DATE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
       F-0100-READ-PARM-CARD. EXIT.

      *----------------------------------------------------------*
      * THE CATALOG VERSION THE RUN LOADED. A RUN THAT NEVER
      * LOADED THE CATALOG (LINE OR CELL MODE), OR WAS REGISTERED
      * BEFORE THE VERSION WAS RECORDED, HAS NONE TO GO BY.
      *----------------------------------------------------------*
       0200-READ-RUN-VERSION.
           OPEN INPUT RUN-REGISTRY-FILE.
           IF WS-FS-REGST = '00'
              MOVE WS-RUN-ID TO RG-H-RUN-ID
              MOVE 'H'       TO RG-H-REC-TYPE
              READ RUN-REGISTRY-FILE
                  INVALID KEY
                     STRING 'RUN '        DELIMITED BY SIZE
                            WS-RUN-ID     DELIMITED BY SIZE
                            ' IS NOT ON THE RUN REGISTRY'
                                          DELIMITED BY SIZE
                            INTO WS-RUN-MESSAGE
                  NOT INVALID KEY
                     IF RG-H-CAT-VERSION NUMERIC
                        MOVE 'Y'              TO WS-RUN-VERSION-SW
                        MOVE RG-H-CAT-VERSION TO WS-RUN-VERSION
                     ELSE
                        STRING 'RUN '     DELIMITED BY SIZE
                               WS-RUN-ID  DELIMITED BY SIZE
                               ' RECORDED NO CATALOG VERSION - '
                                          DELIMITED BY SIZE
                               'NOT A SHAPES OR SCENE RUN'
                                          DELIMITED BY SIZE
                               INTO WS-RUN-MESSAGE
                     END-IF
              END-READ
           ELSE
              MOVE 'RUN REGISTRY NOT AVAILABLE' TO WS-RUN-MESSAGE
           END-IF.
           CLOSE RUN-REGISTRY-FILE.

           IF NOT WS-RUN-VERSION-KNOWN
              DISPLAY 'SHAPJRPT: ' WS-RUN-MESSAGE
              MOVE 12 TO RETURN-CODE
           END-IF.
       F-0200-READ-RUN-VERSION. EXIT.

      *----------------------------------------------------------*
      * FIRST PASS: THE DISTINCT SHAPE NAMES, INSERTED IN NAME
      * ORDER. WITH A SHAPE NAMED ON THE CARD ONLY THAT NAME IS
      * KEPT.
      *----------------------------------------------------------*
       1000-COLLECT-NAMES.
           OPEN INPUT SHAPE-JOURNAL-FILE.
           IF WS-FS-JRNL = '00' OR WS-FS-JRNL = '05'
              PERFORM UNTIL WS-FS-JRNL = '10'
                 READ SHAPE-JOURNAL-FILE
                     AT END
                        MOVE '10' TO WS-FS-JRNL
                     NOT AT END
                        ADD 1 TO WS-RECORDS-READ
                        IF WS-SEL-NAME = SPACES
                           OR JR-SHAPE-NAME = WS-SEL-NAME
                           PERFORM 1100-ADD-NAME
                           THRU  F-1100-ADD-NAME
                        END-IF
                 END-READ
              END-PERFORM
           ELSE
              DISPLAY 'SHAPJRPT: CATALOG JOURNAL OPEN FAILED - '
                      'STATUS ' WS-FS-JRNL
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           CLOSE SHAPE-JOURNAL-FILE.

           IF WS-TABLE-FULL
              DISPLAY 'SHAPJRPT: NAME TABLE FULL AT ' CT-MAX-NAMES
                      ' SHAPES - LATER NAMES NOT REPORTED'
           END-IF.
       F-1000-COLLECT-NAMES. EXIT.

       1100-ADD-NAME.
           MOVE 'N' TO WS-NAME-FOUND-SW.
           MOVE 1   TO WS-INS.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-NAME-COUNT
                      OR WS-NAME-FOUND
              IF WS-NAME(WS-SUB) = JR-SHAPE-NAME
                 MOVE 'Y' TO WS-NAME-FOUND-SW
              END-IF
              IF WS-NAME(WS-SUB) < JR-SHAPE-NAME
                 COMPUTE WS-INS = WS-SUB + 1
              END-IF
           END-PERFORM.

           IF NOT WS-NAME-FOUND
              IF WS-NAME-COUNT = CT-MAX-NAMES
                 MOVE 'Y' TO WS-TABLE-FULL-SW
              ELSE
                 PERFORM VARYING WS-SUB FROM WS-NAME-COUNT BY -1
                         UNTIL WS-SUB < WS-INS
                    MOVE WS-NAME(WS-SUB) TO WS-NAME(WS-SUB + 1)
                 END-PERFORM
                 MOVE JR-SHAPE-NAME TO WS-NAME(WS-INS)
                 ADD 1 TO WS-NAME-COUNT
              END-IF
           END-IF.
       F-1100-ADD-NAME. EXIT.

       2000-PRINT-HEADINGS.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'SHAPE CATALOG JOURNAL  SHAPE '  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE.
           IF WS-SEL-NAME = SPACES
              MOVE '(ALL)'     TO WS-REPORT-LINE(30:8)
           ELSE
              MOVE WS-SEL-NAME TO WS-REPORT-LINE(30:8)
           END-IF.
           MOVE 39 TO WS-POS.
           STRING 'CHANGED FROM '     DELIMITED BY SIZE
                  WS-FROM-DATE        DELIMITED BY SIZE
                  ' TO '              DELIMITED BY SIZE
                  WS-TO-DATE          DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
                  WITH POINTER WS-POS.
           IF WS-RUN-ID NOT = ZEROES
              STRING '  RUN '         DELIMITED BY SIZE
                     WS-RUN-ID        DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
                     WITH POINTER WS-POS
           END-IF.
           MOVE SPACES         TO RP-RECORD.
           MOVE '1'            TO RP-CTRL.
           MOVE WS-REPORT-LINE TO RP-LINE.
           PERFORM 8000-WRITE-REPORT-LINE
           THRU  F-8000-WRITE-REPORT-LINE.

           IF WS-RUN-ID NOT = ZEROES
              MOVE SPACES TO WS-REPORT-LINE
              IF WS-RUN-VERSION-KNOWN
                 STRING 'RUN '            DELIMITED BY SIZE
                        WS-RUN-ID         DELIMITED BY SIZE
                        ' LOADED CATALOG VERSION '
                                          DELIMITED BY SIZE
                        WS-RUN-VERSION    DELIMITED BY SIZE
                        INTO WS-REPORT-LINE
              ELSE
                 MOVE WS-RUN-MESSAGE TO WS-REPORT-LINE
              END-IF
              PERFORM 8100-PRINT-LINE
              THRU  F-8100-PRINT-LINE
           END-IF.
       F-2000-PRINT-HEADINGS. EXIT.

      *----------------------------------------------------------*
      * ONE PASS OF THE JOURNAL FOR THE SHAPE IN WS-NAME(WS-SUB).
      * A CHANGE IS THE RUN OF RECORDS SHARING ONE STAMP AND
      * ACTION; THE DATE RANGE DECIDES WHAT IS LISTED, BUT THE
      * IN-FORCE FIGURE IS TRACKED OVER THE WHOLE JOURNAL.
      *----------------------------------------------------------*
       3000-REPORT-ONE-SHAPE.
           MOVE WS-NAME(WS-SUB) TO WS-CUR-NAME.
           MOVE 'N'    TO WS-SHAPE-PRINTED-SW.
           MOVE ZEROES TO WS-PREV-STAMP.
           MOVE SPACE  TO WS-PREV-ACTION WS-PREV-IMAGE.
           MOVE 'N'    TO WS-IF-STATE.
           MOVE 'N'    TO WS-IF-CAPTURE-SW.
           MOVE 'N'    TO WS-IF-LATER-SEEN-SW.
           MOVE ZEROES TO WS-VTX-ON-LINE.

           OPEN INPUT SHAPE-JOURNAL-FILE.
           IF WS-FS-JRNL = '00' OR WS-FS-JRNL = '05'
              PERFORM UNTIL WS-FS-JRNL = '10'
                 READ SHAPE-JOURNAL-FILE
                     AT END
                        MOVE '10' TO WS-FS-JRNL
                     NOT AT END
                        IF JR-SHAPE-NAME = WS-CUR-NAME
                           PERFORM 3100-POST-JOURNAL-RECORD
                           THRU  F-3100-POST-JOURNAL-RECORD
                        END-IF
                 END-READ
              END-PERFORM
           ELSE
              DISPLAY 'SHAPJRPT: CATALOG JOURNAL OPEN FAILED - '
                      'STATUS ' WS-FS-JRNL
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           CLOSE SHAPE-JOURNAL-FILE.

           PERFORM 3400-FLUSH-VERTEX-LINE
           THRU  F-3400-FLUSH-VERTEX-LINE.

           IF WS-RUN-VERSION-KNOWN
              PERFORM 4000-PRINT-IN-FORCE
              THRU  F-4000-PRINT-IN-FORCE
           END-IF.
       F-3000-REPORT-ONE-SHAPE. EXIT.

       3100-POST-JOURNAL-RECORD.
           MOVE 'N' TO WS-NEW-GROUP-SW.
           IF JR-STAMP NOT = WS-PREV-STAMP
              OR JR-ACTION NOT = WS-PREV-ACTION
              MOVE 'Y'       TO WS-NEW-GROUP-SW
              MOVE JR-STAMP  TO WS-PREV-STAMP
              MOVE JR-ACTION TO WS-PREV-ACTION
              MOVE SPACE     TO WS-PREV-IMAGE
              MOVE JR-STAMP  TO WS-STAMP-N
              MOVE 'Y'       TO WS-IN-RANGE-SW
              IF WS-FROM-DATE NOT = ZEROES
                 AND WS-STAMP-DATE < WS-FROM-DATE
                 MOVE 'N' TO WS-IN-RANGE-SW
              END-IF
              IF WS-TO-DATE NOT = ZEROES
                 AND WS-STAMP-DATE > WS-TO-DATE
                 MOVE 'N' TO WS-IN-RANGE-SW
              END-IF
           END-IF.

           IF WS-IN-RANGE
              PERFORM 3200-LIST-JOURNAL-RECORD
              THRU  F-3200-LIST-JOURNAL-RECORD
           END-IF.

           IF WS-RUN-VERSION-KNOWN
              PERFORM 3500-TRACK-IN-FORCE
              THRU  F-3500-TRACK-IN-FORCE
           END-IF.
       F-3100-POST-JOURNAL-RECORD. EXIT.

       3200-LIST-JOURNAL-RECORD.
           IF NOT WS-SHAPE-PRINTED
              MOVE 'Y' TO WS-SHAPE-PRINTED-SW
              ADD 1 TO WS-SHAPES-LISTED
              MOVE SPACES TO WS-REPORT-LINE
              PERFORM 8100-PRINT-LINE
              THRU  F-8100-PRINT-LINE
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'SHAPE '       DELIMITED BY SIZE
                     WS-CUR-NAME    DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
              PERFORM 8100-PRINT-LINE
              THRU  F-8100-PRINT-LINE
           END-IF.

           IF WS-NEW-GROUP
              PERFORM 3400-FLUSH-VERTEX-LINE
              THRU  F-3400-FLUSH-VERTEX-LINE
              ADD 1 TO WS-CHANGES-LISTED
              EVALUATE TRUE
                  WHEN JR-ACTION-ADD
                     MOVE 'ADDED'   TO WS-ACTION-TEXT
                  WHEN JR-ACTION-CHANGE
                     MOVE 'CHANGED' TO WS-ACTION-TEXT
                  WHEN JR-ACTION-DELETE
                     MOVE 'DELETED' TO WS-ACTION-TEXT
                  WHEN OTHER
                     MOVE JR-ACTION TO WS-ACTION-TEXT
              END-EVALUATE
              PERFORM 3300-FORMAT-STAMP
              THRU  F-3300-FORMAT-STAMP
              MOVE SPACES TO WS-REPORT-LINE
              STRING '  '              DELIMITED BY SIZE
                     WS-STAMP-TEXT     DELIMITED BY SIZE
                     '  VERSION '      DELIMITED BY SIZE
                     JR-CAT-VERSION    DELIMITED BY SIZE
                     '  OPERATOR '     DELIMITED BY SIZE
                     JR-OPERATOR       DELIMITED BY SIZE
                     '  '              DELIMITED BY SIZE
                     WS-ACTION-TEXT    DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
              PERFORM 8100-PRINT-LINE
              THRU  F-8100-PRINT-LINE
           END-IF.

           IF JR-H-REC-TYPE = 'H'
              PERFORM 3400-FLUSH-VERTEX-LINE
              THRU  F-3400-FLUSH-VERTEX-LINE
              IF JR-BEFORE-IMAGE
                 MOVE 'BEFORE' TO WS-IMAGE-TEXT
              ELSE
                 MOVE 'AFTER'  TO WS-IMAGE-TEXT
              END-IF
              MOVE SPACES TO WS-REPORT-LINE
              STRING '      '           DELIMITED BY SIZE
                     WS-IMAGE-TEXT      DELIMITED BY SIZE
                     '  VERTICES '      DELIMITED BY SIZE
                     JR-H-VERTEX-COUNT  DELIMITED BY SIZE
                     '  CLOSED '        DELIMITED BY SIZE
                     JR-H-CLOSED-FLAG   DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
              PERFORM 8100-PRINT-LINE
              THRU  F-8100-PRINT-LINE
           ELSE
              MOVE JR-V-X TO WS-X-ED
              MOVE JR-V-Y TO WS-Y-ED
              MOVE JR-V-Z TO WS-Z-ED
              PERFORM 3410-ADD-VERTEX-TO-LINE
              THRU  F-3410-ADD-VERTEX-TO-LINE
           END-IF.
       F-3200-LIST-JOURNAL-RECORD. EXIT.

       3300-FORMAT-STAMP.
           MOVE SPACES TO WS-STAMP-TEXT.
           STRING WS-STAMP-DATE DELIMITED BY SIZE
                  ' '           DELIMITED BY SIZE
                  WS-STAMP-HH   DELIMITED BY SIZE
                  ':'           DELIMITED BY SIZE
                  WS-STAMP-MM   DELIMITED BY SIZE
                  ':'           DELIMITED BY SIZE
                  WS-STAMP-SS   DELIMITED BY SIZE
                  INTO WS-STAMP-TEXT.
       F-3300-FORMAT-STAMP. EXIT.

      *----------------------------------------------------------*
      * VERTICES ARE PRINTED SEVERAL TO A LINE AS (X Y Z).
      *----------------------------------------------------------*
       3400-FLUSH-VERTEX-LINE.
           IF WS-VTX-ON-LINE > ZEROES
              MOVE WS-VERTEX-LINE TO WS-REPORT-LINE
              PERFORM 8100-PRINT-LINE
              THRU  F-8100-PRINT-LINE
              MOVE ZEROES TO WS-VTX-ON-LINE
           END-IF.
       F-3400-FLUSH-VERTEX-LINE. EXIT.

       3410-ADD-VERTEX-TO-LINE.
           IF WS-VTX-ON-LINE = ZEROES
              MOVE SPACES TO WS-VERTEX-LINE
           END-IF.
           COMPUTE WS-POS = WS-VTX-ON-LINE * 17 + 9.
           STRING '('      DELIMITED BY SIZE
                  WS-X-ED  DELIMITED BY SIZE
                  ' '      DELIMITED BY SIZE
                  WS-Y-ED  DELIMITED BY SIZE
                  ' '      DELIMITED BY SIZE
                  WS-Z-ED  DELIMITED BY SIZE
                  ')'      DELIMITED BY SIZE
                  INTO WS-VERTEX-LINE
                  WITH POINTER WS-POS.
           ADD 1 TO WS-VTX-ON-LINE.
           IF WS-VTX-ON-LINE = CT-VERTICES-PER-LINE
              PERFORM 3400-FLUSH-VERTEX-LINE
              THRU  F-3400-FLUSH-VERTEX-LINE
           END-IF.
       F-3410-ADD-VERTEX-TO-LINE. EXIT.

      *----------------------------------------------------------*
      * FOLLOW THE SHAPE'S GEOMETRY UP TO THE RUN'S VERSION. THE
      * JOURNAL IS WRITTEN AT EACH SAVE, SO IT IS IN VERSION ORDER
      * AND THE LAST CHANGE SAVED AT OR BEFORE THE VERSION WINS.
      * WHEN NOTHING AT OR BEFORE IT MENTIONS THE SHAPE, THE
      * FIRST LATER CHANGE SETTLES IT: A
      * LATER ADD MEANS THE SHAPE WAS NOT YET ON THE CATALOG, A
      * LATER CHANGE OR DELETE CARRIES THE UNTOUCHED FIGURE AS
      * ITS BEFORE IMAGE.
      *----------------------------------------------------------*
       3500-TRACK-IN-FORCE.
           IF WS-NEW-GROUP
              MOVE 'N' TO WS-IF-CAPTURE-SW
              EVALUATE TRUE
                  WHEN JR-CAT-VERSION <= WS-RUN-VERSION
                     IF JR-ACTION-DELETE
                        MOVE 'D' TO WS-IF-STATE
                        PERFORM 3510-NOTE-IN-FORCE-CHANGE
                        THRU  F-3510-NOTE-IN-FORCE-CHANGE
                     ELSE
                        MOVE 'A' TO WS-IF-STATE
                        MOVE 'Y' TO WS-IF-CAPTURE-SW
                        PERFORM 3510-NOTE-IN-FORCE-CHANGE
                        THRU  F-3510-NOTE-IN-FORCE-CHANGE
                     END-IF
                  WHEN WS-IF-UNDECIDED AND NOT WS-IF-LATER-SEEN
                     MOVE 'Y' TO WS-IF-LATER-SEEN-SW
                     IF JR-ACTION-ADD
                        MOVE 'X' TO WS-IF-STATE
                     ELSE
                        MOVE 'B' TO WS-IF-STATE
                        MOVE 'Y' TO WS-IF-CAPTURE-SW
                        PERFORM 3510-NOTE-IN-FORCE-CHANGE
                        THRU  F-3510-NOTE-IN-FORCE-CHANGE
                     END-IF
                  WHEN OTHER
                     CONTINUE
              END-EVALUATE
           END-IF.

           IF WS-IF-CAPTURING
              IF (WS-IF-FROM-AFTER AND JR-AFTER-IMAGE)
                 OR (WS-IF-FROM-BEFORE AND JR-BEFORE-IMAGE)
                 IF JR-H-REC-TYPE = 'H'
                    MOVE JR-H-VERTEX-COUNT TO WS-IF-COUNT
                    MOVE JR-H-CLOSED-FLAG  TO WS-IF-CLOSED
                    MOVE ZEROES            TO WS-IF-VTX-COUNT
                 ELSE
                    IF WS-IF-VTX-COUNT < 100
                       ADD 1 TO WS-IF-VTX-COUNT
                       MOVE JR-V-X TO WS-IF-X(WS-IF-VTX-COUNT)
                       MOVE JR-V-Y TO WS-IF-Y(WS-IF-VTX-COUNT)
                       MOVE JR-V-Z TO WS-IF-Z(WS-IF-VTX-COUNT)
                    END-IF
                 END-IF
              END-IF
           END-IF.
       F-3500-TRACK-IN-FORCE. EXIT.

       3510-NOTE-IN-FORCE-CHANGE.
           MOVE JR-CAT-VERSION TO WS-IF-VERSION.
           MOVE JR-STAMP       TO WS-IF-STAMP.
           MOVE JR-OPERATOR    TO WS-IF-OPERATOR.
           MOVE ZEROES         TO WS-IF-COUNT WS-IF-VTX-COUNT.
           MOVE SPACE          TO WS-IF-CLOSED.
       F-3510-NOTE-IN-FORCE-CHANGE. EXIT.

       4000-PRINT-IN-FORCE.
           IF NOT WS-SHAPE-PRINTED
              MOVE 'Y' TO WS-SHAPE-PRINTED-SW
              ADD 1 TO WS-SHAPES-LISTED
              MOVE SPACES TO WS-REPORT-LINE
              PERFORM 8100-PRINT-LINE
              THRU  F-8100-PRINT-LINE
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'SHAPE '       DELIMITED BY SIZE
                     WS-CUR-NAME    DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
              PERFORM 8100-PRINT-LINE
              THRU  F-8100-PRINT-LINE
           END-IF.

           MOVE WS-IF-STAMP TO WS-STAMP-N.
           PERFORM 3300-FORMAT-STAMP
           THRU  F-3300-FORMAT-STAMP.
           MOVE SPACES TO WS-REPORT-LINE.
           EVALUATE TRUE
               WHEN WS-IF-FROM-AFTER
                  STRING '  IN FORCE AT VERSION '   DELIMITED BY SIZE
                         WS-RUN-VERSION             DELIMITED BY SIZE
                         ': AS SAVED UNDER VERSION ' DELIMITED BY SIZE
                         WS-IF-VERSION              DELIMITED BY SIZE
                         ' ON '                     DELIMITED BY SIZE
                         WS-STAMP-TEXT              DELIMITED BY SIZE
                         ' BY '                     DELIMITED BY SIZE
                         WS-IF-OPERATOR             DELIMITED BY SIZE
                         INTO WS-REPORT-LINE
               WHEN WS-IF-FROM-BEFORE
                  STRING '  IN FORCE AT VERSION '   DELIMITED BY SIZE
                         WS-RUN-VERSION             DELIMITED BY SIZE
                         ': UNCHANGED UNTIL VERSION ' DELIMITED BY SIZE
                         WS-IF-VERSION              DELIMITED BY SIZE
                         ' ON '                     DELIMITED BY SIZE
                         WS-STAMP-TEXT              DELIMITED BY SIZE
                         INTO WS-REPORT-LINE
               WHEN WS-IF-DELETED
                  STRING '  IN FORCE AT VERSION '   DELIMITED BY SIZE
                         WS-RUN-VERSION             DELIMITED BY SIZE
                         ': NONE - DELETED UNDER VERSION '
                                                    DELIMITED BY SIZE
                         WS-IF-VERSION              DELIMITED BY SIZE
                         ' ON '                     DELIMITED BY SIZE
                         WS-STAMP-TEXT              DELIMITED BY SIZE
                         INTO WS-REPORT-LINE
               WHEN WS-IF-NOT-YET-ADDED
                  STRING '  IN FORCE AT VERSION '   DELIMITED BY SIZE
                         WS-RUN-VERSION             DELIMITED BY SIZE
                         ': NONE - NOT YET ADDED TO THE CATALOG'
                                                    DELIMITED BY SIZE
                         INTO WS-REPORT-LINE
               WHEN OTHER
                  STRING '  IN FORCE AT VERSION '   DELIMITED BY SIZE
                         WS-RUN-VERSION             DELIMITED BY SIZE
                         ': NOT DETERMINED - NO JOURNAL ENTRY DECIDES'
                                                    DELIMITED BY SIZE
                         ' IT'                      DELIMITED BY SIZE
                         INTO WS-REPORT-LINE
           END-EVALUATE.
           PERFORM 8100-PRINT-LINE
           THRU  F-8100-PRINT-LINE.

           IF WS-IF-FROM-AFTER OR WS-IF-FROM-BEFORE
              MOVE SPACES TO WS-REPORT-LINE
              STRING '      FIGURE  VERTICES ' DELIMITED BY SIZE
                     WS-IF-COUNT              DELIMITED BY SIZE
                     '  CLOSED '              DELIMITED BY SIZE
                     WS-IF-CLOSED             DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
              PERFORM 8100-PRINT-LINE
              THRU  F-8100-PRINT-LINE
              PERFORM VARYING WS-INS FROM 1 BY 1
                      UNTIL WS-INS > WS-IF-VTX-COUNT
                 MOVE WS-IF-X(WS-INS) TO WS-X-ED
                 MOVE WS-IF-Y(WS-INS) TO WS-Y-ED
                 MOVE WS-IF-Z(WS-INS) TO WS-Z-ED
                 PERFORM 3410-ADD-VERTEX-TO-LINE
                 THRU  F-3410-ADD-VERTEX-TO-LINE
              END-PERFORM
              PERFORM 3400-FLUSH-VERTEX-LINE
              THRU  F-3400-FLUSH-VERTEX-LINE
           END-IF.
       F-4000-PRINT-IN-FORCE. EXIT.

       5000-PRINT-SUMMARY.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 8100-PRINT-LINE
           THRU  F-8100-PRINT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'JOURNAL RECORDS READ ' DELIMITED BY SIZE
                  WS-RECORDS-READ         DELIMITED BY SIZE
                  '  SHAPES LISTED '      DELIMITED BY SIZE
                  WS-SHAPES-LISTED        DELIMITED BY SIZE
                  '  CHANGES LISTED '     DELIMITED BY SIZE
                  WS-CHANGES-LISTED       DELIMITED BY SIZE
                  INTO WS-REPORT-LINE.
           PERFORM 8100-PRINT-LINE
           THRU  F-8100-PRINT-LINE.

           DISPLAY 'SHAPJRPT: ' WS-SHAPES-LISTED ' SHAPES, '
                   WS-CHANGES-LISTED ' CHANGES LISTED'.
       F-5000-PRINT-SUMMARY. EXIT.

       8000-WRITE-REPORT-LINE.
           WRITE RP-RECORD.
           IF WS-FS-RPT NOT = '00'
              DISPLAY 'SHAPJRPT: REPORT WRITE FAILED - STATUS '
                      WS-FS-RPT
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
       F-8000-WRITE-REPORT-LINE. EXIT.

       8100-PRINT-LINE.
           MOVE SPACES         TO RP-RECORD.
           MOVE WS-REPORT-LINE TO RP-LINE.
           PERFORM 8000-WRITE-REPORT-LINE
           THRU  F-8000-WRITE-REPORT-LINE.
       F-8100-PRINT-LINE. EXIT.
