       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHAPEDIT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO "CTLCARD"
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS WS-FS-CONTROL.

           SELECT OPTIONAL SHAPES-FILE ASSIGN TO "SHAPES"
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS WS-FS-SHAPES.

           SELECT OPTIONAL SHAPE-CATALOG-FILE ASSIGN TO "SHAPCATL"
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS WS-FS-SHCAT.

           SELECT REPORT-FILE ASSIGN TO "SHPEDRPT"
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS WS-FS-RPT.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------*
      * SAME CARD DECK THE RENDER JOB READS. ONLY THE CANVAS SIZE
      * AND THE MODE ARE USED HERE; THE REMAINING FIELDS ARE
      * CARRIED AS FILLER IN THEIR ACTUAL POSITIONS SO THE
      * PROGRAMS AGREE ON THE RECORD LAYOUT.
      *----------------------------------------------------------*
       FD  CONTROL-FILE.
       01  CTL-RECORD.
           05  CTL-TURNS             PIC 9(08).
           05  CTL-WIDTH             PIC 9(03).
           05  CTL-HEIGHT            PIC 9(03).
           05  FILLER                PIC X(04).
           05  CTL-MODE              PIC X(01).
           05  FILLER                PIC X(01).
           05  FILLER                PIC X(16).
           05  FILLER                PIC X(04).
           05  FILLER                PIC X(01).
           05  FILLER                PIC X(09).
           05  FILLER                PIC X(09).
           05  FILLER                PIC X(01).
           05  FILLER                PIC X(16).

      *----------------------------------------------------------*
      * THE SHAPES DECK, IN THE THREE RECORD FORMATS THE RENDER
      * JOB READS: 'H' FIGURE HEADER, 'V' VERTEX, 'N' CATALOG
      * NAME. LAYOUTS MUST AGREE WITH THE RENDER JOB.
      *----------------------------------------------------------*
       FD  SHAPES-FILE.
       01  SH-HEADER-RECORD.
           05  SH-H-REC-TYPE         PIC X(01).
           05  FILLER                PIC X(01).
           05  SH-H-VERTEX-COUNT     PIC 9(03).
           05  FILLER                PIC X(01).
           05  SH-H-CLOSED-FLAG      PIC X(01).
       01  SH-VERTEX-RECORD.
           05  SH-V-REC-TYPE         PIC X(01).
           05  FILLER                PIC X(01).
           05  SH-V-X                PIC S9(03).
           05  FILLER                PIC X(01).
           05  SH-V-Y                PIC S9(03).
           05  FILLER                PIC X(01).
           05  SH-V-Z                PIC S9(03).
       01  SH-NAME-RECORD.
           05  SH-N-REC-TYPE         PIC X(01).
           05  FILLER                PIC X(01).
           05  SH-N-NAME             PIC X(08).

      *----------------------------------------------------------*
      * SHAPE CATALOG MASTER MAINTAINED BY SHAPMNT. LAYOUTS MUST
      * AGREE WITH SHAPMNT AND THE RENDER JOB.
      *----------------------------------------------------------*
       FD  SHAPE-CATALOG-FILE.
       01  CA-CONTROL-RECORD.
           05  CA-C-REC-TYPE         PIC X(01).
           05  FILLER                PIC X(01).
           05  CA-C-VERSION          PIC 9(06).
           05  FILLER                PIC X(01).
           05  CA-C-SAVE-STAMP       PIC 9(16).
       01  CA-HEADER-RECORD.
           05  CA-H-REC-TYPE         PIC X(01).
           05  FILLER                PIC X(01).
           05  CA-H-NAME             PIC X(08).
           05  FILLER                PIC X(01).
           05  CA-H-VERTEX-COUNT     PIC 9(03).
           05  FILLER                PIC X(01).
           05  CA-H-CLOSED-FLAG      PIC X(01).
       01  CA-VERTEX-RECORD.
           05  CA-V-REC-TYPE         PIC X(01).
           05  FILLER                PIC X(01).
           05  CA-V-X                PIC S9(03).
           05  FILLER                PIC X(01).
           05  CA-V-Y                PIC S9(03).
           05  FILLER                PIC X(01).
           05  CA-V-Z                PIC S9(03).

       FD  REPORT-FILE.
       01  RP-RECORD.
           05  RP-CTRL               PIC X(01).
           05  RP-LINE               PIC X(132).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------*
      * LIMITS AND DEFAULTS AS THE RENDER JOB HOLDS THEM.
      *----------------------------------------------------------*
       01  CT-CONSTANTS.
           05  CT-DEF-WIDTH     PIC 9(03)    VALUE 100.
           05  CT-DEF-HEIGHT    PIC 9(03)    VALUE 40.
           05  CT-MAX-CANVAS    PIC 9(03)    VALUE 100.
           05  CT-CANVAS-DEPTH  PIC 9(03)    VALUE 100.
           05  CT-MAX-VERTICES  PIC 9(03)    VALUE 100.
           05  CT-MAX-CATALOG   PIC 9(03)    VALUE 50.
           05  CT-MAX-SCENE     PIC 9(03)    VALUE 20.
           05  CT-MAX-DECK      PIC 9(02)    VALUE 20.

       01  WS-FILE-STATUSES.
           05  WS-FS-CONTROL    PIC X(02)   VALUE SPACES.
           05  WS-FS-SHAPES     PIC X(02)   VALUE SPACES.
           05  WS-FS-SHCAT      PIC X(02)   VALUE SPACES.
           05  WS-FS-RPT        PIC X(02)   VALUE SPACES.

       01  WS-ABEND-FIELDS.
           05  WS-ABEND-FILE-NAME  PIC X(20)   VALUE SPACES.
           05  WS-ABEND-STATUS     PIC X(02)   VALUE SPACES.

      *----------------------------------------------------------*
      * THE CANVAS THE DECK IS EDITED AGAINST. EVERY SHAPES OR
      * SCENE RUN ON THE CONTROL DECK READS THE WHOLE SHAPES DECK,
      * SO THE SMALLEST CANVAS AMONG THOSE RUNS IS THE ONE EVERY
      * VERTEX HAS TO FIT.
      *----------------------------------------------------------*
       01  WS-CANVAS-FIELDS.
           05  WS-EDIT-WIDTH    PIC 9(03)   VALUE ZEROES.
           05  WS-EDIT-HEIGHT   PIC 9(03)   VALUE ZEROES.
           05  WS-CARD-WIDTH    PIC 9(03)   VALUE ZEROES.
           05  WS-CARD-HEIGHT   PIC 9(03)   VALUE ZEROES.
           05  WS-CARD-MODE     PIC X(01)   VALUE SPACE.
           05  WS-CARD-COUNT    PIC 9(02)   VALUE ZEROES.
           05  WS-SHAPE-CARDS   PIC 9(02)   VALUE ZEROES.
           05  WS-SCENE-SW      PIC X(01)   VALUE 'N'.
               88  WS-SCENE-ON-DECK         VALUE 'Y'.

      *----------------------------------------------------------*
      * CATALOG NAMES AS THE RENDER JOB WOULD LOAD THEM. AN ENTRY
      * THE LOAD WOULD CONDEMN (BAD HEADER, BAD OR OFF-CANVAS
      * VERTEX, TABLE FULL) GOES ON THE REJECTED LIST INSTEAD, SO
      * AN 'N' RECORD NAMING IT CAN BE TOLD WHY IT WILL NOT
      * RESOLVE.
      *----------------------------------------------------------*
       01  WS-CATALOG-FIELDS.
           05  WS-CAT-AVAIL-SW  PIC X(01)   VALUE 'N'.
               88  WS-CAT-AVAILABLE         VALUE 'Y'.
           05  WS-CAT-VERSION   PIC 9(06)   VALUE ZEROES.
           05  WS-CAT-COUNT     PIC 9(03)   VALUE ZEROES.
           05  WS-CAT-SUB       PIC 9(03)   VALUE ZEROES.
           05  WS-CAT-FOUND     PIC 9(03)   VALUE ZEROES.
           05  WS-CAT-LOAD-SLOT PIC 9(03)   VALUE ZEROES.
           05  WS-CAT-NAME      PIC X(08)   VALUE SPACES
                                OCCURS 50 TIMES.
           05  WS-REJ-COUNT     PIC 9(03)   VALUE ZEROES.
           05  WS-REJ-NAME      PIC X(08)   VALUE SPACES
                                OCCURS 50 TIMES.

       01  WS-EDIT-FIELDS.
           05  WS-REC-NO        PIC 9(06)   VALUE ZEROES.
           05  WS-FIG-COUNT     PIC 9(05)   VALUE ZEROES.
           05  WS-IN-FIGURE-SW  PIC X(01)   VALUE 'N'.
               88  WS-IN-FIGURE             VALUE 'Y'.
           05  WS-BAD-HEADER-SW PIC X(01)   VALUE 'N'.
               88  WS-BAD-HEADER            VALUE 'Y'.
           05  WS-FIG-REC-NO    PIC 9(06)   VALUE ZEROES.
           05  WS-FIG-EXPECTED  PIC 9(03)   VALUE ZEROES.
           05  WS-FIG-SEEN      PIC 9(05)   VALUE ZEROES.
           05  WS-ERROR-COUNT   PIC 9(05)   VALUE ZEROES.
           05  WS-WARNING-COUNT PIC 9(05)   VALUE ZEROES.
           05  WS-EDIT-RC       PIC 9(02)   VALUE ZEROES.

       01  WS-MESSAGE-FIELDS.
           05  WS-MSG-SEVERITY  PIC X(01)   VALUE SPACE.
               88  WS-MSG-ERROR             VALUE 'E'.
               88  WS-MSG-WARNING           VALUE 'W'.
           05  WS-MSG-TEXT      PIC X(100)  VALUE SPACES.
           05  WS-COORD-ED      PIC -ZZ9.
           05  WS-LIMIT-ED      PIC ZZ9.

       01  WS-REPORT-LINE       PIC X(132)  VALUE SPACES.

      *----------------------------------------------------------*
      * PRE-RUN EDIT OF THE SHAPES DECK, RUN AS THE FIRST STEP OF
      * THE NIGHT SO A BAD DECK IS CAUGHT BEFORE THE RENDER STEP
      * STARTS RATHER THAN ONE FIGURE AT A TIME DURING THE RUN.
      * THE DECK IS READ THE WAY THE RENDER JOB READS IT AND EVERY
      * RECORD IS LISTED BY ITS DECK RECORD NUMBER WITH ANY
      * FINDINGS UNDER IT: RECORD TYPE OUT OF SEQUENCE, A HEADER
      * WHOSE VERTEX COUNT DISAGREES WITH THE VERTEX RECORDS THAT
      * FOLLOW IT, COORDINATES OFF THE CANVAS, CATALOG NAMES THAT
      * WILL NOT RESOLVE, AND - WHEN A SCENE RUN IS ON THE CONTROL
      * DECK - MORE FIGURES THAN ONE SCENE HOLDS.
      *   RC 0  DECK CLEAN
      *   RC 4  WARNINGS ONLY - THE RENDER STEP MAY RUN
      *   RC 8  ERRORS - THE RENDER STEP MUST NOT RUN
      *   RC 16 FILE ERROR
      *----------------------------------------------------------*
       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           OPEN OUTPUT REPORT-FILE.
           IF WS-FS-RPT NOT = '00'
              MOVE 'REPORT-FILE'    TO WS-ABEND-FILE-NAME
              MOVE WS-FS-RPT        TO WS-ABEND-STATUS
              PERFORM 9990-ABEND-FILE-ERROR
              THRU  F-9990-ABEND-FILE-ERROR
           END-IF.

           PERFORM 0100-READ-CONTROL-DECK
           THRU  F-0100-READ-CONTROL-DECK.

           PERFORM 1000-LOAD-CATALOG
           THRU  F-1000-LOAD-CATALOG.

           PERFORM 0200-PRINT-HEADING
           THRU  F-0200-PRINT-HEADING.

           PERFORM 2000-EDIT-DECK
           THRU  F-2000-EDIT-DECK.

           PERFORM 3000-PRINT-SUMMARY
           THRU  F-3000-PRINT-SUMMARY.

           CLOSE REPORT-FILE.

           DISPLAY 'SHAPEDIT: ' WS-REC-NO ' RECORDS, '
                   WS-FIG-COUNT ' FIGURES, '
                   WS-ERROR-COUNT ' ERRORS, '
                   WS-WARNING-COUNT ' WARNINGS - RC ' WS-EDIT-RC.
           MOVE WS-EDIT-RC TO RETURN-CODE.
       F-MAIN-PROGRAM. GOBACK.

      *----------------------------------------------------------*
      * WALK THE CONTROL DECK WITH THE RENDER JOB'S DEFAULTS AND
      * CAPS. NO CARD AT ALL IS ONE DEFAULT RUN, AS IN THE RENDER
      * JOB - A LINE-MODE RUN THAT NEVER READS THE SHAPES DECK.
      *----------------------------------------------------------*
       0100-READ-CONTROL-DECK.
           OPEN INPUT CONTROL-FILE.
           IF WS-FS-CONTROL = '00'
              PERFORM UNTIL WS-FS-CONTROL = '10'
                 READ CONTROL-FILE
                     AT END
                        MOVE '10' TO WS-FS-CONTROL
                     NOT AT END
                        IF WS-CARD-COUNT < CT-MAX-DECK
                           ADD 1 TO WS-CARD-COUNT
                           PERFORM 0110-APPLY-CARD
                           THRU  F-0110-APPLY-CARD
                        END-IF
                 END-READ
              END-PERFORM
              CLOSE CONTROL-FILE
           END-IF.

           IF WS-SHAPE-CARDS = ZEROES
              MOVE CT-DEF-WIDTH  TO WS-EDIT-WIDTH
              MOVE CT-DEF-HEIGHT TO WS-EDIT-HEIGHT
           END-IF.
       F-0100-READ-CONTROL-DECK. EXIT.

       0110-APPLY-CARD.
           MOVE CT-DEF-WIDTH  TO WS-CARD-WIDTH.
           MOVE CT-DEF-HEIGHT TO WS-CARD-HEIGHT.
           MOVE 'L'           TO WS-CARD-MODE.
           IF CTL-WIDTH NUMERIC AND CTL-WIDTH NOT = ZEROES
              MOVE CTL-WIDTH TO WS-CARD-WIDTH
           END-IF.
           IF CTL-HEIGHT NUMERIC AND CTL-HEIGHT NOT = ZEROES
              MOVE CTL-HEIGHT TO WS-CARD-HEIGHT
           END-IF.
           IF CTL-MODE NOT = SPACE
              MOVE CTL-MODE TO WS-CARD-MODE
           END-IF.
           IF WS-CARD-WIDTH > CT-MAX-CANVAS
              MOVE CT-MAX-CANVAS TO WS-CARD-WIDTH
           END-IF.
           IF WS-CARD-HEIGHT > CT-MAX-CANVAS
              MOVE CT-MAX-CANVAS TO WS-CARD-HEIGHT
           END-IF.

           IF WS-CARD-MODE = 'S' OR WS-CARD-MODE = 'A'
              ADD 1 TO WS-SHAPE-CARDS
              IF WS-SHAPE-CARDS = 1
                 OR WS-CARD-WIDTH < WS-EDIT-WIDTH
                 MOVE WS-CARD-WIDTH TO WS-EDIT-WIDTH
              END-IF
              IF WS-SHAPE-CARDS = 1
                 OR WS-CARD-HEIGHT < WS-EDIT-HEIGHT
                 MOVE WS-CARD-HEIGHT TO WS-EDIT-HEIGHT
              END-IF
              IF WS-CARD-MODE = 'A'
                 MOVE 'Y' TO WS-SCENE-SW
              END-IF
           END-IF.
       F-0110-APPLY-CARD. EXIT.

       0200-PRINT-HEADING.
           MOVE SPACES TO RP-RECORD.
           MOVE '1'    TO RP-CTRL.
           STRING 'SHAPES DECK EDIT - CANVAS '  DELIMITED BY SIZE
                  WS-EDIT-WIDTH                 DELIMITED BY SIZE
                  ' X '                         DELIMITED BY SIZE
                  WS-EDIT-HEIGHT                DELIMITED BY SIZE
                  ' X '                         DELIMITED BY SIZE
                  CT-CANVAS-DEPTH               DELIMITED BY SIZE
                  '  CATALOG VERSION '          DELIMITED BY SIZE
                  WS-CAT-VERSION                DELIMITED BY SIZE
                  ' FIGURES '                   DELIMITED BY SIZE
                  WS-CAT-COUNT                  DELIMITED BY SIZE
                  '  CONTROL CARDS '            DELIMITED BY SIZE
                  WS-CARD-COUNT                 DELIMITED BY SIZE
                  '  SHAPES/SCENE RUNS '        DELIMITED BY SIZE
                  WS-SHAPE-CARDS                DELIMITED BY SIZE
                  INTO RP-LINE.
           PERFORM 8000-WRITE-REPORT-LINE
           THRU  F-8000-WRITE-REPORT-LINE.

           IF WS-SCENE-ON-DECK
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'SCENE RUN ON CONTROL DECK - LIMIT '
                                         DELIMITED BY SIZE
                     CT-MAX-SCENE        DELIMITED BY SIZE
                     ' FIGURES'          DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
              PERFORM 8100-PRINT-LINE
              THRU  F-8100-PRINT-LINE
           END-IF.

           IF WS-SHAPE-CARDS = ZEROES
              MOVE 'W' TO WS-MSG-SEVERITY
              MOVE 'NO SHAPES OR SCENE RUN ON THE CONTROL DECK - '
                 & 'EDITED AGAINST THE DEFAULT CANVAS'
                TO WS-MSG-TEXT
              PERFORM 8200-PRINT-MESSAGE
              THRU  F-8200-PRINT-MESSAGE
           END-IF.

           IF NOT WS-CAT-AVAILABLE
              MOVE 'W' TO WS-MSG-SEVERITY
              MOVE 'NO SHAPE CATALOG - NO NAME RECORD CAN RESOLVE'
                TO WS-MSG-TEXT
              PERFORM 8200-PRINT-MESSAGE
              THRU  F-8200-PRINT-MESSAGE
           END-IF.

           PERFORM 0210-PRINT-REJECTED-ENTRY
           THRU  F-0210-PRINT-REJECTED-ENTRY
           VARYING WS-CAT-SUB FROM 1 BY 1
           UNTIL WS-CAT-SUB > WS-REJ-COUNT.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 8100-PRINT-LINE
           THRU  F-8100-PRINT-LINE.
           MOVE ' RECORD  IMAGE' TO WS-REPORT-LINE.
           PERFORM 8100-PRINT-LINE
           THRU  F-8100-PRINT-LINE.
       F-0200-PRINT-HEADING. EXIT.

       0210-PRINT-REJECTED-ENTRY.
           MOVE 'W' TO WS-MSG-SEVERITY.
           MOVE SPACES TO WS-MSG-TEXT.
           STRING 'CATALOG ENTRY '          DELIMITED BY SIZE
                  WS-REJ-NAME(WS-CAT-SUB)   DELIMITED BY SIZE
                  ' SKIPPED AT LOAD - BAD HEADER, BAD OR '
                                            DELIMITED BY SIZE
                  'OFF-CANVAS VERTEX, OR CATALOG FULL'
                                            DELIMITED BY SIZE
                  INTO WS-MSG-TEXT.
           PERFORM 8200-PRINT-MESSAGE
           THRU  F-8200-PRINT-MESSAGE.
       F-0210-PRINT-REJECTED-ENTRY. EXIT.

      *----------------------------------------------------------*
      * LOAD THE CATALOG NAMES UNDER THE SAME RULES THE RENDER
      * JOB'S CATALOG LOAD APPLIES, AGAINST THE EDIT CANVAS.
      *----------------------------------------------------------*
       1000-LOAD-CATALOG.
           OPEN INPUT SHAPE-CATALOG-FILE.
           IF WS-FS-SHCAT = '00'
              MOVE 'Y' TO WS-CAT-AVAIL-SW
           END-IF.
           IF WS-FS-SHCAT = '00' OR WS-FS-SHCAT = '05'
              PERFORM UNTIL WS-FS-SHCAT = '10'
                 READ SHAPE-CATALOG-FILE
                     AT END
                        MOVE '10' TO WS-FS-SHCAT
                     NOT AT END
                        PERFORM 1100-LOAD-CATALOG-RECORD
                        THRU  F-1100-LOAD-CATALOG-RECORD
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE SHAPE-CATALOG-FILE.
       F-1000-LOAD-CATALOG. EXIT.

       1100-LOAD-CATALOG-RECORD.
           EVALUATE CA-H-REC-TYPE
               WHEN 'C'
                  IF CA-C-VERSION NUMERIC
                     MOVE CA-C-VERSION TO WS-CAT-VERSION
                  END-IF
               WHEN 'H'
                  IF WS-CAT-COUNT < CT-MAX-CATALOG
                     AND CA-H-VERTEX-COUNT NUMERIC
                     AND CA-H-VERTEX-COUNT >= 2
                     AND CA-H-VERTEX-COUNT <= CT-MAX-VERTICES
                     ADD 1 TO WS-CAT-COUNT
                     MOVE WS-CAT-COUNT TO WS-CAT-LOAD-SLOT
                     MOVE CA-H-NAME    TO
                          WS-CAT-NAME(WS-CAT-LOAD-SLOT)
                  ELSE
                     MOVE ZEROES TO WS-CAT-LOAD-SLOT
                     PERFORM 1200-REJECT-CATALOG-NAME
                     THRU  F-1200-REJECT-CATALOG-NAME
                  END-IF
               WHEN 'V'
                  IF WS-CAT-LOAD-SLOT NOT = ZEROES
                     IF CA-V-X NUMERIC
                        AND CA-V-Y NUMERIC
                        AND CA-V-Z NUMERIC
                        AND CA-V-X >= 1
                        AND CA-V-X <= WS-EDIT-WIDTH
                        AND CA-V-Y >= 1
                        AND CA-V-Y <= WS-EDIT-HEIGHT
                        AND CA-V-Z >= 1
                        AND CA-V-Z <= CT-CANVAS-DEPTH
                        CONTINUE
                     ELSE
                        MOVE WS-CAT-NAME(WS-CAT-LOAD-SLOT)
                          TO CA-H-NAME
                        MOVE SPACES TO WS-CAT-NAME(WS-CAT-LOAD-SLOT)
                        SUBTRACT 1 FROM WS-CAT-COUNT
                        MOVE ZEROES TO WS-CAT-LOAD-SLOT
                        PERFORM 1200-REJECT-CATALOG-NAME
                        THRU  F-1200-REJECT-CATALOG-NAME
                     END-IF
                  END-IF
               WHEN OTHER
                  CONTINUE
           END-EVALUATE.
       F-1100-LOAD-CATALOG-RECORD. EXIT.

       1200-REJECT-CATALOG-NAME.
           IF WS-REJ-COUNT < CT-MAX-CATALOG
              ADD 1 TO WS-REJ-COUNT
              MOVE CA-H-NAME TO WS-REJ-NAME(WS-REJ-COUNT)
           END-IF.
       F-1200-REJECT-CATALOG-NAME. EXIT.

      *----------------------------------------------------------*
      * ONE PASS OVER THE DECK. A FIGURE RUNS FROM ITS 'H' RECORD
      * TO THE NEXT RECORD THAT IS NOT A 'V'; ITS VERTEX RECORDS
      * ARE COUNTED AGAINST THE HEADER AS THEY ARRIVE, SO A LONG
      * FIGURE IS CAUGHT ON ITS FIRST EXTRA VERTEX AND A SHORT ONE
      * WHEN THE NEXT FIGURE (OR END OF DECK) CLOSES IT - EITHER
      * WAY THE RENDER JOB WOULD MISREAD EVERY FIGURE AFTER IT.
      *----------------------------------------------------------*
       2000-EDIT-DECK.
           OPEN INPUT SHAPES-FILE.
           IF WS-FS-SHAPES NOT = '00' AND WS-FS-SHAPES NOT = '05'
              MOVE 'SHAPES-FILE'    TO WS-ABEND-FILE-NAME
              MOVE WS-FS-SHAPES     TO WS-ABEND-STATUS
              PERFORM 9990-ABEND-FILE-ERROR
              THRU  F-9990-ABEND-FILE-ERROR
           END-IF.

           PERFORM UNTIL WS-FS-SHAPES = '10'
              READ SHAPES-FILE
                  AT END
                     MOVE '10' TO WS-FS-SHAPES
                  NOT AT END
                     PERFORM 2100-EDIT-DECK-RECORD
                     THRU  F-2100-EDIT-DECK-RECORD
              END-READ
           END-PERFORM.
           CLOSE SHAPES-FILE.

           PERFORM 2200-CLOSE-FIGURE
           THRU  F-2200-CLOSE-FIGURE.

           IF WS-REC-NO = ZEROES
              MOVE 'E' TO WS-MSG-SEVERITY
              MOVE 'SHAPES DECK IS EMPTY OR MISSING' TO WS-MSG-TEXT
              PERFORM 8200-PRINT-MESSAGE
              THRU  F-8200-PRINT-MESSAGE
           END-IF.
       F-2000-EDIT-DECK. EXIT.

       2100-EDIT-DECK-RECORD.
           ADD 1 TO WS-REC-NO.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING ' '              DELIMITED BY SIZE
                  WS-REC-NO        DELIMITED BY SIZE
                  '  '             DELIMITED BY SIZE
                  SH-VERTEX-RECORD DELIMITED BY SIZE
                  INTO WS-REPORT-LINE.
           PERFORM 8100-PRINT-LINE
           THRU  F-8100-PRINT-LINE.

           IF SH-V-REC-TYPE = 'V'
              IF WS-IN-FIGURE
                 ADD 1 TO WS-FIG-SEEN
                 IF NOT WS-BAD-HEADER
                    PERFORM 2300-EDIT-VERTEX
                    THRU  F-2300-EDIT-VERTEX
                 END-IF
              ELSE
                 MOVE 'E' TO WS-MSG-SEVERITY
                 MOVE 'VERTEX RECORD WITH NO FIGURE HEADER BEFORE IT'
                   TO WS-MSG-TEXT
                 PERFORM 8200-PRINT-MESSAGE
                 THRU  F-8200-PRINT-MESSAGE
              END-IF
           ELSE
              PERFORM 2200-CLOSE-FIGURE
              THRU  F-2200-CLOSE-FIGURE
              EVALUATE SH-H-REC-TYPE
                  WHEN 'H'
                     PERFORM 2400-EDIT-HEADER
                     THRU  F-2400-EDIT-HEADER
                  WHEN 'N'
                     PERFORM 2500-EDIT-NAME
                     THRU  F-2500-EDIT-NAME
                  WHEN OTHER
                     MOVE 'E' TO WS-MSG-SEVERITY
                     MOVE 'UNKNOWN RECORD TYPE - EXPECTED H, N OR V'
                       TO WS-MSG-TEXT
                     PERFORM 8200-PRINT-MESSAGE
                     THRU  F-8200-PRINT-MESSAGE
              END-EVALUATE
           END-IF.
       F-2100-EDIT-DECK-RECORD. EXIT.

       2200-CLOSE-FIGURE.
           IF WS-IN-FIGURE
              AND NOT WS-BAD-HEADER
              AND WS-FIG-SEEN < WS-FIG-EXPECTED
              MOVE 'E' TO WS-MSG-SEVERITY
              MOVE SPACES TO WS-MSG-TEXT
              STRING 'FIGURE HEADER AT RECORD ' DELIMITED BY SIZE
                     WS-FIG-REC-NO              DELIMITED BY SIZE
                     ' CALLS FOR '              DELIMITED BY SIZE
                     WS-FIG-EXPECTED            DELIMITED BY SIZE
                     ' VERTICES - ONLY '        DELIMITED BY SIZE
                     WS-FIG-SEEN                DELIMITED BY SIZE
                     ' FOLLOW'                  DELIMITED BY SIZE
                     INTO WS-MSG-TEXT
              PERFORM 8200-PRINT-MESSAGE
              THRU  F-8200-PRINT-MESSAGE
           END-IF.
           MOVE 'N' TO WS-IN-FIGURE-SW WS-BAD-HEADER-SW.
       F-2200-CLOSE-FIGURE. EXIT.

       2300-EDIT-VERTEX.
           IF WS-FIG-SEEN = WS-FIG-EXPECTED + 1
              MOVE 'E' TO WS-MSG-SEVERITY
              MOVE SPACES TO WS-MSG-TEXT
              STRING 'VERTEX RECORD BEYOND THE '  DELIMITED BY SIZE
                     WS-FIG-EXPECTED              DELIMITED BY SIZE
                     ' VERTICES THE HEADER AT RECORD ' DELIMITED BY SIZE
                     WS-FIG-REC-NO                DELIMITED BY SIZE
                     ' CALLS FOR'                 DELIMITED BY SIZE
                     INTO WS-MSG-TEXT
              PERFORM 8200-PRINT-MESSAGE
              THRU  F-8200-PRINT-MESSAGE
           END-IF.

           IF SH-V-X NOT NUMERIC
              OR SH-V-Y NOT NUMERIC
              OR SH-V-Z NOT NUMERIC
              MOVE 'E' TO WS-MSG-SEVERITY
              MOVE 'VERTEX COORDINATE MISSING OR NOT NUMERIC'
                TO WS-MSG-TEXT
              PERFORM 8200-PRINT-MESSAGE
              THRU  F-8200-PRINT-MESSAGE
           ELSE
              IF SH-V-X < 1 OR SH-V-X > WS-EDIT-WIDTH
                 MOVE SH-V-X        TO WS-COORD-ED
                 MOVE WS-EDIT-WIDTH TO WS-LIMIT-ED
                 PERFORM 2310-REPORT-OFF-CANVAS
                 THRU  F-2310-REPORT-OFF-CANVAS
              END-IF
              IF SH-V-Y < 1 OR SH-V-Y > WS-EDIT-HEIGHT
                 MOVE SH-V-Y         TO WS-COORD-ED
                 MOVE WS-EDIT-HEIGHT TO WS-LIMIT-ED
                 PERFORM 2310-REPORT-OFF-CANVAS
                 THRU  F-2310-REPORT-OFF-CANVAS
              END-IF
              IF SH-V-Z < 1 OR SH-V-Z > CT-CANVAS-DEPTH
                 MOVE SH-V-Z          TO WS-COORD-ED
                 MOVE CT-CANVAS-DEPTH TO WS-LIMIT-ED
                 PERFORM 2310-REPORT-OFF-CANVAS
                 THRU  F-2310-REPORT-OFF-CANVAS
              END-IF
           END-IF.
       F-2300-EDIT-VERTEX. EXIT.

       2310-REPORT-OFF-CANVAS.
           MOVE 'E' TO WS-MSG-SEVERITY.
           MOVE SPACES TO WS-MSG-TEXT.
           STRING 'COORDINATE '        DELIMITED BY SIZE
                  WS-COORD-ED          DELIMITED BY SIZE
                  ' OFF THE CANVAS - MUST BE 1 TO '
                                       DELIMITED BY SIZE
                  WS-LIMIT-ED          DELIMITED BY SIZE
                  INTO WS-MSG-TEXT.
           PERFORM 8200-PRINT-MESSAGE
           THRU  F-8200-PRINT-MESSAGE.
       F-2310-REPORT-OFF-CANVAS. EXIT.

       2400-EDIT-HEADER.
           PERFORM 2600-COUNT-FIGURE
           THRU  F-2600-COUNT-FIGURE.
           MOVE 'Y'       TO WS-IN-FIGURE-SW.
           MOVE WS-REC-NO TO WS-FIG-REC-NO.
           MOVE ZEROES    TO WS-FIG-SEEN WS-FIG-EXPECTED.

           EVALUATE TRUE
               WHEN SH-H-VERTEX-COUNT NOT NUMERIC
                  MOVE 'Y' TO WS-BAD-HEADER-SW
                  MOVE 'E' TO WS-MSG-SEVERITY
                  MOVE 'VERTEX COUNT MISSING OR NOT NUMERIC'
                    TO WS-MSG-TEXT
                  PERFORM 8200-PRINT-MESSAGE
                  THRU  F-8200-PRINT-MESSAGE
               WHEN SH-H-VERTEX-COUNT < 2
                  OR SH-H-VERTEX-COUNT > CT-MAX-VERTICES
                  MOVE 'Y' TO WS-BAD-HEADER-SW
                  MOVE 'E' TO WS-MSG-SEVERITY
                  MOVE SPACES TO WS-MSG-TEXT
                  STRING 'VERTEX COUNT '     DELIMITED BY SIZE
                         SH-H-VERTEX-COUNT   DELIMITED BY SIZE
                         ' OUTSIDE 002 TO '  DELIMITED BY SIZE
                         CT-MAX-VERTICES     DELIMITED BY SIZE
                         INTO WS-MSG-TEXT
                  PERFORM 8200-PRINT-MESSAGE
                  THRU  F-8200-PRINT-MESSAGE
               WHEN OTHER
                  MOVE SH-H-VERTEX-COUNT TO WS-FIG-EXPECTED
           END-EVALUATE.

           IF SH-H-CLOSED-FLAG NOT = 'C'
              AND SH-H-CLOSED-FLAG NOT = 'O'
              MOVE 'W' TO WS-MSG-SEVERITY
              MOVE 'CLOSED FLAG IS NOT C OR O - FIGURE WILL BE DRAWN'
                 & ' OPEN'
                TO WS-MSG-TEXT
              PERFORM 8200-PRINT-MESSAGE
              THRU  F-8200-PRINT-MESSAGE
           END-IF.
       F-2400-EDIT-HEADER. EXIT.

       2500-EDIT-NAME.
           PERFORM 2600-COUNT-FIGURE
           THRU  F-2600-COUNT-FIGURE.

           MOVE ZEROES TO WS-CAT-FOUND.
           IF SH-N-NAME NOT = SPACES
              PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                      UNTIL WS-CAT-SUB > WS-CAT-COUNT
                 IF WS-CAT-NAME(WS-CAT-SUB) = SH-N-NAME
                    MOVE WS-CAT-SUB   TO WS-CAT-FOUND
                    MOVE WS-CAT-COUNT TO WS-CAT-SUB
                 END-IF
              END-PERFORM
           END-IF.

           IF WS-CAT-FOUND = ZEROES
              MOVE 'E' TO WS-MSG-SEVERITY
              MOVE SPACES TO WS-MSG-TEXT
              EVALUATE TRUE
                  WHEN SH-N-NAME = SPACES
                     MOVE 'CATALOG NAME MISSING' TO WS-MSG-TEXT
                  WHEN NOT WS-CAT-AVAILABLE
                     STRING 'NAME '      DELIMITED BY SIZE
                            SH-N-NAME    DELIMITED BY SIZE
                            ' CANNOT RESOLVE - NO SHAPE CATALOG'
                                         DELIMITED BY SIZE
                            INTO WS-MSG-TEXT
                  WHEN OTHER
                     PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                             UNTIL WS-CAT-SUB > WS-REJ-COUNT
                        IF WS-REJ-NAME(WS-CAT-SUB) = SH-N-NAME
                           MOVE WS-CAT-SUB   TO WS-CAT-FOUND
                           MOVE WS-REJ-COUNT TO WS-CAT-SUB
                        END-IF
                     END-PERFORM
                     IF WS-CAT-FOUND = ZEROES
                        STRING 'NAME '     DELIMITED BY SIZE
                               SH-N-NAME   DELIMITED BY SIZE
                               ' NOT ON THE SHAPE CATALOG'
                                           DELIMITED BY SIZE
                               INTO WS-MSG-TEXT
                     ELSE
                        STRING 'NAME '     DELIMITED BY SIZE
                               SH-N-NAME   DELIMITED BY SIZE
                               ' IS A CATALOG ENTRY SKIPPED AT LOAD'
                                           DELIMITED BY SIZE
                               INTO WS-MSG-TEXT
                     END-IF
              END-EVALUATE
              PERFORM 8200-PRINT-MESSAGE
              THRU  F-8200-PRINT-MESSAGE
           END-IF.
       F-2500-EDIT-NAME. EXIT.

      *----------------------------------------------------------*
      * EVERY 'H' OR 'N' RECORD STARTS A FIGURE. A SCENE RUN
      * DROPS WHATEVER IS LEFT ONCE THE SCENE IS FULL, SO THE
      * FIRST FIGURE PAST THE LIMIT IS AN ERROR WHEN ANY SCENE RUN
      * IS ON THE CONTROL DECK.
      *----------------------------------------------------------*
       2600-COUNT-FIGURE.
           ADD 1 TO WS-FIG-COUNT.
           IF WS-SCENE-ON-DECK
              AND WS-FIG-COUNT = CT-MAX-SCENE + 1
              MOVE 'E' TO WS-MSG-SEVERITY
              MOVE SPACES TO WS-MSG-TEXT
              STRING 'FIGURE '             DELIMITED BY SIZE
                     WS-FIG-COUNT          DELIMITED BY SIZE
                     ' IS PAST THE SCENE LIMIT OF '
                                           DELIMITED BY SIZE
                     CT-MAX-SCENE          DELIMITED BY SIZE
                     ' - IT AND ALL AFTER IT WOULD BE DROPPED'
                                           DELIMITED BY SIZE
                     INTO WS-MSG-TEXT
              PERFORM 8200-PRINT-MESSAGE
              THRU  F-8200-PRINT-MESSAGE
           END-IF.
       F-2600-COUNT-FIGURE. EXIT.

       3000-PRINT-SUMMARY.
           EVALUATE TRUE
               WHEN WS-ERROR-COUNT > ZEROES
                  MOVE 8 TO WS-EDIT-RC
               WHEN WS-WARNING-COUNT > ZEROES
                  MOVE 4 TO WS-EDIT-RC
               WHEN OTHER
                  MOVE 0 TO WS-EDIT-RC
           END-EVALUATE.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 8100-PRINT-LINE
           THRU  F-8100-PRINT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'RECORDS READ '       DELIMITED BY SIZE
                  WS-REC-NO             DELIMITED BY SIZE
                  '  FIGURES '          DELIMITED BY SIZE
                  WS-FIG-COUNT          DELIMITED BY SIZE
                  '  ERRORS '           DELIMITED BY SIZE
                  WS-ERROR-COUNT        DELIMITED BY SIZE
                  '  WARNINGS '         DELIMITED BY SIZE
                  WS-WARNING-COUNT      DELIMITED BY SIZE
                  '  RETURN CODE '      DELIMITED BY SIZE
                  WS-EDIT-RC            DELIMITED BY SIZE
                  INTO WS-REPORT-LINE.
           PERFORM 8100-PRINT-LINE
           THRU  F-8100-PRINT-LINE.

           IF WS-ERROR-COUNT > ZEROES
              MOVE 'DECK REJECTED - CORRECT THE ERRORS ABOVE BEFORE '
                 & 'THE RENDER STEP RUNS'
                TO WS-REPORT-LINE
           ELSE
              MOVE 'DECK ACCEPTED' TO WS-REPORT-LINE
           END-IF.
           PERFORM 8100-PRINT-LINE
           THRU  F-8100-PRINT-LINE.
       F-3000-PRINT-SUMMARY. EXIT.

       8000-WRITE-REPORT-LINE.
           WRITE RP-RECORD.
           IF WS-FS-RPT NOT = '00'
              MOVE 'REPORT-FILE'    TO WS-ABEND-FILE-NAME
              MOVE WS-FS-RPT        TO WS-ABEND-STATUS
              PERFORM 9990-ABEND-FILE-ERROR
              THRU  F-9990-ABEND-FILE-ERROR
           END-IF.
       F-8000-WRITE-REPORT-LINE. EXIT.

       8100-PRINT-LINE.
           MOVE SPACES         TO RP-RECORD.
           MOVE WS-REPORT-LINE TO RP-LINE.
           PERFORM 8000-WRITE-REPORT-LINE
           THRU  F-8000-WRITE-REPORT-LINE.
       F-8100-PRINT-LINE. EXIT.

       8200-PRINT-MESSAGE.
           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-MSG-ERROR
              ADD 1 TO WS-ERROR-COUNT
              STRING '         *** ERROR   ' DELIMITED BY SIZE
                     WS-MSG-TEXT             DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
           ELSE
              ADD 1 TO WS-WARNING-COUNT
              STRING '         *** WARNING ' DELIMITED BY SIZE
                     WS-MSG-TEXT             DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
           END-IF.
           PERFORM 8100-PRINT-LINE
           THRU  F-8100-PRINT-LINE.
       F-8200-PRINT-MESSAGE. EXIT.

       9990-ABEND-FILE-ERROR.
           DISPLAY 'SHAPEDIT: FILE ERROR ON ' WS-ABEND-FILE-NAME
                   ' - STATUS ' WS-ABEND-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       F-9990-ABEND-FILE-ERROR. EXIT.
