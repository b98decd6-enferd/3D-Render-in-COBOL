       IDENTIFICATION DIVISION.
       PROGRAM-ID. PATNHARV.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HARVEST-CARD-FILE ASSIGN TO "HARVCARD"
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS WS-FS-CARD.

           SELECT OPTIONAL PATTERN-LIB-FILE ASSIGN TO "PATNLIB"
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS WS-FS-PATLIB.

           SELECT RENDER-HIST-FILE  ASSIGN TO "RNDRHIST"
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS WS-FS-HIST.

           SELECT OPTIONAL RUN-REGISTRY-FILE ASSIGN TO "RUNREGSX"
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY RG-H-KEY
                  FILE STATUS WS-FS-REGST.

           SELECT REPORT-FILE ASSIGN TO "HARVRPT"
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS WS-FS-RPT.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------*
      * ONE CARD PER FUNCTION, TAKEN IN ORDER:
      *   H  HARVEST THE LIVE CELLS OF A REGION OF ONE TURN OF A
      *      CELL-MODE RUN INTO THE LIBRARY UNDER A NEW NAME. THE
      *      REGION IS TOP ROW, LEFT COLUMN, BOTTOM ROW, RIGHT
      *      COLUMN ON THE GRID; A ZERO TOP/LEFT IS ROW/COLUMN 1,
      *      A ZERO BOTTOM/RIGHT IS THE EDGE OF THE CANVAS.
      *   L  LIST ONE PATTERN, OR THE WHOLE LIBRARY WHEN THE NAME
      *      IS BLANK, WITH A PICTURE OF EACH.
      *   D  DELETE A PATTERN FROM THE LIBRARY.
      *----------------------------------------------------------*
       FD  HARVEST-CARD-FILE.
       01  HC-RECORD.
           05  HC-FUNCTION           PIC X(01).
               88  HC-HARVEST                  VALUE 'H'.
               88  HC-LIST                     VALUE 'L'.
               88  HC-DELETE                   VALUE 'D'.
           05  FILLER                PIC X(01).
           05  HC-PATTERN-NAME       PIC X(08).
           05  FILLER                PIC X(01).
           05  HC-RUN-ID             PIC 9(16).
           05  FILLER                PIC X(01).
           05  HC-TURN               PIC 9(08).
           05  FILLER                PIC X(01).
           05  HC-TOP-ROW            PIC 9(03).
           05  FILLER                PIC X(01).
           05  HC-LEFT-COL           PIC 9(03).
           05  FILLER                PIC X(01).
           05  HC-BOTTOM-ROW         PIC 9(03).
           05  FILLER                PIC X(01).
           05  HC-RIGHT-COL          PIC 9(03).

      *----------------------------------------------------------*
      * PATTERN LIBRARY: AN 'H' RECORD NAMES THE PATTERN AND SAYS
      * HOW MANY LIVE CELLS FOLLOW; EACH 'C' RECORD IS ONE LIVE
      * CELL AS A 1-BASED ROW/COLUMN OFFSET WITHIN THE PATTERN.
      * LAYOUTS MUST AGREE WITH THE RENDER JOB.
      *----------------------------------------------------------*
       FD  PATTERN-LIB-FILE.
       01  PL-HEADER-RECORD.
           05  PL-H-REC-TYPE         PIC X(01).
           05  FILLER                PIC X(01).
           05  PL-H-NAME             PIC X(08).
           05  FILLER                PIC X(01).
           05  PL-H-CELL-COUNT       PIC 9(03).
       01  PL-CELL-RECORD.
           05  PL-C-REC-TYPE         PIC X(01).
           05  FILLER                PIC X(01).
           05  PL-C-ROW              PIC 9(03).
           05  FILLER                PIC X(01).
           05  PL-C-COL              PIC 9(03).

      *----------------------------------------------------------*
      * SAME RECORD THE RENDER JOB'S HISTORY PARAGRAPH WRITES, SO
      * THE TWO PROGRAMS AGREE ON THE RECORD LAYOUT. A 'D' RECORD
      * TYPE IS A DELTA LINE OF A COMPRESSED HISTORY.
      *----------------------------------------------------------*
       FD  RENDER-HIST-FILE.
       01  RH-RECORD.
           05  RH-RUN-ID             PIC 9(16).
           05  FILLER                PIC X(01).
           05  RH-TURN               PIC 9(08).
           05  FILLER                PIC X(01).
           05  RH-TIMESTAMP          PIC 9(18).
           05  FILLER                PIC X(01).
           05  RH-LINE-NO            PIC 9(03).
           05  RH-REC-TYPE           PIC X(01).
               88  RH-KEYFRAME-LINE            VALUE 'K' SPACE.
               88  RH-DELTA-LINE               VALUE 'D'.
           05  RH-LINE-TEXT          PIC X(100).

      *----------------------------------------------------------*
      * THE KEYED REGISTRY SUPPLIES THE RUN'S MODE AND CANVAS
      * SIZE. LAYOUTS MUST AGREE WITH THE RENDER JOB.
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
           05  FILLER                PIC X(55).

       FD  REPORT-FILE.
       01  RP-RECORD.
           05  RP-CTRL               PIC X(01).
           05  RP-LINE               PIC X(132).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------*
      * THE LIBRARY LIMITS ARE THE RENDER JOB'S OWN: A PATTERN
      * THIS PROGRAM FILES MUST BE ONE THE RENDER JOB WILL LOAD.
      *----------------------------------------------------------*
       01  CT-CONSTANTS.
           05  CT-MAX-PATTERNS  PIC 9(03)    VALUE 20.
           05  CT-MAX-PAT-CELLS PIC 9(03)    VALUE 100.
           05  CT-CELL-ALIVE    PIC X(01)    VALUE '*'.
           05  CT-DEF-WIDTH     PIC 9(03)    VALUE 100.
           05  CT-DEF-HEIGHT    PIC 9(03)    VALUE 100.

       01  WS-FILE-STATUSES.
           05  WS-FS-CARD       PIC X(02)   VALUE SPACES.
           05  WS-FS-PATLIB     PIC X(02)   VALUE SPACES.
           05  WS-FS-HIST       PIC X(02)   VALUE SPACES.
           05  WS-FS-REGST      PIC X(02)   VALUE SPACES.
           05  WS-FS-RPT        PIC X(02)   VALUE SPACES.

       01  WS-ABEND-FIELDS.
           05  WS-ABEND-FILE-NAME PIC X(20) VALUE SPACES.
           05  WS-ABEND-STATUS  PIC X(02)   VALUE SPACES.

      *----------------------------------------------------------*
      * THE LIBRARY, TABLED UNDER THE SAME RULES THE RENDER JOB
      * LOADS IT BY. AN ENTRY THE RENDER JOB WOULD SKIP IS
      * REPORTED AND DOES NOT SURVIVE A REWRITE.
      *----------------------------------------------------------*
       01  WS-PATTERN-FIELDS.
           05  WS-PATLIB-COUNT     PIC 9(03)  VALUE ZEROES.
           05  WS-PAT-SUB          PIC 9(03)  VALUE ZEROES.
           05  WS-PAT-FOUND        PIC 9(03)  VALUE ZEROES.
           05  WS-PAT-CELL-SUB     PIC 9(03)  VALUE ZEROES.
           05  WS-PAT-LOAD-SLOT    PIC 9(03)  VALUE ZEROES.
           05  WS-PAT-LOAD-CELL    PIC 9(03)  VALUE ZEROES.
           05  WS-PATTERN          OCCURS 20 TIMES.
               10  WS-PAT-NAME         PIC X(08).
               10  WS-PAT-CELL-COUNT   PIC 9(03).
               10  WS-PAT-CELL         OCCURS 100 TIMES.
                   15  WS-PAT-ROW      PIC 9(03).
                   15  WS-PAT-COL      PIC 9(03).

       01  WS-CARD-FIELDS.
           05  WS-CARD-NO       PIC 9(03)   VALUE ZEROES.
           05  WS-REJECT-REASON PIC X(70)   VALUE SPACES.
           05  WS-TOP-ROW       PIC 9(03)   VALUE ZEROES.
           05  WS-LEFT-COL      PIC 9(03)   VALUE ZEROES.
           05  WS-BOTTOM-ROW    PIC 9(03)   VALUE ZEROES.
           05  WS-RIGHT-COL     PIC 9(03)   VALUE ZEROES.
           05  WS-RUN-WIDTH     PIC 9(03)   VALUE ZEROES.
           05  WS-RUN-HEIGHT    PIC 9(03)   VALUE ZEROES.
           05  WS-RUN-MODE      PIC X(01)   VALUE SPACE.
           05  WS-RUN-HDR-SW    PIC X(01)   VALUE 'N'.
               88  WS-RUN-HAS-HDR           VALUE 'Y'.

      *----------------------------------------------------------*
      * THE FRAME BEING ASSEMBLED. A FRAME THAT OPENS WITH A
      * DELTA RECORD STARTS FROM THE RUN'S PREVIOUS FRAME, WHICH
      * IS STILL IN THE BUFFER, SO ONE BUFFER SERVES A FULL AND A
      * COMPRESSED HISTORY ALIKE.
      *----------------------------------------------------------*
       01  WS-FRAME-FIELDS.
           05  WS-FRAME-LINE    PIC X(100)  OCCURS 100 TIMES.
           05  WS-FRAME-OPEN-SW PIC X(01)   VALUE 'N'.
               88  WS-FRAME-OPEN            VALUE 'Y'.
           05  WS-FRAME-TURN    PIC 9(08)   VALUE ZEROES.
           05  WS-LAST-TURN     PIC 9(08)   VALUE ZEROES.
           05  WS-LAST-LINE-NO  PIC 9(03)   VALUE ZEROES.
           05  WS-END-OF-FILE-SW PIC X(01)  VALUE 'N'.
               88  WS-END-OF-FILE           VALUE 'Y'.
           05  WS-FRAME-FOUND-SW PIC X(01)  VALUE 'N'.
               88  WS-FRAME-FOUND           VALUE 'Y'.

      *----------------------------------------------------------*
      * THE LIVE CELLS FOUND IN THE REGION, AS GRID ROW/COLUMN,
      * AND THE TOP-MOST ROW AND LEFT-MOST COLUMN THEY OCCUPY -
      * THE CORNER THAT BECOMES OFFSET 1,1.
      *----------------------------------------------------------*
       01  WS-HARVEST-FIELDS.
           05  WS-HARV-COUNT    PIC 9(05)   VALUE ZEROES.
           05  WS-HARV-MIN-ROW  PIC 9(03)   VALUE ZEROES.
           05  WS-HARV-MIN-COL  PIC 9(03)   VALUE ZEROES.
           05  WS-HARV-CELL     OCCURS 100 TIMES.
               10  WS-HARV-ROW  PIC 9(03).
               10  WS-HARV-COL  PIC 9(03).
           05  WS-ROW           PIC 9(03)   VALUE ZEROES.
           05  WS-COL           PIC 9(03)   VALUE ZEROES.

       01  WS-PICTURE-FIELDS.
           05  WS-PIC-ROWS      PIC 9(03)   VALUE ZEROES.
           05  WS-PIC-COLS      PIC 9(03)   VALUE ZEROES.
           05  WS-PIC-LINE      PIC X(100)  VALUE SPACES.

       01  WS-COUNTS.
           05  WS-LOAD-SKIPPED  PIC 9(03)   VALUE ZEROES.
           05  WS-CARDS-READ    PIC 9(03)   VALUE ZEROES.
           05  WS-HARVESTED     PIC 9(03)   VALUE ZEROES.
           05  WS-DELETED       PIC 9(03)   VALUE ZEROES.
           05  WS-LISTED        PIC 9(03)   VALUE ZEROES.
           05  WS-REJECTED      PIC 9(03)   VALUE ZEROES.
           05  WS-LOADED-COUNT  PIC 9(03)   VALUE ZEROES.

       01  WS-LIB-CHANGED-SW    PIC X(01)   VALUE 'N'.
           88  WS-LIB-CHANGED               VALUE 'Y'.

       01  WS-REPORT-LINE       PIC X(132)  VALUE SPACES.

      *----------------------------------------------------------*
      * PATTERN LIBRARY MAINTENANCE. HARVESTS THE LIVE CELLS OF A
      * RECTANGLE OF ONE RENDERED TURN OF A CELL-MODE RUN - THE
      * FRAME REBUILT FROM RNDRHIST, KEYFRAME AND DELTAS ALIKE -
      * NORMALIZES THEM TO 1-BASED OFFSETS FROM THEIR OWN TOP-LEFT
      * CORNER AND FILES THEM ON PATNLIB UNDER A NEW NAME, READY
      * FOR A PATNDECK PLACEMENT. ALSO LISTS AND DELETES PATTERNS.
      * THE RENDER JOB'S LIMITS (CT-MAX-PATTERNS PATTERNS OF AT
      * MOST CT-MAX-PAT-CELLS CELLS) ARE ENFORCED ON EVERY CARD.
      * THE LIBRARY IS REWRITTEN WHOLE, ONCE, IF ANY CARD CHANGED
      * IT. A REJECTED CARD ENDS THE JOB RC 8 (THE OTHER CARDS
      * STILL TAKE EFFECT); A LIBRARY ENTRY THE RENDER JOB WOULD
      * SKIP RAISES RC 4; A FILE ERROR IS RC 16.
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

           MOVE SPACES TO RP-RECORD.
           MOVE '1'    TO RP-CTRL.
           MOVE 'PATTERN LIBRARY MAINTENANCE' TO RP-LINE.
           PERFORM 8000-WRITE-REPORT-LINE
           THRU  F-8000-WRITE-REPORT-LINE.

           PERFORM 1000-LOAD-LIBRARY
           THRU  F-1000-LOAD-LIBRARY.

           PERFORM 2000-PROCESS-CARDS
           THRU  F-2000-PROCESS-CARDS.

           IF WS-LIB-CHANGED
              PERFORM 3000-SAVE-LIBRARY
              THRU  F-3000-SAVE-LIBRARY
           END-IF.

           PERFORM 4000-PRINT-SUMMARY
           THRU  F-4000-PRINT-SUMMARY.

           CLOSE REPORT-FILE.

           EVALUATE TRUE
               WHEN WS-REJECTED > ZEROES
                  MOVE 8 TO RETURN-CODE
               WHEN WS-LOAD-SKIPPED > ZEROES
                  MOVE 4 TO RETURN-CODE
               WHEN OTHER
                  MOVE 0 TO RETURN-CODE
           END-EVALUATE.
       F-MAIN-PROGRAM. GOBACK.

      *----------------------------------------------------------*
      * LOAD THE LIBRARY. THE RULES ARE THOSE OF THE RENDER JOB'S
      * 1535-LOAD-PATTERN-RECORD, PLUS ONE: A PATTERN WITH FEWER
      * CELL RECORDS THAN ITS HEADER PROMISES IS SKIPPED TOO,
      * SINCE A REWRITE WOULD OTHERWISE FILE CELLS NEVER KEYED.
      *----------------------------------------------------------*
       1000-LOAD-LIBRARY.
           MOVE ZEROES TO WS-PAT-LOAD-SLOT.
           OPEN INPUT PATTERN-LIB-FILE.
           IF WS-FS-PATLIB = '00' OR WS-FS-PATLIB = '05'
              PERFORM UNTIL WS-FS-PATLIB = '10'
                 READ PATTERN-LIB-FILE
                     AT END
                        MOVE '10' TO WS-FS-PATLIB
                     NOT AT END
                        PERFORM 1100-LOAD-LIBRARY-RECORD
                        THRU  F-1100-LOAD-LIBRARY-RECORD
                 END-READ
              END-PERFORM
           ELSE
              MOVE 'PATTERN-LIB-FILE' TO WS-ABEND-FILE-NAME
              MOVE WS-FS-PATLIB       TO WS-ABEND-STATUS
              PERFORM 9990-ABEND-FILE-ERROR
              THRU  F-9990-ABEND-FILE-ERROR
           END-IF.
           CLOSE PATTERN-LIB-FILE.

           PERFORM 1200-CLOSE-LOAD-PATTERN
           THRU  F-1200-CLOSE-LOAD-PATTERN.
           MOVE WS-PATLIB-COUNT TO WS-LOADED-COUNT.
       F-1000-LOAD-LIBRARY. EXIT.

       1100-LOAD-LIBRARY-RECORD.
           EVALUATE PL-H-REC-TYPE
               WHEN 'H'
                  PERFORM 1200-CLOSE-LOAD-PATTERN
                  THRU  F-1200-CLOSE-LOAD-PATTERN
                  IF WS-PATLIB-COUNT < CT-MAX-PATTERNS
                     AND PL-H-CELL-COUNT NUMERIC
                     AND PL-H-CELL-COUNT >= 1
                     AND PL-H-CELL-COUNT <= CT-MAX-PAT-CELLS
                     ADD 1 TO WS-PATLIB-COUNT
                     MOVE WS-PATLIB-COUNT TO WS-PAT-LOAD-SLOT
                     MOVE ZEROES          TO WS-PAT-LOAD-CELL
                     MOVE PL-H-NAME       TO
                          WS-PAT-NAME(WS-PAT-LOAD-SLOT)
                     MOVE PL-H-CELL-COUNT TO
                          WS-PAT-CELL-COUNT(WS-PAT-LOAD-SLOT)
                  ELSE
                     MOVE SPACES TO WS-REPORT-LINE
                     STRING '*** WARNING - LIBRARY PATTERN '
                                            DELIMITED BY SIZE
                            PL-H-NAME       DELIMITED BY SIZE
                            ' BAD HEADER OR LIBRARY FULL - THE RENDER'
                                            DELIMITED BY SIZE
                            ' JOB SKIPS IT'  DELIMITED BY SIZE
                            INTO WS-REPORT-LINE
                     PERFORM 8100-PRINT-LINE
                     THRU  F-8100-PRINT-LINE
                     ADD 1 TO WS-LOAD-SKIPPED
                     MOVE ZEROES TO WS-PAT-LOAD-SLOT
                  END-IF
               WHEN 'C'
                  IF WS-PAT-LOAD-SLOT NOT = ZEROES
                     IF PL-C-ROW NUMERIC AND PL-C-COL NUMERIC
                        ADD 1 TO WS-PAT-LOAD-CELL
                        IF WS-PAT-LOAD-CELL <=
                           WS-PAT-CELL-COUNT(WS-PAT-LOAD-SLOT)
                           MOVE PL-C-ROW TO WS-PAT-ROW
                                (WS-PAT-LOAD-SLOT WS-PAT-LOAD-CELL)
                           MOVE PL-C-COL TO WS-PAT-COL
                                (WS-PAT-LOAD-SLOT WS-PAT-LOAD-CELL)
                        END-IF
                     ELSE
                        MOVE 'BAD CELL RECORD' TO WS-REJECT-REASON
                        PERFORM 1210-DROP-LOAD-PATTERN
                        THRU  F-1210-DROP-LOAD-PATTERN
                     END-IF
                  END-IF
               WHEN OTHER
                  CONTINUE
           END-EVALUATE.
       F-1100-LOAD-LIBRARY-RECORD. EXIT.

       1200-CLOSE-LOAD-PATTERN.
           IF WS-PAT-LOAD-SLOT NOT = ZEROES
              IF WS-PAT-LOAD-CELL <
                 WS-PAT-CELL-COUNT(WS-PAT-LOAD-SLOT)
                 MOVE 'FEWER CELL RECORDS THAN ITS HEADER COUNT'
                      TO WS-REJECT-REASON
                 PERFORM 1210-DROP-LOAD-PATTERN
                 THRU  F-1210-DROP-LOAD-PATTERN
              END-IF
           END-IF.
           MOVE ZEROES TO WS-PAT-LOAD-SLOT.
       F-1200-CLOSE-LOAD-PATTERN. EXIT.

       1210-DROP-LOAD-PATTERN.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '*** WARNING - LIBRARY PATTERN '  DELIMITED BY SIZE
                  WS-PAT-NAME(WS-PAT-LOAD-SLOT)     DELIMITED BY SIZE
                  ' '                               DELIMITED BY SIZE
                  WS-REJECT-REASON                  DELIMITED BY '  '
                  ' - SKIPPED'                      DELIMITED BY SIZE
                  INTO WS-REPORT-LINE.
           PERFORM 8100-PRINT-LINE
           THRU  F-8100-PRINT-LINE.
           MOVE SPACES TO WS-REJECT-REASON.
           ADD 1 TO WS-LOAD-SKIPPED.
           SUBTRACT 1 FROM WS-PATLIB-COUNT.
           MOVE ZEROES TO WS-PAT-LOAD-SLOT.
       F-1210-DROP-LOAD-PATTERN. EXIT.

       2000-PROCESS-CARDS.
           OPEN INPUT HARVEST-CARD-FILE.
           IF WS-FS-CARD NOT = '00'
              MOVE 'HARVEST-CARD-FILE' TO WS-ABEND-FILE-NAME
              MOVE WS-FS-CARD          TO WS-ABEND-STATUS
              PERFORM 9990-ABEND-FILE-ERROR
              THRU  F-9990-ABEND-FILE-ERROR
           END-IF.
           PERFORM UNTIL WS-FS-CARD = '10'
              READ HARVEST-CARD-FILE
                  AT END
                     MOVE '10' TO WS-FS-CARD
                  NOT AT END
                     PERFORM 2100-PROCESS-ONE-CARD
                     THRU  F-2100-PROCESS-ONE-CARD
              END-READ
           END-PERFORM.
           CLOSE HARVEST-CARD-FILE.
       F-2000-PROCESS-CARDS. EXIT.

       2010-FIND-PATTERN.
           MOVE ZEROES TO WS-PAT-FOUND.
           PERFORM VARYING WS-PAT-SUB FROM 1 BY 1
                   UNTIL WS-PAT-SUB > WS-PATLIB-COUNT
              IF WS-PAT-NAME(WS-PAT-SUB) = HC-PATTERN-NAME
                 MOVE WS-PAT-SUB      TO WS-PAT-FOUND
                 MOVE WS-PATLIB-COUNT TO WS-PAT-SUB
              END-IF
           END-PERFORM.
       F-2010-FIND-PATTERN. EXIT.

       2100-PROCESS-ONE-CARD.
           ADD 1 TO WS-CARDS-READ.
           MOVE WS-CARDS-READ TO WS-CARD-NO.
           MOVE SPACES        TO WS-REJECT-REASON.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 8100-PRINT-LINE
           THRU  F-8100-PRINT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'CARD '         DELIMITED BY SIZE
                  WS-CARD-NO      DELIMITED BY SIZE
                  '  '            DELIMITED BY SIZE
                  HC-RECORD       DELIMITED BY SIZE
                  INTO WS-REPORT-LINE.
           PERFORM 8100-PRINT-LINE
           THRU  F-8100-PRINT-LINE.

           EVALUATE TRUE
               WHEN HC-HARVEST
                  PERFORM 2200-HARVEST-PATTERN
                  THRU  F-2200-HARVEST-PATTERN
               WHEN HC-LIST
                  PERFORM 2500-LIST-PATTERNS
                  THRU  F-2500-LIST-PATTERNS
               WHEN HC-DELETE
                  PERFORM 2600-DELETE-PATTERN
                  THRU  F-2600-DELETE-PATTERN
               WHEN OTHER
                  MOVE 'FUNCTION MUST BE H (HARVEST), L (LIST) OR D'
                       TO WS-REJECT-REASON
           END-EVALUATE.

           IF WS-REJECT-REASON NOT = SPACES
              ADD 1 TO WS-REJECTED
              MOVE SPACES TO WS-REPORT-LINE
              STRING '    *** REJECTED - '  DELIMITED BY SIZE
                     WS-REJECT-REASON      DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
              PERFORM 8100-PRINT-LINE
              THRU  F-8100-PRINT-LINE
           END-IF.
       F-2100-PROCESS-ONE-CARD. EXIT.

      *----------------------------------------------------------*
      * HARVEST: EDIT THE CARD, FIND THE RUN ON THE REGISTRY,
      * REBUILD THE TURN FROM THE HISTORY AND GATHER THE LIVE
      * CELLS IN THE REGION. EACH STEP RUNS ONLY WHILE THE CARD
      * IS STILL GOOD.
      *----------------------------------------------------------*
       2200-HARVEST-PATTERN.
           PERFORM 2210-EDIT-HARVEST-CARD
           THRU  F-2210-EDIT-HARVEST-CARD.

           IF WS-REJECT-REASON = SPACES
              PERFORM 2220-READ-REGISTRY
              THRU  F-2220-READ-REGISTRY
           END-IF.

           IF WS-REJECT-REASON = SPACES
              PERFORM 2230-EDIT-REGION
              THRU  F-2230-EDIT-REGION
           END-IF.

           IF WS-REJECT-REASON = SPACES
              PERFORM 2300-READ-RUN-FRAMES
              THRU  F-2300-READ-RUN-FRAMES
           END-IF.

           IF WS-REJECT-REASON = SPACES
              EVALUATE TRUE
                  WHEN NOT WS-FRAME-FOUND
                     MOVE 'TURN NOT ON THE RENDER HISTORY FOR THE RUN'
                          TO WS-REJECT-REASON
                  WHEN WS-HARV-COUNT = ZEROES
                     MOVE 'NO LIVE CELLS IN THE REGION AT THAT TURN'
                          TO WS-REJECT-REASON
                  WHEN WS-HARV-COUNT > CT-MAX-PAT-CELLS
                     MOVE SPACES TO WS-REJECT-REASON
                     STRING WS-HARV-COUNT DELIMITED BY SIZE
                            ' LIVE CELLS IN THE REGION - A PATTERN HOL'
                                          DELIMITED BY SIZE
                            'DS AT MOST ' DELIMITED BY SIZE
                            CT-MAX-PAT-CELLS DELIMITED BY SIZE
                            INTO WS-REJECT-REASON
                  WHEN OTHER
                     PERFORM 2400-FILE-PATTERN
                     THRU  F-2400-FILE-PATTERN
              END-EVALUATE
           END-IF.
       F-2200-HARVEST-PATTERN. EXIT.

       2210-EDIT-HARVEST-CARD.
           PERFORM 2010-FIND-PATTERN
           THRU  F-2010-FIND-PATTERN.
           EVALUATE TRUE
               WHEN HC-PATTERN-NAME = SPACES
                  MOVE 'PATTERN NAME MUST BE CODED'
                       TO WS-REJECT-REASON
               WHEN WS-PAT-FOUND NOT = ZEROES
                  MOVE 'PATTERN ALREADY ON LIBRARY - DELETE IT FIRST'
                       TO WS-REJECT-REASON
               WHEN WS-PATLIB-COUNT NOT < CT-MAX-PATTERNS
                  MOVE SPACES TO WS-REJECT-REASON
                  STRING 'LIBRARY FULL AT '   DELIMITED BY SIZE
                         CT-MAX-PATTERNS      DELIMITED BY SIZE
                         ' PATTERNS - DELETE ONE FIRST'
                                              DELIMITED BY SIZE
                         INTO WS-REJECT-REASON
               WHEN HC-RUN-ID NOT NUMERIC
                 OR HC-RUN-ID = ZEROES
                  MOVE 'RUN ID MUST BE CODED' TO WS-REJECT-REASON
               WHEN HC-TURN NOT NUMERIC
                 OR HC-TURN = ZEROES
                  MOVE 'TURN MUST BE CODED' TO WS-REJECT-REASON
               WHEN OTHER
                  CONTINUE
           END-EVALUATE.

      *    A BLANK REGION FIELD TAKES ITS DEFAULT, THE SAME AS ZERO.
           MOVE ZEROES TO WS-TOP-ROW WS-LEFT-COL
                          WS-BOTTOM-ROW WS-RIGHT-COL.
           IF HC-TOP-ROW NUMERIC
              MOVE HC-TOP-ROW TO WS-TOP-ROW
           ELSE
              IF HC-TOP-ROW NOT = SPACES
                 MOVE 'REGION ROW/COLUMN NOT NUMERIC'
                      TO WS-REJECT-REASON
              END-IF
           END-IF.
           IF HC-LEFT-COL NUMERIC
              MOVE HC-LEFT-COL TO WS-LEFT-COL
           ELSE
              IF HC-LEFT-COL NOT = SPACES
                 MOVE 'REGION ROW/COLUMN NOT NUMERIC'
                      TO WS-REJECT-REASON
              END-IF
           END-IF.
           IF HC-BOTTOM-ROW NUMERIC
              MOVE HC-BOTTOM-ROW TO WS-BOTTOM-ROW
           ELSE
              IF HC-BOTTOM-ROW NOT = SPACES
                 MOVE 'REGION ROW/COLUMN NOT NUMERIC'
                      TO WS-REJECT-REASON
              END-IF
           END-IF.
           IF HC-RIGHT-COL NUMERIC
              MOVE HC-RIGHT-COL TO WS-RIGHT-COL
           ELSE
              IF HC-RIGHT-COL NOT = SPACES
                 MOVE 'REGION ROW/COLUMN NOT NUMERIC'
                      TO WS-REJECT-REASON
              END-IF
           END-IF.
       F-2210-EDIT-HARVEST-CARD. EXIT.

      *----------------------------------------------------------*
      * ONLY A CELL-MODE RUN HAS LIVE CELLS TO HARVEST. A RUN NO
      * LONGER ON THE REGISTRY IS TAKEN AT THE FULL GRID SIZE.
      *----------------------------------------------------------*
       2220-READ-REGISTRY.
           MOVE 'N'           TO WS-RUN-HDR-SW.
           MOVE CT-DEF-WIDTH  TO WS-RUN-WIDTH.
           MOVE CT-DEF-HEIGHT TO WS-RUN-HEIGHT.
           MOVE SPACE         TO WS-RUN-MODE.
           OPEN INPUT RUN-REGISTRY-FILE.
           IF WS-FS-REGST = '00'
              MOVE HC-RUN-ID TO RG-H-RUN-ID
              MOVE 'H'       TO RG-H-REC-TYPE
              READ RUN-REGISTRY-FILE
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE 'Y'         TO WS-RUN-HDR-SW
                     MOVE RG-H-MODE   TO WS-RUN-MODE
                     IF RG-H-WIDTH NUMERIC
                        AND RG-H-WIDTH >= 1 AND RG-H-WIDTH <= 100
                        MOVE RG-H-WIDTH  TO WS-RUN-WIDTH
                     END-IF
                     IF RG-H-HEIGHT NUMERIC
                        AND RG-H-HEIGHT >= 1 AND RG-H-HEIGHT <= 100
                        MOVE RG-H-HEIGHT TO WS-RUN-HEIGHT
                     END-IF
              END-READ
           END-IF.
           CLOSE RUN-REGISTRY-FILE.

           IF WS-RUN-HAS-HDR AND WS-RUN-MODE NOT = 'C'
              MOVE SPACES TO WS-REJECT-REASON
              STRING 'RUN IS MODE '        DELIMITED BY SIZE
                     WS-RUN-MODE           DELIMITED BY SIZE
                     ' - ONLY A CELL-MODE (C) RUN CAN BE HARVESTED'
                                           DELIMITED BY SIZE
                     INTO WS-REJECT-REASON
           END-IF.
       F-2220-READ-REGISTRY. EXIT.

       2230-EDIT-REGION.
           IF WS-TOP-ROW = ZEROES
              MOVE 1 TO WS-TOP-ROW
           END-IF.
           IF WS-LEFT-COL = ZEROES
              MOVE 1 TO WS-LEFT-COL
           END-IF.
           IF WS-BOTTOM-ROW = ZEROES
              MOVE WS-RUN-HEIGHT TO WS-BOTTOM-ROW
           END-IF.
           IF WS-RIGHT-COL = ZEROES
              MOVE WS-RUN-WIDTH TO WS-RIGHT-COL
           END-IF.

           EVALUATE TRUE
               WHEN WS-BOTTOM-ROW > WS-RUN-HEIGHT
                 OR WS-RIGHT-COL > WS-RUN-WIDTH
                  MOVE SPACES TO WS-REJECT-REASON
                  STRING 'REGION FALLS OUTSIDE THE '
                                           DELIMITED BY SIZE
                         WS-RUN-WIDTH      DELIMITED BY SIZE
                         ' X '             DELIMITED BY SIZE
                         WS-RUN-HEIGHT     DELIMITED BY SIZE
                         ' CANVAS'         DELIMITED BY SIZE
                         INTO WS-REJECT-REASON
               WHEN WS-TOP-ROW > WS-BOTTOM-ROW
                 OR WS-LEFT-COL > WS-RIGHT-COL
                  MOVE 'REGION TOP/LEFT IS PAST ITS BOTTOM/RIGHT'
                       TO WS-REJECT-REASON
               WHEN OTHER
                  CONTINUE
           END-EVALUATE.
       F-2230-EDIT-REGION. EXIT.

      *----------------------------------------------------------*
      * ONE PASS OF THE HISTORY FILE, KEEPING ONLY THE WANTED
      * RUN. A NEW FRAME STARTS WHEN THE TURN CHANGES OR THE LINE
      * NUMBER WRAPS BACK, AS IN THE VIEWER. EVERY COMPLETE FRAME
      * OF THE WANTED TURN IS HARVESTED, SO WHEN A RESTART DREW A
      * TURN AGAIN IT IS THE LATER DRAWING THAT COUNTS.
      *----------------------------------------------------------*
       2300-READ-RUN-FRAMES.
           MOVE 'N' TO WS-END-OF-FILE-SW.
           MOVE 'N' TO WS-FRAME-OPEN-SW.
           MOVE 'N' TO WS-FRAME-FOUND-SW.
           MOVE 999 TO WS-LAST-LINE-NO.
           MOVE ZEROES TO WS-LAST-TURN.
           MOVE ZEROES TO WS-HARV-COUNT.
           PERFORM VARYING WS-ROW FROM 1 BY 1 UNTIL WS-ROW > 100
              MOVE SPACES TO WS-FRAME-LINE(WS-ROW)
           END-PERFORM.

           OPEN INPUT RENDER-HIST-FILE.
           IF WS-FS-HIST NOT = '00'
              MOVE 'RENDER-HIST-FILE' TO WS-ABEND-FILE-NAME
              MOVE WS-FS-HIST         TO WS-ABEND-STATUS
              PERFORM 9990-ABEND-FILE-ERROR
              THRU  F-9990-ABEND-FILE-ERROR
           END-IF.

           PERFORM 2310-READ-HISTORY-RECORD
           THRU  F-2310-READ-HISTORY-RECORD
           UNTIL WS-END-OF-FILE.

           CLOSE RENDER-HIST-FILE.

           IF WS-FRAME-OPEN
              PERFORM 2330-OFFER-FRAME
              THRU  F-2330-OFFER-FRAME
           END-IF.
       F-2300-READ-RUN-FRAMES. EXIT.

       2310-READ-HISTORY-RECORD.
           READ RENDER-HIST-FILE
               AT END
                  MOVE 'Y' TO WS-END-OF-FILE-SW
               NOT AT END
                  IF RH-RUN-ID = HC-RUN-ID
                     IF NOT WS-FRAME-OPEN
                        OR RH-TURN NOT = WS-LAST-TURN
                        OR RH-LINE-NO <= WS-LAST-LINE-NO
                        PERFORM 2320-START-NEW-FRAME
                        THRU  F-2320-START-NEW-FRAME
                     END-IF
                     MOVE RH-LINE-NO TO WS-LAST-LINE-NO
                     MOVE RH-TURN    TO WS-LAST-TURN
                     IF RH-LINE-NO >= 1 AND RH-LINE-NO <= 100
                        MOVE RH-LINE-TEXT TO WS-FRAME-LINE(RH-LINE-NO)
                     END-IF
                  END-IF
           END-READ.
       F-2310-READ-HISTORY-RECORD. EXIT.

       2320-START-NEW-FRAME.
           IF WS-FRAME-OPEN
              PERFORM 2330-OFFER-FRAME
              THRU  F-2330-OFFER-FRAME
           END-IF.
           MOVE 'Y'          TO WS-FRAME-OPEN-SW.
           MOVE RH-TURN      TO WS-FRAME-TURN.
           IF NOT RH-DELTA-LINE
              PERFORM VARYING WS-ROW FROM 1 BY 1 UNTIL WS-ROW > 100
                 MOVE SPACES TO WS-FRAME-LINE(WS-ROW)
              END-PERFORM
           END-IF.
       F-2320-START-NEW-FRAME. EXIT.

       2330-OFFER-FRAME.
           IF WS-FRAME-TURN = HC-TURN
              MOVE 'Y'    TO WS-FRAME-FOUND-SW
              MOVE ZEROES TO WS-HARV-COUNT
              MOVE 999    TO WS-HARV-MIN-ROW WS-HARV-MIN-COL
              PERFORM VARYING WS-ROW FROM WS-TOP-ROW BY 1
                      UNTIL WS-ROW > WS-BOTTOM-ROW
                 PERFORM VARYING WS-COL FROM WS-LEFT-COL BY 1
                         UNTIL WS-COL > WS-RIGHT-COL
                    IF WS-FRAME-LINE(WS-ROW)(WS-COL:1) = CT-CELL-ALIVE
                       PERFORM 2340-TAKE-CELL
                       THRU  F-2340-TAKE-CELL
                    END-IF
                 END-PERFORM
              END-PERFORM
           END-IF.
       F-2330-OFFER-FRAME. EXIT.

       2340-TAKE-CELL.
           ADD 1 TO WS-HARV-COUNT.
           IF WS-HARV-COUNT <= CT-MAX-PAT-CELLS
              MOVE WS-ROW TO WS-HARV-ROW(WS-HARV-COUNT)
              MOVE WS-COL TO WS-HARV-COL(WS-HARV-COUNT)
           END-IF.
           IF WS-ROW < WS-HARV-MIN-ROW
              MOVE WS-ROW TO WS-HARV-MIN-ROW
           END-IF.
           IF WS-COL < WS-HARV-MIN-COL
              MOVE WS-COL TO WS-HARV-MIN-COL
           END-IF.
       F-2340-TAKE-CELL. EXIT.

      *----------------------------------------------------------*
      * FILE THE CELLS AS OFFSETS FROM THEIR OWN TOP-LEFT CORNER,
      * SO THE PATTERN CARRIES NO EMPTY BORDER FROM THE REGION.
      *----------------------------------------------------------*
       2400-FILE-PATTERN.
           ADD 1 TO WS-PATLIB-COUNT.
           MOVE WS-PATLIB-COUNT TO WS-PAT-FOUND.
           MOVE HC-PATTERN-NAME TO WS-PAT-NAME(WS-PAT-FOUND).
           MOVE WS-HARV-COUNT   TO WS-PAT-CELL-COUNT(WS-PAT-FOUND).
           PERFORM VARYING WS-PAT-CELL-SUB FROM 1 BY 1
                   UNTIL WS-PAT-CELL-SUB > WS-HARV-COUNT
              COMPUTE WS-PAT-ROW(WS-PAT-FOUND WS-PAT-CELL-SUB) =
                      WS-HARV-ROW(WS-PAT-CELL-SUB)
                      - WS-HARV-MIN-ROW + 1
              COMPUTE WS-PAT-COL(WS-PAT-FOUND WS-PAT-CELL-SUB) =
                      WS-HARV-COL(WS-PAT-CELL-SUB)
                      - WS-HARV-MIN-COL + 1
           END-PERFORM.
           MOVE 'Y' TO WS-LIB-CHANGED-SW.
           ADD 1 TO WS-HARVESTED.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING '    HARVESTED - TOP-LEFT LIVE CELL AT ROW '
                                       DELIMITED BY SIZE
                  WS-HARV-MIN-ROW      DELIMITED BY SIZE
                  ' COLUMN '           DELIMITED BY SIZE
                  WS-HARV-MIN-COL      DELIMITED BY SIZE
                  INTO WS-REPORT-LINE.
           PERFORM 8100-PRINT-LINE
           THRU  F-8100-PRINT-LINE.

           PERFORM 2700-PRINT-PATTERN
           THRU  F-2700-PRINT-PATTERN.
       F-2400-FILE-PATTERN. EXIT.

       2500-LIST-PATTERNS.
           IF HC-PATTERN-NAME = SPACES
              IF WS-PATLIB-COUNT = ZEROES
                 MOVE '    LIBRARY IS EMPTY' TO WS-REPORT-LINE
                 PERFORM 8100-PRINT-LINE
                 THRU  F-8100-PRINT-LINE
              END-IF
              PERFORM VARYING WS-PAT-SUB FROM 1 BY 1
                      UNTIL WS-PAT-SUB > WS-PATLIB-COUNT
                 MOVE WS-PAT-SUB TO WS-PAT-FOUND
                 PERFORM 2700-PRINT-PATTERN
                 THRU  F-2700-PRINT-PATTERN
              END-PERFORM
              ADD 1 TO WS-LISTED
           ELSE
              PERFORM 2010-FIND-PATTERN
              THRU  F-2010-FIND-PATTERN
              IF WS-PAT-FOUND = ZEROES
                 MOVE 'PATTERN NOT ON THE LIBRARY' TO WS-REJECT-REASON
              ELSE
                 PERFORM 2700-PRINT-PATTERN
                 THRU  F-2700-PRINT-PATTERN
                 ADD 1 TO WS-LISTED
              END-IF
           END-IF.
       F-2500-LIST-PATTERNS. EXIT.

       2600-DELETE-PATTERN.
           PERFORM 2010-FIND-PATTERN
           THRU  F-2010-FIND-PATTERN.
           IF HC-PATTERN-NAME = SPACES
              MOVE 'PATTERN NAME MUST BE CODED' TO WS-REJECT-REASON
           ELSE
              IF WS-PAT-FOUND = ZEROES
                 MOVE 'PATTERN NOT ON THE LIBRARY' TO WS-REJECT-REASON
              ELSE
                 MOVE SPACES TO WS-REPORT-LINE
                 STRING '    DELETED - PATTERN '   DELIMITED BY SIZE
                        WS-PAT-NAME(WS-PAT-FOUND)  DELIMITED BY SIZE
                        ' OF '                     DELIMITED BY SIZE
                        WS-PAT-CELL-COUNT(WS-PAT-FOUND)
                                                   DELIMITED BY SIZE
                        ' CELLS'                   DELIMITED BY SIZE
                        INTO WS-REPORT-LINE
                 PERFORM 8100-PRINT-LINE
                 THRU  F-8100-PRINT-LINE
                 PERFORM VARYING WS-PAT-SUB FROM WS-PAT-FOUND BY 1
                         UNTIL WS-PAT-SUB >= WS-PATLIB-COUNT
                    MOVE WS-PATTERN(WS-PAT-SUB + 1)
                         TO WS-PATTERN(WS-PAT-SUB)
                 END-PERFORM
                 SUBTRACT 1 FROM WS-PATLIB-COUNT
                 MOVE 'Y' TO WS-LIB-CHANGED-SW
                 ADD 1 TO WS-DELETED
              END-IF
           END-IF.
       F-2600-DELETE-PATTERN. EXIT.

      *----------------------------------------------------------*
      * ONE PATTERN, WS-PAT-FOUND, WITH ITS EXTENT AND A PICTURE
      * OF IT: '*' FOR A LIVE CELL, '.' FOR A DEAD ONE.
      *----------------------------------------------------------*
       2700-PRINT-PATTERN.
           MOVE ZEROES TO WS-PIC-ROWS WS-PIC-COLS.
           PERFORM VARYING WS-PAT-CELL-SUB FROM 1 BY 1
                   UNTIL WS-PAT-CELL-SUB >
                         WS-PAT-CELL-COUNT(WS-PAT-FOUND)
              IF WS-PAT-ROW(WS-PAT-FOUND WS-PAT-CELL-SUB)
                 > WS-PIC-ROWS
                 MOVE WS-PAT-ROW(WS-PAT-FOUND WS-PAT-CELL-SUB)
                      TO WS-PIC-ROWS
              END-IF
              IF WS-PAT-COL(WS-PAT-FOUND WS-PAT-CELL-SUB)
                 > WS-PIC-COLS
                 MOVE WS-PAT-COL(WS-PAT-FOUND WS-PAT-CELL-SUB)
                      TO WS-PIC-COLS
              END-IF
           END-PERFORM.
           IF WS-PIC-COLS > 100
              MOVE 100 TO WS-PIC-COLS
           END-IF.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING '    PATTERN '                  DELIMITED BY SIZE
                  WS-PAT-NAME(WS-PAT-FOUND)       DELIMITED BY SIZE
                  '  CELLS '                      DELIMITED BY SIZE
                  WS-PAT-CELL-COUNT(WS-PAT-FOUND) DELIMITED BY SIZE
                  '  EXTENT '                     DELIMITED BY SIZE
                  WS-PIC-ROWS                     DELIMITED BY SIZE
                  ' ROWS X '                      DELIMITED BY SIZE
                  WS-PIC-COLS                     DELIMITED BY SIZE
                  ' COLUMNS'                      DELIMITED BY SIZE
                  INTO WS-REPORT-LINE.
           PERFORM 8100-PRINT-LINE
           THRU  F-8100-PRINT-LINE.

           PERFORM VARYING WS-ROW FROM 1 BY 1
                   UNTIL WS-ROW > WS-PIC-ROWS
              MOVE SPACES TO WS-PIC-LINE
              MOVE ALL '.' TO WS-PIC-LINE(1:WS-PIC-COLS)
              PERFORM VARYING WS-PAT-CELL-SUB FROM 1 BY 1
                      UNTIL WS-PAT-CELL-SUB >
                            WS-PAT-CELL-COUNT(WS-PAT-FOUND)
                 IF WS-PAT-ROW(WS-PAT-FOUND WS-PAT-CELL-SUB) = WS-ROW
                    MOVE WS-PAT-COL(WS-PAT-FOUND WS-PAT-CELL-SUB)
                         TO WS-COL
                    IF WS-COL >= 1 AND WS-COL <= 100
                       MOVE CT-CELL-ALIVE TO WS-PIC-LINE(WS-COL:1)
                    END-IF
                 END-IF
              END-PERFORM
              MOVE SPACES      TO WS-REPORT-LINE
              MOVE WS-PIC-LINE TO WS-REPORT-LINE(9:100)
              PERFORM 8100-PRINT-LINE
              THRU  F-8100-PRINT-LINE
           END-PERFORM.
       F-2700-PRINT-PATTERN. EXIT.

      *----------------------------------------------------------*
      * THE LIBRARY IS REPLACED WHOLE FROM THE TABLE, AS SHAPMNT
      * REPLACES THE SHAPE CATALOG.
      *----------------------------------------------------------*
       3000-SAVE-LIBRARY.
           OPEN OUTPUT PATTERN-LIB-FILE.
           IF WS-FS-PATLIB NOT = '00'
              MOVE 'PATTERN-LIB-FILE' TO WS-ABEND-FILE-NAME
              MOVE WS-FS-PATLIB       TO WS-ABEND-STATUS
              PERFORM 9990-ABEND-FILE-ERROR
              THRU  F-9990-ABEND-FILE-ERROR
           END-IF.
           PERFORM 3100-WRITE-ONE-PATTERN
           THRU  F-3100-WRITE-ONE-PATTERN
           VARYING WS-PAT-SUB FROM 1 BY 1
           UNTIL WS-PAT-SUB > WS-PATLIB-COUNT.
           CLOSE PATTERN-LIB-FILE.
       F-3000-SAVE-LIBRARY. EXIT.

       3100-WRITE-ONE-PATTERN.
           MOVE SPACES TO PL-HEADER-RECORD.
           MOVE 'H'    TO PL-H-REC-TYPE.
           MOVE WS-PAT-NAME(WS-PAT-SUB)       TO PL-H-NAME.
           MOVE WS-PAT-CELL-COUNT(WS-PAT-SUB) TO PL-H-CELL-COUNT.
           PERFORM 3200-WRITE-LIBRARY-RECORD
           THRU  F-3200-WRITE-LIBRARY-RECORD.
           PERFORM VARYING WS-PAT-CELL-SUB FROM 1 BY 1
                   UNTIL WS-PAT-CELL-SUB >
                         WS-PAT-CELL-COUNT(WS-PAT-SUB)
              MOVE SPACES TO PL-HEADER-RECORD
              MOVE 'C'    TO PL-C-REC-TYPE
              MOVE WS-PAT-ROW(WS-PAT-SUB WS-PAT-CELL-SUB) TO PL-C-ROW
              MOVE WS-PAT-COL(WS-PAT-SUB WS-PAT-CELL-SUB) TO PL-C-COL
              PERFORM 3200-WRITE-LIBRARY-RECORD
              THRU  F-3200-WRITE-LIBRARY-RECORD
           END-PERFORM.
       F-3100-WRITE-ONE-PATTERN. EXIT.

       3200-WRITE-LIBRARY-RECORD.
           WRITE PL-HEADER-RECORD.
           IF WS-FS-PATLIB NOT = '00'
              MOVE 'PATTERN-LIB-FILE' TO WS-ABEND-FILE-NAME
              MOVE WS-FS-PATLIB       TO WS-ABEND-STATUS
              PERFORM 9990-ABEND-FILE-ERROR
              THRU  F-9990-ABEND-FILE-ERROR
           END-IF.
       F-3200-WRITE-LIBRARY-RECORD. EXIT.

       4000-PRINT-SUMMARY.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 8100-PRINT-LINE
           THRU  F-8100-PRINT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'LIBRARY LOADED '  DELIMITED BY SIZE
                  WS-LOADED-COUNT    DELIMITED BY SIZE
                  ' PATTERNS, '      DELIMITED BY SIZE
                  WS-LOAD-SKIPPED    DELIMITED BY SIZE
                  ' SKIPPED   CARDS READ ' DELIMITED BY SIZE
                  WS-CARDS-READ      DELIMITED BY SIZE
                  '  HARVESTED '     DELIMITED BY SIZE
                  WS-HARVESTED       DELIMITED BY SIZE
                  '  DELETED '       DELIMITED BY SIZE
                  WS-DELETED         DELIMITED BY SIZE
                  '  LISTED '        DELIMITED BY SIZE
                  WS-LISTED          DELIMITED BY SIZE
                  '  REJECTED '      DELIMITED BY SIZE
                  WS-REJECTED        DELIMITED BY SIZE
                  INTO WS-REPORT-LINE.
           PERFORM 8100-PRINT-LINE
           THRU  F-8100-PRINT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-LIB-CHANGED
              STRING 'LIBRARY REWRITTEN WITH '  DELIMITED BY SIZE
                     WS-PATLIB-COUNT            DELIMITED BY SIZE
                     ' PATTERNS'                DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
           ELSE
              MOVE 'LIBRARY NOT CHANGED' TO WS-REPORT-LINE
           END-IF.
           PERFORM 8100-PRINT-LINE
           THRU  F-8100-PRINT-LINE.

           DISPLAY 'PATNHARV: ' WS-CARDS-READ ' CARDS, '
                   WS-HARVESTED ' HARVESTED, ' WS-DELETED
                   ' DELETED, ' WS-REJECTED ' REJECTED'.
       F-4000-PRINT-SUMMARY. EXIT.

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

       9990-ABEND-FILE-ERROR.
           DISPLAY 'PATNHARV: FILE ERROR ON ' WS-ABEND-FILE-NAME
                   ' - STATUS ' WS-ABEND-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       F-9990-ABEND-FILE-ERROR. EXIT.
