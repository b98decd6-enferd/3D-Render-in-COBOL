       IDENTIFICATION DIVISION.
       PROGRAM-ID. CELLRPT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CELL-STATS-FILE ASSIGN TO "CELLSTAT"
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS WS-FS-CSTAT.

           SELECT OPTIONAL RUN-REGISTRY-FILE ASSIGN TO "RUNREGSX"
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY RG-H-KEY
                  FILE STATUS WS-FS-REGST.

           SELECT REPORT-FILE ASSIGN TO "CELLRPT"
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS WS-FS-RPT.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------*
      * SAME RECORD THE RENDER JOB WRITES FOR EVERY CELL-MODE
      * GENERATION, SO THE TWO PROGRAMS AGREE ON THE LAYOUT.
      *----------------------------------------------------------*
       FD  CELL-STATS-FILE.
       01  CS-RECORD.
           05  CS-RUN-ID             PIC 9(16).
           05  FILLER                PIC X(01).
           05  CS-TURN               PIC 9(08).
           05  FILLER                PIC X(01).
           05  CS-LIVE-COUNT         PIC 9(05).
           05  FILLER                PIC X(01).
           05  CS-BIRTHS             PIC 9(05).
           05  FILLER                PIC X(01).
           05  CS-DEATHS             PIC 9(05).
           05  FILLER                PIC X(01).
           05  CS-MIN-ROW            PIC 9(03).
           05  FILLER                PIC X(01).
           05  CS-MAX-ROW            PIC 9(03).
           05  FILLER                PIC X(01).
           05  CS-MIN-COL            PIC 9(03).
           05  FILLER                PIC X(01).
           05  CS-MAX-COL            PIC 9(03).
           05  FILLER                PIC X(01).
           05  CS-CENTROID-ROW       PIC 9(03)V9(02).
           05  FILLER                PIC X(01).
           05  CS-CENTROID-COL       PIC 9(03)V9(02).

      *----------------------------------------------------------*
      * THE KEYED REGISTRY SUPPLIES EACH RUN'S B/S RULE STRINGS
      * FROM ITS HEADER AND ITS ENDING STATUS FROM ITS TRAILER.
      * LAYOUTS MUST AGREE WITH THE RENDER JOB.
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
           05  FILLER                PIC X(11).
       01  RG-TRAILER-RECORD.
           05  RG-T-KEY.
               10  RG-T-RUN-ID       PIC 9(16).
               10  RG-T-REC-TYPE     PIC X(01).
           05  RG-T-TURNS-DONE       PIC 9(08).
           05  RG-T-HIST-COUNT       PIC 9(08).
           05  RG-T-STAT-COUNT       PIC 9(08).
           05  RG-T-EXCP-COUNT       PIC 9(08).
           05  RG-T-RUNLOG-COUNT     PIC 9(08).
           05  RG-T-CKPT-COUNT       PIC 9(08).
           05  RG-T-END-STAMP        PIC 9(18).
           05  RG-T-STATUS           PIC X(08).

       FD  REPORT-FILE.
       01  RP-RECORD.
           05  RP-CTRL               PIC X(01).
           05  RP-LINE               PIC X(132).

       WORKING-STORAGE SECTION.

       01  CT-CONSTANTS.
           05  CT-MAX-RUNS      PIC 9(03)   VALUE 500.
           05  CT-PLOT-COLS     PIC 9(03)   VALUE 100.
           05  CT-PLOT-ROWS     PIC 9(02)   VALUE 20.

       01  WS-FILE-STATUSES.
           05  WS-FS-CSTAT      PIC X(02)   VALUE SPACES.
           05  WS-FS-REGST      PIC X(02)   VALUE SPACES.
           05  WS-FS-RPT        PIC X(02)   VALUE SPACES.

      *----------------------------------------------------------*
      * ONE SLOT PER RUN SEEN ON THE CELL-STATISTICS FILE. THE
      * FIRST SWEEP FILLS THE TOTALS, PEAK AND FINAL GENERATION;
      * THE SECOND SWEEP, NOW THAT EACH RUN'S TURN SPAN IS KNOWN,
      * FOLDS THE POPULATIONS INTO THE RUN'S PLOT COLUMNS (THE
      * HIGHEST POPULATION FALLING IN A COLUMN IS THE ONE PLOTTED).
      * A RUN THE REGISTRY NEVER TRAILED SHOWS AS *CRASHED*.
      *----------------------------------------------------------*
       01  WS-RUN-TABLE.
           05  WS-RUN-COUNT     PIC 9(03)   VALUE ZEROES.
           05  WS-RUN           OCCURS 500 TIMES.
               10  WS-RUN-ID           PIC 9(16).
               10  WS-RUN-GENS         PIC 9(08).
               10  WS-RUN-FIRST-TURN   PIC 9(08).
               10  WS-RUN-LAST-TURN    PIC 9(08).
               10  WS-RUN-PEAK-POP     PIC 9(05).
               10  WS-RUN-PEAK-TURN    PIC 9(08).
               10  WS-RUN-FINAL-POP    PIC 9(05).
               10  WS-RUN-BIRTH-TOT    PIC 9(09).
               10  WS-RUN-DEATH-TOT    PIC 9(09).
               10  WS-RUN-MIN-ROW      PIC 9(03).
               10  WS-RUN-MAX-ROW      PIC 9(03).
               10  WS-RUN-MIN-COL      PIC 9(03).
               10  WS-RUN-MAX-COL      PIC 9(03).
               10  WS-RUN-CENT-ROW     PIC 9(03)V9(02).
               10  WS-RUN-CENT-COL     PIC 9(03)V9(02).
               10  WS-RUN-BIRTH-RULE   PIC X(09).
               10  WS-RUN-SURVIVE-RULE PIC X(09).
               10  WS-RUN-STATUS       PIC X(09).
               10  WS-RUN-GROUPED-SW   PIC X(01).
                   88  WS-RUN-GROUPED       VALUE 'Y'.
               10  WS-RUN-PLOT-POP     PIC 9(05) OCCURS 100 TIMES.

       01  WS-VARIABLES.
           05  WS-SUB           PIC 9(03)   VALUE ZEROES.
           05  WS-SLOT          PIC 9(03)   VALUE ZEROES.
           05  WS-GRP-SUB       PIC 9(03)   VALUE ZEROES.
           05  WS-TABLE-FULL-SW PIC X(01)   VALUE 'N'.
               88  WS-TABLE-FULL            VALUE 'Y'.
           05  WS-GROUP-COUNT   PIC 9(03)   VALUE ZEROES.

       01  WS-PLOT-FIELDS.
           05  WS-PLOT-COL      PIC 9(03)   VALUE ZEROES.
           05  WS-PLOT-ROW      PIC 9(02)   VALUE ZEROES.
           05  WS-PLOT-HEIGHT   PIC 9(02)   VALUE ZEROES.
           05  WS-PLOT-SPAN     PIC 9(08)   VALUE ZEROES.
           05  WS-PLOT-LEVEL    PIC 9(05)   VALUE ZEROES.
           05  WS-PLOT-LEVEL-ED PIC ZZZZ9.
           05  WS-PLOT-AREA     PIC X(100)  VALUE SPACES.
           05  WS-AXIS-LINE     PIC X(100)  VALUE ALL '-'.
           05  WS-TURN-ED       PIC Z(07)9.
           05  WS-CENT-ROW-ED   PIC ZZ9,99.
           05  WS-CENT-COL-ED   PIC ZZ9,99.

      *----------------------------------------------------------*
      * ONE B/S RULE GROUP AT A TIME FOR THE COMPARISON SECTION.
      *----------------------------------------------------------*
       01  WS-GROUP-FIELDS.
           05  WS-GRP-BIRTH-RULE   PIC X(09)   VALUE SPACES.
           05  WS-GRP-SURVIVE-RULE PIC X(09)   VALUE SPACES.
           05  WS-GRP-RULE-TEXT    PIC X(30)   VALUE SPACES.
           05  WS-GRP-RUNS         PIC 9(03)   VALUE ZEROES.
           05  WS-GRP-GENS-TOT     PIC 9(10)   VALUE ZEROES.
           05  WS-GRP-PEAK-TOT     PIC 9(08)   VALUE ZEROES.
           05  WS-GRP-FINAL-TOT    PIC 9(08)   VALUE ZEROES.
           05  WS-GRP-AVG-GENS     PIC 9(08)V9(02) VALUE ZEROES.
           05  WS-GRP-AVG-PEAK     PIC 9(05)V9(02) VALUE ZEROES.
           05  WS-GRP-AVG-FINAL    PIC 9(05)V9(02) VALUE ZEROES.
           05  WS-GRP-EXTINCT      PIC 9(03)   VALUE ZEROES.
           05  WS-GRP-SETTLED      PIC 9(03)   VALUE ZEROES.
           05  WS-GRP-ALIVE        PIC 9(03)   VALUE ZEROES.
           05  WS-GRP-LONGEST-RUN  PIC 9(16)   VALUE ZEROES.
           05  WS-GRP-LONGEST-GENS PIC 9(08)   VALUE ZEROES.
           05  WS-GRP-AVG-GENS-ED  PIC Z(07)9,99.
           05  WS-GRP-AVG-PEAK-ED  PIC Z(04)9,99.
           05  WS-GRP-AVG-FINAL-ED PIC Z(04)9,99.

       01  WS-REPORT-LINE       PIC X(132)  VALUE SPACES.

      *----------------------------------------------------------*
      * CELL-MODE POPULATION REPORT OVER THE PER-GENERATION CELL
      * STATISTICS FILE. SECTION ONE GIVES EACH RUN A PAGE: THE
      * PEAK AND FINAL POPULATION WITH THE TURNS THEY FELL ON,
      * BIRTH AND DEATH TOTALS, THE LAST BOUNDING BOX AND
      * CENTROID, AND THE POPULATION CURVE PLOTTED ACROSS THE
      * PAGE. SECTION TWO GATHERS THE RUNS THAT USED THE SAME B/S
      * RULE STRINGS AND SETS THEM SIDE BY SIDE, SO A RULE SET
      * THAT BURNS OUT CAN BE TOLD FROM ONE THAT KEEPS GROWING
      * WITHOUT REPLAYING THE RUNS.
      *----------------------------------------------------------*
       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM 1000-LOAD-CELL-STATS
           THRU  F-1000-LOAD-CELL-STATS.

           OPEN OUTPUT REPORT-FILE.
           EVALUATE TRUE
               WHEN WS-FS-RPT NOT = '00'
                  DISPLAY 'CELLRPT: REPORT FILE OPEN FAILED - '
                          'STATUS ' WS-FS-RPT
                  MOVE 12 TO RETURN-CODE
               WHEN WS-RUN-COUNT = ZEROES
                  MOVE 'NO RUNS ON CELL STATISTICS FILE'
                    TO WS-REPORT-LINE
                  PERFORM 8100-PRINT-LINE
                  THRU  F-8100-PRINT-LINE
                  CLOSE REPORT-FILE
               WHEN OTHER
                  PERFORM 1200-PLOT-CELL-STATS
                  THRU  F-1200-PLOT-CELL-STATS

                  PERFORM 1300-LOAD-REGISTRY
                  THRU  F-1300-LOAD-REGISTRY

                  PERFORM 2000-PRINT-RUN-PAGES
                  THRU  F-2000-PRINT-RUN-PAGES

                  PERFORM 3000-PRINT-RULE-COMPARISON
                  THRU  F-3000-PRINT-RULE-COMPARISON

                  CLOSE REPORT-FILE

                  DISPLAY 'CELLRPT: ' WS-RUN-COUNT
                          ' RUNS PLOTTED, '
                          WS-GROUP-COUNT ' RULE SETS COMPARED'
           END-EVALUATE.
       F-MAIN-PROGRAM. GOBACK.

       1000-LOAD-CELL-STATS.
           OPEN INPUT CELL-STATS-FILE.
           IF WS-FS-CSTAT NOT = '00'
              DISPLAY 'CELLRPT: CELL STATS FILE OPEN FAILED - '
                      'STATUS ' WS-FS-CSTAT
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM UNTIL WS-FS-CSTAT = '10' OR WS-TABLE-FULL
              READ CELL-STATS-FILE
                  AT END
                     MOVE '10' TO WS-FS-CSTAT
                  NOT AT END
                     PERFORM 1100-POST-CELL-RECORD
                     THRU  F-1100-POST-CELL-RECORD
              END-READ
           END-PERFORM.
           CLOSE CELL-STATS-FILE.

           IF WS-TABLE-FULL
              DISPLAY 'CELLRPT: RUN TABLE FULL AT ' CT-MAX-RUNS
                      ' RUNS - LATER RUNS NOT REPORTED'
           END-IF.
       F-1000-LOAD-CELL-STATS. EXIT.

       1100-POST-CELL-RECORD.
           PERFORM 1150-FIND-RUN-SLOT
           THRU  F-1150-FIND-RUN-SLOT.

           IF WS-SLOT < 1 AND WS-RUN-COUNT = CT-MAX-RUNS
              MOVE 'Y' TO WS-TABLE-FULL-SW
           ELSE
              IF WS-SLOT < 1
                 ADD 1 TO WS-RUN-COUNT
                 MOVE WS-RUN-COUNT TO WS-SLOT
                 INITIALIZE WS-RUN(WS-SLOT)
                 MOVE CS-RUN-ID    TO WS-RUN-ID(WS-SLOT)
                 MOVE CS-TURN      TO WS-RUN-FIRST-TURN(WS-SLOT)
                                      WS-RUN-PEAK-TURN(WS-SLOT)
                 MOVE '*CRASHED*'  TO WS-RUN-STATUS(WS-SLOT)
                 MOVE 'N'          TO WS-RUN-GROUPED-SW(WS-SLOT)
              END-IF

              ADD 1         TO WS-RUN-GENS(WS-SLOT)
              ADD CS-BIRTHS TO WS-RUN-BIRTH-TOT(WS-SLOT)
              ADD CS-DEATHS TO WS-RUN-DEATH-TOT(WS-SLOT)
              IF CS-TURN < WS-RUN-FIRST-TURN(WS-SLOT)
                 MOVE CS-TURN TO WS-RUN-FIRST-TURN(WS-SLOT)
              END-IF
              IF CS-LIVE-COUNT > WS-RUN-PEAK-POP(WS-SLOT)
                 MOVE CS-LIVE-COUNT TO WS-RUN-PEAK-POP(WS-SLOT)
                 MOVE CS-TURN       TO WS-RUN-PEAK-TURN(WS-SLOT)
              END-IF
              IF CS-TURN >= WS-RUN-LAST-TURN(WS-SLOT)
                 MOVE CS-TURN         TO WS-RUN-LAST-TURN(WS-SLOT)
                 MOVE CS-LIVE-COUNT   TO WS-RUN-FINAL-POP(WS-SLOT)
                 MOVE CS-MIN-ROW      TO WS-RUN-MIN-ROW(WS-SLOT)
                 MOVE CS-MAX-ROW      TO WS-RUN-MAX-ROW(WS-SLOT)
                 MOVE CS-MIN-COL      TO WS-RUN-MIN-COL(WS-SLOT)
                 MOVE CS-MAX-COL      TO WS-RUN-MAX-COL(WS-SLOT)
                 MOVE CS-CENTROID-ROW TO WS-RUN-CENT-ROW(WS-SLOT)
                 MOVE CS-CENTROID-COL TO WS-RUN-CENT-COL(WS-SLOT)
              END-IF
           END-IF.
       F-1100-POST-CELL-RECORD. EXIT.

       1150-FIND-RUN-SLOT.
           PERFORM VARYING WS-SLOT FROM WS-RUN-COUNT BY -1
                   UNTIL WS-SLOT < 1
                      OR WS-RUN-ID(WS-SLOT) = CS-RUN-ID
              CONTINUE
           END-PERFORM.
       F-1150-FIND-RUN-SLOT. EXIT.

      *----------------------------------------------------------*
      * SECOND SWEEP: PLACE EACH GENERATION IN ITS PLOT COLUMN.
      * A RUN OF UP TO 100 GENERATIONS GETS ONE COLUMN EACH; A
      * LONGER RUN IS SPREAD EVENLY ACROSS THE 100 COLUMNS.
      *----------------------------------------------------------*
       1200-PLOT-CELL-STATS.
           OPEN INPUT CELL-STATS-FILE.
           IF WS-FS-CSTAT NOT = '00'
              DISPLAY 'CELLRPT: CELL STATS FILE OPEN FAILED - '
                      'STATUS ' WS-FS-CSTAT
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM UNTIL WS-FS-CSTAT = '10'
              READ CELL-STATS-FILE
                  AT END
                     MOVE '10' TO WS-FS-CSTAT
                  NOT AT END
                     PERFORM 1210-PLOT-CELL-RECORD
                     THRU  F-1210-PLOT-CELL-RECORD
              END-READ
           END-PERFORM.
           CLOSE CELL-STATS-FILE.
       F-1200-PLOT-CELL-STATS. EXIT.

       1210-PLOT-CELL-RECORD.
           PERFORM 1150-FIND-RUN-SLOT
           THRU  F-1150-FIND-RUN-SLOT.

           IF WS-SLOT > 0
              COMPUTE WS-PLOT-SPAN =
                      WS-RUN-LAST-TURN(WS-SLOT)
                      - WS-RUN-FIRST-TURN(WS-SLOT) + 1
              IF WS-PLOT-SPAN > CT-PLOT-COLS
                 COMPUTE WS-PLOT-COL =
                         (CS-TURN - WS-RUN-FIRST-TURN(WS-SLOT))
                         * CT-PLOT-COLS / WS-PLOT-SPAN + 1
              ELSE
                 COMPUTE WS-PLOT-COL =
                         CS-TURN - WS-RUN-FIRST-TURN(WS-SLOT) + 1
              END-IF
              IF CS-LIVE-COUNT >
                 WS-RUN-PLOT-POP(WS-SLOT WS-PLOT-COL)
                 MOVE CS-LIVE-COUNT
                   TO WS-RUN-PLOT-POP(WS-SLOT WS-PLOT-COL)
              END-IF
           END-IF.
       F-1210-PLOT-CELL-RECORD. EXIT.

       1300-LOAD-REGISTRY.
           OPEN INPUT RUN-REGISTRY-FILE.
           IF WS-FS-REGST = '00' OR WS-FS-REGST = '05'
              PERFORM UNTIL WS-FS-REGST = '10'
                 READ RUN-REGISTRY-FILE NEXT RECORD
                     AT END
                        MOVE '10' TO WS-FS-REGST
                     NOT AT END
                        PERFORM 1310-POST-REGISTRY-RECORD
                        THRU  F-1310-POST-REGISTRY-RECORD
                 END-READ
              END-PERFORM
           ELSE
              DISPLAY 'CELLRPT: REGISTRY NOT AVAILABLE - STATUS '
                      WS-FS-REGST ' - RULES NOT REPORTED'
           END-IF.
           CLOSE RUN-REGISTRY-FILE.
       F-1300-LOAD-REGISTRY. EXIT.

       1310-POST-REGISTRY-RECORD.
           PERFORM VARYING WS-SLOT FROM WS-RUN-COUNT BY -1
                   UNTIL WS-SLOT < 1
                      OR WS-RUN-ID(WS-SLOT) = RG-H-RUN-ID
              CONTINUE
           END-PERFORM.

           IF WS-SLOT > 0
              IF RG-H-REC-TYPE = 'H'
                 MOVE RG-H-BIRTH-RULE   TO WS-RUN-BIRTH-RULE(WS-SLOT)
                 MOVE RG-H-SURVIVE-RULE
                   TO WS-RUN-SURVIVE-RULE(WS-SLOT)
              ELSE
                 MOVE RG-T-STATUS       TO WS-RUN-STATUS(WS-SLOT)
              END-IF
           END-IF.
       F-1310-POST-REGISTRY-RECORD. EXIT.

       2000-PRINT-RUN-PAGES.
           PERFORM 2100-PRINT-ONE-RUN
           THRU  F-2100-PRINT-ONE-RUN
           VARYING WS-SUB FROM 1 BY 1
           UNTIL WS-SUB > WS-RUN-COUNT.
       F-2000-PRINT-RUN-PAGES. EXIT.

       2100-PRINT-ONE-RUN.
           MOVE WS-RUN-BIRTH-RULE(WS-SUB)   TO WS-GRP-BIRTH-RULE.
           MOVE WS-RUN-SURVIVE-RULE(WS-SUB) TO WS-GRP-SURVIVE-RULE.
           PERFORM 3300-FORMAT-RULES
           THRU  F-3300-FORMAT-RULES.

           MOVE SPACES TO RP-RECORD.
           MOVE '1'    TO RP-CTRL.
           STRING 'CELL POPULATION - RUN ' DELIMITED BY SIZE
                  WS-RUN-ID(WS-SUB)        DELIMITED BY SIZE
                  '  RULES '               DELIMITED BY SIZE
                  WS-GRP-RULE-TEXT         DELIMITED BY SIZE
                  '  STATUS '              DELIMITED BY SIZE
                  WS-RUN-STATUS(WS-SUB)    DELIMITED BY SIZE
                  INTO RP-LINE.
           PERFORM 8000-WRITE-REPORT-LINE
           THRU  F-8000-WRITE-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'GENERATIONS '           DELIMITED BY SIZE
                  WS-RUN-GENS(WS-SUB)      DELIMITED BY SIZE
                  '  TURNS '               DELIMITED BY SIZE
                  WS-RUN-FIRST-TURN(WS-SUB) DELIMITED BY SIZE
                  ' - '                    DELIMITED BY SIZE
                  WS-RUN-LAST-TURN(WS-SUB) DELIMITED BY SIZE
                  '  PEAK POPULATION '     DELIMITED BY SIZE
                  WS-RUN-PEAK-POP(WS-SUB)  DELIMITED BY SIZE
                  ' AT TURN '              DELIMITED BY SIZE
                  WS-RUN-PEAK-TURN(WS-SUB) DELIMITED BY SIZE
                  '  FINAL POPULATION '    DELIMITED BY SIZE
                  WS-RUN-FINAL-POP(WS-SUB) DELIMITED BY SIZE
                  ' AT TURN '              DELIMITED BY SIZE
                  WS-RUN-LAST-TURN(WS-SUB) DELIMITED BY SIZE
                  INTO WS-REPORT-LINE.
           PERFORM 8100-PRINT-LINE
           THRU  F-8100-PRINT-LINE.

           MOVE WS-RUN-CENT-ROW(WS-SUB) TO WS-CENT-ROW-ED.
           MOVE WS-RUN-CENT-COL(WS-SUB) TO WS-CENT-COL-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'BIRTHS '                DELIMITED BY SIZE
                  WS-RUN-BIRTH-TOT(WS-SUB) DELIMITED BY SIZE
                  '  DEATHS '              DELIMITED BY SIZE
                  WS-RUN-DEATH-TOT(WS-SUB) DELIMITED BY SIZE
                  '  FINAL BOX ROWS '      DELIMITED BY SIZE
                  WS-RUN-MIN-ROW(WS-SUB)   DELIMITED BY SIZE
                  '-'                      DELIMITED BY SIZE
                  WS-RUN-MAX-ROW(WS-SUB)   DELIMITED BY SIZE
                  ' COLS '                 DELIMITED BY SIZE
                  WS-RUN-MIN-COL(WS-SUB)   DELIMITED BY SIZE
                  '-'                      DELIMITED BY SIZE
                  WS-RUN-MAX-COL(WS-SUB)   DELIMITED BY SIZE
                  '  CENTROID ROW '        DELIMITED BY SIZE
                  WS-CENT-ROW-ED           DELIMITED BY SIZE
                  ' COL '                  DELIMITED BY SIZE
                  WS-CENT-COL-ED           DELIMITED BY SIZE
                  INTO WS-REPORT-LINE.
           PERFORM 8100-PRINT-LINE
           THRU  F-8100-PRINT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 8100-PRINT-LINE
           THRU  F-8100-PRINT-LINE.

           PERFORM 2200-PRINT-PLOT-ROW
           THRU  F-2200-PRINT-PLOT-ROW
           VARYING WS-PLOT-ROW FROM CT-PLOT-ROWS BY -1
           UNTIL WS-PLOT-ROW < 1.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING '      0 +'   DELIMITED BY SIZE
                  WS-AXIS-LINE  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE.
           PERFORM 8100-PRINT-LINE
           THRU  F-8100-PRINT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-RUN-FIRST-TURN(WS-SUB) TO WS-TURN-ED.
           STRING '   TURN  ' DELIMITED BY SIZE
                  WS-TURN-ED  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE.
           MOVE WS-RUN-LAST-TURN(WS-SUB) TO WS-TURN-ED.
           COMPUTE WS-PLOT-SPAN =
                   WS-RUN-LAST-TURN(WS-SUB)
                   - WS-RUN-FIRST-TURN(WS-SUB) + 1.
           IF WS-PLOT-SPAN > CT-PLOT-COLS
              MOVE WS-TURN-ED TO WS-REPORT-LINE(109:8)
           ELSE
              COMPUTE WS-PLOT-COL = WS-PLOT-SPAN + 9
              IF WS-PLOT-COL > 17
                 MOVE WS-TURN-ED TO WS-REPORT-LINE(WS-PLOT-COL:8)
              END-IF
           END-IF.
           PERFORM 8100-PRINT-LINE
           THRU  F-8100-PRINT-LINE.
       F-2100-PRINT-ONE-RUN. EXIT.

      *----------------------------------------------------------*
      * ONE ROW OF THE CURVE. THE VERTICAL SCALE RUNS FROM ZERO
      * TO THE RUN'S PEAK, SO EVERY RUN FILLS ITS PLOT; A COLUMN
      * IS MARKED ON THE ROW ITS POPULATION ROUNDS TO, AND ANY
      * LIVE POPULATION SHOWS AT LEAST ON THE BOTTOM ROW.
      *----------------------------------------------------------*
       2200-PRINT-PLOT-ROW.
           MOVE SPACES TO WS-PLOT-AREA.
           IF WS-RUN-PEAK-POP(WS-SUB) > ZEROES
              PERFORM VARYING WS-PLOT-COL FROM 1 BY 1
                      UNTIL WS-PLOT-COL > CT-PLOT-COLS
                 IF WS-RUN-PLOT-POP(WS-SUB WS-PLOT-COL) > ZEROES
                    COMPUTE WS-PLOT-HEIGHT ROUNDED =
                            WS-RUN-PLOT-POP(WS-SUB WS-PLOT-COL)
                            * CT-PLOT-ROWS
                            / WS-RUN-PEAK-POP(WS-SUB)
                    IF WS-PLOT-HEIGHT < 1
                       MOVE 1 TO WS-PLOT-HEIGHT
                    END-IF
                    IF WS-PLOT-HEIGHT = WS-PLOT-ROW
                       MOVE '*' TO WS-PLOT-AREA(WS-PLOT-COL:1)
                    END-IF
                 END-IF
              END-PERFORM
           END-IF.

           COMPUTE WS-PLOT-LEVEL ROUNDED =
                   WS-RUN-PEAK-POP(WS-SUB) * WS-PLOT-ROW
                   / CT-PLOT-ROWS.
           MOVE WS-PLOT-LEVEL TO WS-PLOT-LEVEL-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  '             DELIMITED BY SIZE
                  WS-PLOT-LEVEL-ED DELIMITED BY SIZE
                  ' |'             DELIMITED BY SIZE
                  WS-PLOT-AREA     DELIMITED BY SIZE
                  INTO WS-REPORT-LINE.
           PERFORM 8100-PRINT-LINE
           THRU  F-8100-PRINT-LINE.
       F-2200-PRINT-PLOT-ROW. EXIT.

      *----------------------------------------------------------*
      * RULE COMPARISON. RUNS ARE TAKEN IN CELL-STATISTICS ORDER;
      * THE FIRST RUN NOT YET GROUPED OPENS A GROUP AND PULLS IN
      * EVERY LATER RUN WITH THE SAME B/S STRINGS. EACH GROUP
      * CLOSES WITH ITS AVERAGES, HOW MANY RUNS DIED OUT, SETTLED
      * (STABLE OR OSCILLATING) OR WERE STILL CHANGING AT THE END,
      * AND ITS LONGEST-LIVED RUN.
      *----------------------------------------------------------*
       3000-PRINT-RULE-COMPARISON.
           MOVE SPACES TO RP-RECORD.
           MOVE '1'    TO RP-CTRL.
           MOVE 'RUNS COMPARED BY B/S RULES' TO RP-LINE.
           PERFORM 8000-WRITE-REPORT-LINE
           THRU  F-8000-WRITE-REPORT-LINE.

           PERFORM VARYING WS-GRP-SUB FROM 1 BY 1
                   UNTIL WS-GRP-SUB > WS-RUN-COUNT
              IF NOT WS-RUN-GROUPED(WS-GRP-SUB)
                 PERFORM 3100-PRINT-RULE-GROUP
                 THRU  F-3100-PRINT-RULE-GROUP
              END-IF
           END-PERFORM.
       F-3000-PRINT-RULE-COMPARISON. EXIT.

       3100-PRINT-RULE-GROUP.
           ADD 1 TO WS-GROUP-COUNT.
           MOVE WS-RUN-BIRTH-RULE(WS-GRP-SUB)   TO WS-GRP-BIRTH-RULE.
           MOVE WS-RUN-SURVIVE-RULE(WS-GRP-SUB)
             TO WS-GRP-SURVIVE-RULE.
           PERFORM 3300-FORMAT-RULES
           THRU  F-3300-FORMAT-RULES.
           MOVE ZEROES TO WS-GRP-RUNS WS-GRP-GENS-TOT
                          WS-GRP-PEAK-TOT WS-GRP-FINAL-TOT
                          WS-GRP-EXTINCT WS-GRP-SETTLED
                          WS-GRP-ALIVE WS-GRP-LONGEST-RUN
                          WS-GRP-LONGEST-GENS.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 8100-PRINT-LINE
           THRU  F-8100-PRINT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'RULES '         DELIMITED BY SIZE
                  WS-GRP-RULE-TEXT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE.
           PERFORM 8100-PRINT-LINE
           THRU  F-8100-PRINT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  RUN ID           GENERATIONS  PEAK  AT TURN  '
                                   DELIMITED BY SIZE
                  'FINAL AT TURN  STATUS'
                                   DELIMITED BY SIZE
                  INTO WS-REPORT-LINE.
           PERFORM 8100-PRINT-LINE
           THRU  F-8100-PRINT-LINE.

           PERFORM VARYING WS-SUB FROM WS-GRP-SUB BY 1
                   UNTIL WS-SUB > WS-RUN-COUNT
              IF NOT WS-RUN-GROUPED(WS-SUB)
                 AND WS-RUN-BIRTH-RULE(WS-SUB) = WS-GRP-BIRTH-RULE
                 AND WS-RUN-SURVIVE-RULE(WS-SUB)
                     = WS-GRP-SURVIVE-RULE
                 PERFORM 3200-PRINT-GROUP-RUN
                 THRU  F-3200-PRINT-GROUP-RUN
              END-IF
           END-PERFORM.

           COMPUTE WS-GRP-AVG-GENS ROUNDED =
                   WS-GRP-GENS-TOT / WS-GRP-RUNS.
           COMPUTE WS-GRP-AVG-PEAK ROUNDED =
                   WS-GRP-PEAK-TOT / WS-GRP-RUNS.
           COMPUTE WS-GRP-AVG-FINAL ROUNDED =
                   WS-GRP-FINAL-TOT / WS-GRP-RUNS.
           MOVE WS-GRP-AVG-GENS  TO WS-GRP-AVG-GENS-ED.
           MOVE WS-GRP-AVG-PEAK  TO WS-GRP-AVG-PEAK-ED.
           MOVE WS-GRP-AVG-FINAL TO WS-GRP-AVG-FINAL-ED.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  RUNS '         DELIMITED BY SIZE
                  WS-GRP-RUNS       DELIMITED BY SIZE
                  '  AVG GENERATIONS ' DELIMITED BY SIZE
                  WS-GRP-AVG-GENS-ED  DELIMITED BY SIZE
                  '  AVG PEAK '     DELIMITED BY SIZE
                  WS-GRP-AVG-PEAK-ED  DELIMITED BY SIZE
                  '  AVG FINAL '    DELIMITED BY SIZE
                  WS-GRP-AVG-FINAL-ED DELIMITED BY SIZE
                  INTO WS-REPORT-LINE.
           PERFORM 8100-PRINT-LINE
           THRU  F-8100-PRINT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  EXTINCT '      DELIMITED BY SIZE
                  WS-GRP-EXTINCT    DELIMITED BY SIZE
                  '  SETTLED '      DELIMITED BY SIZE
                  WS-GRP-SETTLED    DELIMITED BY SIZE
                  '  STILL CHANGING ' DELIMITED BY SIZE
                  WS-GRP-ALIVE      DELIMITED BY SIZE
                  '  LONGEST-LIVED RUN ' DELIMITED BY SIZE
                  WS-GRP-LONGEST-RUN DELIMITED BY SIZE
                  ' ('              DELIMITED BY SIZE
                  WS-GRP-LONGEST-GENS DELIMITED BY SIZE
                  ' GENERATIONS)'   DELIMITED BY SIZE
                  INTO WS-REPORT-LINE.
           PERFORM 8100-PRINT-LINE
           THRU  F-8100-PRINT-LINE.
       F-3100-PRINT-RULE-GROUP. EXIT.

       3200-PRINT-GROUP-RUN.
           MOVE 'Y' TO WS-RUN-GROUPED-SW(WS-SUB).
           ADD 1                       TO WS-GRP-RUNS.
           ADD WS-RUN-GENS(WS-SUB)     TO WS-GRP-GENS-TOT.
           ADD WS-RUN-PEAK-POP(WS-SUB) TO WS-GRP-PEAK-TOT.
           ADD WS-RUN-FINAL-POP(WS-SUB) TO WS-GRP-FINAL-TOT.
           EVALUATE WS-RUN-STATUS(WS-SUB)
               WHEN 'EXTINCT '
                  ADD 1 TO WS-GRP-EXTINCT
               WHEN 'STABLE  '
               WHEN 'OSCILLAT'
                  ADD 1 TO WS-GRP-SETTLED
               WHEN OTHER
                  ADD 1 TO WS-GRP-ALIVE
           END-EVALUATE.
           IF WS-RUN-GENS(WS-SUB) > WS-GRP-LONGEST-GENS
              MOVE WS-RUN-GENS(WS-SUB) TO WS-GRP-LONGEST-GENS
              MOVE WS-RUN-ID(WS-SUB)   TO WS-GRP-LONGEST-RUN
           END-IF.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  '                     DELIMITED BY SIZE
                  WS-RUN-ID(WS-SUB)        DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  WS-RUN-GENS(WS-SUB)      DELIMITED BY SIZE
                  '     '                  DELIMITED BY SIZE
                  WS-RUN-PEAK-POP(WS-SUB)  DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  WS-RUN-PEAK-TURN(WS-SUB) DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  WS-RUN-FINAL-POP(WS-SUB) DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  WS-RUN-LAST-TURN(WS-SUB) DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  WS-RUN-STATUS(WS-SUB)    DELIMITED BY SIZE
                  INTO WS-REPORT-LINE.
           PERFORM 8100-PRINT-LINE
           THRU  F-8100-PRINT-LINE.
       F-3200-PRINT-GROUP-RUN. EXIT.

      *----------------------------------------------------------*
      * B/S RULE STRINGS IN THE USUAL B3/S23 FORM. A RUN WHOSE
      * REGISTRY HEADER PREDATES THE RULE FIELDS, OR THAT THE
      * REGISTRY NO LONGER HOLDS, HAS NO RULES TO SHOW.
      *----------------------------------------------------------*
       3300-FORMAT-RULES.
           MOVE SPACES TO WS-GRP-RULE-TEXT.
           IF WS-GRP-BIRTH-RULE = SPACES
              AND WS-GRP-SURVIVE-RULE = SPACES
              MOVE '(NOT RECORDED)' TO WS-GRP-RULE-TEXT
           ELSE
              STRING 'B'                 DELIMITED BY SIZE
                     WS-GRP-BIRTH-RULE   DELIMITED BY SPACE
                     '/S'                DELIMITED BY SIZE
                     WS-GRP-SURVIVE-RULE DELIMITED BY SPACE
                     INTO WS-GRP-RULE-TEXT
           END-IF.
       F-3300-FORMAT-RULES. EXIT.

       8000-WRITE-REPORT-LINE.
           WRITE RP-RECORD.
           IF WS-FS-RPT NOT = '00'
              DISPLAY 'CELLRPT: REPORT WRITE FAILED - STATUS '
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
