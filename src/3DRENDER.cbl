                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS WS-FS-STATS.

           SELECT OPTIONAL CELL-STATS-FILE ASSIGN TO "CELLSTAT"
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS WS-FS-CSTAT.

           SELECT EXCEPTIONS-FILE ASSIGN TO "EXCPTNS"
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS WS-FS-EXCP.
           05  CTL-SURVIVE-RULE      PIC X(09).
           05  CTL-WRAP              PIC X(01).
           05  CTL-STOP-ON-ERROR     PIC X(01).
           05  CTL-KEYFRAME-EVERY    PIC 9(03).
           05  CTL-WINDOW-END        PIC 9(04).
           05  FILLER                PIC X(08).

      *----------------------------------------------------------*
      * RENDER HISTORY. THE RECORD TYPE SAYS WHETHER A LINE IS
      * PART OF A FULL KEYFRAME ('K') OR A DELTA ('D') CARRYING
      * ONLY A LINE THAT CHANGED SINCE THE TURN BEFORE. A DELTA
      * TURN WITH NOTHING CHANGED WRITES ONE 'D' RECORD WITH LINE
      * NUMBER ZERO SO EVERY TURN IS STILL ON FILE. HISTORY
      * WRITTEN BEFORE THE TYPE EXISTED HAS A SPACE THERE AND IS
      * ALL KEYFRAME. LAYOUT MUST AGREE WITH HISTVIEW AND
      * RENDCOMP.
      *----------------------------------------------------------*
       FD  RENDER-HIST-FILE.
       01  RH-RECORD.
           05  RH-RUN-ID             PIC 9(16).
           05  RH-TIMESTAMP          PIC 9(18).
           05  FILLER                PIC X(01).
           05  RH-LINE-NO            PIC 9(03).
           05  RH-REC-TYPE           PIC X(01).
               88  RH-KEYFRAME-LINE            VALUE 'K' SPACE.
               88  RH-DELTA-LINE               VALUE 'D'.
           05  RH-LINE-TEXT          PIC X(100).

       FD  CHECKPOINT-FILE.
           05  FILLER                PIC X(01).
           05  ST-SPAN               PIC 9(05)V9(03).

      *----------------------------------------------------------*
      * ONE RECORD PER CELL-MODE GENERATION: THE POPULATION, THE
      * BIRTHS AND DEATHS THAT PRODUCED IT, THE BOUNDING BOX OF
      * THE LIVE CELLS AND THEIR CENTROID (ROW, COLUMN). AN EMPTY
      * GRID CARRIES ZEROES FOR THE BOX AND CENTROID. LAYOUT MUST
      * AGREE WITH CELLRPT.
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

       FD  EXCEPTIONS-FILE.
       01  EX-RECORD.
           05  EX-RUN-ID             PIC 9(16).
      * DECK CAN NAME A CATALOG FIGURE WITH AN 'N' RECORD INSTEAD
      * OF CARRYING ITS RAW VERTEX RECORDS, SO STANDARD FIGURES
      * ARE KEYED ONCE AND NEVER RE-TYPED. LAYOUTS MUST AGREE
      * WITH SHAPMNT. THE LEADING 'C' CONTROL RECORD CARRIES THE
      * CATALOG VERSION SHAPMNT RAISES ON EVERY SAVE.
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
      * CAN BE RETRIEVED DIRECTLY. THE ONE-TIME REGCONV UTILITY
      * LOADS THE OLD SEQUENTIAL REGISTRY INTO THIS ORGANIZATION;
      * THE LAYOUTS MUST AGREE WITH REGCONV AND THE REGISTRY
      * READERS (RUNQUERY, RETNPURG, RUNRECOV, STATTRND, CELLRPT,
      * CONTSHT, SHAPJRPT, PATNHARV, RUNXTRCT, FRAMEXPT).
      *----------------------------------------------------------*
       FD  RUN-REGISTRY-FILE.
       01  RG-HEADER-RECORD.
           05  RG-H-MODE             PIC X(01).
           05  RG-H-START-TURN       PIC 9(08).
           05  RG-H-START-STAMP      PIC 9(18).
           05  RG-H-BIRTH-RULE       PIC X(09).
           05  RG-H-SURVIVE-RULE     PIC X(09).
           05  RG-H-CAT-VERSION      PIC 9(06).
           05  FILLER                PIC X(05).
       01  RG-TRAILER-RECORD.
           05  RG-T-KEY.
               10  RG-T-RUN-ID       PIC 9(16).
           05  WS-FS-HIST       PIC X(02)   VALUE SPACES.
           05  WS-FS-CHKPT      PIC X(02)   VALUE SPACES.
           05  WS-FS-STATS      PIC X(02)   VALUE SPACES.
           05  WS-FS-CSTAT      PIC X(02)   VALUE SPACES.
           05  WS-FS-EXCP       PIC X(02)   VALUE SPACES.
           05  WS-FS-SHAPES     PIC X(02)   VALUE SPACES.
           05  WS-FS-SHCAT      PIC X(02)   VALUE SPACES.
       01  WS-RECORD-COUNTERS.
           05  WS-HIST-REC-COUNT   PIC 9(08) VALUE ZEROES.
           05  WS-STAT-REC-COUNT   PIC 9(08) VALUE ZEROES.
           05  WS-CSTAT-REC-COUNT  PIC 9(08) VALUE ZEROES.
           05  WS-EXCP-REC-COUNT   PIC 9(08) VALUE ZEROES.
           05  WS-RUNLOG-REC-COUNT PIC 9(08) VALUE ZEROES.
           05  WS-CKPT-REC-COUNT   PIC 9(08) VALUE ZEROES.
               88  WS-RECON-BAD              VALUE 'Y'.
           05  WS-ACT-CKPT-COUNT   PIC 9(08) VALUE ZEROES.
           05  WS-ACT-STAT-COUNT   PIC 9(08) VALUE ZEROES.
           05  WS-ACT-CSTAT-COUNT  PIC 9(08) VALUE ZEROES.
           05  WS-ACT-RUNLOG-COUNT PIC 9(08) VALUE ZEROES.
           05  WS-ACT-HIST-COUNT   PIC 9(08) VALUE ZEROES.
           05  WS-ACT-EXCP-COUNT   PIC 9(08) VALUE ZEROES.
           05  WS-ACT-HIST-TURNS   PIC 9(08) VALUE ZEROES.
           05  WS-ACT-HIST-LAST-TURN PIC 9(08) VALUE ZEROES.
           05  WS-EXP-COUNT        PIC 9(08) VALUE ZEROES.
           05  WS-ACT-COUNT        PIC 9(08) VALUE ZEROES.
           05  WS-RECON-FILE       PIC X(20) VALUE SPACES.
           05  WS-BSLASH-COUNT  PIC 9(05)    VALUE ZEROES.
           05  WS-SPAN          PIC 9(05)V9(03) VALUE ZEROES.

      *----------------------------------------------------------*
      * COMPRESSED HISTORY. WITH A KEYFRAME INTERVAL ON THE CARD,
      * EVERY NTH TURN WRITTEN IS A FULL KEYFRAME AND THE TURNS IN
      * BETWEEN CARRY ONLY THE LINES THAT DIFFER FROM THE LAST
      * FRAME WRITTEN. THE FIRST TURN A RUN WRITES IS ALWAYS A
      * KEYFRAME, SO A RESTARTED RUN NEVER DEPENDS ON ANOTHER RUN'S
      * RECORDS. THE KEYFRAME AND DELTA TALLIES GIVE THE RECONCILE
      * ITS EXPECTED HISTORY COUNT.
      *----------------------------------------------------------*
       01  WS-HISTORY-FIELDS.
           05  WS-HIST-DELTA-SW     PIC X(01)  VALUE 'N'.
               88  WS-HIST-COMPRESSED          VALUE 'Y'.
           05  WS-KEYFRAME-EVERY    PIC 9(03)  VALUE ZEROES.
           05  WS-HIST-FRAME-TYPE   PIC X(01)  VALUE 'K'.
               88  WS-HIST-KEYFRAME            VALUE 'K'.
           05  WS-HIST-TURNS-WRITTEN PIC 9(08) VALUE ZEROES.
           05  WS-HIST-QUOTIENT     PIC 9(08)  VALUE ZEROES.
           05  WS-HIST-REMAINDER    PIC 9(03)  VALUE ZEROES.
           05  WS-HIST-LINES-WRITTEN PIC 9(03) VALUE ZEROES.
           05  WS-KEYFRAME-TURNS    PIC 9(08)  VALUE ZEROES.
           05  WS-DELTA-REC-COUNT   PIC 9(08)  VALUE ZEROES.
           05  WS-HIST-LAST-LINE    PIC X(100) VALUE SPACES
                                    OCCURS 100 TIMES.

       01  WS-STOP-PROCESSING-SW  PIC X(01)   VALUE 'N'.
           88  WS-STOP-PROCESSING             VALUE 'Y'.

           05  WS-SEG-SPAN         PIC 9(05)V9(03) VALUE ZEROES.

       01  WS-CATALOG-FIELDS.
           05  WS-CAT-VERSION      PIC 9(06)  VALUE ZEROES.
           05  WS-CAT-COUNT        PIC 9(03)  VALUE ZEROES.
           05  WS-CAT-SUB          PIC 9(03)  VALUE ZEROES.
           05  WS-CAT-FOUND        PIC 9(03)  VALUE ZEROES.
           05  WS-TURNS-SKIPPED  PIC 9(08)  VALUE ZEROES.
           05  WS-QUIESCE-CKPT-COUNT PIC 9(01) VALUE ZEROES.

      *----------------------------------------------------------*
      * BATCH WINDOW. THE CARD GIVES THE HHMM THE WINDOW CLOSES;
      * THE DEADLINE IS THE FIRST SUCH TIME AFTER THE JOB STARTED,
      * SO A WINDOW THAT CLOSES AT 0600 ON A JOB STARTED AT 2200
      * MEANS 0600 NEXT MORNING. TIMES ARE HELD AS SECONDS SINCE
      * THE START OF THE CALENDAR (DAY NUMBER * 86400 + SECONDS
      * INTO THE DAY) SO A RUN THAT CROSSES MIDNIGHT COMPARES
      * STRAIGHT.
      *----------------------------------------------------------*
       01  WS-WINDOW-FIELDS.
           05  WS-WINDOW-SW      PIC X(01)  VALUE 'N'.
               88  WS-WINDOW-SET            VALUE 'Y'.
           05  WS-WINDOW-END     PIC 9(04)  VALUE ZEROES.
           05  WS-JOB-START-STAMP PIC 9(18) VALUE ZEROES.
           05  WS-WINDOW-STAMP-N PIC 9(18)  VALUE ZEROES.
           05  WS-WINDOW-STAMP-X REDEFINES WS-WINDOW-STAMP-N.
               10  FILLER              PIC X(02).
               10  WS-WINDOW-DATE      PIC 9(08).
               10  WS-WINDOW-HH        PIC 9(02).
               10  WS-WINDOW-MM        PIC 9(02).
               10  WS-WINDOW-SS        PIC 9(02).
               10  WS-WINDOW-CS        PIC 9(02).
           05  WS-WINDOW-SECS    PIC 9(12)  VALUE ZEROES.
           05  WS-DEADLINE-SECS  PIC 9(12)  VALUE ZEROES.
           05  WS-NOW-SECS       PIC 9(12)  VALUE ZEROES.
           05  WS-RUN-START-SECS PIC 9(12)  VALUE ZEROES.
           05  WS-WINDOW-TURNS   PIC 9(08)  VALUE ZEROES.
           05  WS-WINDOW-PACE    PIC 9(07)V9(02) VALUE ZEROES.
           05  WS-PROJECTED-SECS PIC 9(12)V9(02) VALUE ZEROES.

       01  WS-CELL-RULE-FIELDS.
           05  WS-BIRTH-RULE    PIC X(09)   VALUE '3'.
           05  WS-SURVIVE-RULE  PIC X(09)   VALUE '23'.
           05  WS-PREV2-MATCH-SW PIC X(01)  VALUE 'N'.
               88  WS-PREV2-MATCH           VALUE 'Y'.

      *----------------------------------------------------------*
      * PER-GENERATION TALLIES FOR THE CELL-STATISTICS RECORD,
      * GATHERED WHILE 2500-STEP-CELL APPLIES THE RULES.
      *----------------------------------------------------------*
       01  WS-CELL-STAT-FIELDS.
           05  WS-CELL-BIRTHS    PIC 9(05)  VALUE ZEROES.
           05  WS-CELL-DEATHS    PIC 9(05)  VALUE ZEROES.
           05  WS-CELL-MIN-ROW   PIC 9(03)  VALUE ZEROES.
           05  WS-CELL-MAX-ROW   PIC 9(03)  VALUE ZEROES.
           05  WS-CELL-MIN-COL   PIC 9(03)  VALUE ZEROES.
           05  WS-CELL-MAX-COL   PIC 9(03)  VALUE ZEROES.
           05  WS-CELL-ROW-SUM   PIC 9(09)  VALUE ZEROES.
           05  WS-CELL-COL-SUM   PIC 9(09)  VALUE ZEROES.

       01  WS-PREV-GRIDS.
           05  WS-PREV-GRID-ROW  OCCURS 100 TIMES.
               10  WS-PREV-GRID-LINE  PIC X(100) VALUE SPACES.
           05  WS-CTL-SURVIVE-RULE   PIC X(09).
           05  WS-CTL-WRAP           PIC X(01).
           05  WS-CTL-STOP-ON-ERROR  PIC X(01).
           05  WS-CTL-KEYFRAME-EVERY PIC 9(03).
           05  WS-CTL-WINDOW-END     PIC 9(04).
           05  WS-CTL-WINDOW-X       REDEFINES WS-CTL-WINDOW-END.
               10  WS-CTL-WINDOW-HH  PIC 9(02).
               10  WS-CTL-WINDOW-MM  PIC 9(02).
           05  FILLER                PIC X(08).

       01  WS-DEFAULT-FIELDS.
           05  WS-DEF-TURNS     PIC 9(08)   VALUE ZEROES.
           MOVE CT-MODE          TO WS-DEF-MODE.
           MOVE WS-BIRTH-RULE    TO WS-DEF-BIRTH-RULE.
           MOVE WS-SURVIVE-RULE  TO WS-DEF-SURVIVE-RULE.
           MOVE FUNCTION CURRENT-DATE (1:16) TO WS-JOB-START-STAMP.
       F-0050-CAPTURE-DEFAULTS. EXIT.

      *----------------------------------------------------------*
           IF WS-RUN-SUB = 1 AND WS-START-TURN = 1
              OPEN OUTPUT RENDER-HIST-FILE
              OPEN OUTPUT STATS-FILE
              OPEN OUTPUT CELL-STATS-FILE
              OPEN OUTPUT EXCEPTIONS-FILE
              OPEN OUTPUT RUN-LOG-FILE
              OPEN OUTPUT PRINT-FILE
           ELSE
              OPEN EXTEND RENDER-HIST-FILE
              OPEN EXTEND STATS-FILE
              OPEN EXTEND CELL-STATS-FILE
              OPEN EXTEND EXCEPTIONS-FILE
              OPEN EXTEND RUN-LOG-FILE
              OPEN EXTEND PRINT-FILE
                PERFORM 5000-CHECK-OPERATOR
                THRU  F-5000-CHECK-OPERATOR

                IF WS-WINDOW-SET AND NOT WS-STOP-PROCESSING
                   PERFORM 5500-CHECK-BATCH-WINDOW
                   THRU  F-5500-CHECK-BATCH-WINDOW
                END-IF

                EVALUATE TRUE
                    WHEN WS-STOP-PROCESSING
                       IF WS-RUN-STATUS = 'QUIESCED'
                          OR WS-RUN-STATUS = 'WINDOWED'
                          PERFORM 4100-WRITE-QUIESCE-CHECKPOINT
                          THRU  F-4100-WRITE-QUIESCE-CHECKPOINT
                       END-IF

           CLOSE RENDER-HIST-FILE.
           CLOSE STATS-FILE.
           CLOSE CELL-STATS-FILE.
           CLOSE EXCEPTIONS-FILE.
           CLOSE RUN-LOG-FILE.
           CLOSE PRINT-FILE.
           MOVE 'N'    TO WS-STOP-PROCESSING-SW WS-PAUSED-SW
                          WS-SKIP-TURN-SW.
           MOVE 'COMPLETE' TO WS-RUN-STATUS.
           MOVE 'N'    TO WS-WINDOW-SW.
           MOVE ZEROES TO WS-WINDOW-END WS-DEADLINE-SECS.

           MOVE ZEROES TO WS-HIST-REC-COUNT WS-STAT-REC-COUNT
                          WS-CSTAT-REC-COUNT WS-ACT-CSTAT-COUNT
                          WS-EXCP-REC-COUNT WS-RUNLOG-REC-COUNT
                          WS-CKPT-REC-COUNT WS-TURNS-DONE
                          WS-TURNS-SKIPPED WS-QUIESCE-CKPT-COUNT.
                          WS-ACT-RUNLOG-COUNT WS-ACT-HIST-COUNT
                          WS-ACT-EXCP-COUNT WS-EXP-COUNT
                          WS-ACT-COUNT WS-SHAPES-CONSUMED.
           MOVE ZEROES TO WS-ACT-HIST-TURNS WS-ACT-HIST-LAST-TURN.
           MOVE 'N'    TO WS-HIST-DELTA-SW.
           MOVE ZEROES TO WS-KEYFRAME-EVERY WS-HIST-TURNS-WRITTEN
                          WS-KEYFRAME-TURNS WS-DELTA-REC-COUNT.
           MOVE ZEROES TO WS-SHAPE-READ-COUNT WS-SHAPE-RAW-COUNT
                          WS-SKIP-COUNT.
           MOVE ZEROES TO WS-SCENE-COUNT WS-SCENE-DROP-COUNT
           MOVE 'N'    TO WS-PATTERN-SEEDED-SW.
           MOVE 'N'    TO WS-HOT-DONE-SW.
           MOVE ZEROES TO WS-CELL-LIVE-TOTAL.
           MOVE ZEROES TO WS-CELL-STAT-FIELDS.
           MOVE ZEROES TO WS-TURN-NO WS-FECHA.
           MOVE 1      TO WS-START-TURN.

              MOVE SPACES TO WS-LINE(WS-ROW)
              MOVE SPACES TO WS-PREV-GRID-LINE(WS-ROW)
              MOVE SPACES TO WS-PREV2-GRID-LINE(WS-ROW)
              MOVE SPACES TO WS-HIST-LAST-LINE(WS-ROW)
              PERFORM VARYING WS-COL FROM 1 BY 1
                      UNTIL WS-COL > 100
                 MOVE 0      TO WS-CELL(WS-ROW WS-COL)
           IF WS-CTL-STOP-ON-ERROR = 'Y'
              MOVE 'Y' TO WS-STOP-ON-ERROR-SW
           END-IF.
           IF WS-CTL-KEYFRAME-EVERY NUMERIC
              AND WS-CTL-KEYFRAME-EVERY NOT = ZEROES
              MOVE WS-CTL-KEYFRAME-EVERY TO WS-KEYFRAME-EVERY
              MOVE 'Y' TO WS-HIST-DELTA-SW
           END-IF.
           IF WS-CTL-WINDOW-END NUMERIC
              AND WS-CTL-WINDOW-END NOT = ZEROES
              IF WS-CTL-WINDOW-MM > 59
                 OR WS-CTL-WINDOW-HH > 24
                 OR (WS-CTL-WINDOW-HH = 24 AND WS-CTL-WINDOW-MM > 0)
                 DISPLAY 'BATCH WINDOW END ' WS-CTL-WINDOW-END
                         ' IS NOT A VALID HHMM - NO WINDOW APPLIED'
              ELSE
                 MOVE WS-CTL-WINDOW-END TO WS-WINDOW-END
                 MOVE 'Y' TO WS-WINDOW-SW
                 PERFORM 0440-SET-WINDOW-DEADLINE
                 THRU  F-0440-SET-WINDOW-DEADLINE
              END-IF
           END-IF.

           IF CT-CANVAS-WIDTH > 100
              MOVE 100 TO CT-CANVAS-WIDTH
      * OUTCOME GOES IN THE SUMMARY TABLE. AN OUT-OF-BALANCE RUN
      * ONLY STOPS THE REST OF THE DECK WHEN ITS CARD ASKED FOR
      * THAT; AN OPERATOR QUIESCE ALWAYS DOES - THE OPERATOR
      * WANTS THE MACHINE BACK, NOT JUST THIS RUN ENDED. A RUN
      * QUIESCED BY THE BATCH WINDOW STOPS THE DECK THE SAME WAY:
      * THE WINDOW IS CLOSING FOR EVERY RUN BEHIND IT TOO.
      *----------------------------------------------------------*
       0430-RECORD-RUN-OUTCOME.
           MOVE ZEROES TO WS-RUN-RC.
               WHEN WS-RECON-BAD
                  MOVE 8 TO WS-RUN-RC
               WHEN WS-RUN-STATUS = 'QUIESCED'
                 OR WS-RUN-STATUS = 'WINDOWED'
                  MOVE 4 TO WS-RUN-RC
           END-EVALUATE.
           IF WS-RUN-RC > WS-JOB-RC
           IF WS-RUN-STATUS = 'QUIESCED'
              MOVE 'Y' TO WS-JOB-STOP-SW
           END-IF.
           IF WS-RUN-STATUS = 'WINDOWED'
              MOVE 'Y' TO WS-JOB-STOP-SW
              DISPLAY 'RUN ' WS-RUN-ID ' QUIESCED AT BATCH WINDOW '
                      'END ' WS-WINDOW-END ' - REMAINING RUNS NOT '
                      'EXECUTED'
           END-IF.
       F-0430-RECORD-RUN-OUTCOME. EXIT.

      *----------------------------------------------------------*
      * THE WINDOW DEADLINE FOR THIS RUN: THE FIRST TIME THE CARD'S
      * HHMM COMES ROUND AFTER THE JOB STARTED. TAKEN FROM THE
      * JOB START, NOT THE RUN START, SO A RUN LATE IN THE DECK
      * THAT STARTS AFTER THE WINDOW HAS CLOSED DOES NOT ROLL ITS
      * DEADLINE OVER TO THE NEXT DAY.
      *----------------------------------------------------------*
       0440-SET-WINDOW-DEADLINE.
           MOVE WS-JOB-START-STAMP TO WS-WINDOW-STAMP-N.
           PERFORM 5510-STAMP-TO-SECONDS
           THRU  F-5510-STAMP-TO-SECONDS.
           COMPUTE WS-DEADLINE-SECS =
                   FUNCTION INTEGER-OF-DATE(WS-WINDOW-DATE) * 86400
                   + WS-CTL-WINDOW-HH * 3600
                   + WS-CTL-WINDOW-MM * 60.
           IF WS-DEADLINE-SECS NOT > WS-WINDOW-SECS
              ADD 86400 TO WS-DEADLINE-SECS
           END-IF.
       F-0440-SET-WINDOW-DEADLINE. EXIT.

      *----------------------------------------------------------*
      * JOB-LEVEL SUMMARY AFTER THE DECK: ONE LINE PER RUN WITH
      * ITS STATUS AND RETURN CODE, THEN THE OUTCOME COUNTS THE
              PERFORM 2700-COMPUTE-STATS
              THRU  F-2700-COMPUTE-STATS

              IF MODE-CELL
                 PERFORM 2710-WRITE-CELL-STATS
                 THRU  F-2710-WRITE-CELL-STATS
              END-IF

              PERFORM 4000-WRITE-CHECKPOINT
              THRU  F-4000-WRITE-CHECKPOINT

           END-EVALUATE.
       F-5200-APPLY-OPER-COMMAND. EXIT.

      *----------------------------------------------------------*
      * BATCH-WINDOW CHECK AT THE TURN BOUNDARY, RIGHT AFTER THE
      * OPERATOR CHECK. THE PACE IS THE ONE RUNWATCH SHOWS -
      * ELAPSED TIME SINCE THE RUN STARTED OVER THE TURNS IT HAS
      * PUT BEHIND IT - SO THE NEXT TURN IS EXPECTED TO END ONE
      * PACE FROM NOW. IF THAT IS PAST THE DEADLINE THE RUN
      * QUIESCES ITSELF EXACTLY AS AN OPERATOR QUIESCE WOULD, BUT
      * UNDER ITS OWN STATUS SO THE REGISTRY SHOWS WHO STOPPED IT.
      * BEFORE THE FIRST TURN THERE IS NO PACE YET; THE RUN ONLY
      * STOPS THEN IF THE WINDOW HAS ALREADY CLOSED.
      *----------------------------------------------------------*
       5500-CHECK-BATCH-WINDOW.
           MOVE WS-RUN-START-STAMP TO WS-WINDOW-STAMP-N.
           PERFORM 5510-STAMP-TO-SECONDS
           THRU  F-5510-STAMP-TO-SECONDS.
           MOVE WS-WINDOW-SECS TO WS-RUN-START-SECS.

           MOVE FUNCTION CURRENT-DATE (1:16) TO WS-WINDOW-STAMP-N.
           PERFORM 5510-STAMP-TO-SECONDS
           THRU  F-5510-STAMP-TO-SECONDS.
           MOVE WS-WINDOW-SECS TO WS-NOW-SECS.

           COMPUTE WS-WINDOW-TURNS = WS-TURN-NO - WS-START-TURN.
           IF WS-WINDOW-TURNS = ZEROES
              MOVE ZEROES TO WS-WINDOW-PACE
           ELSE
              IF WS-NOW-SECS > WS-RUN-START-SECS
                 COMPUTE WS-WINDOW-PACE ROUNDED =
                         (WS-NOW-SECS - WS-RUN-START-SECS)
                         / WS-WINDOW-TURNS
              ELSE
                 MOVE ZEROES TO WS-WINDOW-PACE
              END-IF
           END-IF.
           COMPUTE WS-PROJECTED-SECS = WS-NOW-SECS + WS-WINDOW-PACE.

           IF WS-PROJECTED-SECS > WS-DEADLINE-SECS
              OR WS-NOW-SECS NOT < WS-DEADLINE-SECS
              MOVE 'Y'        TO WS-STOP-PROCESSING-SW
              MOVE 'WINDOWED' TO WS-RUN-STATUS
              DISPLAY 'BATCH WINDOW ENDS ' WS-WINDOW-END
                      ' - RUN QUIESCED BEFORE TURN ' WS-TURN-NO
                      ' AT ' WS-WINDOW-PACE ' SECONDS/TURN'
           END-IF.
       F-5500-CHECK-BATCH-WINDOW. EXIT.

       5510-STAMP-TO-SECONDS.
           COMPUTE WS-WINDOW-SECS =
                   FUNCTION INTEGER-OF-DATE(WS-WINDOW-DATE) * 86400
                   + WS-WINDOW-HH * 3600
                   + WS-WINDOW-MM * 60
                   + WS-WINDOW-SS.
       F-5510-STAMP-TO-SECONDS. EXIT.

      *----------------------------------------------------------*
      * A BAD FILE STATUS ON ANY OF THE OUTPUT FILES (DISK FULL,
      * DATASET CONTENTION, AND THE LIKE) MUST NOT PASS UNNOTICED
       F-9990-ABEND-FILE-ERROR. EXIT.

      *----------------------------------------------------------*
      * CONFIRM THE SIX OUTPUT FILES AND THE CHECKPOINT FILE ALL
      * OPENED CLEANLY (WHETHER FRESH OR EXTENDED) BEFORE ANY TURN
      * PROCESSING BEGINS.
      *----------------------------------------------------------*
              PERFORM 9990-ABEND-FILE-ERROR
              THRU  F-9990-ABEND-FILE-ERROR
           END-IF.
           IF WS-FS-CSTAT NOT = '00' AND WS-FS-CSTAT NOT = '05'
              MOVE 'CELL-STATS-FILE'  TO WS-ABEND-FILE-NAME
              MOVE WS-FS-CSTAT        TO WS-ABEND-STATUS
              PERFORM 9990-ABEND-FILE-ERROR
              THRU  F-9990-ABEND-FILE-ERROR
           END-IF.
           IF WS-FS-EXCP NOT = '00'
              MOVE 'EXCEPTIONS-FILE'  TO WS-ABEND-FILE-NAME
              MOVE WS-FS-EXCP         TO WS-ABEND-STATUS
           MOVE WS-START-TURN    TO RG-H-START-TURN.
           MOVE FUNCTION CURRENT-DATE (1:16) TO RG-H-START-STAMP.
           MOVE RG-H-START-STAMP TO WS-RUN-START-STAMP.
           IF MODE-CELL
              MOVE WS-BIRTH-RULE   TO RG-H-BIRTH-RULE
              MOVE WS-SURVIVE-RULE TO RG-H-SURVIVE-RULE
           END-IF.
           WRITE RG-HEADER-RECORD.
           IF WS-FS-REGST NOT = '00'
              MOVE 'RUN-REGISTRY-FILE' TO WS-ABEND-FILE-NAME
      * MISSING CATALOG IS NOT AN ERROR - A DECK THAT ONLY
      * CARRIES RAW H/V FIGURES NEVER LOOKS AT IT. A MALFORMED
      * CATALOG HEADER OR VERTEX SKIPS THAT ENTRY SO ONE BAD
      * FIGURE CANNOT TAKE DOWN THE RUN. THE VERSION LOADED (ZERO
      * FOR A MISSING OR UNVERSIONED CATALOG) GOES ON THE RUN'S
      * REGISTRY HEADER, SO THE CATALOG JOURNAL CAN SAY WHICH
      * GEOMETRY THE RUN DREW.
      *----------------------------------------------------------*
       1300-LOAD-SHAPE-CATALOG.
           MOVE ZEROES TO WS-CAT-LOAD-SLOT.
           MOVE ZEROES TO WS-CAT-VERSION.
           OPEN INPUT SHAPE-CATALOG-FILE.
           IF WS-FS-SHCAT = '00' OR WS-FS-SHCAT = '05'
              PERFORM UNTIL WS-FS-SHCAT = '10'
              END-PERFORM
           END-IF.
           CLOSE SHAPE-CATALOG-FILE.

           PERFORM 1320-RECORD-CATALOG-VERSION
           THRU  F-1320-RECORD-CATALOG-VERSION.
       F-1300-LOAD-SHAPE-CATALOG. EXIT.

       1310-LOAD-CATALOG-RECORD.
           EVALUATE CA-H-REC-TYPE
               WHEN 'C'
                  IF CA-C-VERSION NUMERIC
                     MOVE CA-C-VERSION TO WS-CAT-VERSION
                  END-IF
               WHEN 'H'
                  IF WS-CAT-COUNT < CT-MAX-CATALOG
                     AND CA-H-VERTEX-COUNT NUMERIC
           END-EVALUATE.
       F-1310-LOAD-CATALOG-RECORD. EXIT.

      *----------------------------------------------------------*
      * THE HEADER WAS WRITTEN BEFORE THE CATALOG WAS OPENED, SO
      * THE VERSION IS ADDED BY A KEYED REWRITE OF THAT HEADER.
      *----------------------------------------------------------*
       1320-RECORD-CATALOG-VERSION.
           MOVE WS-RUN-ID TO RG-H-RUN-ID.
           MOVE 'H'       TO RG-H-REC-TYPE.
           READ RUN-REGISTRY-FILE
               INVALID KEY
                  MOVE 'RUN-REGISTRY-FILE' TO WS-ABEND-FILE-NAME
                  MOVE WS-FS-REGST         TO WS-ABEND-STATUS
                  PERFORM 9990-ABEND-FILE-ERROR
                  THRU  F-9990-ABEND-FILE-ERROR
           END-READ.
           MOVE WS-CAT-VERSION TO RG-H-CAT-VERSION.
           REWRITE RG-HEADER-RECORD
               INVALID KEY
                  MOVE 'RUN-REGISTRY-FILE' TO WS-ABEND-FILE-NAME
                  MOVE WS-FS-REGST         TO WS-ABEND-STATUS
                  PERFORM 9990-ABEND-FILE-ERROR
                  THRU  F-9990-ABEND-FILE-ERROR
           END-REWRITE.
       F-1320-RECORD-CATALOG-VERSION. EXIT.

      *----------------------------------------------------------*
      * SCENE MODE: PULL EVERY FIGURE OFF THE DECK BEFORE THE
      * TURN LOOP, THROUGH THE SAME READ-AND-VALIDATE PATH ONE-
           END-PERFORM.

           MOVE ZEROES TO WS-CELL-LIVE-TOTAL.
           MOVE ZEROES TO WS-CELL-STAT-FIELDS.
           PERFORM VARYING WS-ROW FROM 1 BY 1
                   UNTIL WS-ROW > CT-CANVAS-HEIGHT
              PERFORM VARYING WS-COL FROM 1 BY 1
                     WHEN WS-CELL(WS-ROW WS-COL) = 1
                          AND WS-SURVIVE-FLAG(WS-RULE-SUB) = 'Y'
                        ADD 1 TO WS-CELL-LIVE-TOTAL
                        PERFORM 2510-TALLY-LIVE-CELL
                        THRU  F-2510-TALLY-LIVE-CELL
                     WHEN WS-CELL(WS-ROW WS-COL) = 1
                        MOVE 0 TO WS-CELL(WS-ROW WS-COL)
                        ADD 1 TO WS-CELL-DEATHS
                     WHEN WS-CELL(WS-ROW WS-COL) = 0
                          AND WS-BIRTH-FLAG(WS-RULE-SUB) = 'Y'
                        MOVE 1 TO WS-CELL(WS-ROW WS-COL)
                        ADD 1 TO WS-CELL-LIVE-TOTAL
                        ADD 1 TO WS-CELL-BIRTHS
                        PERFORM 2510-TALLY-LIVE-CELL
                        THRU  F-2510-TALLY-LIVE-CELL
                 END-EVALUATE
              END-PERFORM
           END-PERFORM.
           THRU  F-2560-CHECK-STEADY-STATE.
       F-2500-STEP-CELL. EXIT.

      *----------------------------------------------------------*
      * ONE LIVE CELL OF THE NEW GENERATION: WIDEN THE BOUNDING
      * BOX TO TAKE IT IN AND ADD ITS POSITION TO THE CENTROID
      * SUMS. THE FIRST LIVE CELL OPENS THE BOX ON ITSELF.
      *----------------------------------------------------------*
       2510-TALLY-LIVE-CELL.
           IF WS-CELL-LIVE-TOTAL = 1
              MOVE WS-ROW TO WS-CELL-MIN-ROW WS-CELL-MAX-ROW
              MOVE WS-COL TO WS-CELL-MIN-COL WS-CELL-MAX-COL
           END-IF.
           IF WS-ROW < WS-CELL-MIN-ROW
              MOVE WS-ROW TO WS-CELL-MIN-ROW
           END-IF.
           IF WS-ROW > WS-CELL-MAX-ROW
              MOVE WS-ROW TO WS-CELL-MAX-ROW
           END-IF.
           IF WS-COL < WS-CELL-MIN-COL
              MOVE WS-COL TO WS-CELL-MIN-COL
           END-IF.
           IF WS-COL > WS-CELL-MAX-COL
              MOVE WS-COL TO WS-CELL-MAX-COL
           END-IF.
           ADD WS-ROW TO WS-CELL-ROW-SUM.
           ADD WS-COL TO WS-CELL-COL-SUM.
       F-2510-TALLY-LIVE-CELL. EXIT.

       2550-COUNT-NEIGHBORS.
           MOVE 0 TO WS-LIVE-COUNT.
           PERFORM VARYING WS-DELTA-ROW FROM -1 BY 1
           END-IF.
       F-2700-COMPUTE-STATS. EXIT.

      *----------------------------------------------------------*
      * CELL MODE ONLY: THE GENERATION'S POPULATION RECORD, FROM
      * THE TALLIES 2500-STEP-CELL LEFT BEHIND. THE CENTROID IS
      * THE MEAN ROW AND COLUMN OF THE LIVE CELLS.
      *----------------------------------------------------------*
       2710-WRITE-CELL-STATS.
           MOVE SPACES             TO CS-RECORD.
           MOVE WS-RUN-ID          TO CS-RUN-ID.
           MOVE WS-TURN-NO         TO CS-TURN.
           MOVE WS-CELL-LIVE-TOTAL TO CS-LIVE-COUNT.
           MOVE WS-CELL-BIRTHS     TO CS-BIRTHS.
           MOVE WS-CELL-DEATHS     TO CS-DEATHS.
           MOVE WS-CELL-MIN-ROW    TO CS-MIN-ROW.
           MOVE WS-CELL-MAX-ROW    TO CS-MAX-ROW.
           MOVE WS-CELL-MIN-COL    TO CS-MIN-COL.
           MOVE WS-CELL-MAX-COL    TO CS-MAX-COL.
           IF WS-CELL-LIVE-TOTAL = ZEROES
              MOVE ZEROES TO CS-CENTROID-ROW CS-CENTROID-COL
           ELSE
              COMPUTE CS-CENTROID-ROW ROUNDED =
                      WS-CELL-ROW-SUM / WS-CELL-LIVE-TOTAL
              COMPUTE CS-CENTROID-COL ROUNDED =
                      WS-CELL-COL-SUM / WS-CELL-LIVE-TOTAL
           END-IF.
           WRITE CS-RECORD.
           ADD 1 TO WS-CSTAT-REC-COUNT.
           IF WS-FS-CSTAT NOT = '00'
              MOVE 'CELL-STATS-FILE' TO WS-ABEND-FILE-NAME
              MOVE WS-FS-CSTAT       TO WS-ABEND-STATUS
              PERFORM 9990-ABEND-FILE-ERROR
              THRU  F-9990-ABEND-FILE-ERROR
           END-IF.
       F-2710-WRITE-CELL-STATS. EXIT.

       3000-CALC-NEXT-STEP.
      * Next idea: Create a line with both points and calculating all
      * possible combinations between both points.
      * ONE RENDER-HIST RECORD PER GRID LINE, TAGGED WITH THE
      * TURN NUMBER AND THE TIMESTAMP STAMPED AT THE TOP OF
      * THE TURN, SO AN OVERNIGHT RUN CAN BE REPLAYED LATER.
      * WITH COMPRESSED HISTORY ONLY A KEYFRAME TURN WRITES EVERY
      * LINE; A DELTA TURN WRITES THE LINES THAT CHANGED SINCE THE
      * LAST FRAME WRITTEN, OR A LINE-ZERO MARKER IF NONE DID.
      *----------------------------------------------------------*
       9500-WRITE-HISTORY.
           MOVE 'K' TO WS-HIST-FRAME-TYPE.
           IF WS-HIST-COMPRESSED
              DIVIDE WS-HIST-TURNS-WRITTEN BY WS-KEYFRAME-EVERY
                     GIVING WS-HIST-QUOTIENT
                     REMAINDER WS-HIST-REMAINDER
              IF WS-HIST-REMAINDER NOT = ZEROES
                 MOVE 'D' TO WS-HIST-FRAME-TYPE
              END-IF
           END-IF.

           MOVE ZEROES TO WS-HIST-LINES-WRITTEN.
           PERFORM VARYING WS-COUNT FROM 1 BY 1
                   UNTIL WS-COUNT > CT-CANVAS-HEIGHT
                   IF WS-HIST-KEYFRAME
                      OR WS-LINE(WS-COUNT) NOT =
                         WS-HIST-LAST-LINE(WS-COUNT)
                      PERFORM 9510-WRITE-HISTORY-LINE
                      THRU  F-9510-WRITE-HISTORY-LINE
                   END-IF
                   MOVE WS-LINE(WS-COUNT) TO
                        WS-HIST-LAST-LINE(WS-COUNT)
           END-PERFORM.

           IF WS-HIST-LINES-WRITTEN = ZEROES
              MOVE ZEROES TO WS-COUNT
              PERFORM 9510-WRITE-HISTORY-LINE
              THRU  F-9510-WRITE-HISTORY-LINE
           END-IF.

           IF WS-HIST-KEYFRAME
              ADD 1 TO WS-KEYFRAME-TURNS
           ELSE
              ADD WS-HIST-LINES-WRITTEN TO WS-DELTA-REC-COUNT
           END-IF.
           ADD 1 TO WS-HIST-TURNS-WRITTEN.
       F-9500-WRITE-HISTORY. EXIT.

      *    LINE NUMBER ZERO IS THE NOTHING-CHANGED MARKER AND
      *    CARRIES NO TEXT.
       9510-WRITE-HISTORY-LINE.
           MOVE SPACES             TO RH-RECORD.
           MOVE WS-RUN-ID          TO RH-RUN-ID.
           MOVE WS-TURN-NO         TO RH-TURN.
           MOVE WS-FECHA           TO RH-TIMESTAMP.
           MOVE WS-COUNT           TO RH-LINE-NO.
           MOVE WS-HIST-FRAME-TYPE TO RH-REC-TYPE.
           IF WS-COUNT NOT = ZEROES
              MOVE WS-LINE(WS-COUNT) TO RH-LINE-TEXT
           END-IF.
           WRITE RH-RECORD.
           ADD 1 TO WS-HIST-REC-COUNT.
           ADD 1 TO WS-HIST-LINES-WRITTEN.
           IF WS-FS-HIST NOT = '00'
              MOVE 'RENDER-HIST-FILE' TO WS-ABEND-FILE-NAME
              MOVE WS-FS-HIST         TO WS-ABEND-STATUS
              PERFORM 9990-ABEND-FILE-ERROR
              THRU  F-9990-ABEND-FILE-ERROR
           END-IF.
       F-9510-WRITE-HISTORY-LINE. EXIT.

      *----------------------------------------------------------*
      * DENSITY MODE WRAP-UP, AFTER THE LAST TURN: RE-RENDER THE
      * GRID AS INTENSITY GLYPHS FROM THE PER-CELL STRIKE COUNTS
      * RUN ID, THEN CHECK THE COUNTS AGAINST EACH OTHER -
      *   CHECKPOINTS       = TURNS COMPLETED
      *   STATS RECORDS     = TURNS COMPLETED
      *   CELL-STAT RECORDS = TURNS COMPLETED  (CELL MODE ONLY)
      *   RUN-LOG RECORDS   = TURNS COMPLETED  (LINE MODE ONLY)
      *   HISTORY RECORDS   = TURNS COMPLETED * CANVAS HEIGHT
      *                       (COMPRESSED HISTORY: KEYFRAME TURNS
      *                        * CANVAS HEIGHT + DELTA RECORDS,
      *                        AND TURNS ON FILE = TURNS COMPLETED)
      *   SHAPES CONSUMED   = TURNS COMPLETED + EXCEPTION REJECTS
      *                                         (SHAPES MODE ONLY)
      * ANY MISMATCH IS REPORTED FILE-BY-FILE WITH THE EXPECTED
           THRU  F-9740-COUNT-HISTORY.
           PERFORM 9750-COUNT-EXCEPTIONS
           THRU  F-9750-COUNT-EXCEPTIONS.
           PERFORM 9760-COUNT-CELL-STATS
           THRU  F-9760-COUNT-CELL-STATS.

      *    A CHECKPOINT IS TAKEN FOR RENDERED TURNS, FOR TURNS THE
      *    OPERATOR SKIPPED, AND ONCE MORE AT A QUIESCE, SO ALL
              THRU  F-9795-REPORT-DISCREPANCY
           END-IF.

           IF MODE-CELL
              MOVE WS-TURNS-DONE      TO WS-EXP-COUNT
              MOVE WS-ACT-CSTAT-COUNT TO WS-ACT-COUNT
              IF WS-ACT-CSTAT-COUNT NOT = WS-TURNS-DONE
                 MOVE 'CELL-STATS-FILE' TO WS-RECON-FILE
                 PERFORM 9795-REPORT-DISCREPANCY
                 THRU  F-9795-REPORT-DISCREPANCY
              END-IF
           END-IF.

           IF NOT MODE-CELL AND NOT MODE-SHAPES AND NOT MODE-SCENE
              MOVE WS-TURNS-DONE       TO WS-EXP-COUNT
              MOVE WS-ACT-RUNLOG-COUNT TO WS-ACT-COUNT
              END-IF
           END-IF.

           IF WS-HIST-COMPRESSED
              COMPUTE WS-EXP-COUNT =
                      WS-KEYFRAME-TURNS * CT-CANVAS-HEIGHT
                      + WS-DELTA-REC-COUNT
           ELSE
              COMPUTE WS-EXP-COUNT =
                      WS-TURNS-DONE * CT-CANVAS-HEIGHT
           END-IF.
           MOVE WS-ACT-HIST-COUNT TO WS-ACT-COUNT.
           IF WS-ACT-HIST-COUNT NOT = WS-EXP-COUNT
              MOVE 'RENDER-HIST-FILE'  TO WS-RECON-FILE
              THRU  F-9795-REPORT-DISCREPANCY
           END-IF.

      *    A COMPRESSED RUN'S RECORD COUNT VARIES WITH THE PICTURE,
      *    SO ALSO PROVE EVERY COMPLETED TURN REACHED THE FILE.
           IF WS-HIST-COMPRESSED
              MOVE WS-TURNS-DONE     TO WS-EXP-COUNT
              MOVE WS-ACT-HIST-TURNS TO WS-ACT-COUNT
              IF WS-ACT-HIST-TURNS NOT = WS-TURNS-DONE
                 MOVE 'RENDER-HIST TURNS'  TO WS-RECON-FILE
                 PERFORM 9795-REPORT-DISCREPANCY
                 THRU  F-9795-REPORT-DISCREPANCY
              END-IF
           END-IF.

           IF MODE-SHAPES
              MOVE WS-SHAPE-READ-COUNT TO WS-SHAPES-CONSUMED
              COMPUTE WS-EXP-COUNT =
                  NOT AT END
                     IF RH-RUN-ID = WS-RUN-ID
                        ADD 1 TO WS-ACT-HIST-COUNT
                        IF RH-TURN NOT = WS-ACT-HIST-LAST-TURN
                           ADD 1 TO WS-ACT-HIST-TURNS
                           MOVE RH-TURN TO WS-ACT-HIST-LAST-TURN
                        END-IF
                     END-IF
              END-READ
           END-PERFORM.
           CLOSE EXCEPTIONS-FILE.
       F-9750-COUNT-EXCEPTIONS. EXIT.

       9760-COUNT-CELL-STATS.
           OPEN INPUT CELL-STATS-FILE.
           IF WS-FS-CSTAT NOT = '00' AND WS-FS-CSTAT NOT = '05'
              MOVE 'CELL-STATS-FILE'  TO WS-ABEND-FILE-NAME
              MOVE WS-FS-CSTAT        TO WS-ABEND-STATUS
              PERFORM 9990-ABEND-FILE-ERROR
              THRU  F-9990-ABEND-FILE-ERROR
           END-IF.
           PERFORM UNTIL WS-FS-CSTAT = '10'
              READ CELL-STATS-FILE
                  AT END
                     MOVE '10' TO WS-FS-CSTAT
                  NOT AT END
                     IF CS-RUN-ID = WS-RUN-ID
                        ADD 1 TO WS-ACT-CSTAT-COUNT
                     END-IF
              END-READ
           END-PERFORM.
           CLOSE CELL-STATS-FILE.
       F-9760-COUNT-CELL-STATS. EXIT.

       9795-REPORT-DISCREPANCY.
           DISPLAY 'RECONCILE OUT OF BALANCE: ' WS-RECON-FILE
                   ' EXPECTED ' WS-EXP-COUNT
