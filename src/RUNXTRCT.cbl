       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNXTRCT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EXTRACT-PARM-FILE ASSIGN TO "XTRCPARM"
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS WS-FS-PARM.

           SELECT OPTIONAL EXTRACT-CONTROL-FILE ASSIGN TO "XTRCCTL"
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS WS-FS-XCTL.

           SELECT OPTIONAL RUN-REGISTRY-FILE ASSIGN TO "RUNREGSX"
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY RG-H-KEY
                  FILE STATUS WS-FS-REGST.

           SELECT OPTIONAL STATS-FILE ASSIGN TO "STATSRPT"
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS WS-FS-STATS.

           SELECT OPTIONAL EXCEPTIONS-FILE ASSIGN TO "EXCPTNS"
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS WS-FS-EXCP.

           SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO "RUNLOG"
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS WS-FS-RUNLOG.

           SELECT RUN-EXTRACT-FILE ASSIGN TO "XTRCRUNS"
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS WS-FS-XRUN.

           SELECT TURN-EXTRACT-FILE ASSIGN TO "XTRCTURN"
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS WS-FS-XTURN.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------*
      * SELECTION CARD. ALL FIELDS ARE OPTIONAL:
      *   SELECT    'N' RUNS FINISHED SINCE THE LAST EXTRACT (THE
      *             DEFAULT), 'R' RUNS STARTED IN THE DATE RANGE.
      *   FROM/TO   RANGE ON THE START DATE; ZERO LEAVES THAT END
      *             OPEN. IGNORED FOR 'N'.
      *   DELIMITER 'C' COMMA (THE DEFAULT), 'T' TAB.
      *   DETAIL    'Y' ALSO WRITES THE PER-TURN FILE.
      * NO CARD AT ALL IS THE NIGHTLY INCREMENTAL, COMMA, RUNS
      * ONLY.
      *----------------------------------------------------------*
       FD  EXTRACT-PARM-FILE.
       01  XP-RECORD.
           05  XP-SELECT             PIC X(01).
           05  FILLER                PIC X(01).
           05  XP-FROM-DATE          PIC 9(08).
           05  FILLER                PIC X(01).
           05  XP-TO-DATE            PIC 9(08).
           05  FILLER                PIC X(01).
           05  XP-DELIMITER          PIC X(01).
           05  FILLER                PIC X(01).
           05  XP-DETAIL             PIC X(01).

      *----------------------------------------------------------*
      * HIGH-WATER RECORD FOR THE INCREMENTAL EXTRACT: THE LATEST
      * TRAILER END STAMP ALREADY SENT, WHEN THAT EXTRACT RAN AND
      * HOW MANY RUNS IT SENT. ONLY AN 'N' EXTRACT REWRITES IT, SO
      * A BACK-FILL BY DATE RANGE NEVER MOVES THE MARK.
      *----------------------------------------------------------*
       FD  EXTRACT-CONTROL-FILE.
       01  XC-RECORD.
           05  XC-LAST-END-STAMP     PIC 9(18).
           05  FILLER                PIC X(01).
           05  XC-EXTRACT-STAMP      PIC 9(18).
           05  FILLER                PIC X(01).
           05  XC-RUN-COUNT          PIC 9(08).

      *----------------------------------------------------------*
      * THE KEYED RUN REGISTRY. LAYOUTS MUST AGREE WITH THE
      * RENDER JOB AND REGCONV. KEY ORDER PUTS EACH HEADER RIGHT
      * BEFORE ITS TRAILER.
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

      *----------------------------------------------------------*
      * SAME RECORDS THE RENDER JOB WRITES TO STATSRPT, EXCPTNS
      * AND RUNLOG. LAYOUTS MUST AGREE WITH THE RENDER JOB,
      * STATTRND AND EXREVIEW.
      *----------------------------------------------------------*
       FD  STATS-FILE.
       01  ST-RECORD.
           05  ST-RUN-ID             PIC 9(16).
           05  FILLER                PIC X(01).
           05  ST-TURN               PIC 9(08).
           05  FILLER                PIC X(01).
           05  ST-PIPE-COUNT         PIC 9(05).
           05  FILLER                PIC X(01).
           05  ST-DASH-COUNT         PIC 9(05).
           05  FILLER                PIC X(01).
           05  ST-FSLASH-COUNT       PIC 9(05).
           05  FILLER                PIC X(01).
           05  ST-BSLASH-COUNT       PIC 9(05).
           05  FILLER                PIC X(01).
           05  ST-SPAN               PIC 9(05)V9(03).

       FD  EXCEPTIONS-FILE.
       01  EX-RECORD.
           05  EX-RUN-ID             PIC 9(16).
           05  FILLER                PIC X(01).
           05  EX-TURN               PIC 9(08).
           05  FILLER                PIC X(01).
           05  EX-X1                 PIC S9(03).
           05  FILLER                PIC X(01).
           05  EX-Y1                 PIC S9(03).
           05  FILLER                PIC X(01).
           05  EX-Z1                 PIC S9(03).
           05  FILLER                PIC X(01).
           05  EX-X2                 PIC S9(03).
           05  FILLER                PIC X(01).
           05  EX-Y2                 PIC S9(03).
           05  FILLER                PIC X(01).
           05  EX-Z2                 PIC S9(03).
           05  FILLER                PIC X(01).
           05  EX-TIMESTAMP          PIC 9(18).

       FD  RUN-LOG-FILE.
       01  RL-RECORD.
           05  RL-RUN-ID             PIC 9(16).
           05  FILLER                PIC X(01).
           05  RL-TURN               PIC 9(08).
           05  FILLER                PIC X(01).
           05  RL-SEED               PIC 9(16).
           05  FILLER                PIC X(01).
           05  RL-X1                 PIC S9(03).
           05  FILLER                PIC X(01).
           05  RL-Y1                 PIC S9(03).
           05  FILLER                PIC X(01).
           05  RL-X2                 PIC S9(03).
           05  FILLER                PIC X(01).
           05  RL-Y2                 PIC S9(03).

      *----------------------------------------------------------*
      * THE TWO DELIMITED EXTRACTS. EACH STARTS WITH A ROW OF
      * COLUMN NAMES; FIELDS CARRY NO PADDING, NUMBERS USE A
      * PERIOD FOR THE DECIMAL POINT, STAMPS ARE ISO 8601
      * (YYYY-MM-DDTHH:MM:SS) AND A FIELD WITH NOTHING TO SAY IS
      * EMPTY. ONE ROW TO THE RECORD; TRAILING BLANKS ARE NOT
      * WRITTEN, SO NO ROW IS PADDED OUT TO THE RECORD LENGTH.
      *----------------------------------------------------------*
       FD  RUN-EXTRACT-FILE.
       01  XR-RECORD                 PIC X(700).

       FD  TURN-EXTRACT-FILE.
       01  XT-RECORD                 PIC X(700).

       WORKING-STORAGE SECTION.

       01  CT-CONSTANTS.
           05  CT-MAX-RUNS      PIC 9(03)   VALUE 500.
           05  CT-WORK-SLOT     PIC 9(03)   VALUE 501.
           05  CT-RUN-COLUMNS   PIC 9(02)   VALUE 33.
           05  CT-TURN-COLUMNS  PIC 9(02)   VALUE 8.
           05  CT-COMMA         PIC X(01)   VALUE ','.
           05  CT-TAB           PIC X(01)   VALUE X'09'.

       01  WS-FILE-STATUSES.
           05  WS-FS-PARM       PIC X(02)   VALUE SPACES.
           05  WS-FS-XCTL       PIC X(02)   VALUE SPACES.
           05  WS-FS-REGST      PIC X(02)   VALUE SPACES.
           05  WS-FS-STATS      PIC X(02)   VALUE SPACES.
           05  WS-FS-EXCP       PIC X(02)   VALUE SPACES.
           05  WS-FS-RUNLOG     PIC X(02)   VALUE SPACES.
           05  WS-FS-XRUN       PIC X(02)   VALUE SPACES.
           05  WS-FS-XTURN      PIC X(02)   VALUE SPACES.

       01  WS-ABEND-FIELDS.
           05  WS-ABEND-FILE-NAME PIC X(20) VALUE SPACES.
           05  WS-ABEND-STATUS  PIC X(02)   VALUE SPACES.

       01  WS-SELECT-FIELDS.
           05  WS-SELECT-MODE   PIC X(01)   VALUE 'N'.
               88  WS-SELECT-NEW            VALUE 'N'.
               88  WS-SELECT-RANGE          VALUE 'R'.
           05  WS-FROM-DATE     PIC 9(08)   VALUE ZEROES.
           05  WS-TO-DATE       PIC 9(08)   VALUE ZEROES.
           05  WS-DELIM         PIC X(01)   VALUE ','.
           05  WS-DETAIL-SW     PIC X(01)   VALUE 'N'.
               88  WS-DETAIL-WANTED         VALUE 'Y'.
           05  WS-PARM-BAD-SW   PIC X(01)   VALUE 'N'.
               88  WS-PARM-BAD              VALUE 'Y'.
           05  WS-SELECTED-SW   PIC X(01)   VALUE 'N'.
               88  WS-RUN-SELECTED          VALUE 'Y'.
           05  WS-PENDING-SW    PIC X(01)   VALUE 'N'.
               88  WS-RUN-PENDING           VALUE 'Y'.

      *----------------------------------------------------------*
      * THE HIGH-WATER MARK READ FROM XTRCCTL, THE ONE TO WRITE
      * BACK, AND THE MOMENT THIS EXTRACT STARTED. AN 'N' EXTRACT
      * TAKES ONLY TRAILERS STAMPED BEFORE IT STARTED: A RUN THAT
      * FINISHES WHILE THE REGISTRY IS BEING READ MAY ALREADY BE
      * BEHIND THE READ POSITION, AND LEAVING EVERYTHING THAT LATE
      * FOR TOMORROW MEANS THE MARK CAN NEVER PASS OVER IT.
      *----------------------------------------------------------*
       01  WS-HIGH-WATER-FIELDS.
           05  WS-HIGH-WATER    PIC 9(18)   VALUE ZEROES.
           05  WS-NEW-HIGH-WATER PIC 9(18)  VALUE ZEROES.
           05  WS-EXTRACT-STAMP PIC 9(18)   VALUE ZEROES.

      *----------------------------------------------------------*
      * ONE SLOT PER SELECTED RUN: THE REGISTRY HEADER AND
      * TRAILER, THEN THE TOTALS GATHERED FROM THE STATS,
      * EXCEPTIONS AND RUN LOG FILES. THE SLOT PAST THE LAST IS
      * WHERE THE RUN BEING READ OFF THE REGISTRY IS ASSEMBLED
      * BEFORE THE SELECTION DECIDES WHETHER IT IS KEPT.
      *----------------------------------------------------------*
       01  WS-RUN-TABLE.
           05  WS-RUN-COUNT     PIC 9(03)   VALUE ZEROES.
           05  WS-RUN           OCCURS 501 TIMES.
               10  WS-RUN-ID           PIC 9(16).
               10  WS-RUN-HDR-SW       PIC X(01).
                   88  WS-RUN-HAS-HDR       VALUE 'Y'.
               10  WS-RUN-TRL-SW       PIC X(01).
                   88  WS-RUN-HAS-TRL       VALUE 'Y'.
               10  WS-RUN-MODE         PIC X(01).
               10  WS-RUN-TURNS        PIC 9(08).
               10  WS-RUN-START-TURN   PIC 9(08).
               10  WS-RUN-WIDTH        PIC 9(03).
               10  WS-RUN-HEIGHT       PIC 9(03).
               10  WS-RUN-WAIT         PIC 9V999.
               10  WS-RUN-BIRTH-RULE   PIC X(09).
               10  WS-RUN-SURVIVE-RULE PIC X(09).
               10  WS-RUN-CAT-VERSION  PIC 9(06).
               10  WS-RUN-CAT-VER-SW   PIC X(01).
                   88  WS-RUN-HAS-CAT-VER   VALUE 'Y'.
               10  WS-RUN-START-STAMP  PIC 9(18).
               10  WS-RUN-TURNS-DONE   PIC 9(08).
               10  WS-RUN-HIST-COUNT   PIC 9(08).
               10  WS-RUN-STAT-COUNT   PIC 9(08).
               10  WS-RUN-EXCP-COUNT   PIC 9(08).
               10  WS-RUN-RUNLOG-COUNT PIC 9(08).
               10  WS-RUN-CKPT-COUNT   PIC 9(08).
               10  WS-RUN-END-STAMP    PIC 9(18).
               10  WS-RUN-STATUS       PIC X(08).
                   88  WS-RUN-RECOVERED     VALUE 'ABENDED '
                                                  'BACKDOUT'.
               10  WS-RUN-STAT-TURNS   PIC 9(08).
               10  WS-RUN-PIPE-TOT     PIC 9(09).
               10  WS-RUN-DASH-TOT     PIC 9(09).
               10  WS-RUN-FSLASH-TOT   PIC 9(09).
               10  WS-RUN-BSLASH-TOT   PIC 9(09).
               10  WS-RUN-SPAN-TOT     PIC 9(10)V9(03).
               10  WS-RUN-SPAN-MIN     PIC 9(05)V9(03).
               10  WS-RUN-SPAN-MAX     PIC 9(05)V9(03).
               10  WS-RUN-EXCP-ON-FILE PIC 9(08).
               10  WS-RUN-SEED-COUNT   PIC 9(08).
               10  WS-RUN-FIRST-SEED   PIC 9(16).
               10  WS-RUN-LAST-SEED    PIC 9(16).
               10  WS-RUN-SEED-FIXED-SW PIC X(01).
                   88  WS-RUN-SEED-FIXED    VALUE 'Y'.

       01  WS-VARIABLES.
           05  WS-SUB           PIC 9(03)   VALUE ZEROES.
           05  WS-SLOT          PIC 9(03)   VALUE ZEROES.
           05  WS-COL           PIC 9(02)   VALUE ZEROES.
           05  WS-KEY-RUN-ID    PIC 9(16)   VALUE ZEROES.
           05  WS-LAST-RUN-ID   PIC 9(16)   VALUE ZEROES.
           05  WS-LAST-SLOT     PIC 9(03)   VALUE ZEROES.
           05  WS-TABLE-FULL-SW PIC X(01)   VALUE 'N'.
               88  WS-TABLE-FULL            VALUE 'Y'.
           05  WS-SKIPPED-COUNT PIC 9(07)   VALUE ZEROES.
           05  WS-HELD-OVER-COUNT PIC 9(07) VALUE ZEROES.
           05  WS-ROWS-WRITTEN  PIC 9(05)   VALUE ZEROES.
           05  WS-TURN-ROWS     PIC 9(09)   VALUE ZEROES.
           05  WS-AVG-SPAN      PIC 9(05)V9(03) VALUE ZEROES.
           05  WS-GLYPH-TOTAL   PIC 9(06)   VALUE ZEROES.

      *----------------------------------------------------------*
      * A REGISTRY STAMP IS CURRENT-DATE (1:16) STORED IN 9(18):
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
           05  WS-STAMP-PARTS   REDEFINES WS-STAMP-N.
               10  FILLER              PIC X(02).
               10  WS-STAMP-YYYY       PIC X(04).
               10  WS-STAMP-MON        PIC X(02).
               10  WS-STAMP-DAY        PIC X(02).
               10  WS-STAMP-HOUR       PIC X(02).
               10  WS-STAMP-MIN        PIC X(02).
               10  WS-STAMP-SEC        PIC X(02).
               10  FILLER              PIC X(02).

       01  WS-ELAPSED-FIELDS.
           05  WS-START-DAY     PIC 9(07)   VALUE ZEROES.
           05  WS-END-DAY       PIC 9(07)   VALUE ZEROES.
           05  WS-ELAPSED-SECS  PIC S9(09)  VALUE ZEROES.

      *----------------------------------------------------------*
      * ROW ASSEMBLY. EACH FIELD IS BUILT IN WS-FIELD-TEXT WITH
      * ITS LENGTH IN WS-FIELD-LEN (ZERO FOR AN EMPTY FIELD) AND
      * STRUNG ONTO WS-ROW BEHIND THE DELIMITER. NUMBERS GO
      * THROUGH AN EDITED PICTURE FOR THE WHOLE PART AND ARE
      * GIVEN THEIR FRACTION BY HAND, SINCE THIS SHOP'S DECIMAL
      * POINT IS A COMMA AND THE WAREHOUSE WANTS A PERIOD.
      *----------------------------------------------------------*
       01  WS-ROW-FIELDS.
           05  WS-ROW           PIC X(700)  VALUE SPACES.
           05  WS-ROW-PTR       PIC 9(03)   VALUE 1.
           05  WS-ROW-COUNT     PIC 9(02)   VALUE ZEROES.
           05  WS-FIELD-TEXT    PIC X(20)   VALUE SPACES.
           05  WS-FIELD-LEN     PIC 9(02)   VALUE ZEROES.
           05  WS-NUM-VALUE     PIC 9(16)V9(03) VALUE ZEROES.
           05  WS-NUM-PLACES    PIC 9(01)   VALUE ZEROES.
           05  WS-NUM-INT       PIC 9(16)   VALUE ZEROES.
           05  WS-NUM-FRAC      PIC 9(03)   VALUE ZEROES.
           05  WS-NUM-EDIT      PIC Z(15)9.
           05  WS-NUM-POS       PIC 9(02)   VALUE ZEROES.

       01  WS-RUN-HEADINGS.
           05  FILLER           PIC X(16)   VALUE 'RUN_ID'.
           05  FILLER           PIC X(16)   VALUE 'STATUS'.
           05  FILLER           PIC X(16)   VALUE 'START_TS'.
           05  FILLER           PIC X(16)   VALUE 'END_TS'.
           05  FILLER           PIC X(16)   VALUE 'ELAPSED_SECS'.
           05  FILLER           PIC X(16)   VALUE 'MODE'.
           05  FILLER           PIC X(16)   VALUE 'TURNS_REQUESTED'.
           05  FILLER           PIC X(16)   VALUE 'START_TURN'.
           05  FILLER           PIC X(16)   VALUE 'CANVAS_WIDTH'.
           05  FILLER           PIC X(16)   VALUE 'CANVAS_HEIGHT'.
           05  FILLER           PIC X(16)   VALUE 'WAIT_SECS'.
           05  FILLER           PIC X(16)   VALUE 'BIRTH_RULE'.
           05  FILLER           PIC X(16)   VALUE 'SURVIVE_RULE'.
           05  FILLER           PIC X(16)   VALUE 'CATALOG_VERSION'.
           05  FILLER           PIC X(16)   VALUE 'TURNS_DONE'.
           05  FILLER           PIC X(16)   VALUE 'HIST_RECS'.
           05  FILLER           PIC X(16)   VALUE 'STAT_RECS'.
           05  FILLER           PIC X(16)   VALUE 'EXCP_RECS'.
           05  FILLER           PIC X(16)   VALUE 'RUNLOG_RECS'.
           05  FILLER           PIC X(16)   VALUE 'CKPT_RECS'.
           05  FILLER           PIC X(16)   VALUE 'STAT_TURNS'.
           05  FILLER           PIC X(16)   VALUE 'PIPE_TOTAL'.
           05  FILLER           PIC X(16)   VALUE 'DASH_TOTAL'.
           05  FILLER           PIC X(16)   VALUE 'FSLASH_TOTAL'.
           05  FILLER           PIC X(16)   VALUE 'BSLASH_TOTAL'.
           05  FILLER           PIC X(16)   VALUE 'SPAN_MIN'.
           05  FILLER           PIC X(16)   VALUE 'SPAN_MAX'.
           05  FILLER           PIC X(16)   VALUE 'SPAN_AVG'.
           05  FILLER           PIC X(16)   VALUE 'EXCEPTIONS'.
           05  FILLER           PIC X(16)   VALUE 'SEED_TURNS'.
           05  FILLER           PIC X(16)   VALUE 'FIRST_SEED'.
           05  FILLER           PIC X(16)   VALUE 'LAST_SEED'.
           05  FILLER           PIC X(16)   VALUE 'SEED_FIXED'.
       01  WS-RUN-HEADING-TABLE REDEFINES WS-RUN-HEADINGS.
           05  WS-RUN-HEADING   PIC X(16)   OCCURS 33 TIMES.

       01  WS-TURN-HEADINGS.
           05  FILLER           PIC X(16)   VALUE 'RUN_ID'.
           05  FILLER           PIC X(16)   VALUE 'TURN'.
           05  FILLER           PIC X(16)   VALUE 'PIPE_COUNT'.
           05  FILLER           PIC X(16)   VALUE 'DASH_COUNT'.
           05  FILLER           PIC X(16)   VALUE 'FSLASH_COUNT'.
           05  FILLER           PIC X(16)   VALUE 'BSLASH_COUNT'.
           05  FILLER           PIC X(16)   VALUE 'GLYPH_COUNT'.
           05  FILLER           PIC X(16)   VALUE 'SPAN'.
       01  WS-TURN-HEADING-TABLE REDEFINES WS-TURN-HEADINGS.
           05  WS-TURN-HEADING  PIC X(16)   OCCURS 8 TIMES.

      *----------------------------------------------------------*
      * WAREHOUSE EXTRACT. SELECTS RUNS FROM THE REGISTRY - THOSE
      * FINISHED SINCE THE LAST EXTRACT, OR THOSE STARTED IN A
      * DATE RANGE - AND JOINS EACH BY RUN ID TO ITS TOTALS ON
      * THE STATS FILE, ITS RECORDS ON THE EXCEPTIONS FILE AND
      * ITS SEEDS ON THE RUN LOG. WRITES ONE DELIMITED ROW PER
      * RUN TO XTRCRUNS AND, WHEN ASKED, ONE ROW PER STATS TURN TO
      * XTRCTURN. THE HIGH-WATER MARK IS REWRITTEN ONLY AFTER
      * BOTH EXTRACTS ARE CLOSED, SO A FAILED STEP RE-RUN SENDS
      * THE SAME RUNS AGAIN RATHER THAN LOSING THEM.
      *
      * RETURN CODES: 0 CLEAN, 4 MORE RUNS SELECTED THAN THE TABLE
      * HOLDS (AN 'N' EXTRACT SENDS THE EARLIEST-FINISHED AND
      * LEAVES THE REST FOR THE NEXT ONE), 12 BAD SELECTION CARD,
      * 16 FILE ERROR.
      *----------------------------------------------------------*
       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM 0100-READ-PARM-CARD
           THRU  F-0100-READ-PARM-CARD.

           IF WS-PARM-BAD
              MOVE 12 TO RETURN-CODE
           ELSE
              IF WS-SELECT-NEW
                 PERFORM 0200-READ-HIGH-WATER
                 THRU  F-0200-READ-HIGH-WATER
              END-IF

              PERFORM 1000-SELECT-RUNS
              THRU  F-1000-SELECT-RUNS

              PERFORM 2000-OPEN-EXTRACTS
              THRU  F-2000-OPEN-EXTRACTS

              PERFORM 3000-SWEEP-STATS
              THRU  F-3000-SWEEP-STATS

              PERFORM 4000-SWEEP-EXCEPTIONS
              THRU  F-4000-SWEEP-EXCEPTIONS

              PERFORM 5000-SWEEP-RUN-LOG
              THRU  F-5000-SWEEP-RUN-LOG

              PERFORM 6000-WRITE-RUN-ROWS
              THRU  F-6000-WRITE-RUN-ROWS

              CLOSE RUN-EXTRACT-FILE
              IF WS-DETAIL-WANTED
                 CLOSE TURN-EXTRACT-FILE
              END-IF

              IF WS-SELECT-NEW
                 PERFORM 6900-SAVE-HIGH-WATER
                 THRU  F-6900-SAVE-HIGH-WATER
              END-IF

              DISPLAY 'RUNXTRCT: ' WS-ROWS-WRITTEN
                      ' RUNS EXTRACTED, ' WS-TURN-ROWS
                      ' TURN ROWS, ' WS-HELD-OVER-COUNT
                      ' RUNS HELD OVER'

              IF WS-HELD-OVER-COUNT > ZEROES
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE 0 TO RETURN-CODE
              END-IF
           END-IF.
       F-MAIN-PROGRAM. GOBACK.

      *----------------------------------------------------------*
      * PICK UP THE SELECTION CARD, WHEN ONE IS SUPPLIED. A CODE
      * THAT IS NOT ONE OF THE DOCUMENTED VALUES STOPS THE STEP
      * BEFORE ANYTHING IS WRITTEN - A WRONG GUESS WOULD FEED THE
      * WAREHOUSE THE WRONG RUNS OR MOVE THE HIGH-WATER MARK.
      *----------------------------------------------------------*
       0100-READ-PARM-CARD.
           OPEN INPUT EXTRACT-PARM-FILE.
           IF WS-FS-PARM = '00'
              READ EXTRACT-PARM-FILE
                  AT END
                     MOVE '10' TO WS-FS-PARM
                  NOT AT END
                     PERFORM 0110-EDIT-PARM-CARD
                     THRU  F-0110-EDIT-PARM-CARD
              END-READ
              CLOSE EXTRACT-PARM-FILE
           END-IF.

           EVALUATE TRUE
               WHEN WS-PARM-BAD
                  DISPLAY 'RUNXTRCT: SELECTION CARD REJECTED - '
                          'NOTHING EXTRACTED'
               WHEN WS-SELECT-NEW
                  DISPLAY 'RUNXTRCT: RUNS FINISHED SINCE LAST EXTRACT'
               WHEN OTHER
                  DISPLAY 'RUNXTRCT: RUNS STARTED FROM ' WS-FROM-DATE
                          ' TO ' WS-TO-DATE
           END-EVALUATE.
       F-0100-READ-PARM-CARD. EXIT.

       0110-EDIT-PARM-CARD.
           EVALUATE XP-SELECT
               WHEN SPACE
               WHEN 'N'
                  MOVE 'N' TO WS-SELECT-MODE
               WHEN 'R'
                  MOVE 'R' TO WS-SELECT-MODE
               WHEN OTHER
                  DISPLAY 'RUNXTRCT: SELECT CODE ' XP-SELECT
                          ' IS NOT N OR R'
                  MOVE 'Y' TO WS-PARM-BAD-SW
           END-EVALUATE.

           IF XP-FROM-DATE NUMERIC
              MOVE XP-FROM-DATE TO WS-FROM-DATE
           END-IF.
           IF XP-TO-DATE NUMERIC
              MOVE XP-TO-DATE TO WS-TO-DATE
           END-IF.

           EVALUATE XP-DELIMITER
               WHEN SPACE
               WHEN 'C'
                  MOVE CT-COMMA TO WS-DELIM
               WHEN 'T'
                  MOVE CT-TAB   TO WS-DELIM
               WHEN OTHER
                  DISPLAY 'RUNXTRCT: DELIMITER CODE ' XP-DELIMITER
                          ' IS NOT C OR T'
                  MOVE 'Y' TO WS-PARM-BAD-SW
           END-EVALUATE.

           EVALUATE XP-DETAIL
               WHEN SPACE
               WHEN 'N'
                  MOVE 'N' TO WS-DETAIL-SW
               WHEN 'Y'
                  MOVE 'Y' TO WS-DETAIL-SW
               WHEN OTHER
                  DISPLAY 'RUNXTRCT: DETAIL CODE ' XP-DETAIL
                          ' IS NOT Y OR N'
                  MOVE 'Y' TO WS-PARM-BAD-SW
           END-EVALUATE.
       F-0110-EDIT-PARM-CARD. EXIT.

      *----------------------------------------------------------*
      * NO CONTROL FILE MEANS NOTHING HAS BEEN SENT YET - THE
      * FIRST INCREMENTAL TAKES EVERY FINISHED RUN ON THE
      * REGISTRY.
      *----------------------------------------------------------*
       0200-READ-HIGH-WATER.
           OPEN INPUT EXTRACT-CONTROL-FILE.
           EVALUATE WS-FS-XCTL
               WHEN '00'
                  READ EXTRACT-CONTROL-FILE
                      AT END
                         MOVE '10' TO WS-FS-XCTL
                      NOT AT END
                         IF XC-LAST-END-STAMP NUMERIC
                            MOVE XC-LAST-END-STAMP TO WS-HIGH-WATER
                         END-IF
                  END-READ
                  CLOSE EXTRACT-CONTROL-FILE
               WHEN '05'
                  CLOSE EXTRACT-CONTROL-FILE
               WHEN OTHER
                  MOVE 'EXTRACT-CONTROL-FILE' TO WS-ABEND-FILE-NAME
                  MOVE WS-FS-XCTL             TO WS-ABEND-STATUS
                  PERFORM 9990-ABEND-FILE-ERROR
                  THRU  F-9990-ABEND-FILE-ERROR
           END-EVALUATE.

           MOVE WS-HIGH-WATER TO WS-NEW-HIGH-WATER.
           DISPLAY 'RUNXTRCT: HIGH-WATER END STAMP ' WS-HIGH-WATER.
       F-0200-READ-HIGH-WATER. EXIT.

      *----------------------------------------------------------*
      * READ THE REGISTRY IN KEY ORDER. A RUN'S HEADER AND
      * TRAILER ARE ASSEMBLED IN THE WORK SLOT AND THE RUN IS
      * JUDGED WHEN THE NEXT RUN'S FIRST RECORD (OR END OF FILE)
      * SHOWS IT IS COMPLETE.
      *----------------------------------------------------------*
       1000-SELECT-RUNS.
           MOVE FUNCTION CURRENT-DATE (1:16) TO WS-EXTRACT-STAMP.

           OPEN INPUT RUN-REGISTRY-FILE.
           IF WS-FS-REGST NOT = '00' AND WS-FS-REGST NOT = '05'
              MOVE 'RUN-REGISTRY-FILE' TO WS-ABEND-FILE-NAME
              MOVE WS-FS-REGST         TO WS-ABEND-STATUS
              PERFORM 9990-ABEND-FILE-ERROR
              THRU  F-9990-ABEND-FILE-ERROR
           END-IF.

           PERFORM UNTIL WS-FS-REGST = '10'
              READ RUN-REGISTRY-FILE NEXT RECORD
                  AT END
                     MOVE '10' TO WS-FS-REGST
                  NOT AT END
                     PERFORM 1100-POST-REGISTRY-RECORD
                     THRU  F-1100-POST-REGISTRY-RECORD
              END-READ
           END-PERFORM.
           CLOSE RUN-REGISTRY-FILE.

           IF WS-RUN-PENDING
              PERFORM 1200-JUDGE-PENDING-RUN
              THRU  F-1200-JUDGE-PENDING-RUN
           END-IF.

           IF WS-TABLE-FULL
              DISPLAY 'RUNXTRCT: RUN TABLE FULL AT ' CT-MAX-RUNS
                      ' RUNS - ' WS-HELD-OVER-COUNT
                      ' SELECTED RUNS NOT EXTRACTED'
           END-IF.
       F-1000-SELECT-RUNS. EXIT.

      *----------------------------------------------------------*
      * RG-H-RUN-ID AND RG-T-RUN-ID SHARE THE SAME BYTES, SO THE
      * RUN ID IS TAKEN FROM THE HEADER VIEW FOR EITHER TYPE.
      *----------------------------------------------------------*
       1100-POST-REGISTRY-RECORD.
           IF WS-RUN-PENDING
              AND WS-RUN-ID(CT-WORK-SLOT) NOT = RG-H-RUN-ID
              PERFORM 1200-JUDGE-PENDING-RUN
              THRU  F-1200-JUDGE-PENDING-RUN
           END-IF.

           EVALUATE RG-H-REC-TYPE
               WHEN 'H'
                  PERFORM 1150-START-PENDING-RUN
                  THRU  F-1150-START-PENDING-RUN
                  MOVE 'Y'               TO
                       WS-RUN-HDR-SW(CT-WORK-SLOT)
                  MOVE RG-H-MODE         TO
                       WS-RUN-MODE(CT-WORK-SLOT)
                  MOVE RG-H-TURNS        TO
                       WS-RUN-TURNS(CT-WORK-SLOT)
                  MOVE RG-H-START-TURN   TO
                       WS-RUN-START-TURN(CT-WORK-SLOT)
                  MOVE RG-H-WIDTH        TO
                       WS-RUN-WIDTH(CT-WORK-SLOT)
                  MOVE RG-H-HEIGHT       TO
                       WS-RUN-HEIGHT(CT-WORK-SLOT)
                  MOVE RG-H-WAIT         TO
                       WS-RUN-WAIT(CT-WORK-SLOT)
                  MOVE RG-H-BIRTH-RULE   TO
                       WS-RUN-BIRTH-RULE(CT-WORK-SLOT)
                  MOVE RG-H-SURVIVE-RULE TO
                       WS-RUN-SURVIVE-RULE(CT-WORK-SLOT)
                  IF RG-H-CAT-VERSION NUMERIC
                     MOVE RG-H-CAT-VERSION TO
                          WS-RUN-CAT-VERSION(CT-WORK-SLOT)
                     MOVE 'Y'              TO
                          WS-RUN-CAT-VER-SW(CT-WORK-SLOT)
                  END-IF
                  MOVE RG-H-START-STAMP  TO
                       WS-RUN-START-STAMP(CT-WORK-SLOT)
               WHEN 'T'
                  PERFORM 1150-START-PENDING-RUN
                  THRU  F-1150-START-PENDING-RUN
                  MOVE 'Y'               TO
                       WS-RUN-TRL-SW(CT-WORK-SLOT)
                  MOVE RG-T-TURNS-DONE   TO
                       WS-RUN-TURNS-DONE(CT-WORK-SLOT)
                  MOVE RG-T-HIST-COUNT   TO
                       WS-RUN-HIST-COUNT(CT-WORK-SLOT)
                  MOVE RG-T-STAT-COUNT   TO
                       WS-RUN-STAT-COUNT(CT-WORK-SLOT)
                  MOVE RG-T-EXCP-COUNT   TO
                       WS-RUN-EXCP-COUNT(CT-WORK-SLOT)
                  MOVE RG-T-RUNLOG-COUNT TO
                       WS-RUN-RUNLOG-COUNT(CT-WORK-SLOT)
                  MOVE RG-T-CKPT-COUNT   TO
                       WS-RUN-CKPT-COUNT(CT-WORK-SLOT)
                  MOVE RG-T-END-STAMP    TO
                       WS-RUN-END-STAMP(CT-WORK-SLOT)
                  MOVE RG-T-STATUS       TO
                       WS-RUN-STATUS(CT-WORK-SLOT)
               WHEN OTHER
                  CONTINUE
           END-EVALUATE.
       F-1100-POST-REGISTRY-RECORD. EXIT.

      *----------------------------------------------------------*
      * CLEAR THE WORK SLOT FOR A NEW RUN, UNLESS IT ALREADY
      * HOLDS THIS RUN (THE TRAILER FOLLOWING ITS HEADER).
      *----------------------------------------------------------*
       1150-START-PENDING-RUN.
           IF NOT WS-RUN-PENDING
              INITIALIZE WS-RUN(CT-WORK-SLOT)
              MOVE RG-H-RUN-ID TO WS-RUN-ID(CT-WORK-SLOT)
              MOVE 'N'         TO WS-RUN-HDR-SW(CT-WORK-SLOT)
                                  WS-RUN-TRL-SW(CT-WORK-SLOT)
                                  WS-RUN-CAT-VER-SW(CT-WORK-SLOT)
              MOVE 99999,999   TO WS-RUN-SPAN-MIN(CT-WORK-SLOT)
              MOVE 'Y'         TO WS-RUN-SEED-FIXED-SW(CT-WORK-SLOT)
              MOVE 'Y'         TO WS-PENDING-SW
           END-IF.
       F-1150-START-PENDING-RUN. EXIT.

      *----------------------------------------------------------*
      * 'R' GOES BY THE START STAMP'S DATE, AS RUNQUERY DOES, AND
      * NEEDS THE HEADER; A RUN STILL WITHOUT A TRAILER GOES OUT
      * WITH ITS END, STATUS AND COUNTS EMPTY. 'N' GOES BY THE
      * TRAILER END STAMP AND SO NEEDS THE TRAILER: A RUN STILL
      * GOING, OR ONE THAT DIED WITHOUT ONE, IS SENT ONCE IT HAS
      * FINISHED OR RUNRECOV HAS CLOSED IT OFF - RUNRECOV STAMPS
      * ITS TRAILERS WITH THE TIME OF THE RECOVERY, SO A RUN
      * CLOSED LONG AFTER IT DIED IS STILL PAST THE MARK.
      *----------------------------------------------------------*
       1200-JUDGE-PENDING-RUN.
           MOVE 'N' TO WS-PENDING-SW.
           MOVE 'N' TO WS-SELECTED-SW.

           IF WS-SELECT-RANGE
              IF WS-RUN-HAS-HDR(CT-WORK-SLOT)
                 MOVE 'Y' TO WS-SELECTED-SW
                 MOVE WS-RUN-START-STAMP(CT-WORK-SLOT) TO WS-STAMP-N
                 IF WS-FROM-DATE NOT = ZEROES
                    AND WS-STAMP-DATE < WS-FROM-DATE
                    MOVE 'N' TO WS-SELECTED-SW
                 END-IF
                 IF WS-TO-DATE NOT = ZEROES
                    AND WS-STAMP-DATE > WS-TO-DATE
                    MOVE 'N' TO WS-SELECTED-SW
                 END-IF
              END-IF
           ELSE
              IF WS-RUN-HAS-TRL(CT-WORK-SLOT)
                 AND WS-RUN-END-STAMP(CT-WORK-SLOT) > WS-HIGH-WATER
                 AND WS-RUN-END-STAMP(CT-WORK-SLOT) <
                     WS-EXTRACT-STAMP
                 MOVE 'Y' TO WS-SELECTED-SW
              END-IF
           END-IF.

           IF WS-RUN-SELECTED
              PERFORM 1300-KEEP-RUN
              THRU  F-1300-KEEP-RUN
           ELSE
              ADD 1 TO WS-SKIPPED-COUNT
           END-IF.
       F-1200-JUDGE-PENDING-RUN. EXIT.

      *----------------------------------------------------------*
      * WITH THE TABLE FULL, A DATE-RANGE EXTRACT DROPS THE RUN.
      * AN INCREMENTAL ONE KEEPS THE EARLIEST-FINISHED RUNS, SO
      * EVERY RUN UP TO THE NEW HIGH-WATER MARK IS SENT AND THE
      * ONES HELD OVER ALL LIE BEYOND IT.
      *----------------------------------------------------------*
       1300-KEEP-RUN.
           IF WS-RUN-COUNT < CT-MAX-RUNS
              ADD 1 TO WS-RUN-COUNT
              MOVE WS-RUN(CT-WORK-SLOT) TO WS-RUN(WS-RUN-COUNT)
           ELSE
              MOVE 'Y' TO WS-TABLE-FULL-SW
              ADD 1 TO WS-HELD-OVER-COUNT
              IF WS-SELECT-NEW
                 PERFORM 1310-FIND-LATEST-RUN
                 THRU  F-1310-FIND-LATEST-RUN
                 IF WS-RUN-END-STAMP(CT-WORK-SLOT) <
                    WS-RUN-END-STAMP(WS-SLOT)
                    MOVE WS-RUN(CT-WORK-SLOT) TO WS-RUN(WS-SLOT)
                 END-IF
              END-IF
           END-IF.
       F-1300-KEEP-RUN. EXIT.

       1310-FIND-LATEST-RUN.
           MOVE 1 TO WS-SLOT.
           PERFORM VARYING WS-SUB FROM 2 BY 1
                   UNTIL WS-SUB > WS-RUN-COUNT
              IF WS-RUN-END-STAMP(WS-SUB) >
                 WS-RUN-END-STAMP(WS-SLOT)
                 MOVE WS-SUB TO WS-SLOT
              END-IF
           END-PERFORM.
       F-1310-FIND-LATEST-RUN. EXIT.

      *----------------------------------------------------------*
      * OPEN THE EXTRACTS AND PUT THE COLUMN NAMES AT THE TOP OF
      * EACH.
      *----------------------------------------------------------*
       2000-OPEN-EXTRACTS.
           OPEN OUTPUT RUN-EXTRACT-FILE.
           IF WS-FS-XRUN NOT = '00'
              MOVE 'RUN-EXTRACT-FILE' TO WS-ABEND-FILE-NAME
              MOVE WS-FS-XRUN         TO WS-ABEND-STATUS
              PERFORM 9990-ABEND-FILE-ERROR
              THRU  F-9990-ABEND-FILE-ERROR
           END-IF.

           PERFORM 7900-START-ROW
           THRU  F-7900-START-ROW.
           PERFORM VARYING WS-COL FROM 1 BY 1
                   UNTIL WS-COL > CT-RUN-COLUMNS
              MOVE WS-RUN-HEADING(WS-COL) TO WS-FIELD-TEXT
              PERFORM 7100-ADD-TEXT
              THRU  F-7100-ADD-TEXT
           END-PERFORM.
           PERFORM 8000-WRITE-RUN-ROW
           THRU  F-8000-WRITE-RUN-ROW.

           IF WS-DETAIL-WANTED
              OPEN OUTPUT TURN-EXTRACT-FILE
              IF WS-FS-XTURN NOT = '00'
                 MOVE 'TURN-EXTRACT-FILE' TO WS-ABEND-FILE-NAME
                 MOVE WS-FS-XTURN         TO WS-ABEND-STATUS
                 PERFORM 9990-ABEND-FILE-ERROR
                 THRU  F-9990-ABEND-FILE-ERROR
              END-IF

              PERFORM 7900-START-ROW
              THRU  F-7900-START-ROW
              PERFORM VARYING WS-COL FROM 1 BY 1
                      UNTIL WS-COL > CT-TURN-COLUMNS
                 MOVE WS-TURN-HEADING(WS-COL) TO WS-FIELD-TEXT
                 PERFORM 7100-ADD-TEXT
                 THRU  F-7100-ADD-TEXT
              END-PERFORM
              PERFORM 8100-WRITE-TURN-ROW
              THRU  F-8100-WRITE-TURN-ROW
           END-IF.
       F-2000-OPEN-EXTRACTS. EXIT.

      *----------------------------------------------------------*
      * ONE PASS OF THE STATS FILE: PER-RUN TOTALS AS STATTRND
      * KEEPS THEM, AND THE PER-TURN ROW WHEN THE DETAIL FILE
      * WAS ASKED FOR. A MISSING FILE LEAVES THE TOTALS AT ZERO.
      *----------------------------------------------------------*
       3000-SWEEP-STATS.
           IF WS-RUN-COUNT > ZEROES
              OPEN INPUT STATS-FILE
              IF WS-FS-STATS NOT = '00' AND WS-FS-STATS NOT = '05'
                 MOVE 'STATS-FILE' TO WS-ABEND-FILE-NAME
                 MOVE WS-FS-STATS  TO WS-ABEND-STATUS
                 PERFORM 9990-ABEND-FILE-ERROR
                 THRU  F-9990-ABEND-FILE-ERROR
              END-IF
              PERFORM UNTIL WS-FS-STATS = '10'
                 READ STATS-FILE
                     AT END
                        MOVE '10' TO WS-FS-STATS
                     NOT AT END
                        PERFORM 3100-POST-STATS-RECORD
                        THRU  F-3100-POST-STATS-RECORD
                 END-READ
              END-PERFORM
              CLOSE STATS-FILE
           END-IF.
       F-3000-SWEEP-STATS. EXIT.

       3100-POST-STATS-RECORD.
           MOVE ST-RUN-ID TO WS-KEY-RUN-ID.
           PERFORM 3900-FIND-RUN-SLOT
           THRU  F-3900-FIND-RUN-SLOT.

           IF WS-LAST-SLOT NOT = ZEROES
              MOVE WS-LAST-SLOT   TO WS-SLOT
              ADD 1               TO WS-RUN-STAT-TURNS(WS-SLOT)
              ADD ST-PIPE-COUNT   TO WS-RUN-PIPE-TOT(WS-SLOT)
              ADD ST-DASH-COUNT   TO WS-RUN-DASH-TOT(WS-SLOT)
              ADD ST-FSLASH-COUNT TO WS-RUN-FSLASH-TOT(WS-SLOT)
              ADD ST-BSLASH-COUNT TO WS-RUN-BSLASH-TOT(WS-SLOT)
              ADD ST-SPAN         TO WS-RUN-SPAN-TOT(WS-SLOT)
              IF ST-SPAN < WS-RUN-SPAN-MIN(WS-SLOT)
                 MOVE ST-SPAN TO WS-RUN-SPAN-MIN(WS-SLOT)
              END-IF
              IF ST-SPAN > WS-RUN-SPAN-MAX(WS-SLOT)
                 MOVE ST-SPAN TO WS-RUN-SPAN-MAX(WS-SLOT)
              END-IF

              IF WS-DETAIL-WANTED
                 PERFORM 3200-BUILD-TURN-ROW
                 THRU  F-3200-BUILD-TURN-ROW
              END-IF
           END-IF.
       F-3100-POST-STATS-RECORD. EXIT.

       3200-BUILD-TURN-ROW.
           PERFORM 7900-START-ROW
           THRU  F-7900-START-ROW.

           MOVE ST-RUN-ID TO WS-FIELD-TEXT.
           PERFORM 7100-ADD-TEXT
           THRU  F-7100-ADD-TEXT.

           MOVE 0 TO WS-NUM-PLACES.
           MOVE ST-TURN TO WS-NUM-VALUE.
           PERFORM 7200-ADD-NUMBER
           THRU  F-7200-ADD-NUMBER.
           MOVE ST-PIPE-COUNT TO WS-NUM-VALUE.
           PERFORM 7200-ADD-NUMBER
           THRU  F-7200-ADD-NUMBER.
           MOVE ST-DASH-COUNT TO WS-NUM-VALUE.
           PERFORM 7200-ADD-NUMBER
           THRU  F-7200-ADD-NUMBER.
           MOVE ST-FSLASH-COUNT TO WS-NUM-VALUE.
           PERFORM 7200-ADD-NUMBER
           THRU  F-7200-ADD-NUMBER.
           MOVE ST-BSLASH-COUNT TO WS-NUM-VALUE.
           PERFORM 7200-ADD-NUMBER
           THRU  F-7200-ADD-NUMBER.
           COMPUTE WS-GLYPH-TOTAL = ST-PIPE-COUNT + ST-DASH-COUNT
                                  + ST-FSLASH-COUNT + ST-BSLASH-COUNT.
           MOVE WS-GLYPH-TOTAL TO WS-NUM-VALUE.
           PERFORM 7200-ADD-NUMBER
           THRU  F-7200-ADD-NUMBER.

           MOVE 3 TO WS-NUM-PLACES.
           MOVE ST-SPAN TO WS-NUM-VALUE.
           PERFORM 7200-ADD-NUMBER
           THRU  F-7200-ADD-NUMBER.

           PERFORM 8100-WRITE-TURN-ROW
           THRU  F-8100-WRITE-TURN-ROW.
           ADD 1 TO WS-TURN-ROWS.
       F-3200-BUILD-TURN-ROW. EXIT.

      *----------------------------------------------------------*
      * TABLE SLOT FOR THE RUN ID IN WS-KEY-RUN-ID, ZERO WHEN THE
      * RUN WAS NOT SELECTED. EACH FILE HOLDS A RUN'S RECORDS
      * TOGETHER, SO THE LAST ANSWER IS KEPT AND THE TABLE IS
      * ONLY SEARCHED WHEN THE RUN ID CHANGES.
      *----------------------------------------------------------*
       3900-FIND-RUN-SLOT.
           IF WS-KEY-RUN-ID NOT = WS-LAST-RUN-ID
              MOVE WS-KEY-RUN-ID TO WS-LAST-RUN-ID
              MOVE ZEROES        TO WS-LAST-SLOT
              PERFORM VARYING WS-SUB FROM 1 BY 1
                      UNTIL WS-SUB > WS-RUN-COUNT
                         OR WS-LAST-SLOT NOT = ZEROES
                 IF WS-RUN-ID(WS-SUB) = WS-KEY-RUN-ID
                    MOVE WS-SUB TO WS-LAST-SLOT
                 END-IF
              END-PERFORM
           END-IF.
       F-3900-FIND-RUN-SLOT. EXIT.

      *----------------------------------------------------------*
      * COUNT EACH SELECTED RUN'S RECORDS ON THE EXCEPTIONS FILE.
      * THE TRAILER'S OWN COUNT IS WHAT THE RUN WROTE; THIS IS
      * WHAT IS STILL THERE, SO THE TWO ARE BOTH SENT.
      *----------------------------------------------------------*
       4000-SWEEP-EXCEPTIONS.
           IF WS-RUN-COUNT > ZEROES
              OPEN INPUT EXCEPTIONS-FILE
              IF WS-FS-EXCP NOT = '00' AND WS-FS-EXCP NOT = '05'
                 MOVE 'EXCEPTIONS-FILE' TO WS-ABEND-FILE-NAME
                 MOVE WS-FS-EXCP        TO WS-ABEND-STATUS
                 PERFORM 9990-ABEND-FILE-ERROR
                 THRU  F-9990-ABEND-FILE-ERROR
              END-IF
              PERFORM UNTIL WS-FS-EXCP = '10'
                 READ EXCEPTIONS-FILE
                     AT END
                        MOVE '10' TO WS-FS-EXCP
                     NOT AT END
                        MOVE EX-RUN-ID TO WS-KEY-RUN-ID
                        PERFORM 3900-FIND-RUN-SLOT
                        THRU  F-3900-FIND-RUN-SLOT
                        IF WS-LAST-SLOT NOT = ZEROES
                           ADD 1 TO WS-RUN-EXCP-ON-FILE(WS-LAST-SLOT)
                        END-IF
                 END-READ
              END-PERFORM
              CLOSE EXCEPTIONS-FILE
           END-IF.
       F-4000-SWEEP-EXCEPTIONS. EXIT.

      *----------------------------------------------------------*
      * SEED INFORMATION FROM THE RUN LOG: HOW MANY TURNS LOGGED
      * A SEED, THE FIRST AND LAST OF THEM, AND WHETHER EVERY
      * TURN RAN ON THE SAME ONE (A CTL-SEED OVERRIDE).
      *----------------------------------------------------------*
       5000-SWEEP-RUN-LOG.
           IF WS-RUN-COUNT > ZEROES
              OPEN INPUT RUN-LOG-FILE
              IF WS-FS-RUNLOG NOT = '00' AND WS-FS-RUNLOG NOT = '05'
                 MOVE 'RUN-LOG-FILE' TO WS-ABEND-FILE-NAME
                 MOVE WS-FS-RUNLOG   TO WS-ABEND-STATUS
                 PERFORM 9990-ABEND-FILE-ERROR
                 THRU  F-9990-ABEND-FILE-ERROR
              END-IF
              PERFORM UNTIL WS-FS-RUNLOG = '10'
                 READ RUN-LOG-FILE
                     AT END
                        MOVE '10' TO WS-FS-RUNLOG
                     NOT AT END
                        PERFORM 5100-POST-RUN-LOG-RECORD
                        THRU  F-5100-POST-RUN-LOG-RECORD
                 END-READ
              END-PERFORM
              CLOSE RUN-LOG-FILE
           END-IF.
       F-5000-SWEEP-RUN-LOG. EXIT.

       5100-POST-RUN-LOG-RECORD.
           MOVE RL-RUN-ID TO WS-KEY-RUN-ID.
           PERFORM 3900-FIND-RUN-SLOT
           THRU  F-3900-FIND-RUN-SLOT.

           IF WS-LAST-SLOT NOT = ZEROES
              MOVE WS-LAST-SLOT TO WS-SLOT
              ADD 1 TO WS-RUN-SEED-COUNT(WS-SLOT)
              IF WS-RUN-SEED-COUNT(WS-SLOT) = 1
                 MOVE RL-SEED TO WS-RUN-FIRST-SEED(WS-SLOT)
              ELSE
                 IF RL-SEED NOT = WS-RUN-LAST-SEED(WS-SLOT)
                    MOVE 'N' TO WS-RUN-SEED-FIXED-SW(WS-SLOT)
                 END-IF
              END-IF
              MOVE RL-SEED TO WS-RUN-LAST-SEED(WS-SLOT)
           END-IF.
       F-5100-POST-RUN-LOG-RECORD. EXIT.

       6000-WRITE-RUN-ROWS.
           PERFORM 6100-BUILD-RUN-ROW
           THRU  F-6100-BUILD-RUN-ROW
           VARYING WS-SUB FROM 1 BY 1
           UNTIL WS-SUB > WS-RUN-COUNT.
       F-6000-WRITE-RUN-ROWS. EXIT.

      *----------------------------------------------------------*
      * ONE ROW PER RUN, COLUMNS IN THE ORDER OF WS-RUN-HEADINGS.
      * WHAT A MISSING HEADER OR TRAILER WOULD HAVE SUPPLIED, AND
      * SPAN AND SEED FIGURES FOR A RUN WITH NO RECORDS TO TAKE
      * THEM FROM, AND THE CATALOG VERSION OF A RUN THAT LOADED
      * NO CATALOG, ARE LEFT EMPTY RATHER THAN SENT AS ZERO. AN
      * ABENDED OR BACKDOUT TRAILER'S END STAMP IS WHEN RUNRECOV
      * CLOSED THE RUN, NOT WHEN IT STOPPED, SO ITS END TIME AND
      * ELAPSED TIME ARE LEFT EMPTY TOO.
      *----------------------------------------------------------*
       6100-BUILD-RUN-ROW.
           PERFORM 7900-START-ROW
           THRU  F-7900-START-ROW.

           MOVE WS-RUN-ID(WS-SUB) TO WS-FIELD-TEXT.
           PERFORM 7100-ADD-TEXT
           THRU  F-7100-ADD-TEXT.
           MOVE WS-RUN-STATUS(WS-SUB) TO WS-FIELD-TEXT.
           PERFORM 7100-ADD-TEXT
           THRU  F-7100-ADD-TEXT.
           MOVE WS-RUN-START-STAMP(WS-SUB) TO WS-STAMP-N.
           PERFORM 7300-ADD-STAMP
           THRU  F-7300-ADD-STAMP.
           IF WS-RUN-RECOVERED(WS-SUB)
              PERFORM 7000-ADD-EMPTY-FIELD
              THRU  F-7000-ADD-EMPTY-FIELD
           ELSE
              MOVE WS-RUN-END-STAMP(WS-SUB) TO WS-STAMP-N
              PERFORM 7300-ADD-STAMP
              THRU  F-7300-ADD-STAMP
           END-IF.

           IF WS-RUN-HAS-HDR(WS-SUB) AND WS-RUN-HAS-TRL(WS-SUB)
              AND NOT WS-RUN-RECOVERED(WS-SUB)
              PERFORM 6200-COMPUTE-ELAPSED
              THRU  F-6200-COMPUTE-ELAPSED
              MOVE 0 TO WS-NUM-PLACES
              MOVE WS-ELAPSED-SECS TO WS-NUM-VALUE
              PERFORM 7200-ADD-NUMBER
              THRU  F-7200-ADD-NUMBER
           ELSE
              PERFORM 7000-ADD-EMPTY-FIELD
              THRU  F-7000-ADD-EMPTY-FIELD
           END-IF.

           IF WS-RUN-HAS-HDR(WS-SUB)
              PERFORM 6300-ADD-HEADER-FIELDS
              THRU  F-6300-ADD-HEADER-FIELDS
           ELSE
              PERFORM 7000-ADD-EMPTY-FIELD
              THRU  F-7000-ADD-EMPTY-FIELD
              9 TIMES
           END-IF.

           IF WS-RUN-HAS-TRL(WS-SUB)
              PERFORM 6400-ADD-TRAILER-FIELDS
              THRU  F-6400-ADD-TRAILER-FIELDS
           ELSE
              PERFORM 7000-ADD-EMPTY-FIELD
              THRU  F-7000-ADD-EMPTY-FIELD
              6 TIMES
           END-IF.

           PERFORM 6500-ADD-STATS-FIELDS
           THRU  F-6500-ADD-STATS-FIELDS.

           MOVE 0 TO WS-NUM-PLACES.
           MOVE WS-RUN-EXCP-ON-FILE(WS-SUB) TO WS-NUM-VALUE.
           PERFORM 7200-ADD-NUMBER
           THRU  F-7200-ADD-NUMBER.

           PERFORM 6600-ADD-SEED-FIELDS
           THRU  F-6600-ADD-SEED-FIELDS.

           PERFORM 8000-WRITE-RUN-ROW
           THRU  F-8000-WRITE-RUN-ROW.
           ADD 1 TO WS-ROWS-WRITTEN.

           IF WS-RUN-END-STAMP(WS-SUB) > WS-NEW-HIGH-WATER
              MOVE WS-RUN-END-STAMP(WS-SUB) TO WS-NEW-HIGH-WATER
           END-IF.
       F-6100-BUILD-RUN-ROW. EXIT.

      *----------------------------------------------------------*
      * WHOLE SECONDS FROM START STAMP TO END STAMP, AS RUNQUERY
      * WORKS OUT ITS ELAPSED COLUMN.
      *----------------------------------------------------------*
       6200-COMPUTE-ELAPSED.
           MOVE WS-RUN-END-STAMP(WS-SUB) TO WS-STAMP-N.
           COMPUTE WS-END-DAY =
                   FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE).
           COMPUTE WS-ELAPSED-SECS =
                   WS-STAMP-HH * 3600 + WS-STAMP-MM * 60
                   + WS-STAMP-SS.

           MOVE WS-RUN-START-STAMP(WS-SUB) TO WS-STAMP-N.
           COMPUTE WS-START-DAY =
                   FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE).
           COMPUTE WS-ELAPSED-SECS =
                   WS-ELAPSED-SECS
                   + (WS-END-DAY - WS-START-DAY) * 86400
                   - (WS-STAMP-HH * 3600 + WS-STAMP-MM * 60
                      + WS-STAMP-SS).

           IF WS-ELAPSED-SECS < ZEROES
              MOVE ZEROES TO WS-ELAPSED-SECS
           END-IF.
       F-6200-COMPUTE-ELAPSED. EXIT.

       6300-ADD-HEADER-FIELDS.
           MOVE WS-RUN-MODE(WS-SUB) TO WS-FIELD-TEXT.
           PERFORM 7100-ADD-TEXT
           THRU  F-7100-ADD-TEXT.

           MOVE 0 TO WS-NUM-PLACES.
           MOVE WS-RUN-TURNS(WS-SUB) TO WS-NUM-VALUE.
           PERFORM 7200-ADD-NUMBER
           THRU  F-7200-ADD-NUMBER.
           MOVE WS-RUN-START-TURN(WS-SUB) TO WS-NUM-VALUE.
           PERFORM 7200-ADD-NUMBER
           THRU  F-7200-ADD-NUMBER.
           MOVE WS-RUN-WIDTH(WS-SUB) TO WS-NUM-VALUE.
           PERFORM 7200-ADD-NUMBER
           THRU  F-7200-ADD-NUMBER.
           MOVE WS-RUN-HEIGHT(WS-SUB) TO WS-NUM-VALUE.
           PERFORM 7200-ADD-NUMBER
           THRU  F-7200-ADD-NUMBER.

           MOVE 3 TO WS-NUM-PLACES.
           MOVE WS-RUN-WAIT(WS-SUB) TO WS-NUM-VALUE.
           PERFORM 7200-ADD-NUMBER
           THRU  F-7200-ADD-NUMBER.

           MOVE WS-RUN-BIRTH-RULE(WS-SUB) TO WS-FIELD-TEXT.
           PERFORM 7100-ADD-TEXT
           THRU  F-7100-ADD-TEXT.
           MOVE WS-RUN-SURVIVE-RULE(WS-SUB) TO WS-FIELD-TEXT.
           PERFORM 7100-ADD-TEXT
           THRU  F-7100-ADD-TEXT.

           IF WS-RUN-HAS-CAT-VER(WS-SUB)
              MOVE 0 TO WS-NUM-PLACES
              MOVE WS-RUN-CAT-VERSION(WS-SUB) TO WS-NUM-VALUE
              PERFORM 7200-ADD-NUMBER
              THRU  F-7200-ADD-NUMBER
           ELSE
              PERFORM 7000-ADD-EMPTY-FIELD
              THRU  F-7000-ADD-EMPTY-FIELD
           END-IF.
       F-6300-ADD-HEADER-FIELDS. EXIT.

       6400-ADD-TRAILER-FIELDS.
           MOVE 0 TO WS-NUM-PLACES.
           MOVE WS-RUN-TURNS-DONE(WS-SUB) TO WS-NUM-VALUE.
           PERFORM 7200-ADD-NUMBER
           THRU  F-7200-ADD-NUMBER.
           MOVE WS-RUN-HIST-COUNT(WS-SUB) TO WS-NUM-VALUE.
           PERFORM 7200-ADD-NUMBER
           THRU  F-7200-ADD-NUMBER.
           MOVE WS-RUN-STAT-COUNT(WS-SUB) TO WS-NUM-VALUE.
           PERFORM 7200-ADD-NUMBER
           THRU  F-7200-ADD-NUMBER.
           MOVE WS-RUN-EXCP-COUNT(WS-SUB) TO WS-NUM-VALUE.
           PERFORM 7200-ADD-NUMBER
           THRU  F-7200-ADD-NUMBER.
           MOVE WS-RUN-RUNLOG-COUNT(WS-SUB) TO WS-NUM-VALUE.
           PERFORM 7200-ADD-NUMBER
           THRU  F-7200-ADD-NUMBER.
           MOVE WS-RUN-CKPT-COUNT(WS-SUB) TO WS-NUM-VALUE.
           PERFORM 7200-ADD-NUMBER
           THRU  F-7200-ADD-NUMBER.
       F-6400-ADD-TRAILER-FIELDS. EXIT.

       6500-ADD-STATS-FIELDS.
           MOVE 0 TO WS-NUM-PLACES.
           MOVE WS-RUN-STAT-TURNS(WS-SUB) TO WS-NUM-VALUE.
           PERFORM 7200-ADD-NUMBER
           THRU  F-7200-ADD-NUMBER.
           MOVE WS-RUN-PIPE-TOT(WS-SUB) TO WS-NUM-VALUE.
           PERFORM 7200-ADD-NUMBER
           THRU  F-7200-ADD-NUMBER.
           MOVE WS-RUN-DASH-TOT(WS-SUB) TO WS-NUM-VALUE.
           PERFORM 7200-ADD-NUMBER
           THRU  F-7200-ADD-NUMBER.
           MOVE WS-RUN-FSLASH-TOT(WS-SUB) TO WS-NUM-VALUE.
           PERFORM 7200-ADD-NUMBER
           THRU  F-7200-ADD-NUMBER.
           MOVE WS-RUN-BSLASH-TOT(WS-SUB) TO WS-NUM-VALUE.
           PERFORM 7200-ADD-NUMBER
           THRU  F-7200-ADD-NUMBER.

           IF WS-RUN-STAT-TURNS(WS-SUB) = ZEROES
              PERFORM 7000-ADD-EMPTY-FIELD
              THRU  F-7000-ADD-EMPTY-FIELD
              3 TIMES
           ELSE
              COMPUTE WS-AVG-SPAN ROUNDED =
                      WS-RUN-SPAN-TOT(WS-SUB)
                      / WS-RUN-STAT-TURNS(WS-SUB)
              MOVE 3 TO WS-NUM-PLACES
              MOVE WS-RUN-SPAN-MIN(WS-SUB) TO WS-NUM-VALUE
              PERFORM 7200-ADD-NUMBER
              THRU  F-7200-ADD-NUMBER
              MOVE WS-RUN-SPAN-MAX(WS-SUB) TO WS-NUM-VALUE
              PERFORM 7200-ADD-NUMBER
              THRU  F-7200-ADD-NUMBER
              MOVE WS-AVG-SPAN TO WS-NUM-VALUE
              PERFORM 7200-ADD-NUMBER
              THRU  F-7200-ADD-NUMBER
           END-IF.
       F-6500-ADD-STATS-FIELDS. EXIT.

       6600-ADD-SEED-FIELDS.
           MOVE 0 TO WS-NUM-PLACES.
           MOVE WS-RUN-SEED-COUNT(WS-SUB) TO WS-NUM-VALUE.
           PERFORM 7200-ADD-NUMBER
           THRU  F-7200-ADD-NUMBER.

           IF WS-RUN-SEED-COUNT(WS-SUB) = ZEROES
              PERFORM 7000-ADD-EMPTY-FIELD
              THRU  F-7000-ADD-EMPTY-FIELD
              3 TIMES
           ELSE
              MOVE WS-RUN-FIRST-SEED(WS-SUB) TO WS-NUM-VALUE
              PERFORM 7200-ADD-NUMBER
              THRU  F-7200-ADD-NUMBER
              MOVE WS-RUN-LAST-SEED(WS-SUB) TO WS-NUM-VALUE
              PERFORM 7200-ADD-NUMBER
              THRU  F-7200-ADD-NUMBER
              MOVE WS-RUN-SEED-FIXED-SW(WS-SUB) TO WS-FIELD-TEXT
              PERFORM 7100-ADD-TEXT
              THRU  F-7100-ADD-TEXT
           END-IF.
       F-6600-ADD-SEED-FIELDS. EXIT.

      *----------------------------------------------------------*
      * THE NEW MARK IS THE LATEST END STAMP SENT. AN EXTRACT
      * THAT SENT NOTHING WRITES THE OLD MARK BACK, SO THE FILE
      * STILL SHOWS WHEN THE LAST EXTRACT RAN.
      *----------------------------------------------------------*
       6900-SAVE-HIGH-WATER.
           OPEN OUTPUT EXTRACT-CONTROL-FILE.
           IF WS-FS-XCTL NOT = '00' AND WS-FS-XCTL NOT = '05'
              MOVE 'EXTRACT-CONTROL-FILE' TO WS-ABEND-FILE-NAME
              MOVE WS-FS-XCTL             TO WS-ABEND-STATUS
              PERFORM 9990-ABEND-FILE-ERROR
              THRU  F-9990-ABEND-FILE-ERROR
           END-IF.

           MOVE SPACES            TO XC-RECORD.
           MOVE WS-NEW-HIGH-WATER TO XC-LAST-END-STAMP.
           MOVE WS-EXTRACT-STAMP  TO XC-EXTRACT-STAMP.
           MOVE WS-ROWS-WRITTEN   TO XC-RUN-COUNT.
           WRITE XC-RECORD.
           IF WS-FS-XCTL NOT = '00'
              MOVE 'EXTRACT-CONTROL-FILE' TO WS-ABEND-FILE-NAME
              MOVE WS-FS-XCTL             TO WS-ABEND-STATUS
              PERFORM 9990-ABEND-FILE-ERROR
              THRU  F-9990-ABEND-FILE-ERROR
           END-IF.
           CLOSE EXTRACT-CONTROL-FILE.

           DISPLAY 'RUNXTRCT: NEW HIGH-WATER END STAMP '
                   WS-NEW-HIGH-WATER.
       F-6900-SAVE-HIGH-WATER. EXIT.

      *----------------------------------------------------------*
      * FIELD BUILDERS. 7000 PUTS THE DELIMITER (EXCEPT BEFORE
      * THE FIRST FIELD) AND THEN WS-FIELD-TEXT FOR WS-FIELD-LEN
      * CHARACTERS ONTO THE ROW.
      *----------------------------------------------------------*
       7000-ADD-EMPTY-FIELD.
           MOVE ZEROES TO WS-FIELD-LEN.
           PERFORM 7010-ADD-FIELD
           THRU  F-7010-ADD-FIELD.
       F-7000-ADD-EMPTY-FIELD. EXIT.

       7010-ADD-FIELD.
           IF WS-ROW-COUNT > ZEROES
              STRING WS-DELIM DELIMITED BY SIZE
                     INTO WS-ROW
                     WITH POINTER WS-ROW-PTR
           END-IF.
           IF WS-FIELD-LEN > ZEROES
              STRING WS-FIELD-TEXT(1:WS-FIELD-LEN) DELIMITED BY SIZE
                     INTO WS-ROW
                     WITH POINTER WS-ROW-PTR
           END-IF.
           ADD 1 TO WS-ROW-COUNT.
       F-7010-ADD-FIELD. EXIT.

      *----------------------------------------------------------*
      * TEXT FIELD: WS-FIELD-TEXT LESS ITS TRAILING SPACES.
      *----------------------------------------------------------*
       7100-ADD-TEXT.
           PERFORM VARYING WS-FIELD-LEN FROM 20 BY -1
                   UNTIL WS-FIELD-LEN < 1
                      OR WS-FIELD-TEXT(WS-FIELD-LEN:1) NOT = SPACE
              CONTINUE
           END-PERFORM.
           PERFORM 7010-ADD-FIELD
           THRU  F-7010-ADD-FIELD.
       F-7100-ADD-TEXT. EXIT.

      *----------------------------------------------------------*
      * NUMBER FIELD: WS-NUM-VALUE WITHOUT LEADING ZEROES, AND
      * WITH A PERIOD AND THREE DECIMALS WHEN WS-NUM-PLACES IS
      * NOT ZERO.
      *----------------------------------------------------------*
       7200-ADD-NUMBER.
           MOVE WS-NUM-VALUE TO WS-NUM-INT.
           MOVE WS-NUM-INT   TO WS-NUM-EDIT.
           PERFORM VARYING WS-NUM-POS FROM 1 BY 1
                   UNTIL WS-NUM-EDIT(WS-NUM-POS:1) NOT = SPACE
              CONTINUE
           END-PERFORM.

           MOVE SPACES TO WS-FIELD-TEXT.
           COMPUTE WS-FIELD-LEN = 17 - WS-NUM-POS.
           IF WS-NUM-PLACES = ZEROES
              STRING WS-NUM-EDIT(WS-NUM-POS:) DELIMITED BY SIZE
                     INTO WS-FIELD-TEXT
           ELSE
              COMPUTE WS-NUM-FRAC = (WS-NUM-VALUE - WS-NUM-INT) * 1000
              STRING WS-NUM-EDIT(WS-NUM-POS:) DELIMITED BY SIZE
                     '.'                      DELIMITED BY SIZE
                     WS-NUM-FRAC              DELIMITED BY SIZE
                     INTO WS-FIELD-TEXT
              ADD 4 TO WS-FIELD-LEN
           END-IF.

           PERFORM 7010-ADD-FIELD
           THRU  F-7010-ADD-FIELD.
       F-7200-ADD-NUMBER. EXIT.

      *----------------------------------------------------------*
      * STAMP FIELD: WS-STAMP-N AS YYYY-MM-DDTHH:MM:SS, EMPTY
      * WHEN THE STAMP IS ZERO.
      *----------------------------------------------------------*
       7300-ADD-STAMP.
           IF WS-STAMP-N = ZEROES
              MOVE ZEROES TO WS-FIELD-LEN
           ELSE
              MOVE SPACES TO WS-FIELD-TEXT
              STRING WS-STAMP-YYYY DELIMITED BY SIZE
                     '-'           DELIMITED BY SIZE
                     WS-STAMP-MON  DELIMITED BY SIZE
                     '-'           DELIMITED BY SIZE
                     WS-STAMP-DAY  DELIMITED BY SIZE
                     'T'           DELIMITED BY SIZE
                     WS-STAMP-HOUR DELIMITED BY SIZE
                     ':'           DELIMITED BY SIZE
                     WS-STAMP-MIN  DELIMITED BY SIZE
                     ':'           DELIMITED BY SIZE
                     WS-STAMP-SEC  DELIMITED BY SIZE
                     INTO WS-FIELD-TEXT
              MOVE 19 TO WS-FIELD-LEN
           END-IF.
           PERFORM 7010-ADD-FIELD
           THRU  F-7010-ADD-FIELD.
       F-7300-ADD-STAMP. EXIT.

       7900-START-ROW.
           MOVE SPACES TO WS-ROW.
           MOVE 1      TO WS-ROW-PTR.
           MOVE ZEROES TO WS-ROW-COUNT.
       F-7900-START-ROW. EXIT.

      *----------------------------------------------------------*
      * WRITE THE ROW BUILT IN WS-ROW.
      *----------------------------------------------------------*
       8000-WRITE-RUN-ROW.
           WRITE XR-RECORD FROM WS-ROW.
           IF WS-FS-XRUN NOT = '00'
              MOVE 'RUN-EXTRACT-FILE' TO WS-ABEND-FILE-NAME
              MOVE WS-FS-XRUN         TO WS-ABEND-STATUS
              PERFORM 9990-ABEND-FILE-ERROR
              THRU  F-9990-ABEND-FILE-ERROR
           END-IF.
       F-8000-WRITE-RUN-ROW. EXIT.

       8100-WRITE-TURN-ROW.
           WRITE XT-RECORD FROM WS-ROW.
           IF WS-FS-XTURN NOT = '00'
              MOVE 'TURN-EXTRACT-FILE' TO WS-ABEND-FILE-NAME
              MOVE WS-FS-XTURN         TO WS-ABEND-STATUS
              PERFORM 9990-ABEND-FILE-ERROR
              THRU  F-9990-ABEND-FILE-ERROR
           END-IF.
       F-8100-WRITE-TURN-ROW. EXIT.

       9990-ABEND-FILE-ERROR.
           DISPLAY 'RUNXTRCT: FILE ERROR ON ' WS-ABEND-FILE-NAME
                   ' - STATUS ' WS-ABEND-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       F-9990-ABEND-FILE-ERROR. EXIT.
