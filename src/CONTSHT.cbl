       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTSHT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTACT-PARM-FILE ASSIGN TO "CONTPARM"
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS WS-FS-PARM.

           SELECT RENDER-HIST-FILE  ASSIGN TO "RNDRHIST"
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS WS-FS-HIST.

           SELECT OPTIONAL RUN-REGISTRY-FILE ASSIGN TO "RUNREGSX"
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY RG-H-KEY
                  FILE STATUS WS-FS-REGST.

           SELECT REPORT-FILE ASSIGN TO "CONTRPT"
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS WS-FS-RPT.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------*
      * THE RUN TO PRINT AND THE TURNS WANTED. A ZERO FROM-TURN
      * STARTS AT THE RUN'S FIRST FRAME, A ZERO TO-TURN RUNS TO
      * ITS LAST, AND A ZERO OR BLANK STEP TAKES EVERY TURN.
      *----------------------------------------------------------*
       FD  CONTACT-PARM-FILE.
       01  CP-RECORD.
           05  CP-RUN-ID             PIC 9(16).
           05  FILLER                PIC X(01).
           05  CP-FROM-TURN          PIC 9(08).
           05  FILLER                PIC X(01).
           05  CP-TO-TURN            PIC 9(08).
           05  FILLER                PIC X(01).
           05  CP-TURN-STEP          PIC 9(03).

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
      * THE KEYED REGISTRY SUPPLIES THE RUN'S PARAMETERS FROM ITS
      * HEADER AND ITS ENDING STATUS FROM ITS TRAILER. LAYOUTS
      * MUST AGREE WITH THE RENDER JOB.
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

      *----------------------------------------------------------*
      * THUMBNAIL GEOMETRY: EACH THUMBNAIL IS AT MOST 20 COLUMNS
      * BY 10 ROWS INSIDE ITS BORDER, FIVE TO A BAND ACROSS THE
      * PAGE AND THREE BANDS TO A PAGE.
      *----------------------------------------------------------*
       01  CT-CONSTANTS.
           05  CT-THUMB-COLS    PIC 9(02)    VALUE 20.
           05  CT-THUMB-ROWS    PIC 9(02)    VALUE 10.
           05  CT-THUMBS-ACROSS PIC 9(01)    VALUE 5.
           05  CT-BANDS-PER-PAGE
                                PIC 9(01)    VALUE 3.
           05  CT-THUMB-SPACING PIC 9(02)    VALUE 24.
           05  CT-DEF-WIDTH     PIC 9(03)    VALUE 100.

       01  WS-FILE-STATUSES.
           05  WS-FS-PARM       PIC X(02)   VALUE SPACES.
           05  WS-FS-HIST       PIC X(02)   VALUE SPACES.
           05  WS-FS-REGST      PIC X(02)   VALUE SPACES.
           05  WS-FS-RPT        PIC X(02)   VALUE SPACES.

       01  WS-PARM-FIELDS.
           05  WS-RUN-ID        PIC 9(16)   VALUE ZEROES.
           05  WS-FROM-TURN     PIC 9(08)   VALUE ZEROES.
           05  WS-TO-TURN       PIC 9(08)   VALUE ZEROES.
           05  WS-TURN-STEP     PIC 9(03)   VALUE ZEROES.
           05  WS-TO-TEXT       PIC X(08)   VALUE SPACES.

      *----------------------------------------------------------*
      * THE RUN AS THE REGISTRY KNOWS IT. A RUN THE REGISTRY NO
      * LONGER HOLDS IS STILL PRINTED, ON THE FULL CANVAS WIDTH
      * AND AS MANY LINES AS ITS HISTORY CARRIES.
      *----------------------------------------------------------*
       01  WS-RUN-FIELDS.
           05  WS-RUN-HDR-SW    PIC X(01)   VALUE 'N'.
               88  WS-RUN-HAS-HDR           VALUE 'Y'.
           05  WS-RUN-TRL-SW    PIC X(01)   VALUE 'N'.
               88  WS-RUN-HAS-TRL           VALUE 'Y'.
           05  WS-RUN-MODE      PIC X(01)   VALUE SPACE.
           05  WS-RUN-TURNS     PIC 9(08)   VALUE ZEROES.
           05  WS-RUN-WIDTH     PIC 9(03)   VALUE ZEROES.
           05  WS-RUN-HEIGHT    PIC 9(03)   VALUE ZEROES.
           05  WS-RUN-WAIT      PIC 9V999   VALUE ZEROES.
           05  WS-RUN-START-TURN PIC 9(08)  VALUE ZEROES.
           05  WS-RUN-START-STAMP PIC 9(18) VALUE ZEROES.
           05  WS-RUN-BIRTH-RULE PIC X(09)  VALUE SPACES.
           05  WS-RUN-SURVIVE-RULE PIC X(09) VALUE SPACES.
           05  WS-RUN-TURNS-DONE PIC 9(08)  VALUE ZEROES.
           05  WS-RUN-STATUS    PIC X(15)   VALUE SPACES.
           05  WS-RULE-TEXT     PIC X(30)   VALUE SPACES.
           05  WS-WAIT-ED       PIC 9,999.

      *----------------------------------------------------------*
      * A REGISTRY OR HISTORY STAMP IS CURRENT-DATE (1:16) STORED
      * IN 9(18): TWO LEADING ZEROES, THEN YYYYMMDDHHMMSSCC.
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
           05  WS-FRAME-STAMP   PIC 9(18)   VALUE ZEROES.
           05  WS-LAST-TURN     PIC 9(08)   VALUE ZEROES.
           05  WS-LAST-LINE-NO  PIC 9(03)   VALUE ZEROES.
           05  WS-MAX-LINE-NO   PIC 9(03)   VALUE ZEROES.
           05  WS-END-OF-FILE-SW PIC X(01)  VALUE 'N'.
               88  WS-END-OF-FILE           VALUE 'Y'.
           05  WS-TAKE-FRAME-SW PIC X(01)   VALUE 'N'.
               88  WS-TAKE-FRAME            VALUE 'Y'.

      *----------------------------------------------------------*
      * SCALING: ONE THUMBNAIL CELL STANDS FOR A BLOCK OF CANVAS
      * CELLS, AND SHOWS THE FIRST NON-BLANK CHARACTER IN IT.
      *----------------------------------------------------------*
       01  WS-SCALE-FIELDS.
           05  WS-ROW-STEP      PIC 9(03)   VALUE ZEROES.
           05  WS-COL-STEP      PIC 9(03)   VALUE ZEROES.
           05  WS-THUMB-WIDTH   PIC 9(02)   VALUE ZEROES.
           05  WS-THUMB-HEIGHT  PIC 9(02)   VALUE ZEROES.
           05  WS-T-ROW         PIC 9(02)   VALUE ZEROES.
           05  WS-T-COL         PIC 9(02)   VALUE ZEROES.
           05  WS-ROW           PIC 9(03)   VALUE ZEROES.
           05  WS-COL           PIC 9(03)   VALUE ZEROES.
           05  WS-ROW-FIRST     PIC 9(03)   VALUE ZEROES.
           05  WS-ROW-LAST      PIC 9(03)   VALUE ZEROES.
           05  WS-COL-FIRST     PIC 9(03)   VALUE ZEROES.
           05  WS-COL-LAST      PIC 9(03)   VALUE ZEROES.
           05  WS-CELL-CHAR     PIC X(01)   VALUE SPACE.
           05  WS-STEP-QUOT     PIC 9(08)   VALUE ZEROES.
           05  WS-STEP-REM      PIC 9(03)   VALUE ZEROES.

      *----------------------------------------------------------*
      * ONE BAND OF THUMBNAILS WAITING TO BE PRINTED.
      *----------------------------------------------------------*
       01  WS-BAND-TABLE.
           05  WS-BAND-COUNT    PIC 9(01)   VALUE ZEROES.
           05  WS-BAND-THUMB    OCCURS 5 TIMES.
               10  WS-THUMB-TURN       PIC 9(08).
               10  WS-THUMB-STAMP      PIC X(17).
               10  WS-THUMB-LINE       PIC X(20) OCCURS 10 TIMES.

       01  WS-PRINT-FIELDS.
           05  WS-SUB           PIC 9(02)   VALUE ZEROES.
           05  WS-POS           PIC 9(03)   VALUE ZEROES.
           05  WS-PAGE-NO       PIC 9(04)   VALUE ZEROES.
           05  WS-BANDS-ON-PAGE PIC 9(01)   VALUE ZEROES.
           05  WS-BORDER-LINE   PIC X(22)   VALUE SPACES.
           05  WS-FRAMES-READ   PIC 9(08)   VALUE ZEROES.
           05  WS-THUMBS-PRINTED PIC 9(08)  VALUE ZEROES.
           05  WS-FIRST-PRINTED PIC 9(08)   VALUE ZEROES.
           05  WS-LAST-PRINTED  PIC 9(08)   VALUE ZEROES.

       01  WS-REPORT-LINE       PIC X(132)  VALUE SPACES.

      *----------------------------------------------------------*
      * CONTACT SHEET FOR ONE RUN. THE RENDER HISTORY IS READ FOR
      * THE RUN ID ON THE PARAMETER CARD, EACH FRAME IN THE TURN
      * RANGE (EVERY N-TH TURN WHEN A STEP IS CODED) IS SCALED
      * DOWN TO A THUMBNAIL, AND THE THUMBNAILS ARE PRINTED FIVE
      * ACROSS, EACH CAPTIONED WITH ITS TURN AND TIMESTAMP. EVERY
      * PAGE CARRIES THE RUN'S PARAMETERS FROM ITS REGISTRY
      * HEADER, SO A PRINTED SHEET STANDS ON ITS OWN. A RUN WITH
      * NO FRAMES IN THE RANGE ENDS THE JOB WITH RC 12.
      *----------------------------------------------------------*
       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM 0100-READ-PARM-CARD
           THRU  F-0100-READ-PARM-CARD.

           PERFORM 0200-READ-REGISTRY
           THRU  F-0200-READ-REGISTRY.

           IF NOT WS-RUN-HAS-HDR
              PERFORM 0300-MEASURE-HISTORY
              THRU  F-0300-MEASURE-HISTORY
           END-IF.

           PERFORM 0400-SET-SCALE
           THRU  F-0400-SET-SCALE.

           OPEN OUTPUT REPORT-FILE.
           IF WS-FS-RPT NOT = '00'
              DISPLAY 'CONTSHT: REPORT FILE OPEN FAILED - STATUS '
                      WS-FS-RPT
              MOVE 12 TO RETURN-CODE
           ELSE
              PERFORM 1000-READ-RUN-FRAMES
              THRU  F-1000-READ-RUN-FRAMES

              IF WS-BAND-COUNT > ZEROES
                 PERFORM 3000-PRINT-BAND
                 THRU  F-3000-PRINT-BAND
              END-IF

              PERFORM 4000-PRINT-SUMMARY
              THRU  F-4000-PRINT-SUMMARY

              CLOSE REPORT-FILE
           END-IF.
       F-MAIN-PROGRAM. GOBACK.

       0100-READ-PARM-CARD.
           OPEN INPUT CONTACT-PARM-FILE.
           IF WS-FS-PARM NOT = '00'
              DISPLAY 'CONTSHT: PARAMETER CARD OPEN FAILED - '
                      'STATUS ' WS-FS-PARM
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           READ CONTACT-PARM-FILE
               AT END
                  DISPLAY 'CONTSHT: NO PARAMETER CARD SUPPLIED'
                  MOVE 12 TO RETURN-CODE
                  STOP RUN
               NOT AT END
                  IF CP-RUN-ID NUMERIC
                     MOVE CP-RUN-ID TO WS-RUN-ID
                  END-IF
                  IF CP-FROM-TURN NUMERIC
                     MOVE CP-FROM-TURN TO WS-FROM-TURN
                  END-IF
                  IF CP-TO-TURN NUMERIC
                     MOVE CP-TO-TURN TO WS-TO-TURN
                  END-IF
                  IF CP-TURN-STEP NUMERIC
                     MOVE CP-TURN-STEP TO WS-TURN-STEP
                  END-IF
           END-READ.
           CLOSE CONTACT-PARM-FILE.

           IF WS-RUN-ID = ZEROES
              DISPLAY 'CONTSHT: RUN ID MUST BE CODED'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-TO-TURN NOT = ZEROES
              AND WS-TO-TURN < WS-FROM-TURN
              DISPLAY 'CONTSHT: TO-TURN ' WS-TO-TURN
                      ' IS BEFORE FROM-TURN ' WS-FROM-TURN
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-TURN-STEP = ZEROES
              MOVE 1 TO WS-TURN-STEP
           END-IF.
       F-0100-READ-PARM-CARD. EXIT.

      *----------------------------------------------------------*
      * KEYED READS OF THE RUN'S HEADER AND TRAILER. A RUN WITH A
      * HEADER AND NO TRAILER IS STILL IN FLIGHT OR CRASHED.
      *----------------------------------------------------------*
       0200-READ-REGISTRY.
           MOVE '*CRASHED*' TO WS-RUN-STATUS.
           OPEN INPUT RUN-REGISTRY-FILE.
           IF WS-FS-REGST = '00'
              MOVE WS-RUN-ID TO RG-H-RUN-ID
              MOVE 'H'       TO RG-H-REC-TYPE
              READ RUN-REGISTRY-FILE
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE 'Y'               TO WS-RUN-HDR-SW
                     MOVE RG-H-MODE         TO WS-RUN-MODE
                     MOVE RG-H-TURNS        TO WS-RUN-TURNS
                     MOVE RG-H-WIDTH        TO WS-RUN-WIDTH
                     MOVE RG-H-HEIGHT       TO WS-RUN-HEIGHT
                     MOVE RG-H-WAIT         TO WS-RUN-WAIT
                     MOVE RG-H-START-TURN   TO WS-RUN-START-TURN
                     MOVE RG-H-START-STAMP  TO WS-RUN-START-STAMP
                     MOVE RG-H-BIRTH-RULE   TO WS-RUN-BIRTH-RULE
                     MOVE RG-H-SURVIVE-RULE TO WS-RUN-SURVIVE-RULE
              END-READ
              MOVE WS-RUN-ID TO RG-T-RUN-ID
              MOVE 'T'       TO RG-T-REC-TYPE
              READ RUN-REGISTRY-FILE
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE 'Y'             TO WS-RUN-TRL-SW
                     MOVE RG-T-TURNS-DONE TO WS-RUN-TURNS-DONE
                     MOVE RG-T-STATUS     TO WS-RUN-STATUS
              END-READ
           END-IF.
           CLOSE RUN-REGISTRY-FILE.

           IF NOT WS-RUN-HAS-HDR
              MOVE 'NOT ON REGISTRY' TO WS-RUN-STATUS
           END-IF.
       F-0200-READ-REGISTRY. EXIT.

      *----------------------------------------------------------*
      * NO REGISTRY HEADER TO GIVE THE CANVAS SIZE: TAKE THE FULL
      * WIDTH AND THE DEEPEST LINE THE RUN'S HISTORY CARRIES.
      *----------------------------------------------------------*
       0300-MEASURE-HISTORY.
           MOVE CT-DEF-WIDTH TO WS-RUN-WIDTH.
           MOVE ZEROES       TO WS-RUN-HEIGHT.
           OPEN INPUT RENDER-HIST-FILE.
           IF WS-FS-HIST NOT = '00'
              DISPLAY 'CONTSHT: RENDER HISTORY OPEN FAILED - '
                      'STATUS ' WS-FS-HIST
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM UNTIL WS-FS-HIST = '10'
              READ RENDER-HIST-FILE
                  AT END
                     MOVE '10' TO WS-FS-HIST
                  NOT AT END
                     IF RH-RUN-ID = WS-RUN-ID
                        AND RH-LINE-NO <= 100
                        AND RH-LINE-NO > WS-RUN-HEIGHT
                        MOVE RH-LINE-NO TO WS-RUN-HEIGHT
                     END-IF
              END-READ
           END-PERFORM.
           CLOSE RENDER-HIST-FILE.
       F-0300-MEASURE-HISTORY. EXIT.

      *----------------------------------------------------------*
      * SMALLEST WHOLE BLOCK THAT FITS THE CANVAS INTO THE
      * THUMBNAIL, ROUNDED UP; THEN THE THUMBNAIL SIZE THAT BLOCK
      * ACTUALLY NEEDS, SO A SMALL CANVAS GETS A SMALL THUMBNAIL.
      *----------------------------------------------------------*
       0400-SET-SCALE.
           IF WS-RUN-WIDTH = ZEROES OR WS-RUN-WIDTH > 100
              MOVE CT-DEF-WIDTH TO WS-RUN-WIDTH
           END-IF.
           IF WS-RUN-HEIGHT = ZEROES OR WS-RUN-HEIGHT > 100
              MOVE 1 TO WS-RUN-HEIGHT
           END-IF.
           COMPUTE WS-COL-STEP =
                   (WS-RUN-WIDTH + CT-THUMB-COLS - 1) / CT-THUMB-COLS.
           COMPUTE WS-ROW-STEP =
                   (WS-RUN-HEIGHT + CT-THUMB-ROWS - 1) / CT-THUMB-ROWS.
           COMPUTE WS-THUMB-WIDTH =
                   (WS-RUN-WIDTH + WS-COL-STEP - 1) / WS-COL-STEP.
           COMPUTE WS-THUMB-HEIGHT =
                   (WS-RUN-HEIGHT + WS-ROW-STEP - 1) / WS-ROW-STEP.

           MOVE SPACES TO WS-BORDER-LINE.
           MOVE '+'    TO WS-BORDER-LINE(1:1).
           MOVE ALL '-' TO WS-BORDER-LINE(2:WS-THUMB-WIDTH).
           COMPUTE WS-POS = WS-THUMB-WIDTH + 2.
           MOVE '+'    TO WS-BORDER-LINE(WS-POS:1).
       F-0400-SET-SCALE. EXIT.

      *----------------------------------------------------------*
      * ONE PASS OF THE HISTORY FILE, KEEPING ONLY THE WANTED
      * RUN. A NEW FRAME STARTS WHEN THE TURN CHANGES OR THE LINE
      * NUMBER WRAPS BACK, AS IN THE VIEWER; THE FRAME BEFORE IT
      * IS THEN COMPLETE AND IS OFFERED FOR A THUMBNAIL.
      *----------------------------------------------------------*
       1000-READ-RUN-FRAMES.
           MOVE 'N' TO WS-END-OF-FILE-SW.
           MOVE 'N' TO WS-FRAME-OPEN-SW.
           MOVE 999 TO WS-LAST-LINE-NO.
           MOVE ZEROES TO WS-LAST-TURN.
           PERFORM VARYING WS-ROW FROM 1 BY 1 UNTIL WS-ROW > 100
              MOVE SPACES TO WS-FRAME-LINE(WS-ROW)
           END-PERFORM.

           OPEN INPUT RENDER-HIST-FILE.
           IF WS-FS-HIST NOT = '00'
              DISPLAY 'CONTSHT: RENDER HISTORY OPEN FAILED - '
                      'STATUS ' WS-FS-HIST
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 1100-READ-HISTORY-RECORD
           THRU  F-1100-READ-HISTORY-RECORD
           UNTIL WS-END-OF-FILE.

           CLOSE RENDER-HIST-FILE.

           IF WS-FRAME-OPEN
              PERFORM 2000-OFFER-FRAME
              THRU  F-2000-OFFER-FRAME
           END-IF.
       F-1000-READ-RUN-FRAMES. EXIT.

       1100-READ-HISTORY-RECORD.
           READ RENDER-HIST-FILE
               AT END
                  MOVE 'Y' TO WS-END-OF-FILE-SW
               NOT AT END
                  IF RH-RUN-ID = WS-RUN-ID
                     IF NOT WS-FRAME-OPEN
                        OR RH-TURN NOT = WS-LAST-TURN
                        OR RH-LINE-NO <= WS-LAST-LINE-NO
                        PERFORM 1200-START-NEW-FRAME
                        THRU  F-1200-START-NEW-FRAME
                     END-IF
                     MOVE RH-LINE-NO TO WS-LAST-LINE-NO
                     MOVE RH-TURN    TO WS-LAST-TURN
                     IF RH-LINE-NO >= 1 AND RH-LINE-NO <= 100
                        MOVE RH-LINE-TEXT TO WS-FRAME-LINE(RH-LINE-NO)
                     END-IF
                  END-IF
           END-READ.
       F-1100-READ-HISTORY-RECORD. EXIT.

       1200-START-NEW-FRAME.
           IF WS-FRAME-OPEN
              PERFORM 2000-OFFER-FRAME
              THRU  F-2000-OFFER-FRAME
           END-IF.
           MOVE 'Y'          TO WS-FRAME-OPEN-SW.
           MOVE RH-TURN      TO WS-FRAME-TURN.
           MOVE RH-TIMESTAMP TO WS-FRAME-STAMP.
           IF NOT RH-DELTA-LINE
              PERFORM VARYING WS-ROW FROM 1 BY 1 UNTIL WS-ROW > 100
                 MOVE SPACES TO WS-FRAME-LINE(WS-ROW)
              END-PERFORM
           END-IF.
       F-1200-START-NEW-FRAME. EXIT.

      *----------------------------------------------------------*
      * A COMPLETE FRAME. IT IS TAKEN WHEN ITS TURN IS IN THE
      * RANGE AND FALLS ON THE STEP, COUNTED FROM THE FIRST FRAME
      * TAKEN.
      *----------------------------------------------------------*
       2000-OFFER-FRAME.
           ADD 1 TO WS-FRAMES-READ.
           MOVE 'Y' TO WS-TAKE-FRAME-SW.
           IF WS-FRAME-TURN < WS-FROM-TURN
              MOVE 'N' TO WS-TAKE-FRAME-SW
           END-IF.
           IF WS-TO-TURN NOT = ZEROES
              AND WS-FRAME-TURN > WS-TO-TURN
              MOVE 'N' TO WS-TAKE-FRAME-SW
           END-IF.
           IF WS-TAKE-FRAME AND WS-THUMBS-PRINTED > ZEROES
              COMPUTE WS-STEP-QUOT = WS-FRAME-TURN - WS-FIRST-PRINTED
              DIVIDE WS-TURN-STEP INTO WS-STEP-QUOT
                     GIVING WS-STEP-QUOT REMAINDER WS-STEP-REM
              IF WS-STEP-REM NOT = ZEROES
                 MOVE 'N' TO WS-TAKE-FRAME-SW
              END-IF
           END-IF.

           IF WS-TAKE-FRAME
              PERFORM 2100-BUILD-THUMBNAIL
              THRU  F-2100-BUILD-THUMBNAIL
              IF WS-THUMBS-PRINTED = ZEROES
                 MOVE WS-FRAME-TURN TO WS-FIRST-PRINTED
              END-IF
              ADD 1 TO WS-THUMBS-PRINTED
              MOVE WS-FRAME-TURN TO WS-LAST-PRINTED
              IF WS-BAND-COUNT = CT-THUMBS-ACROSS
                 PERFORM 3000-PRINT-BAND
                 THRU  F-3000-PRINT-BAND
              END-IF
           END-IF.
       F-2000-OFFER-FRAME. EXIT.

       2100-BUILD-THUMBNAIL.
           ADD 1 TO WS-BAND-COUNT.
           MOVE WS-FRAME-TURN TO WS-THUMB-TURN(WS-BAND-COUNT).
           MOVE WS-FRAME-STAMP TO WS-STAMP-N.
           PERFORM 2200-FORMAT-STAMP
           THRU  F-2200-FORMAT-STAMP.
           MOVE WS-STAMP-TEXT TO WS-THUMB-STAMP(WS-BAND-COUNT).

           PERFORM VARYING WS-T-ROW FROM 1 BY 1
                   UNTIL WS-T-ROW > CT-THUMB-ROWS
              MOVE SPACES TO WS-THUMB-LINE(WS-BAND-COUNT WS-T-ROW)
           END-PERFORM.

           PERFORM VARYING WS-T-ROW FROM 1 BY 1
                   UNTIL WS-T-ROW > WS-THUMB-HEIGHT
              COMPUTE WS-ROW-FIRST = (WS-T-ROW - 1) * WS-ROW-STEP + 1
              COMPUTE WS-ROW-LAST  = WS-T-ROW * WS-ROW-STEP
              IF WS-ROW-LAST > WS-RUN-HEIGHT
                 MOVE WS-RUN-HEIGHT TO WS-ROW-LAST
              END-IF
              PERFORM VARYING WS-T-COL FROM 1 BY 1
                      UNTIL WS-T-COL > WS-THUMB-WIDTH
                 COMPUTE WS-COL-FIRST =
                         (WS-T-COL - 1) * WS-COL-STEP + 1
                 COMPUTE WS-COL-LAST  = WS-T-COL * WS-COL-STEP
                 IF WS-COL-LAST > WS-RUN-WIDTH
                    MOVE WS-RUN-WIDTH TO WS-COL-LAST
                 END-IF
                 PERFORM 2110-SAMPLE-BLOCK
                 THRU  F-2110-SAMPLE-BLOCK
                 MOVE WS-CELL-CHAR TO
                      WS-THUMB-LINE(WS-BAND-COUNT WS-T-ROW)
                                   (WS-T-COL:1)
              END-PERFORM
           END-PERFORM.
       F-2100-BUILD-THUMBNAIL. EXIT.

       2110-SAMPLE-BLOCK.
           MOVE SPACE TO WS-CELL-CHAR.
           PERFORM VARYING WS-ROW FROM WS-ROW-FIRST BY 1
                   UNTIL WS-ROW > WS-ROW-LAST
                      OR WS-CELL-CHAR NOT = SPACE
              PERFORM VARYING WS-COL FROM WS-COL-FIRST BY 1
                      UNTIL WS-COL > WS-COL-LAST
                         OR WS-CELL-CHAR NOT = SPACE
                 MOVE WS-FRAME-LINE(WS-ROW)(WS-COL:1) TO WS-CELL-CHAR
              END-PERFORM
           END-PERFORM.
       F-2110-SAMPLE-BLOCK. EXIT.

       2200-FORMAT-STAMP.
           MOVE SPACES TO WS-STAMP-TEXT.
           IF WS-STAMP-N NOT = ZEROES
              STRING WS-STAMP-DATE DELIMITED BY SIZE
                     ' '           DELIMITED BY SIZE
                     WS-STAMP-HH   DELIMITED BY SIZE
                     ':'           DELIMITED BY SIZE
                     WS-STAMP-MM   DELIMITED BY SIZE
                     ':'           DELIMITED BY SIZE
                     WS-STAMP-SS   DELIMITED BY SIZE
                     INTO WS-STAMP-TEXT
           END-IF.
       F-2200-FORMAT-STAMP. EXIT.

      *----------------------------------------------------------*
      * PRINT THE WAITING BAND: TURN CAPTIONS, STAMP CAPTIONS,
      * THEN THE BORDERED THUMBNAILS SIDE BY SIDE. THUMBNAIL ROWS
      * ARE PRINTED FROM THE TOP ONE DOWN, SO CANVAS ROW 1 IS AT
      * THE BOTTOM AS ON THE VIEWER AND THE DENSITY MAP.
      *----------------------------------------------------------*
       3000-PRINT-BAND.
           IF WS-PAGE-NO = ZEROES
              OR WS-BANDS-ON-PAGE = CT-BANDS-PER-PAGE
              PERFORM 3100-PRINT-PAGE-HEADER
              THRU  F-3100-PRINT-PAGE-HEADER
           END-IF.
           ADD 1 TO WS-BANDS-ON-PAGE.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-BAND-COUNT
              COMPUTE WS-POS = (WS-SUB - 1) * CT-THUMB-SPACING + 1
              STRING 'TURN '             DELIMITED BY SIZE
                     WS-THUMB-TURN(WS-SUB) DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
                     WITH POINTER WS-POS
           END-PERFORM.
           PERFORM 8100-PRINT-LINE
           THRU  F-8100-PRINT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-BAND-COUNT
              COMPUTE WS-POS = (WS-SUB - 1) * CT-THUMB-SPACING + 1
              MOVE WS-THUMB-STAMP(WS-SUB) TO WS-REPORT-LINE(WS-POS:17)
           END-PERFORM.
           PERFORM 8100-PRINT-LINE
           THRU  F-8100-PRINT-LINE.

           PERFORM 3200-PRINT-BORDER
           THRU  F-3200-PRINT-BORDER.

           PERFORM VARYING WS-T-ROW FROM WS-THUMB-HEIGHT BY -1
                   UNTIL WS-T-ROW < 1
              MOVE SPACES TO WS-REPORT-LINE
              PERFORM VARYING WS-SUB FROM 1 BY 1
                      UNTIL WS-SUB > WS-BAND-COUNT
                 COMPUTE WS-POS = (WS-SUB - 1) * CT-THUMB-SPACING + 1
                 MOVE '|' TO WS-REPORT-LINE(WS-POS:1)
                 ADD 1 TO WS-POS
                 MOVE WS-THUMB-LINE(WS-SUB WS-T-ROW)
                   TO WS-REPORT-LINE(WS-POS:WS-THUMB-WIDTH)
                 ADD WS-THUMB-WIDTH TO WS-POS
                 MOVE '|' TO WS-REPORT-LINE(WS-POS:1)
              END-PERFORM
              PERFORM 8100-PRINT-LINE
              THRU  F-8100-PRINT-LINE
           END-PERFORM.

           PERFORM 3200-PRINT-BORDER
           THRU  F-3200-PRINT-BORDER.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 8100-PRINT-LINE
           THRU  F-8100-PRINT-LINE.

           MOVE ZEROES TO WS-BAND-COUNT.
       F-3000-PRINT-BAND. EXIT.

      *----------------------------------------------------------*
      * EVERY PAGE CARRIES THE RUN'S REGISTRY PARAMETERS AND THE
      * SCALE, SO A SINGLE PAGE PULLED FROM THE LISTING STILL
      * SAYS WHAT IT SHOWS.
      *----------------------------------------------------------*
       3100-PRINT-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NO.
           MOVE ZEROES TO WS-BANDS-ON-PAGE.

           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-TO-TURN = ZEROES
              MOVE 'END'      TO WS-TO-TEXT
           ELSE
              MOVE WS-TO-TURN TO WS-TO-TEXT
           END-IF.
           STRING 'CONTACT SHEET  RUN '  DELIMITED BY SIZE
                  WS-RUN-ID              DELIMITED BY SIZE
                  '  TURNS '             DELIMITED BY SIZE
                  WS-FROM-TURN           DELIMITED BY SIZE
                  ' TO '                 DELIMITED BY SIZE
                  WS-TO-TEXT             DELIMITED BY SIZE
                  '  EVERY '             DELIMITED BY SIZE
                  WS-TURN-STEP           DELIMITED BY SIZE
                  ' TURN(S)'             DELIMITED BY SIZE
                  '          PAGE '      DELIMITED BY SIZE
                  WS-PAGE-NO             DELIMITED BY SIZE
                  INTO WS-REPORT-LINE.
           MOVE SPACES         TO RP-RECORD.
           MOVE '1'            TO RP-CTRL.
           MOVE WS-REPORT-LINE TO RP-LINE.
           PERFORM 8000-WRITE-REPORT-LINE
           THRU  F-8000-WRITE-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-RUN-HAS-HDR
              MOVE WS-RUN-START-STAMP TO WS-STAMP-N
              PERFORM 2200-FORMAT-STAMP
              THRU  F-2200-FORMAT-STAMP
              MOVE WS-RUN-WAIT TO WS-WAIT-ED
              STRING 'MODE '             DELIMITED BY SIZE
                     WS-RUN-MODE         DELIMITED BY SIZE
                     '  CANVAS '         DELIMITED BY SIZE
                     WS-RUN-WIDTH        DELIMITED BY SIZE
                     ' X '               DELIMITED BY SIZE
                     WS-RUN-HEIGHT       DELIMITED BY SIZE
                     '  TURNS REQUESTED ' DELIMITED BY SIZE
                     WS-RUN-TURNS        DELIMITED BY SIZE
                     '  START TURN '     DELIMITED BY SIZE
                     WS-RUN-START-TURN   DELIMITED BY SIZE
                     '  WAIT '           DELIMITED BY SIZE
                     WS-WAIT-ED          DELIMITED BY SIZE
                     '  STARTED '        DELIMITED BY SIZE
                     WS-STAMP-TEXT       DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
           ELSE
              STRING 'RUN NOT ON REGISTRY - CANVAS '
                                         DELIMITED BY SIZE
                     WS-RUN-WIDTH        DELIMITED BY SIZE
                     ' X '               DELIMITED BY SIZE
                     WS-RUN-HEIGHT       DELIMITED BY SIZE
                     ' TAKEN FROM THE RENDER HISTORY'
                                         DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
           END-IF.
           PERFORM 8100-PRINT-LINE
           THRU  F-8100-PRINT-LINE.

           MOVE SPACES TO WS-RULE-TEXT.
           IF WS-RUN-BIRTH-RULE NOT = SPACES
              OR WS-RUN-SURVIVE-RULE NOT = SPACES
              STRING 'RULES B'           DELIMITED BY SIZE
                     WS-RUN-BIRTH-RULE   DELIMITED BY SPACE
                     '/S'                DELIMITED BY SIZE
                     WS-RUN-SURVIVE-RULE DELIMITED BY SPACE
                     INTO WS-RULE-TEXT
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'STATUS '              DELIMITED BY SIZE
                  WS-RUN-STATUS          DELIMITED BY SIZE
                  '  TURNS DONE '        DELIMITED BY SIZE
                  WS-RUN-TURNS-DONE      DELIMITED BY SIZE
                  '  EACH THUMBNAIL CELL = ' DELIMITED BY SIZE
                  WS-COL-STEP            DELIMITED BY SIZE
                  ' X '                  DELIMITED BY SIZE
                  WS-ROW-STEP            DELIMITED BY SIZE
                  ' CANVAS CELLS  '      DELIMITED BY SIZE
                  WS-RULE-TEXT           DELIMITED BY SIZE
                  INTO WS-REPORT-LINE.
           PERFORM 8100-PRINT-LINE
           THRU  F-8100-PRINT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 8100-PRINT-LINE
           THRU  F-8100-PRINT-LINE.
       F-3100-PRINT-PAGE-HEADER. EXIT.

       3200-PRINT-BORDER.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-BAND-COUNT
              COMPUTE WS-POS = (WS-SUB - 1) * CT-THUMB-SPACING + 1
              MOVE WS-BORDER-LINE TO WS-REPORT-LINE(WS-POS:22)
           END-PERFORM.
           PERFORM 8100-PRINT-LINE
           THRU  F-8100-PRINT-LINE.
       F-3200-PRINT-BORDER. EXIT.

      *----------------------------------------------------------*
      * A RUN WITH NO FRAME IN THE RANGE (A MISKEYED CARD, OR A
      * RUN ALREADY PURGED TO ARCHIVE) FAILS OUT LOUD, AS THE
      * FRAME COMPARE DOES.
      *----------------------------------------------------------*
       4000-PRINT-SUMMARY.
           IF WS-THUMBS-PRINTED = ZEROES
              PERFORM 3100-PRINT-PAGE-HEADER
              THRU  F-3100-PRINT-PAGE-HEADER
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'NO FRAMES FOUND FOR RUN ' DELIMITED BY SIZE
                     WS-RUN-ID                  DELIMITED BY SIZE
                     ' IN THE TURNS REQUESTED'  DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
              PERFORM 8100-PRINT-LINE
              THRU  F-8100-PRINT-LINE
              DISPLAY 'CONTSHT: NO FRAMES FOUND FOR RUN ' WS-RUN-ID
              MOVE 12 TO RETURN-CODE
           ELSE
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'FRAMES READ '     DELIMITED BY SIZE
                     WS-FRAMES-READ     DELIMITED BY SIZE
                     '  THUMBNAILS '    DELIMITED BY SIZE
                     WS-THUMBS-PRINTED  DELIMITED BY SIZE
                     '  TURNS '         DELIMITED BY SIZE
                     WS-FIRST-PRINTED   DELIMITED BY SIZE
                     ' TO '             DELIMITED BY SIZE
                     WS-LAST-PRINTED    DELIMITED BY SIZE
                     '  PAGES '         DELIMITED BY SIZE
                     WS-PAGE-NO         DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
              PERFORM 8100-PRINT-LINE
              THRU  F-8100-PRINT-LINE
              DISPLAY 'CONTSHT: RUN ' WS-RUN-ID ' - '
                      WS-THUMBS-PRINTED ' THUMBNAILS ON '
                      WS-PAGE-NO ' PAGES'
           END-IF.
       F-4000-PRINT-SUMMARY. EXIT.

       8000-WRITE-REPORT-LINE.
           WRITE RP-RECORD.
           IF WS-FS-RPT NOT = '00'
              DISPLAY 'CONTSHT: REPORT WRITE FAILED - STATUS '
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
