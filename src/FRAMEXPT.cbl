       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRAMEXPT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXPORT-PARM-FILE ASSIGN TO "EXPTPARM"
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

           SELECT IMAGE-FILE ASSIGN TO WS-IMAGE-NAME
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS WS-FS-IMAGE.

           SELECT INDEX-FILE ASSIGN TO "EXPTINDX"
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS WS-FS-INDEX.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------*
      * THE RUN TO EXPORT AND THE TURNS WANTED, AS ON THE CONTACT
      * SHEET CARD: A ZERO FROM-TURN STARTS AT THE RUN'S FIRST
      * FRAME, A ZERO TO-TURN RUNS TO ITS LAST, AND A ZERO OR
      * BLANK STEP TAKES EVERY TURN. THEN THE PIXELS PER CANVAS
      * CELL EACH WAY (ZERO OR BLANK IS 1) AND THE IMAGE TYPE -
      * 'B' BITMAP (PBM, THE DEFAULT) OR 'G' DENSITY GREYMAP
      * (PGM).
      *----------------------------------------------------------*
       FD  EXPORT-PARM-FILE.
       01  EP-RECORD.
           05  EP-RUN-ID             PIC 9(16).
           05  FILLER                PIC X(01).
           05  EP-FROM-TURN          PIC 9(08).
           05  FILLER                PIC X(01).
           05  EP-TO-TURN            PIC 9(08).
           05  FILLER                PIC X(01).
           05  EP-TURN-STEP          PIC 9(03).
           05  FILLER                PIC X(01).
           05  EP-SCALE              PIC 9(02).
           05  FILLER                PIC X(01).
           05  EP-IMAGE-TYPE         PIC X(01).

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

      *----------------------------------------------------------*
      * ONE PLAIN NETPBM IMAGE PER EXPORTED TURN. PIXEL LINES ARE
      * KEPT WITHIN THE 70 CHARACTERS THE FORMAT ASKS FOR.
      *----------------------------------------------------------*
       FD  IMAGE-FILE.
       01  IM-RECORD                 PIC X(70).

      *----------------------------------------------------------*
      * ONE LINE PER IMAGE WRITTEN, IN TURN ORDER: RUN, TURN,
      * THE FRAME'S TIMESTAMP, NETPBM MAGIC NUMBER, IMAGE SIZE IN
      * PIXELS AND THE FILE NAME - ENOUGH TO STRING THE IMAGES
      * INTO AN ANIMATION WITHOUT LISTING THE DIRECTORY.
      *----------------------------------------------------------*
       FD  INDEX-FILE.
       01  IX-RECORD.
           05  IX-RUN-ID             PIC 9(16).
           05  FILLER                PIC X(01).
           05  IX-TURN               PIC 9(08).
           05  FILLER                PIC X(01).
           05  IX-TIMESTAMP          PIC 9(18).
           05  FILLER                PIC X(01).
           05  IX-MAGIC              PIC X(02).
           05  FILLER                PIC X(01).
           05  IX-PIXEL-WIDTH        PIC 9(04).
           05  FILLER                PIC X(01).
           05  IX-PIXEL-HEIGHT       PIC 9(04).
           05  FILLER                PIC X(01).
           05  IX-FILE-NAME          PIC X(40).

       WORKING-STORAGE SECTION.

       01  CT-CONSTANTS.
           05  CT-DEF-WIDTH     PIC 9(03)    VALUE 100.
           05  CT-MAX-SCALE     PIC 9(02)    VALUE 20.
           05  CT-MAX-GREY      PIC 9(05)    VALUE 65535.
           05  CT-PBM-PER-LINE  PIC 9(02)    VALUE 35.
           05  CT-PGM-PER-LINE  PIC 9(02)    VALUE 11.

       01  WS-FILE-STATUSES.
           05  WS-FS-PARM       PIC X(02)   VALUE SPACES.
           05  WS-FS-HIST       PIC X(02)   VALUE SPACES.
           05  WS-FS-REGST      PIC X(02)   VALUE SPACES.
           05  WS-FS-IMAGE      PIC X(02)   VALUE SPACES.
           05  WS-FS-INDEX      PIC X(02)   VALUE SPACES.

       01  WS-PARM-FIELDS.
           05  WS-RUN-ID        PIC 9(16)   VALUE ZEROES.
           05  WS-FROM-TURN     PIC 9(08)   VALUE ZEROES.
           05  WS-TO-TURN       PIC 9(08)   VALUE ZEROES.
           05  WS-TURN-STEP     PIC 9(03)   VALUE ZEROES.
           05  WS-SCALE         PIC 9(02)   VALUE ZEROES.
           05  WS-IMAGE-TYPE    PIC X(01)   VALUE 'B'.
               88  WS-BITMAP                VALUE 'B'.
               88  WS-GREYMAP               VALUE 'G'.

       01  WS-RUN-FIELDS.
           05  WS-RUN-MODE      PIC X(01)   VALUE SPACE.
           05  WS-RUN-WIDTH     PIC 9(03)   VALUE ZEROES.
           05  WS-RUN-HEIGHT    PIC 9(03)   VALUE ZEROES.
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
           05  WS-FRAME-STAMP   PIC 9(18)   VALUE ZEROES.
           05  WS-LAST-TURN     PIC 9(08)   VALUE ZEROES.
           05  WS-LAST-LINE-NO  PIC 9(03)   VALUE ZEROES.
           05  WS-END-OF-FILE-SW PIC X(01)  VALUE 'N'.
               88  WS-END-OF-FILE           VALUE 'Y'.
           05  WS-TAKE-FRAME-SW PIC X(01)   VALUE 'N'.
               88  WS-TAKE-FRAME            VALUE 'Y'.
           05  WS-REDRAW-SW     PIC X(01)   VALUE 'N'.
               88  WS-REDRAW                VALUE 'Y'.

      *----------------------------------------------------------*
      * DENSITY: FOR EACH CANVAS CELL, HOW MANY OF THE RUN'S
      * FRAMES SINCE THE START OF THE TURN RANGE HAVE DRAWN IT,
      * AND HOW MANY FRAMES THAT IS. A TURN IS COUNTED ONCE, FROM
      * ITS FIRST DRAWING.
      *----------------------------------------------------------*
       01  WS-DENSITY-FIELDS.
           05  WS-DENSITY-ROW   OCCURS 100 TIMES.
               10  WS-DENSITY-CELL PIC 9(08) OCCURS 100 TIMES.
           05  WS-DENSITY-FRAMES PIC 9(08)  VALUE ZEROES.
           05  WS-DENSITY-TURN  PIC 9(08)   VALUE ZEROES.
           05  WS-MAX-GREY      PIC 9(05)   VALUE ZEROES.
           05  WS-GREY          PIC 9(05)   VALUE ZEROES.

       01  WS-IMAGE-FIELDS.
           05  WS-IMAGE-NAME    PIC X(40)   VALUE SPACES.
           05  WS-IMAGE-SUFFIX  PIC X(04)   VALUE SPACES.
           05  WS-IMAGE-MAGIC   PIC X(02)   VALUE SPACES.
           05  WS-PIXEL-WIDTH   PIC 9(04)   VALUE ZEROES.
           05  WS-PIXEL-HEIGHT  PIC 9(04)   VALUE ZEROES.
           05  WS-PER-LINE      PIC 9(02)   VALUE ZEROES.
           05  WS-ON-LINE       PIC 9(02)   VALUE ZEROES.
           05  WS-IMAGE-LINE    PIC X(70)   VALUE SPACES.
           05  WS-IMAGE-POS     PIC 9(03)   VALUE ZEROES.
           05  WS-PIXEL         PIC X(05)   VALUE SPACES.
           05  WS-PIXEL-LEN     PIC 9(01)   VALUE ZEROES.
           05  WS-EDIT-SIZE     PIC Z(04)9.
           05  WS-EDIT-SIZE-2   PIC Z(04)9.
           05  WS-EDIT-GREY     PIC Z(04)9.

       01  WS-VARIABLES.
           05  WS-ROW           PIC 9(03)   VALUE ZEROES.
           05  WS-COL           PIC 9(03)   VALUE ZEROES.
           05  WS-CANVAS-ROW    PIC 9(03)   VALUE ZEROES.
           05  WS-REP-ROW       PIC 9(02)   VALUE ZEROES.
           05  WS-REP-COL       PIC 9(02)   VALUE ZEROES.
           05  WS-CELL          PIC X(01)   VALUE SPACE.
           05  WS-STEP-QUOT     PIC 9(08)   VALUE ZEROES.
           05  WS-STEP-REM      PIC 9(03)   VALUE ZEROES.
           05  WS-FRAMES-READ   PIC 9(08)   VALUE ZEROES.
           05  WS-IMAGES-WRITTEN PIC 9(08)  VALUE ZEROES.
           05  WS-IMAGES-REDRAWN PIC 9(08)  VALUE ZEROES.
           05  WS-FIRST-EXPORTED PIC 9(08)  VALUE ZEROES.
           05  WS-LAST-EXPORTED PIC 9(08)   VALUE ZEROES.

      *----------------------------------------------------------*
      * FRAME EXPORT FOR ONE RUN. THE RENDER HISTORY IS READ FOR
      * THE RUN ID ON THE PARAMETER CARD AND EACH FRAME IN THE
      * TURN RANGE (EVERY N-TH TURN WHEN A STEP IS CODED) IS
      * WRITTEN AS A PLAIN-TEXT NETPBM IMAGE NAMED FOR THE RUN AND
      * TURN, R<RUN ID>-T<TURN>.PBM OR .PGM, WITH EACH CANVAS
      * CELL A SQUARE BLOCK OF SCALE X SCALE PIXELS. CANVAS ROW 1
      * IS THE BOTTOM OF THE PICTURE, AS ON THE SCREEN.
      *
      * A BITMAP (P1) BLACKENS EVERY CELL THAT CARRIES A GLYPH -
      * THE LINE GLYPHS, A SHAPE'S OUTLINE, A LIVE CELL - AND
      * LEAVES BLANK CELLS AND THE CELL-MODE '.' BACKGROUND WHITE.
      * THE RENDER JOB'S STRIKE COUNTS ARE NOT KEPT ON THE
      * HISTORY, SO THE DENSITY GREYMAP (P2) IS BUILT FROM THE
      * FRAMES: THE DARKER A CELL, THE MORE OF THE RANGE'S FRAMES
      * UP TO THAT TURN HAVE DRAWN IT. STRUNG TOGETHER, THE
      * GREYMAPS SHOW WHERE A RUN SPENDS ITS TIME BUILDING UP.
      *
      * EXPTINDX LISTS EVERY IMAGE WRITTEN. WHEN A RESTART DREW A
      * TURN AGAIN, THE LATER DRAWING REPLACES THE BITMAP AND THE
      * INDEX KEEPS ITS ONE LINE. A GREYMAP KEEPS ITS FIRST
      * DRAWING: BY THE REDRAW THE COUNTS ALREADY HOLD THE TURNS
      * DRAWN AFTER IT BEFORE THE RESTART. A RUN WITH NO FRAMES IN
      * THE RANGE, A BAD CARD OR A FILE ERROR ENDS THE JOB RC 12.
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

           PERFORM 0400-SET-IMAGE-SIZE
           THRU  F-0400-SET-IMAGE-SIZE.

           OPEN OUTPUT INDEX-FILE.
           IF WS-FS-INDEX NOT = '00'
              DISPLAY 'FRAMEXPT: INDEX FILE OPEN FAILED - STATUS '
                      WS-FS-INDEX
              MOVE 12 TO RETURN-CODE
           ELSE
              PERFORM 1000-READ-RUN-FRAMES
              THRU  F-1000-READ-RUN-FRAMES

              CLOSE INDEX-FILE

              DISPLAY 'FRAMEXPT: RUN ' WS-RUN-ID ' - '
                      WS-FRAMES-READ ' FRAMES READ, '
                      WS-IMAGES-WRITTEN ' IMAGES WRITTEN, '
                      WS-IMAGES-REDRAWN ' REPLACED BY A REDRAW'

              IF WS-IMAGES-WRITTEN = ZEROES
                 DISPLAY 'FRAMEXPT: NO FRAMES IN THE TURN RANGE'
                 MOVE 12 TO RETURN-CODE
              END-IF
           END-IF.
       F-MAIN-PROGRAM. GOBACK.

       0100-READ-PARM-CARD.
           OPEN INPUT EXPORT-PARM-FILE.
           IF WS-FS-PARM NOT = '00'
              DISPLAY 'FRAMEXPT: PARAMETER CARD OPEN FAILED - '
                      'STATUS ' WS-FS-PARM
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           READ EXPORT-PARM-FILE
               AT END
                  DISPLAY 'FRAMEXPT: NO PARAMETER CARD SUPPLIED'
                  MOVE 12 TO RETURN-CODE
                  STOP RUN
               NOT AT END
                  IF EP-RUN-ID NUMERIC
                     MOVE EP-RUN-ID TO WS-RUN-ID
                  END-IF
                  IF EP-FROM-TURN NUMERIC
                     MOVE EP-FROM-TURN TO WS-FROM-TURN
                  END-IF
                  IF EP-TO-TURN NUMERIC
                     MOVE EP-TO-TURN TO WS-TO-TURN
                  END-IF
                  IF EP-TURN-STEP NUMERIC
                     MOVE EP-TURN-STEP TO WS-TURN-STEP
                  END-IF
                  IF EP-SCALE NUMERIC
                     MOVE EP-SCALE TO WS-SCALE
                  END-IF
                  IF EP-IMAGE-TYPE NOT = SPACE
                     MOVE EP-IMAGE-TYPE TO WS-IMAGE-TYPE
                  END-IF
           END-READ.
           CLOSE EXPORT-PARM-FILE.

           IF WS-RUN-ID = ZEROES
              DISPLAY 'FRAMEXPT: RUN ID MUST BE CODED'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-TO-TURN NOT = ZEROES
              AND WS-TO-TURN < WS-FROM-TURN
              DISPLAY 'FRAMEXPT: TO-TURN ' WS-TO-TURN
                      ' IS BEFORE FROM-TURN ' WS-FROM-TURN
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-SCALE > CT-MAX-SCALE
              DISPLAY 'FRAMEXPT: SCALE ' WS-SCALE
                      ' IS OVER THE LIMIT OF ' CT-MAX-SCALE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF NOT WS-BITMAP AND NOT WS-GREYMAP
              DISPLAY 'FRAMEXPT: IMAGE TYPE ' WS-IMAGE-TYPE
                      ' IS NOT B OR G'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-TURN-STEP = ZEROES
              MOVE 1 TO WS-TURN-STEP
           END-IF.
           IF WS-SCALE = ZEROES
              MOVE 1 TO WS-SCALE
           END-IF.
       F-0100-READ-PARM-CARD. EXIT.

       0200-READ-REGISTRY.
           OPEN INPUT RUN-REGISTRY-FILE.
           IF WS-FS-REGST = '00'
              MOVE WS-RUN-ID TO RG-H-RUN-ID
              MOVE 'H'       TO RG-H-REC-TYPE
              READ RUN-REGISTRY-FILE
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE 'Y'         TO WS-RUN-HDR-SW
                     MOVE RG-H-MODE   TO WS-RUN-MODE
                     MOVE RG-H-WIDTH  TO WS-RUN-WIDTH
                     MOVE RG-H-HEIGHT TO WS-RUN-HEIGHT
              END-READ
           END-IF.
           CLOSE RUN-REGISTRY-FILE.
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
              DISPLAY 'FRAMEXPT: RENDER HISTORY OPEN FAILED - '
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
      * CANVAS SIZE, PIXEL SIZE AND THE FORMAT'S PARTICULARS.
      *----------------------------------------------------------*
       0400-SET-IMAGE-SIZE.
           IF WS-RUN-WIDTH = ZEROES OR WS-RUN-WIDTH > 100
              MOVE CT-DEF-WIDTH TO WS-RUN-WIDTH
           END-IF.
           IF WS-RUN-HEIGHT = ZEROES OR WS-RUN-HEIGHT > 100
              MOVE 1 TO WS-RUN-HEIGHT
           END-IF.
           COMPUTE WS-PIXEL-WIDTH  = WS-RUN-WIDTH  * WS-SCALE.
           COMPUTE WS-PIXEL-HEIGHT = WS-RUN-HEIGHT * WS-SCALE.

           IF WS-BITMAP
              MOVE 'P1'              TO WS-IMAGE-MAGIC
              MOVE '.pbm'            TO WS-IMAGE-SUFFIX
              MOVE CT-PBM-PER-LINE   TO WS-PER-LINE
           ELSE
              MOVE 'P2'              TO WS-IMAGE-MAGIC
              MOVE '.pgm'            TO WS-IMAGE-SUFFIX
              MOVE CT-PGM-PER-LINE   TO WS-PER-LINE
              PERFORM VARYING WS-ROW FROM 1 BY 1 UNTIL WS-ROW > 100
                 PERFORM VARYING WS-COL FROM 1 BY 1
                         UNTIL WS-COL > 100
                    MOVE ZEROES TO WS-DENSITY-CELL(WS-ROW WS-COL)
                 END-PERFORM
              END-PERFORM
           END-IF.
       F-0400-SET-IMAGE-SIZE. EXIT.

      *----------------------------------------------------------*
      * ONE PASS OF THE HISTORY FILE, KEEPING ONLY THE WANTED
      * RUN. A NEW FRAME STARTS WHEN THE TURN CHANGES OR THE LINE
      * NUMBER WRAPS BACK, AS IN THE VIEWER.
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
              DISPLAY 'FRAMEXPT: RENDER HISTORY OPEN FAILED - '
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
      * TAKEN. A TURN AT OR BEFORE THE LAST ONE EXPORTED IS A
      * RESTART DRAWING IT AGAIN: ITS BITMAP IS WRITTEN OVER, BUT
      * ITS GREYMAP IS LEFT AS FIRST WRITTEN, SINCE THE COUNTS NOW
      * RUN PAST THAT TURN. EVERY FRAME IN THE RANGE, ON THE STEP
      * OR NOT, FEEDS THE DENSITY COUNTS.
      *----------------------------------------------------------*
       2000-OFFER-FRAME.
           ADD 1 TO WS-FRAMES-READ.
           MOVE 'Y' TO WS-TAKE-FRAME-SW.
           MOVE 'N' TO WS-REDRAW-SW.
           IF WS-FRAME-TURN < WS-FROM-TURN
              MOVE 'N' TO WS-TAKE-FRAME-SW
           END-IF.
           IF WS-TO-TURN NOT = ZEROES
              AND WS-FRAME-TURN > WS-TO-TURN
              MOVE 'N' TO WS-TAKE-FRAME-SW
           END-IF.

           IF WS-TAKE-FRAME AND WS-GREYMAP
              AND (WS-DENSITY-FRAMES = ZEROES
                   OR WS-FRAME-TURN > WS-DENSITY-TURN)
              PERFORM 2100-COUNT-DENSITY
              THRU  F-2100-COUNT-DENSITY
           END-IF.

           IF WS-TAKE-FRAME AND WS-IMAGES-WRITTEN > ZEROES
              IF WS-FRAME-TURN < WS-FIRST-EXPORTED
                 MOVE 'N' TO WS-TAKE-FRAME-SW
              ELSE
                 COMPUTE WS-STEP-QUOT =
                         WS-FRAME-TURN - WS-FIRST-EXPORTED
                 DIVIDE WS-TURN-STEP INTO WS-STEP-QUOT
                        GIVING WS-STEP-QUOT REMAINDER WS-STEP-REM
                 IF WS-STEP-REM NOT = ZEROES
                    MOVE 'N' TO WS-TAKE-FRAME-SW
                 END-IF
                 IF WS-FRAME-TURN NOT > WS-LAST-EXPORTED
                    MOVE 'Y' TO WS-REDRAW-SW
                 END-IF
              END-IF
           END-IF.

           IF WS-REDRAW AND WS-GREYMAP
              MOVE 'N' TO WS-TAKE-FRAME-SW
           END-IF.

           IF WS-TAKE-FRAME
              PERFORM 3000-WRITE-IMAGE
              THRU  F-3000-WRITE-IMAGE
              IF WS-REDRAW
                 ADD 1 TO WS-IMAGES-REDRAWN
              ELSE
                 IF WS-IMAGES-WRITTEN = ZEROES
                    MOVE WS-FRAME-TURN TO WS-FIRST-EXPORTED
                 END-IF
                 ADD 1 TO WS-IMAGES-WRITTEN
                 MOVE WS-FRAME-TURN TO WS-LAST-EXPORTED
                 PERFORM 4000-WRITE-INDEX-LINE
                 THRU  F-4000-WRITE-INDEX-LINE
              END-IF
           END-IF.
       F-2000-OFFER-FRAME. EXIT.

       2100-COUNT-DENSITY.
           ADD 1 TO WS-DENSITY-FRAMES.
           MOVE WS-FRAME-TURN TO WS-DENSITY-TURN.
           PERFORM VARYING WS-ROW FROM 1 BY 1
                   UNTIL WS-ROW > WS-RUN-HEIGHT
              PERFORM VARYING WS-COL FROM 1 BY 1
                      UNTIL WS-COL > WS-RUN-WIDTH
                 MOVE WS-FRAME-LINE(WS-ROW)(WS-COL:1) TO WS-CELL
                 IF WS-CELL NOT = SPACE AND WS-CELL NOT = '.'
                    ADD 1 TO WS-DENSITY-CELL(WS-ROW WS-COL)
                 END-IF
              END-PERFORM
           END-PERFORM.
       F-2100-COUNT-DENSITY. EXIT.

      *----------------------------------------------------------*
      * THE IMAGE FOR THE FRAME IN THE BUFFER: MAGIC NUMBER, A
      * COMMENT NAMING THE RUN AND TURN, THE SIZE (AND FOR A
      * GREYMAP THE WHITE LEVEL), THEN THE PIXELS TOP ROW FIRST.
      * EACH PIXEL ROW STARTS A NEW LINE.
      *----------------------------------------------------------*
       3000-WRITE-IMAGE.
           MOVE SPACES TO WS-IMAGE-NAME.
           STRING 'R'             DELIMITED BY SIZE
                  WS-RUN-ID       DELIMITED BY SIZE
                  '-T'            DELIMITED BY SIZE
                  WS-FRAME-TURN   DELIMITED BY SIZE
                  WS-IMAGE-SUFFIX DELIMITED BY SIZE
                  INTO WS-IMAGE-NAME.

           OPEN OUTPUT IMAGE-FILE.
           IF WS-FS-IMAGE NOT = '00'
              DISPLAY 'FRAMEXPT: IMAGE FILE ' WS-IMAGE-NAME
                      ' OPEN FAILED - STATUS ' WS-FS-IMAGE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE WS-IMAGE-MAGIC TO IM-RECORD.
           PERFORM 3900-WRITE-IMAGE-RECORD
           THRU  F-3900-WRITE-IMAGE-RECORD.

           MOVE SPACES TO IM-RECORD.
           STRING '# RUN '       DELIMITED BY SIZE
                  WS-RUN-ID      DELIMITED BY SIZE
                  ' MODE '       DELIMITED BY SIZE
                  WS-RUN-MODE    DELIMITED BY SIZE
                  ' TURN '       DELIMITED BY SIZE
                  WS-FRAME-TURN  DELIMITED BY SIZE
                  INTO IM-RECORD.
           PERFORM 3900-WRITE-IMAGE-RECORD
           THRU  F-3900-WRITE-IMAGE-RECORD.

           MOVE WS-PIXEL-WIDTH  TO WS-EDIT-SIZE.
           MOVE WS-PIXEL-HEIGHT TO WS-EDIT-SIZE-2.
           MOVE SPACES TO IM-RECORD.
           STRING WS-EDIT-SIZE   DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  WS-EDIT-SIZE-2 DELIMITED BY SIZE
                  INTO IM-RECORD.
           PERFORM 3900-WRITE-IMAGE-RECORD
           THRU  F-3900-WRITE-IMAGE-RECORD.

           IF WS-GREYMAP
              IF WS-DENSITY-FRAMES > CT-MAX-GREY
                 MOVE CT-MAX-GREY       TO WS-MAX-GREY
              ELSE
                 MOVE WS-DENSITY-FRAMES TO WS-MAX-GREY
              END-IF
              MOVE WS-MAX-GREY TO WS-EDIT-GREY
              MOVE WS-EDIT-GREY TO IM-RECORD
              PERFORM 3900-WRITE-IMAGE-RECORD
              THRU  F-3900-WRITE-IMAGE-RECORD
           END-IF.

           PERFORM VARYING WS-ROW FROM 1 BY 1
                   UNTIL WS-ROW > WS-RUN-HEIGHT
              COMPUTE WS-CANVAS-ROW = WS-RUN-HEIGHT - WS-ROW + 1
              PERFORM VARYING WS-REP-ROW FROM 1 BY 1
                      UNTIL WS-REP-ROW > WS-SCALE
                 PERFORM 3100-WRITE-PIXEL-ROW
                 THRU  F-3100-WRITE-PIXEL-ROW
              END-PERFORM
           END-PERFORM.

           CLOSE IMAGE-FILE.
       F-3000-WRITE-IMAGE. EXIT.

      *----------------------------------------------------------*
      * ONE PIXEL ROW OF CANVAS ROW WS-CANVAS-ROW. A BITMAP PIXEL
      * IS 1 FOR BLACK; A GREYMAP PIXEL RUNS FROM THE WHITE LEVEL
      * FOR A CELL NO FRAME HAS DRAWN DOWN TO 0 FOR ONE EVERY
      * FRAME HAS.
      *----------------------------------------------------------*
       3100-WRITE-PIXEL-ROW.
           MOVE SPACES TO WS-IMAGE-LINE.
           MOVE 1      TO WS-IMAGE-POS.
           MOVE ZEROES TO WS-ON-LINE.
           PERFORM VARYING WS-COL FROM 1 BY 1
                   UNTIL WS-COL > WS-RUN-WIDTH
              IF WS-BITMAP
                 MOVE WS-FRAME-LINE(WS-CANVAS-ROW)(WS-COL:1)
                      TO WS-CELL
                 IF WS-CELL NOT = SPACE AND WS-CELL NOT = '.'
                    MOVE '1' TO WS-PIXEL
                 ELSE
                    MOVE '0' TO WS-PIXEL
                 END-IF
                 MOVE 1 TO WS-PIXEL-LEN
              ELSE
                 COMPUTE WS-GREY = WS-MAX-GREY
                         - WS-DENSITY-CELL(WS-CANVAS-ROW WS-COL)
                           * WS-MAX-GREY / WS-DENSITY-FRAMES
                 MOVE WS-GREY      TO WS-EDIT-GREY
                 MOVE WS-EDIT-GREY TO WS-PIXEL
                 MOVE 5 TO WS-PIXEL-LEN
              END-IF
              PERFORM VARYING WS-REP-COL FROM 1 BY 1
                      UNTIL WS-REP-COL > WS-SCALE
                 PERFORM 3200-PUT-PIXEL
                 THRU  F-3200-PUT-PIXEL
              END-PERFORM
           END-PERFORM.

           IF WS-ON-LINE > ZEROES
              MOVE WS-IMAGE-LINE TO IM-RECORD
              PERFORM 3900-WRITE-IMAGE-RECORD
              THRU  F-3900-WRITE-IMAGE-RECORD
           END-IF.
       F-3100-WRITE-PIXEL-ROW. EXIT.

       3200-PUT-PIXEL.
           IF WS-ON-LINE = WS-PER-LINE
              MOVE WS-IMAGE-LINE TO IM-RECORD
              PERFORM 3900-WRITE-IMAGE-RECORD
              THRU  F-3900-WRITE-IMAGE-RECORD
              MOVE SPACES TO WS-IMAGE-LINE
              MOVE 1      TO WS-IMAGE-POS
              MOVE ZEROES TO WS-ON-LINE
           END-IF.
           STRING WS-PIXEL(1:WS-PIXEL-LEN) DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  INTO WS-IMAGE-LINE
                  WITH POINTER WS-IMAGE-POS.
           ADD 1 TO WS-ON-LINE.
       F-3200-PUT-PIXEL. EXIT.

       3900-WRITE-IMAGE-RECORD.
           WRITE IM-RECORD.
           IF WS-FS-IMAGE NOT = '00'
              DISPLAY 'FRAMEXPT: IMAGE FILE ' WS-IMAGE-NAME
                      ' WRITE FAILED - STATUS ' WS-FS-IMAGE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
       F-3900-WRITE-IMAGE-RECORD. EXIT.

       4000-WRITE-INDEX-LINE.
           MOVE SPACES          TO IX-RECORD.
           MOVE WS-RUN-ID       TO IX-RUN-ID.
           MOVE WS-FRAME-TURN   TO IX-TURN.
           MOVE WS-FRAME-STAMP  TO IX-TIMESTAMP.
           MOVE WS-IMAGE-MAGIC  TO IX-MAGIC.
           MOVE WS-PIXEL-WIDTH  TO IX-PIXEL-WIDTH.
           MOVE WS-PIXEL-HEIGHT TO IX-PIXEL-HEIGHT.
           MOVE WS-IMAGE-NAME   TO IX-FILE-NAME.
           WRITE IX-RECORD.
           IF WS-FS-INDEX NOT = '00'
              DISPLAY 'FRAMEXPT: INDEX FILE WRITE FAILED - STATUS '
                      WS-FS-INDEX
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
       F-4000-WRITE-INDEX-LINE. EXIT.
