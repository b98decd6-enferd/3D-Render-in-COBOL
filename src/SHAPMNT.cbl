                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS WS-FS-SHCAT.

           SELECT OPTIONAL SHAPE-JOURNAL-FILE ASSIGN TO "SHAPJRNL"
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS WS-FS-JRNL.

       DATA DIVISION.
       FILE SECTION.

      * COUNT AND CLOSED/OPEN FLAG, FOLLOWED BY THAT MANY VERTEX
      * RECORDS IN THE SHAPES-FILE VERTEX FORMAT. THE RENDER JOB
      * RESOLVES 'N' NAME RECORDS ON ITS SHAPES DECK AGAINST THIS
      * FILE, SO THE LAYOUTS MUST AGREE. THE FILE OPENS WITH ONE
      * 'C' CONTROL RECORD CARRYING THE CATALOG VERSION, RAISED BY
      * ONE ON EVERY SAVE; A CATALOG WITHOUT ONE IS VERSION ZERO.
      *----------------------------------------------------------*
       FD  SHAPE-CATALOG-FILE.
       01  SC-CONTROL-RECORD.
           05  SC-C-REC-TYPE         PIC X(01).
           05  FILLER                PIC X(01).
           05  SC-C-VERSION          PIC 9(06).
           05  FILLER                PIC X(01).
           05  SC-C-SAVE-STAMP       PIC 9(16).
       01  SC-HEADER-RECORD.
           05  SC-H-REC-TYPE         PIC X(01).
           05  FILLER                PIC X(01).
           05  FILLER                PIC X(01).
           05  SC-V-Z                PIC S9(03).

      *----------------------------------------------------------*
      * CATALOG CHANGE JOURNAL. EVERY ADD, CHANGE AND DELETE IS
      * WRITTEN ONCE THE CATALOG CARRYING IT HAS BEEN SAVED, SO
      * NO ENTRY NAMES A VERSION THAT WAS NEVER WRITTEN. EACH IS
      * RECORDED AS THE FIGURE'S CATALOG RECORDS (ITS
      * 'H' HEADER AND EACH 'V' VERTEX, EXACTLY AS THE CATALOG
      * HOLDS THEM) AS A BEFORE IMAGE, AN AFTER IMAGE, OR BOTH,
      * EACH RECORD PREFIXED WITH THE CHANGE STAMP, THE CATALOG
      * VERSION THE CHANGE IS SAVED UNDER, THE OPERATOR, THE
      * ACTION AND THE SHAPE NAME. LAYOUTS MUST AGREE WITH THE
      * JOURNAL REPORT.
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
           05  FILLER                PIC X(01).
           05  JR-SHAPE-NAME         PIC X(08).
           05  FILLER                PIC X(01).
           05  JR-IMAGE              PIC X(01).
           05  FILLER                PIC X(01).
           05  JR-CATALOG-IMAGE      PIC X(16).

       WORKING-STORAGE SECTION.

       01  CT-CONSTANTS.
           05  CT-CANVAS-DEPTH  PIC 9(03)    VALUE 100.
           05  CT-MAX-SHAPES    PIC 9(03)    VALUE 50.
           05  CT-MAX-VERTICES  PIC 9(03)    VALUE 100.
           05  CT-MAX-PENDING   PIC 9(05)    VALUE 5000.

       01  WS-FILE-STATUSES.
           05  WS-FS-CONTROL    PIC X(02)   VALUE SPACES.
           05  WS-FS-SHCAT      PIC X(02)   VALUE SPACES.
           05  WS-FS-JRNL       PIC X(02)   VALUE SPACES.

       01  WS-CATALOG-TABLE.
           05  WS-CAT-COUNT     PIC 9(03)   VALUE ZEROES.
           05  WS-ADDED-COUNT    PIC 9(05)   VALUE ZEROES.
           05  WS-CHANGED-COUNT  PIC 9(05)   VALUE ZEROES.
           05  WS-DELETED-COUNT  PIC 9(05)   VALUE ZEROES.
           05  WS-JRNL-COUNT     PIC 9(07)   VALUE ZEROES.

      *----------------------------------------------------------*
      * THE VERSION LOADED, THE VERSION THIS SESSION'S SAVE WILL
      * WRITE (AND THAT ITS JOURNAL ENTRIES ARE FILED UNDER), AND
      * THE FIELDS OF THE JOURNAL ENTRY BEING HELD. BEFORE AND
      * AFTER IMAGES OF ONE CHANGE SHARE ONE STAMP.
      *----------------------------------------------------------*
       01  WS-JOURNAL-FIELDS.
           05  WS-CAT-VERSION    PIC 9(06)   VALUE ZEROES.
           05  WS-NEW-VERSION    PIC 9(06)   VALUE ZEROES.
           05  WS-OPERATOR-ID    PIC X(08)   VALUE SPACES.
           05  WS-JRNL-STAMP     PIC 9(18)   VALUE ZEROES.
           05  WS-JRNL-ACTION    PIC X(01)   VALUE SPACE.
           05  WS-JRNL-IMAGE     PIC X(01)   VALUE SPACE.
           05  WS-JRNL-NEEDED    PIC 9(05)   VALUE ZEROES.
           05  WS-JRNL-SUB       PIC 9(05)   VALUE ZEROES.

       01  WS-JRNL-ROOM-SW        PIC X(01)   VALUE 'N'.
           88  WS-JRNL-ROOM                   VALUE 'Y'.

       01  WS-SAVE-OK-SW          PIC X(01)   VALUE 'N'.
           88  WS-SAVE-OK                     VALUE 'Y'.

      *----------------------------------------------------------*
      * ONE CATALOG RECORD OF A JOURNALED FIGURE, IN THE CATALOG'S
      * 'H' HEADER LAYOUT OR ITS 'V' VERTEX LAYOUT.
      *----------------------------------------------------------*
       01  WS-JRNL-HEADER-IMAGE.
           05  WS-JH-REC-TYPE        PIC X(01).
           05  FILLER                PIC X(01).
           05  WS-JH-NAME            PIC X(08).
           05  FILLER                PIC X(01).
           05  WS-JH-VERTEX-COUNT    PIC 9(03).
           05  FILLER                PIC X(01).
           05  WS-JH-CLOSED-FLAG     PIC X(01).
       01  WS-JRNL-VERTEX-IMAGE REDEFINES WS-JRNL-HEADER-IMAGE.
           05  WS-JV-REC-TYPE        PIC X(01).
           05  FILLER                PIC X(01).
           05  WS-JV-X               PIC S9(03).
           05  FILLER                PIC X(01).
           05  WS-JV-Y               PIC S9(03).
           05  FILLER                PIC X(01).
           05  WS-JV-Z               PIC S9(03).
           05  FILLER                PIC X(03).

      *----------------------------------------------------------*
      * JOURNAL ENTRIES FOR THE CHANGES MADE THIS SESSION, HELD
      * UNTIL THE CATALOG HAS BEEN SAVED UNDER THE NEW VERSION. A
      * CHANGE WHOSE ENTRIES WILL NOT FIT IS REFUSED.
      *----------------------------------------------------------*
       01  WS-PENDING-JOURNAL.
           05  WS-PEND-COUNT     PIC 9(05)   VALUE ZEROES.
           05  WS-PEND-ENTRY     OCCURS 5000 TIMES.
               10  WS-PEND-STAMP        PIC 9(18).
               10  WS-PEND-OPERATOR     PIC X(08).
               10  WS-PEND-ACTION       PIC X(01).
               10  WS-PEND-SHAPE-NAME   PIC X(08).
               10  WS-PEND-IMAGE        PIC X(01).
               10  WS-PEND-CAT-IMAGE    PIC X(16).

       01  WS-MAINT-FIELDS.
           05  WS-ACTION        PIC X(01)    VALUE SPACE.

       01  ACTION-SCREEN.
           05 VALUE "SHAPE CATALOG MAINTENANCE" LINE 1  COL 1.
           05 VALUE "OPERATOR ID. . . . :" LINE 2  COL 1.
           05  SC-OPERATOR-ID LINE 2  COL 22  PIC X(08)
                              USING WS-OPERATOR-ID.
           05 VALUE "SHAPE NAME . . . . :" LINE 3  COL 1.
           05  SC-SHAPE-NAME  LINE 3  COL 22  PIC X(08)
                              USING WS-SHAPE-NAME.
      * CHECKED AGAINST THE CANVAS LIMITS AS IT IS KEYED, SO A
      * CATALOG FIGURE CAN NEVER CARRY THE OUT-OF-RANGE TYPOS
      * THAT FILL THE EXCEPTIONS FILE WHEN DECKS ARE RE-KEYED BY
      * HAND. EVERY ADD, CHANGE AND DELETE IS JOURNALED UNDER THE
      * OPERATOR ID KEYED ON THE ACTION SCREEN, AND EVERY SAVE
      * RAISES THE CATALOG VERSION THE RENDER JOB RECORDS ON EACH
      * RUN'S REGISTRY HEADER.
      *----------------------------------------------------------*
       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM 1000-LOAD-CATALOG
           THRU  F-1000-LOAD-CATALOG.

           PERFORM 1200-OPEN-JOURNAL
           THRU  F-1200-OPEN-JOURNAL.

           PERFORM 2000-MAINT-ACTION
           THRU  F-2000-MAINT-ACTION
           UNTIL WS-QUIT.
           PERFORM 3000-SAVE-CATALOG
           THRU  F-3000-SAVE-CATALOG.

           CLOSE SHAPE-JOURNAL-FILE.

           DISPLAY CLEAR-SCREEN.
           DISPLAY 'SHAPMNT: ' WS-CAT-COUNT ' SHAPES ON CATALOG, '
                   WS-ADDED-COUNT ' ADDED, '
                   WS-CHANGED-COUNT ' CHANGED, '
                   WS-DELETED-COUNT ' DELETED'.
           IF WS-SAVE-OK
              DISPLAY 'SHAPMNT: CATALOG VERSION ' WS-NEW-VERSION ', '
                      WS-JRNL-COUNT ' JOURNAL RECORDS WRITTEN'
           ELSE
              DISPLAY 'SHAPMNT: CATALOG LEFT AT VERSION '
                      WS-CAT-VERSION ', ' WS-PEND-COUNT
                      ' JOURNAL RECORDS DISCARDED'
           END-IF.
       F-MAIN-PROGRAM. GOBACK.

      *----------------------------------------------------------*

       1100-LOAD-CATALOG-RECORD.
           EVALUATE SC-H-REC-TYPE
               WHEN 'C'
                  IF SC-C-VERSION NUMERIC
                     MOVE SC-C-VERSION TO WS-CAT-VERSION
                  END-IF
               WHEN 'H'
                  IF WS-CAT-COUNT = CT-MAX-SHAPES
                     DISPLAY 'SHAPMNT: CATALOG TABLE FULL AT '
           END-EVALUATE.
       F-1100-LOAD-CATALOG-RECORD. EXIT.

      *----------------------------------------------------------*
      * THE JOURNAL IS EXTENDED, NEVER REPLACED. NO CHANGE MAY BE
      * TAKEN THAT COULD NOT BE JOURNALED, SO A JOURNAL THAT WILL
      * NOT OPEN ENDS THE SESSION BEFORE THE FIRST SCREEN. IT IS
      * HELD OPEN FOR THE SAVE TO WRITE THE SESSION'S ENTRIES.
      *----------------------------------------------------------*
       1200-OPEN-JOURNAL.
           COMPUTE WS-NEW-VERSION = WS-CAT-VERSION + 1.
           OPEN EXTEND SHAPE-JOURNAL-FILE.
           IF WS-FS-JRNL NOT = '00' AND WS-FS-JRNL NOT = '05'
              DISPLAY 'SHAPMNT: CATALOG JOURNAL OPEN FAILED - STATUS '
                      WS-FS-JRNL
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
       F-1200-OPEN-JOURNAL. EXIT.

      *----------------------------------------------------------*
      * ONE TRIP ROUND THE ACTION SCREEN.
      *----------------------------------------------------------*
           PERFORM 2010-FIND-SHAPE
           THRU  F-2010-FIND-SHAPE.

           IF WS-OPERATOR-ID = SPACES
              AND (WS-ACTION = 'A' OR WS-ACTION = 'C'
                   OR WS-ACTION = 'X')
              MOVE 'OPERATOR ID REQUIRED TO ADD, CHANGE OR DELETE'
                   TO WS-MESSAGE
           ELSE
              EVALUATE WS-ACTION
                  WHEN 'A'
                     PERFORM 2100-ADD-SHAPE
                     THRU  F-2100-ADD-SHAPE
                  WHEN 'D'
                     PERFORM 2300-DISPLAY-SHAPE
                     THRU  F-2300-DISPLAY-SHAPE
                  WHEN 'C'
                     PERFORM 2400-CHANGE-SHAPE
                     THRU  F-2400-CHANGE-SHAPE
                  WHEN 'X'
                     PERFORM 2500-DELETE-SHAPE
                     THRU  F-2500-DELETE-SHAPE
                  WHEN 'L'
                     PERFORM 2600-LIST-SHAPES
                     THRU  F-2600-LIST-SHAPES
                  WHEN 'Q'
                     MOVE 'Y' TO WS-QUIT-SW
                  WHEN OTHER
                     MOVE 'UNRECOGNIZED ACTION' TO WS-MESSAGE
              END-EVALUATE
           END-IF.
       F-2000-MAINT-ACTION. EXIT.

       2010-FIND-SHAPE.
                  PERFORM 2200-KEY-SHAPE-ENTRY
                  THRU  F-2200-KEY-SHAPE-ENTRY
                  IF WS-ENTRY-OK
                     COMPUTE WS-JRNL-NEEDED = WS-ENTRY-COUNT + 1
                     PERFORM 2690-CHECK-JOURNAL-ROOM
                     THRU  F-2690-CHECK-JOURNAL-ROOM
                  END-IF
                  EVALUATE TRUE
                      WHEN NOT WS-ENTRY-OK
                         MOVE 'ADD ABANDONED' TO WS-MESSAGE
                      WHEN NOT WS-JRNL-ROOM
                         MOVE 'JOURNAL FULL - ADD REFUSED, QUIT TO SAVE'
                              TO WS-MESSAGE
                      WHEN OTHER
                         ADD 1 TO WS-CAT-COUNT
                         MOVE WS-CAT-COUNT TO WS-SLOT
                         PERFORM 2250-STORE-SHAPE-ENTRY
                         THRU  F-2250-STORE-SHAPE-ENTRY
                         MOVE 'A' TO WS-JRNL-ACTION
                         MOVE FUNCTION CURRENT-DATE (1:16)
                           TO WS-JRNL-STAMP
                         MOVE 'A' TO WS-JRNL-IMAGE
                         PERFORM 2700-JOURNAL-FIGURE
                         THRU  F-2700-JOURNAL-FIGURE
                         ADD 1 TO WS-ADDED-COUNT
                         MOVE 'SHAPE ADDED' TO WS-MESSAGE
                  END-EVALUATE
           END-EVALUATE.
       F-2100-ADD-SHAPE. EXIT.

              PERFORM 2200-KEY-SHAPE-ENTRY
              THRU  F-2200-KEY-SHAPE-ENTRY
              IF WS-ENTRY-OK
                 COMPUTE WS-JRNL-NEEDED =
                         WS-CAT-VERTEX-COUNT(WS-SLOT) + 1
                         + WS-ENTRY-COUNT + 1
                 PERFORM 2690-CHECK-JOURNAL-ROOM
                 THRU  F-2690-CHECK-JOURNAL-ROOM
              END-IF
              EVALUATE TRUE
                  WHEN NOT WS-ENTRY-OK
                     MOVE 'CHANGE ABANDONED - SHAPE UNCHANGED'
                          TO WS-MESSAGE
                  WHEN NOT WS-JRNL-ROOM
                     MOVE 'JOURNAL FULL - CHANGE REFUSED, QUIT TO SAVE'
                          TO WS-MESSAGE
                  WHEN OTHER
                     MOVE 'C' TO WS-JRNL-ACTION
                     MOVE FUNCTION CURRENT-DATE (1:16)
                       TO WS-JRNL-STAMP
                     MOVE 'B' TO WS-JRNL-IMAGE
                     PERFORM 2700-JOURNAL-FIGURE
                     THRU  F-2700-JOURNAL-FIGURE
                     PERFORM 2250-STORE-SHAPE-ENTRY
                     THRU  F-2250-STORE-SHAPE-ENTRY
                     MOVE 'A' TO WS-JRNL-IMAGE
                     PERFORM 2700-JOURNAL-FIGURE
                     THRU  F-2700-JOURNAL-FIGURE
                     ADD 1 TO WS-CHANGED-COUNT
                     MOVE 'SHAPE CHANGED' TO WS-MESSAGE
              END-EVALUATE
           END-IF.
       F-2400-CHANGE-SHAPE. EXIT.

       2500-DELETE-SHAPE.
           IF WS-SLOT NOT = ZEROES
              COMPUTE WS-JRNL-NEEDED =
                      WS-CAT-VERTEX-COUNT(WS-SLOT) + 1
              PERFORM 2690-CHECK-JOURNAL-ROOM
              THRU  F-2690-CHECK-JOURNAL-ROOM
           END-IF.
           EVALUATE TRUE
               WHEN WS-SLOT = ZEROES
                  MOVE 'SHAPE NOT ON CATALOG' TO WS-MESSAGE
               WHEN NOT WS-JRNL-ROOM
                  MOVE 'JOURNAL FULL - DELETE REFUSED, QUIT TO SAVE'
                       TO WS-MESSAGE
               WHEN OTHER
                  MOVE 'D' TO WS-JRNL-ACTION
                  MOVE FUNCTION CURRENT-DATE (1:16) TO WS-JRNL-STAMP
                  MOVE 'B' TO WS-JRNL-IMAGE
                  PERFORM 2700-JOURNAL-FIGURE
                  THRU  F-2700-JOURNAL-FIGURE
                  PERFORM VARYING WS-SUB FROM WS-SLOT BY 1
                          UNTIL WS-SUB >= WS-CAT-COUNT
                     MOVE WS-CAT-SHAPE(WS-SUB + 1)
                       TO WS-CAT-SHAPE(WS-SUB)
                  END-PERFORM
                  SUBTRACT 1 FROM WS-CAT-COUNT
                  ADD 1 TO WS-DELETED-COUNT
                  MOVE 'SHAPE DELETED' TO WS-MESSAGE
           END-EVALUATE.
       F-2500-DELETE-SHAPE. EXIT.

       2600-LIST-SHAPES.
           ACCEPT WS-LIST-LINE.
       F-2600-LIST-SHAPES. EXIT.

      *----------------------------------------------------------*
      * ROOM FOR WS-JRNL-NEEDED MORE ENTRIES IN THE SESSION'S
      * JOURNAL TABLE? A CHANGE IS ONLY TAKEN WHEN ALL OF ITS
      * ENTRIES CAN BE HELD FOR THE SAVE.
      *----------------------------------------------------------*
       2690-CHECK-JOURNAL-ROOM.
           IF WS-PEND-COUNT + WS-JRNL-NEEDED > CT-MAX-PENDING
              MOVE 'N' TO WS-JRNL-ROOM-SW
           ELSE
              MOVE 'Y' TO WS-JRNL-ROOM-SW
           END-IF.
       F-2690-CHECK-JOURNAL-ROOM. EXIT.

      *----------------------------------------------------------*
      * JOURNAL THE FIGURE IN CATALOG SLOT WS-SLOT AS A BEFORE OR
      * AFTER IMAGE: ITS HEADER RECORD, THEN ONE RECORD PER
      * VERTEX, BUILT IN THE JOURNAL IMAGE AREA EXACTLY AS THE
      * SAVE WOULD WRITE THEM AND HELD FOR THE SAVE. THE CALLER
      * HAS ALREADY MADE SURE THERE IS ROOM.
      *----------------------------------------------------------*
       2700-JOURNAL-FIGURE.
           MOVE SPACES                     TO WS-JRNL-HEADER-IMAGE.
           MOVE 'H'                        TO WS-JH-REC-TYPE.
           MOVE WS-CAT-NAME(WS-SLOT)       TO WS-JH-NAME.
           MOVE WS-CAT-VERTEX-COUNT(WS-SLOT) TO WS-JH-VERTEX-COUNT.
           MOVE WS-CAT-CLOSED-FLAG(WS-SLOT)  TO WS-JH-CLOSED-FLAG.
           PERFORM 2710-HOLD-JOURNAL-RECORD
           THRU  F-2710-HOLD-JOURNAL-RECORD.

           PERFORM VARYING WS-VERTEX-SUB FROM 1 BY 1
                   UNTIL WS-VERTEX-SUB >
                         WS-CAT-VERTEX-COUNT(WS-SLOT)
              MOVE SPACES TO WS-JRNL-VERTEX-IMAGE
              MOVE 'V'    TO WS-JV-REC-TYPE
              MOVE WS-CAT-X(WS-SLOT WS-VERTEX-SUB) TO WS-JV-X
              MOVE WS-CAT-Y(WS-SLOT WS-VERTEX-SUB) TO WS-JV-Y
              MOVE WS-CAT-Z(WS-SLOT WS-VERTEX-SUB) TO WS-JV-Z
              PERFORM 2710-HOLD-JOURNAL-RECORD
              THRU  F-2710-HOLD-JOURNAL-RECORD
           END-PERFORM.
       F-2700-JOURNAL-FIGURE. EXIT.

       2710-HOLD-JOURNAL-RECORD.
           ADD 1 TO WS-PEND-COUNT.
           MOVE WS-JRNL-STAMP        TO WS-PEND-STAMP(WS-PEND-COUNT).
           MOVE WS-OPERATOR-ID       TO
                WS-PEND-OPERATOR(WS-PEND-COUNT).
           MOVE WS-JRNL-ACTION       TO WS-PEND-ACTION(WS-PEND-COUNT).
           MOVE WS-CAT-NAME(WS-SLOT) TO
                WS-PEND-SHAPE-NAME(WS-PEND-COUNT).
           MOVE WS-JRNL-IMAGE        TO WS-PEND-IMAGE(WS-PEND-COUNT).
           MOVE WS-JRNL-HEADER-IMAGE TO
                WS-PEND-CAT-IMAGE(WS-PEND-COUNT).
       F-2710-HOLD-JOURNAL-RECORD. EXIT.

      *----------------------------------------------------------*
      * REWRITE THE CATALOG MASTER FROM THE TABLE. THE WHOLE FILE
      * IS REPLACED ON EVERY QUIT, SO A DELETE REALLY REMOVES THE
      * FIGURE AND A CHANGE CANNOT LEAVE STALE VERTEX RECORDS.
      * THE CONTROL RECORD GOES FIRST, CARRYING THE NEW VERSION.
      * ONLY WHEN EVERY RECORD IS WRITTEN AND THE FILE CLOSED
      * CLEAN ARE THE SESSION'S JOURNAL ENTRIES WRITTEN UNDER THAT
      * VERSION; A FAILED SAVE DISCARDS THEM WITH THE CHANGES.
      *----------------------------------------------------------*
       3000-SAVE-CATALOG.
           MOVE 'N' TO WS-SAVE-OK-SW.
           OPEN OUTPUT SHAPE-CATALOG-FILE.
           IF WS-FS-SHCAT NOT = '00' AND WS-FS-SHCAT NOT = '05'
              DISPLAY 'SHAPMNT: CATALOG SAVE FAILED - STATUS '
                      WS-FS-SHCAT
              MOVE 12 TO RETURN-CODE
           ELSE
              MOVE 'Y' TO WS-SAVE-OK-SW
              MOVE SPACES                   TO SC-CONTROL-RECORD
              MOVE 'C'                      TO SC-C-REC-TYPE
              MOVE WS-NEW-VERSION           TO SC-C-VERSION
              MOVE FUNCTION CURRENT-DATE (1:16) TO SC-C-SAVE-STAMP
              WRITE SC-CONTROL-RECORD
              PERFORM 3010-CHECK-SAVE-WRITE
              THRU  F-3010-CHECK-SAVE-WRITE
              PERFORM VARYING WS-SUB FROM 1 BY 1
                      UNTIL WS-SUB > WS-CAT-COUNT
                 MOVE SPACES                   TO SC-HEADER-RECORD
                 MOVE WS-CAT-CLOSED-FLAG(WS-SUB)
                                               TO SC-H-CLOSED-FLAG
                 WRITE SC-HEADER-RECORD
                 PERFORM 3010-CHECK-SAVE-WRITE
                 THRU  F-3010-CHECK-SAVE-WRITE
                 PERFORM VARYING WS-VERTEX-SUB FROM 1 BY 1
                         UNTIL WS-VERTEX-SUB >
                               WS-CAT-VERTEX-COUNT(WS-SUB)
                    MOVE WS-CAT-Y(WS-SUB WS-VERTEX-SUB) TO SC-V-Y
                    MOVE WS-CAT-Z(WS-SUB WS-VERTEX-SUB) TO SC-V-Z
                    WRITE SC-VERTEX-RECORD
                    PERFORM 3010-CHECK-SAVE-WRITE
                    THRU  F-3010-CHECK-SAVE-WRITE
                 END-PERFORM
              END-PERFORM
              CLOSE SHAPE-CATALOG-FILE
              PERFORM 3010-CHECK-SAVE-WRITE
              THRU  F-3010-CHECK-SAVE-WRITE
           END-IF.

           IF WS-SAVE-OK
              PERFORM 3100-WRITE-JOURNAL-RECORD
              THRU  F-3100-WRITE-JOURNAL-RECORD
              VARYING WS-JRNL-SUB FROM 1 BY 1
              UNTIL WS-JRNL-SUB > WS-PEND-COUNT
           END-IF.
       F-3000-SAVE-CATALOG. EXIT.

       3010-CHECK-SAVE-WRITE.
           IF WS-FS-SHCAT NOT = '00' AND WS-SAVE-OK
              DISPLAY 'SHAPMNT: CATALOG SAVE FAILED - STATUS '
                      WS-FS-SHCAT
              MOVE 12  TO RETURN-CODE
              MOVE 'N' TO WS-SAVE-OK-SW
           END-IF.
       F-3010-CHECK-SAVE-WRITE. EXIT.

      *----------------------------------------------------------*
      * ONE HELD JOURNAL ENTRY, FILED UNDER THE VERSION JUST
      * SAVED. A JOURNAL THAT WILL NOT TAKE IT LEAVES THE REST
      * UNWRITTEN AND THE SESSION ENDS RC 12 NAMING THE VERSION.
      *----------------------------------------------------------*
       3100-WRITE-JOURNAL-RECORD.
           MOVE SPACES               TO JR-RECORD.
           MOVE WS-PEND-STAMP(WS-JRNL-SUB)      TO JR-STAMP.
           MOVE WS-NEW-VERSION                  TO JR-CAT-VERSION.
           MOVE WS-PEND-OPERATOR(WS-JRNL-SUB)   TO JR-OPERATOR.
           MOVE WS-PEND-ACTION(WS-JRNL-SUB)     TO JR-ACTION.
           MOVE WS-PEND-SHAPE-NAME(WS-JRNL-SUB) TO JR-SHAPE-NAME.
           MOVE WS-PEND-IMAGE(WS-JRNL-SUB)      TO JR-IMAGE.
           MOVE WS-PEND-CAT-IMAGE(WS-JRNL-SUB)  TO JR-CATALOG-IMAGE.
           WRITE JR-RECORD.
           IF WS-FS-JRNL NOT = '00'
              DISPLAY 'SHAPMNT: CATALOG JOURNAL WRITE FAILED - '
                      'STATUS ' WS-FS-JRNL
              DISPLAY 'SHAPMNT: VERSION ' WS-NEW-VERSION
                      ' SAVED BUT NOT FULLY JOURNALED'
              MOVE 12 TO RETURN-CODE
              MOVE WS-PEND-COUNT TO WS-JRNL-SUB
           ELSE
              ADD 1 TO WS-JRNL-COUNT
           END-IF.
       F-3100-WRITE-JOURNAL-RECORD. EXIT.
