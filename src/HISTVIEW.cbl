           05  RH-TIMESTAMP          PIC 9(18).
           05  FILLER                PIC X(01).
           05  RH-LINE-NO            PIC 9(03).
           05  RH-REC-TYPE           PIC X(01).
               88  RH-KEYFRAME-LINE            VALUE 'K' SPACE.
               88  RH-DELTA-LINE               VALUE 'D'.
           05  RH-LINE-TEXT          PIC X(100).

       WORKING-STORAGE SECTION.
           05  WS-COUNT         PIC 9(03)    VALUE ZEROES.
           05  WS-ROW           PIC 9(03)    VALUE ZEROES.
           05  WS-SUB           PIC 9(03)    VALUE ZEROES.
           05  WS-PREV-FRAME    PIC 9(03)    VALUE ZEROES.
           05  WS-PLAY-WAIT     PIC 9V999    VALUE ZEROES.

       01  WS-FILE-STATUSES.
      * NUMBER WRAPS BACK (TWO RUNS APPENDED TO THE SAME DATASET
      * CAN REPEAT TURN NUMBERS). FRAMES PAST THE TABLE LIMIT ARE
      * DROPPED WITH A WARNING RATHER THAN ABENDING THE VIEWER.
      * A FRAME THAT STARTS WITH A DELTA RECORD (COMPRESSED
      * HISTORY) BEGINS AS A COPY OF THE SAME RUN'S PREVIOUS FRAME
      * AND ONLY THE CHANGED LINES ARE LAID OVER IT, SO EVERY
      * TURN STILL LANDS IN THE TABLE AS A COMPLETE GRID.
      *----------------------------------------------------------*
       1000-LOAD-HISTORY.
           OPEN INPUT RENDER-HIST-FILE.
                     IF WS-FRAME-COUNT = CT-MAX-FRAMES
                        MOVE 'Y' TO WS-FRAME-FULL-SW
                     ELSE
                        MOVE WS-FRAME-COUNT TO WS-PREV-FRAME
                        IF NOT RH-DELTA-LINE
                           OR WS-PREV-FRAME = ZEROES
                           MOVE ZEROES TO WS-PREV-FRAME
                        ELSE
                           IF WS-FRAME-RUN-ID(WS-PREV-FRAME) NOT =
                              RH-RUN-ID
                              MOVE ZEROES TO WS-PREV-FRAME
                           END-IF
                        END-IF
                        ADD 1 TO WS-FRAME-COUNT
                        MOVE RH-RUN-ID    TO
                             WS-FRAME-RUN-ID(WS-FRAME-COUNT)
                             WS-FRAME-TIMESTAMP(WS-FRAME-COUNT)
                        PERFORM VARYING WS-SUB FROM 1 BY 1
                                UNTIL WS-SUB > 100
                           IF WS-PREV-FRAME = ZEROES
                              MOVE SPACES TO
                                   WS-FRAME-LINE(WS-FRAME-COUNT WS-SUB)
                           ELSE
                              MOVE WS-FRAME-LINE(WS-PREV-FRAME WS-SUB)
                                TO WS-FRAME-LINE(WS-FRAME-COUNT WS-SUB)
                           END-IF
                        END-PERFORM
                     END-IF
                  END-IF
