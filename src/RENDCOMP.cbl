
      *----------------------------------------------------------*
      * SAME RECORD THE RENDER JOB'S HISTORY PARAGRAPH WRITES, SO
      * THE TWO PROGRAMS AGREE ON THE RECORD LAYOUT. A 'D' RECORD
      * TYPE IS A DELTA LINE OF A COMPRESSED HISTORY.
      *----------------------------------------------------------*
       FD  RENDER-HIST-FILE.
       01  RH-RECORD.
           05  RH-TIMESTAMP          PIC 9(18).
           05  FILLER                PIC X(01).
           05  RH-LINE-NO            PIC 9(03).
           05  RH-REC-TYPE           PIC X(01).
               88  RH-KEYFRAME-LINE            VALUE 'K' SPACE.
               88  RH-DELTA-LINE               VALUE 'D'.
           05  RH-LINE-TEXT          PIC X(100).

       FD  REPORT-FILE.
           05  WS-LAST-LINE-NO  PIC 9(03)   VALUE ZEROES.
           05  WS-MAX-LINE-NO   PIC 9(03)   VALUE ZEROES.
           05  WS-SUB           PIC 9(03)   VALUE ZEROES.
           05  WS-PREV-FRAME    PIC 9(03)   VALUE ZEROES.
           05  WS-FRAME-FULL-SW PIC X(01)   VALUE 'N'.
               88  WS-FRAME-FULL            VALUE 'Y'.
           05  WS-END-OF-FILE-SW PIC X(01)  VALUE 'N'.
      * WS-LOAD-RUN-ID. A NEW FRAME STARTS WHEN THE TURN CHANGES
      * OR THE LINE NUMBER WRAPS BACK. THE FRAMES LAND IN TABLE A
      * ON THE FIRST CALL AND TABLE B ON THE SECOND (TABLE A IS
      * ALREADY POPULATED BY THEN). A FRAME THAT STARTS WITH A
      * DELTA RECORD BEGINS AS A COPY OF THE RUN'S PREVIOUS FRAME,
      * SO A COMPRESSED HISTORY COMPARES TURN FOR TURN EXACTLY AS
      * A FULL ONE DOES.
      *----------------------------------------------------------*
       1000-LOAD-RUN-FRAMES.
           MOVE ZEROES TO WS-LOAD-COUNT.
              MOVE 'Y' TO WS-FRAME-FULL-SW
           ELSE
              ADD 1 TO WS-LOAD-COUNT
              MOVE ZEROES TO WS-PREV-FRAME
              IF RH-DELTA-LINE AND WS-LOAD-COUNT > 1
                 COMPUTE WS-PREV-FRAME = WS-LOAD-COUNT - 1
              END-IF
              IF WS-LOAD-RUN-ID = WS-RUN-ID-A
                 MOVE RH-TURN TO WS-A-FRAME-TURN(WS-LOAD-COUNT)
                 PERFORM VARYING WS-SUB FROM 1 BY 1
                         UNTIL WS-SUB > 100
                    IF WS-PREV-FRAME = ZEROES
                       MOVE SPACES TO
                            WS-A-FRAME-LINE(WS-LOAD-COUNT WS-SUB)
                    ELSE
                       MOVE WS-A-FRAME-LINE(WS-PREV-FRAME WS-SUB) TO
                            WS-A-FRAME-LINE(WS-LOAD-COUNT WS-SUB)
                    END-IF
                 END-PERFORM
              ELSE
                 MOVE RH-TURN TO WS-B-FRAME-TURN(WS-LOAD-COUNT)
                 PERFORM VARYING WS-SUB FROM 1 BY 1
                         UNTIL WS-SUB > 100
                    IF WS-PREV-FRAME = ZEROES
                       MOVE SPACES TO
                            WS-B-FRAME-LINE(WS-LOAD-COUNT WS-SUB)
                    ELSE
                       MOVE WS-B-FRAME-LINE(WS-PREV-FRAME WS-SUB) TO
                            WS-B-FRAME-LINE(WS-LOAD-COUNT WS-SUB)
                    END-IF
                 END-PERFORM
              END-IF
           END-IF.
