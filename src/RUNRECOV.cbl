       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNRECOV.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RECOVERY-CARD-FILE ASSIGN TO "RECVCARD"
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS WS-FS-CARD.

           SELECT OPTIONAL RUN-REGISTRY-FILE ASSIGN TO "RUNREGSX"
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY RG-H-KEY
                  FILE STATUS WS-FS-REGST.

           SELECT REPORT-FILE ASSIGN TO "RECOVRPT"
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS WS-FS-RPT.

           SELECT OPTIONAL LIVE-IN-FILE ASSIGN TO WS-LIVE-NAME
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS WS-FS-LIVE-IN.

           SELECT LIVE-OUT-FILE ASSIGN TO WS-LIVE-NAME
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS WS-FS-LIVE-OUT.

           SELECT KEEP-TEMP-FILE ASSIGN TO WS-TEMP-NAME
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS WS-FS-TEMP.

           SELECT ARCHIVE-FILE ASSIGN TO WS-ARCH-NAME
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS WS-FS-ARCH.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------*
      * RECOVERY CARD: A RUN WITH A REGISTRY HEADER AND NO
      * TRAILER IS RECOVERED ONLY WHEN ITS START DATE IS BEFORE
      * THE CUTOFF, SO A RUN STILL IN FLIGHT TONIGHT IS NEVER
      * TOUCHED. THE ACTION SAYS WHAT TO DO WITH EACH ONE:
      *    T - CLOSE IT WITH AN ABENDED TRAILER CARRYING THE
      *        RECORD COUNTS IT ACTUALLY LEFT ON THE OUTPUT FILES
      *    B - BACK ITS PARTIAL RECORDS OUT OF THE OUTPUT FILES
      *        (TO THE ARCHIVES) AND CLOSE IT WITH A BACKDOUT
      *        TRAILER CARRYING ZERO COUNTS
      * A MISSING CARD, A ZERO OR FUTURE CUTOFF, OR AN UNKNOWN
      * ACTION IS A MISCODED JOB AND NOTHING IS RECOVERED.
      *----------------------------------------------------------*
       FD  RECOVERY-CARD-FILE.
       01  RV-RECORD.
           05  RV-CUTOFF-DATE        PIC 9(08).
           05  FILLER                PIC X(01).
           05  RV-ACTION             PIC X(01).

      *----------------------------------------------------------*
      * THE KEYED RUN REGISTRY, AS THE RENDER JOB WRITES IT AND
      * REGCONV LOADS IT. LAYOUTS MUST AGREE WITH BOTH.
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
           05  FILLER                PIC X(29).
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

      *----------------------------------------------------------*
      * THE SIX SEQUENTIAL DATASETS ARE COUNTED AND BACKED OUT BY
      * THE RUN ID STAMPED IN THE FIRST 16 POSITIONS OF EVERY
      * RECORD, THE SAME WAY RETNPURG PURGES THEM. THE REST OF THE
      * RECORD RIDES THROUGH UNTOUCHED, EXCEPT THAT THE HISTORY
      * TIMESTAMP IS PICKED OFF FOR THE LAST ACTIVITY COLUMN OF
      * THE RECOVERY REPORT.
      *----------------------------------------------------------*
       FD  LIVE-IN-FILE.
       01  LI-RECORD             PIC X(160).

       FD  LIVE-OUT-FILE.
       01  LO-RECORD             PIC X(160).

       FD  KEEP-TEMP-FILE.
       01  KT-RECORD             PIC X(160).

       FD  ARCHIVE-FILE.
       01  AR-RECORD             PIC X(160).

       WORKING-STORAGE SECTION.

       01  CT-CONSTANTS.
           05  CT-MAX-RUNS      PIC 9(03)    VALUE 500.
           05  CT-FILE-COUNT    PIC 9(01)    VALUE 6.
           05  CT-HIST-FILE     PIC 9(01)    VALUE 1.
           05  CT-STAT-FILE     PIC 9(01)    VALUE 2.
           05  CT-EXCP-FILE     PIC 9(01)    VALUE 3.
           05  CT-RUNLOG-FILE   PIC 9(01)    VALUE 4.
           05  CT-CKPT-FILE     PIC 9(01)    VALUE 5.
           05  CT-CSTAT-FILE    PIC 9(01)    VALUE 6.
           05  CT-HIST-STAMP-POS PIC 9(02)   VALUE 27.

       01  WS-FILE-STATUSES.
           05  WS-FS-CARD       PIC X(02)   VALUE SPACES.
           05  WS-FS-REGST      PIC X(02)   VALUE SPACES.
           05  WS-FS-RPT        PIC X(02)   VALUE SPACES.
           05  WS-FS-LIVE-IN    PIC X(02)   VALUE SPACES.
           05  WS-FS-LIVE-OUT   PIC X(02)   VALUE SPACES.
           05  WS-FS-TEMP       PIC X(02)   VALUE SPACES.
           05  WS-FS-ARCH       PIC X(02)   VALUE SPACES.

       01  WS-ABEND-FIELDS.
           05  WS-ABEND-FILE-NAME  PIC X(20)   VALUE SPACES.
           05  WS-ABEND-STATUS     PIC X(02)   VALUE SPACES.

       01  WS-RECOVERY-FIELDS.
           05  WS-CUTOFF-DATE   PIC 9(08)   VALUE ZEROES.
           05  WS-TODAY         PIC 9(08)   VALUE ZEROES.
           05  WS-ACTION        PIC X(01)   VALUE SPACE.
               88  WS-ACTION-TRAILER        VALUE 'T'.
               88  WS-ACTION-BACKOUT        VALUE 'B'.
           05  WS-TRAILER-STATUS PIC X(08)  VALUE SPACES.

      *----------------------------------------------------------*
      * SAME ASSIGN-NAME TABLE AS RETNPURG: THE LIVE NAME, ITS
      * WORK COPY AND ITS ARCHIVE, PLUS WHERE THE RUN ID SITS.
      * BACKED-OUT RECORDS GO TO THE SAME ARCHIVES AS PURGED
      * ONES - THIS UTILITY NEVER DESTROYS A RECORD OUTRIGHT.
      *----------------------------------------------------------*
       01  WS-ASSIGN-NAMES.
           05  WS-LIVE-NAME     PIC X(08)   VALUE SPACES.
           05  WS-TEMP-NAME     PIC X(08)   VALUE SPACES.
           05  WS-ARCH-NAME     PIC X(08)   VALUE SPACES.

       01  WS-FILE-TABLE-VALUES.
           05  FILLER  PIC X(26)  VALUE 'RNDRHISTRNDRTEMPRNDRARCH01'.
           05  FILLER  PIC X(26)  VALUE 'STATSRPTSTATTEMPSTATARCH01'.
           05  FILLER  PIC X(26)  VALUE 'EXCPTNS EXCPTEMPEXCPARCH01'.
           05  FILLER  PIC X(26)  VALUE 'RUNLOG  RLOGTEMPRLOGARCH01'.
           05  FILLER  PIC X(26)  VALUE 'CHKPOINTCKPTTEMPCKPTARCH01'.
           05  FILLER  PIC X(26)  VALUE 'CELLSTATCELLTEMPCELLARCH01'.
       01  WS-FILE-TABLE REDEFINES WS-FILE-TABLE-VALUES.
           05  WS-FILE-ENTRY    OCCURS 6 TIMES.
               10  WS-FT-LIVE          PIC X(08).
               10  WS-FT-TEMP          PIC X(08).
               10  WS-FT-ARCH          PIC X(08).
               10  WS-FT-ID-POS        PIC 9(02).

       01  WS-FILE-TOTALS.
           05  WS-FILE-TOTAL    OCCURS 6 TIMES.
               10  WS-FT-FOUND         PIC 9(08) VALUE ZEROES.
               10  WS-FT-BACKED-OUT    PIC 9(08) VALUE ZEROES.

      *----------------------------------------------------------*
      * EVERY REGISTRY RUN IS TABLED SO A HEADER AND ITS TRAILER
      * CAN BE PAIRED; ONLY THE RUNS SELECTED FOR RECOVERY EVER
      * HAVE THEIR PER-FILE COUNTS FILLED IN.
      *----------------------------------------------------------*
       01  WS-RUN-TABLE.
           05  WS-RUN-COUNT     PIC 9(03)   VALUE ZEROES.
           05  WS-RUN           OCCURS 500 TIMES.
               10  WS-RUN-ID           PIC 9(16).
               10  WS-RUN-HDR-SW       PIC X(01).
                   88  WS-RUN-HAS-HDR       VALUE 'Y'.
               10  WS-RUN-TRL-SW       PIC X(01).
                   88  WS-RUN-HAS-TRL       VALUE 'Y'.
               10  WS-RUN-RECOVER-SW   PIC X(01).
                   88  WS-RUN-RECOVER       VALUE 'Y'.
               10  WS-RUN-START-DATE   PIC 9(08).
               10  WS-RUN-START-STAMP  PIC 9(18).
               10  WS-RUN-LAST-STAMP   PIC 9(18).
               10  WS-RUN-MODE         PIC X(01).
               10  WS-RUN-TURNS        PIC 9(08).
               10  WS-RUN-FILE-COUNT   PIC 9(08) OCCURS 6 TIMES.

       01  WS-VARIABLES.
           05  WS-SUB           PIC 9(03)   VALUE ZEROES.
           05  WS-SLOT          PIC 9(03)   VALUE ZEROES.
           05  WS-FOUND-SLOT    PIC 9(03)   VALUE ZEROES.
           05  WS-FILE-SUB      PIC 9(01)   VALUE ZEROES.
           05  WS-LOOK-RUN-ID   PIC 9(16)   VALUE ZEROES.
           05  WS-LOOK-STAMP    PIC 9(18)   VALUE ZEROES.
           05  WS-RECOVER-COUNT PIC 9(03)   VALUE ZEROES.
           05  WS-TRAILER-COUNT PIC 9(03)   VALUE ZEROES.
           05  WS-RECENT-COUNT  PIC 9(03)   VALUE ZEROES.
           05  WS-TABLE-FULL-SW PIC X(01)   VALUE 'N'.
               88  WS-TABLE-FULL            VALUE 'Y'.

       01  WS-STAMP-FIELDS.
           05  WS-STAMP-N       PIC 9(18)   VALUE ZEROES.
           05  WS-STAMP-X       REDEFINES WS-STAMP-N.
               10  FILLER              PIC X(02).
               10  WS-STAMP-DATE       PIC 9(08).
               10  FILLER              PIC X(08).
           05  WS-RECOVERY-STAMP PIC 9(18)  VALUE ZEROES.
           05  WS-ACTIVITY-STAMP PIC 9(18)  VALUE ZEROES.

       01  WS-REPORT-LINE       PIC X(132)  VALUE SPACES.

      *----------------------------------------------------------*
      * CLEAN-UP FOR RUNS THAT ABENDED. A RENDER RUN THAT HITS A
      * BAD FILE STATUS STOPS IN ITS ABEND PARAGRAPH AND NEVER
      * WRITES ITS REGISTRY TRAILER, SO THE PURGE HOLDS IT FOREVER
      * AND THE REGISTRY REPORT SHOWS IT AS STILL RUNNING. THIS
      * STEP FINDS EVERY HEADER WITH NO TRAILER THAT STARTED
      * BEFORE THE CUTOFF DATE, COUNTS WHAT EACH ONE LEFT ON THE
      * SIX OUTPUT DATASETS BY RUN ID, AND THEN - PER THE CARD -
      * EITHER CLOSES IT WITH AN ABENDED TRAILER CARRYING THOSE
      * COUNTS, OR BACKS THE PARTIAL RECORDS OUT TO THE ARCHIVES
      * AND CLOSES IT WITH A BACKDOUT TRAILER. EITHER WAY THE RUN
      * HAS A TRAILER AFTERWARDS AND IS REPORTED, PURGED OR
      * RESUBMITTED LIKE ANY OTHER.
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

           PERFORM 0100-READ-RECOVERY-CARD
           THRU  F-0100-READ-RECOVERY-CARD.

           PERFORM 1000-LOAD-REGISTRY
           THRU  F-1000-LOAD-REGISTRY.

           PERFORM 1500-SELECT-RUNS
           THRU  F-1500-SELECT-RUNS.

           IF WS-RECOVER-COUNT = ZEROES
              MOVE 'NO ABENDED RUNS BEFORE CUTOFF - NOTHING RECOVERED'
                   TO WS-REPORT-LINE
              PERFORM 8100-PRINT-LINE
              THRU  F-8100-PRINT-LINE
           ELSE
              PERFORM 2000-COUNT-ONE-FILE
              THRU  F-2000-COUNT-ONE-FILE
              VARYING WS-FILE-SUB FROM 1 BY 1
              UNTIL WS-FILE-SUB > CT-FILE-COUNT

              IF WS-ACTION-BACKOUT
                 PERFORM 3000-BACK-OUT-ONE-FILE
                 THRU  F-3000-BACK-OUT-ONE-FILE
                 VARYING WS-FILE-SUB FROM 1 BY 1
                 UNTIL WS-FILE-SUB > CT-FILE-COUNT
              END-IF

              PERFORM 4000-WRITE-TRAILERS
              THRU  F-4000-WRITE-TRAILERS

              PERFORM 5000-PRINT-REPORT
              THRU  F-5000-PRINT-REPORT
           END-IF.

           CLOSE REPORT-FILE.

           DISPLAY 'RUNRECOV: ' WS-RECOVER-COUNT
                   ' RUNS RECOVERED, '
                   WS-RECENT-COUNT ' TRAILERLESS RUNS NOT YET PAST '
                   'CUTOFF'.
       F-MAIN-PROGRAM. GOBACK.

      *----------------------------------------------------------*
      * THE CUTOFF MAY NOT BE LATER THAN TODAY: A RUN STARTED
      * TODAY MAY STILL BE RUNNING, AND CLOSING OR BACKING OUT A
      * LIVE RUN WOULD CORRUPT IT.
      *----------------------------------------------------------*
       0100-READ-RECOVERY-CARD.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           MOVE FUNCTION CURRENT-DATE (1:16) TO WS-RECOVERY-STAMP.

           OPEN INPUT RECOVERY-CARD-FILE.
           IF WS-FS-CARD = '00'
              READ RECOVERY-CARD-FILE
                  AT END
                     MOVE '10' TO WS-FS-CARD
                  NOT AT END
                     IF RV-CUTOFF-DATE NUMERIC
                        MOVE RV-CUTOFF-DATE TO WS-CUTOFF-DATE
                     END-IF
                     MOVE RV-ACTION TO WS-ACTION
              END-READ
              CLOSE RECOVERY-CARD-FILE
           END-IF.

           IF WS-CUTOFF-DATE = ZEROES
              OR WS-CUTOFF-DATE > WS-TODAY
              OR (NOT WS-ACTION-TRAILER AND NOT WS-ACTION-BACKOUT)
              MOVE 'NO USABLE RECOVERY CARD - NOTHING RECOVERED'
                   TO WS-REPORT-LINE
              PERFORM 8100-PRINT-LINE
              THRU  F-8100-PRINT-LINE
              CLOSE REPORT-FILE
              DISPLAY 'RUNRECOV: NO USABLE RECOVERY CARD'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

           IF WS-ACTION-TRAILER
              MOVE 'ABENDED ' TO WS-TRAILER-STATUS
           ELSE
              MOVE 'BACKDOUT' TO WS-TRAILER-STATUS
           END-IF.
       F-0100-READ-RECOVERY-CARD. EXIT.

       1000-LOAD-REGISTRY.
           OPEN INPUT RUN-REGISTRY-FILE.
           IF WS-FS-REGST = '00' OR WS-FS-REGST = '05'
              PERFORM UNTIL WS-FS-REGST = '10' OR WS-TABLE-FULL
                 READ RUN-REGISTRY-FILE NEXT RECORD
                     AT END
                        MOVE '10' TO WS-FS-REGST
                     NOT AT END
                        PERFORM 1100-POST-REGISTRY-RECORD
                        THRU  F-1100-POST-REGISTRY-RECORD
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE RUN-REGISTRY-FILE.

           IF WS-TABLE-FULL
              DISPLAY 'RUNRECOV: RUN TABLE FULL AT ' CT-MAX-RUNS
                      ' RUNS - RECOVERY ABANDONED'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
       F-1000-LOAD-REGISTRY. EXIT.

       1100-POST-REGISTRY-RECORD.
           EVALUATE RG-H-REC-TYPE
               WHEN 'H'
                  PERFORM 1200-FIND-RUN-SLOT
                  THRU  F-1200-FIND-RUN-SLOT
                  MOVE 'Y'              TO WS-RUN-HDR-SW(WS-SLOT)
                  MOVE RG-H-START-STAMP TO WS-STAMP-N
                  MOVE WS-STAMP-DATE    TO WS-RUN-START-DATE(WS-SLOT)
                  MOVE RG-H-START-STAMP TO
                       WS-RUN-START-STAMP(WS-SLOT)
                  MOVE RG-H-MODE        TO WS-RUN-MODE(WS-SLOT)
                  MOVE RG-H-TURNS       TO WS-RUN-TURNS(WS-SLOT)
               WHEN 'T'
                  PERFORM 1200-FIND-RUN-SLOT
                  THRU  F-1200-FIND-RUN-SLOT
                  MOVE 'Y' TO WS-RUN-TRL-SW(WS-SLOT)
               WHEN OTHER
                  CONTINUE
           END-EVALUATE.
       F-1100-POST-REGISTRY-RECORD. EXIT.

       1200-FIND-RUN-SLOT.
           MOVE ZEROES TO WS-SLOT.
           PERFORM VARYING WS-SLOT FROM WS-RUN-COUNT BY -1
                   UNTIL WS-SLOT < 1
                      OR WS-RUN-ID(WS-SLOT) = RG-H-RUN-ID
              CONTINUE
           END-PERFORM.

           IF WS-SLOT < 1
              IF WS-RUN-COUNT = CT-MAX-RUNS
                 MOVE 'Y' TO WS-TABLE-FULL-SW
                 MOVE 1   TO WS-SLOT
              ELSE
                 ADD 1 TO WS-RUN-COUNT
                 MOVE WS-RUN-COUNT TO WS-SLOT
                 MOVE RG-H-RUN-ID  TO WS-RUN-ID(WS-SLOT)
                 MOVE 'N'          TO WS-RUN-HDR-SW(WS-SLOT)
                 MOVE 'N'          TO WS-RUN-TRL-SW(WS-SLOT)
                 MOVE 'N'          TO WS-RUN-RECOVER-SW(WS-SLOT)
                 MOVE ZEROES       TO WS-RUN-START-DATE(WS-SLOT)
                 MOVE ZEROES       TO WS-RUN-START-STAMP(WS-SLOT)
                 MOVE ZEROES       TO WS-RUN-LAST-STAMP(WS-SLOT)
                 MOVE SPACE        TO WS-RUN-MODE(WS-SLOT)
                 MOVE ZEROES       TO WS-RUN-TURNS(WS-SLOT)
                 PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                         UNTIL WS-FILE-SUB > CT-FILE-COUNT
                    MOVE ZEROES TO
                         WS-RUN-FILE-COUNT(WS-SLOT WS-FILE-SUB)
                 END-PERFORM
              END-IF
           END-IF.
       F-1200-FIND-RUN-SLOT. EXIT.

      *----------------------------------------------------------*
      * A HEADER WITH NO TRAILER THAT STARTED BEFORE THE CUTOFF IS
      * SELECTED. ONE STARTED ON OR AFTER THE CUTOFF IS LEFT ALONE
      * BUT STILL NAMED ON THE REPORT, SO THE OPERATOR CAN SEE IT
      * WILL COME UP FOR RECOVERY ON A LATER NIGHT.
      *----------------------------------------------------------*
       1500-SELECT-RUNS.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-RUN-COUNT
              IF WS-RUN-HAS-HDR(WS-SUB)
                 AND NOT WS-RUN-HAS-TRL(WS-SUB)
                 IF WS-RUN-START-DATE(WS-SUB) < WS-CUTOFF-DATE
                    MOVE 'Y' TO WS-RUN-RECOVER-SW(WS-SUB)
                    ADD 1 TO WS-RECOVER-COUNT
                 ELSE
                    ADD 1 TO WS-RECENT-COUNT
                    MOVE SPACES TO WS-REPORT-LINE
                    STRING 'RUN '  DELIMITED BY SIZE
                           WS-RUN-ID(WS-SUB) DELIMITED BY SIZE
                           ' HAS NO TRAILER BUT STARTED '
                                   DELIMITED BY SIZE
                           WS-RUN-START-DATE(WS-SUB)
                                   DELIMITED BY SIZE
                           ' - NOT BEFORE CUTOFF, LEFT ALONE'
                                   DELIMITED BY SIZE
                           INTO WS-REPORT-LINE
                    PERFORM 8100-PRINT-LINE
                    THRU  F-8100-PRINT-LINE
                 END-IF
              END-IF
           END-PERFORM.
       F-1500-SELECT-RUNS. EXIT.

      *----------------------------------------------------------*
      * ONE READ-ONLY PASS OF A DATASET, TALLYING THE RECORDS OF
      * EVERY SELECTED RUN. ON THE HISTORY FILE THE LATEST TURN
      * TIMESTAMP IS KEPT AS WELL - IT IS THE LAST MOMENT THE RUN
      * IS KNOWN TO HAVE BEEN ALIVE, AND DATES THE TRAILER.
      *----------------------------------------------------------*
       2000-COUNT-ONE-FILE.
           MOVE WS-FT-LIVE(WS-FILE-SUB) TO WS-LIVE-NAME.

           OPEN INPUT LIVE-IN-FILE.
           IF WS-FS-LIVE-IN NOT = '00' AND WS-FS-LIVE-IN NOT = '05'
              MOVE WS-LIVE-NAME     TO WS-ABEND-FILE-NAME
              MOVE WS-FS-LIVE-IN    TO WS-ABEND-STATUS
              PERFORM 9990-ABEND-FILE-ERROR
              THRU  F-9990-ABEND-FILE-ERROR
           END-IF.

           PERFORM UNTIL WS-FS-LIVE-IN = '10'
              READ LIVE-IN-FILE
                  AT END
                     MOVE '10' TO WS-FS-LIVE-IN
                  NOT AT END
                     PERFORM 2100-TALLY-RECORD
                     THRU  F-2100-TALLY-RECORD
              END-READ
           END-PERFORM.

           CLOSE LIVE-IN-FILE.
       F-2000-COUNT-ONE-FILE. EXIT.

       2100-TALLY-RECORD.
           PERFORM 2200-LOOK-UP-RUN
           THRU  F-2200-LOOK-UP-RUN.

           IF WS-FOUND-SLOT NOT = ZEROES
              ADD 1 TO WS-RUN-FILE-COUNT(WS-FOUND-SLOT WS-FILE-SUB)
              ADD 1 TO WS-FT-FOUND(WS-FILE-SUB)
              IF WS-FILE-SUB = CT-HIST-FILE
                 AND LI-RECORD(CT-HIST-STAMP-POS:18) NUMERIC
                 MOVE LI-RECORD(CT-HIST-STAMP-POS:18)
                   TO WS-LOOK-STAMP
                 IF WS-LOOK-STAMP > WS-RUN-LAST-STAMP(WS-FOUND-SLOT)
                    MOVE WS-LOOK-STAMP TO
                         WS-RUN-LAST-STAMP(WS-FOUND-SLOT)
                 END-IF
              END-IF
           END-IF.
       F-2100-TALLY-RECORD. EXIT.

      *----------------------------------------------------------*
      * FIND THE SELECTED RUN THIS RECORD BELONGS TO. ZERO MEANS
      * THE RECORD IS NOT PART OF ANY RUN BEING RECOVERED.
      *----------------------------------------------------------*
       2200-LOOK-UP-RUN.
           MOVE ZEROES TO WS-LOOK-RUN-ID.
           MOVE ZEROES TO WS-FOUND-SLOT.
           IF LI-RECORD(WS-FT-ID-POS(WS-FILE-SUB):16) NUMERIC
              MOVE LI-RECORD(WS-FT-ID-POS(WS-FILE-SUB):16)
                TO WS-LOOK-RUN-ID
              PERFORM VARYING WS-SLOT FROM 1 BY 1
                      UNTIL WS-SLOT > WS-RUN-COUNT
                 IF WS-RUN-ID(WS-SLOT) = WS-LOOK-RUN-ID
                    IF WS-RUN-RECOVER(WS-SLOT)
                       MOVE WS-SLOT TO WS-FOUND-SLOT
                    END-IF
                    MOVE WS-RUN-COUNT TO WS-SLOT
                 END-IF
              END-PERFORM
           END-IF.
       F-2200-LOOK-UP-RUN. EXIT.

      *----------------------------------------------------------*
      * TWO PASSES PER DATASET, EXACTLY AS THE PURGE DOES IT. PASS
      * ONE SENDS THE SELECTED RUNS' RECORDS TO THE ARCHIVE AND
      * EVERYTHING ELSE TO THE WORK COPY; PASS TWO REWRITES THE
      * LIVE FILE FROM THE WORK COPY SO IT KEEPS ITS NAME. BACKING
      * THE CHECKPOINTS OUT TOO MEANS THE NEXT RENDER JOB STARTS
      * AT TURN 1 INSTEAD OF RESUMING THE ABANDONED RUN.
      *----------------------------------------------------------*
       3000-BACK-OUT-ONE-FILE.
           MOVE WS-FT-LIVE(WS-FILE-SUB) TO WS-LIVE-NAME.
           MOVE WS-FT-TEMP(WS-FILE-SUB) TO WS-TEMP-NAME.
           MOVE WS-FT-ARCH(WS-FILE-SUB) TO WS-ARCH-NAME.

           OPEN INPUT LIVE-IN-FILE.
           IF WS-FS-LIVE-IN NOT = '00' AND WS-FS-LIVE-IN NOT = '05'
              MOVE WS-LIVE-NAME     TO WS-ABEND-FILE-NAME
              MOVE WS-FS-LIVE-IN    TO WS-ABEND-STATUS
              PERFORM 9990-ABEND-FILE-ERROR
              THRU  F-9990-ABEND-FILE-ERROR
           END-IF.

           OPEN OUTPUT KEEP-TEMP-FILE.
           IF WS-FS-TEMP NOT = '00'
              MOVE WS-TEMP-NAME     TO WS-ABEND-FILE-NAME
              MOVE WS-FS-TEMP       TO WS-ABEND-STATUS
              PERFORM 9990-ABEND-FILE-ERROR
              THRU  F-9990-ABEND-FILE-ERROR
           END-IF.

           OPEN EXTEND ARCHIVE-FILE.
           IF WS-FS-ARCH NOT = '00' AND WS-FS-ARCH NOT = '05'
              MOVE WS-ARCH-NAME     TO WS-ABEND-FILE-NAME
              MOVE WS-FS-ARCH       TO WS-ABEND-STATUS
              PERFORM 9990-ABEND-FILE-ERROR
              THRU  F-9990-ABEND-FILE-ERROR
           END-IF.

           PERFORM UNTIL WS-FS-LIVE-IN = '10'
              READ LIVE-IN-FILE
                  AT END
                     MOVE '10' TO WS-FS-LIVE-IN
                  NOT AT END
                     PERFORM 3100-DISPOSE-RECORD
                     THRU  F-3100-DISPOSE-RECORD
              END-READ
           END-PERFORM.

           CLOSE LIVE-IN-FILE.
           CLOSE KEEP-TEMP-FILE.
           CLOSE ARCHIVE-FILE.

           PERFORM 3500-REWRITE-LIVE-FILE
           THRU  F-3500-REWRITE-LIVE-FILE.
       F-3000-BACK-OUT-ONE-FILE. EXIT.

       3100-DISPOSE-RECORD.
           PERFORM 2200-LOOK-UP-RUN
           THRU  F-2200-LOOK-UP-RUN.

           IF WS-FOUND-SLOT NOT = ZEROES
              WRITE AR-RECORD FROM LI-RECORD
              IF WS-FS-ARCH NOT = '00'
                 MOVE WS-ARCH-NAME  TO WS-ABEND-FILE-NAME
                 MOVE WS-FS-ARCH    TO WS-ABEND-STATUS
                 PERFORM 9990-ABEND-FILE-ERROR
                 THRU  F-9990-ABEND-FILE-ERROR
              END-IF
              ADD 1 TO WS-FT-BACKED-OUT(WS-FILE-SUB)
           ELSE
              WRITE KT-RECORD FROM LI-RECORD
              IF WS-FS-TEMP NOT = '00'
                 MOVE WS-TEMP-NAME  TO WS-ABEND-FILE-NAME
                 MOVE WS-FS-TEMP    TO WS-ABEND-STATUS
                 PERFORM 9990-ABEND-FILE-ERROR
                 THRU  F-9990-ABEND-FILE-ERROR
              END-IF
           END-IF.
       F-3100-DISPOSE-RECORD. EXIT.

       3500-REWRITE-LIVE-FILE.
           OPEN INPUT KEEP-TEMP-FILE.
           IF WS-FS-TEMP NOT = '00'
              MOVE WS-TEMP-NAME     TO WS-ABEND-FILE-NAME
              MOVE WS-FS-TEMP       TO WS-ABEND-STATUS
              PERFORM 9990-ABEND-FILE-ERROR
              THRU  F-9990-ABEND-FILE-ERROR
           END-IF.

           OPEN OUTPUT LIVE-OUT-FILE.
           IF WS-FS-LIVE-OUT NOT = '00'
              MOVE WS-LIVE-NAME     TO WS-ABEND-FILE-NAME
              MOVE WS-FS-LIVE-OUT   TO WS-ABEND-STATUS
              PERFORM 9990-ABEND-FILE-ERROR
              THRU  F-9990-ABEND-FILE-ERROR
           END-IF.

           PERFORM UNTIL WS-FS-TEMP = '10'
              READ KEEP-TEMP-FILE
                  AT END
                     MOVE '10' TO WS-FS-TEMP
                  NOT AT END
                     WRITE LO-RECORD FROM KT-RECORD
                     IF WS-FS-LIVE-OUT NOT = '00'
                        MOVE WS-LIVE-NAME   TO WS-ABEND-FILE-NAME
                        MOVE WS-FS-LIVE-OUT TO WS-ABEND-STATUS
                        PERFORM 9990-ABEND-FILE-ERROR
                        THRU  F-9990-ABEND-FILE-ERROR
                     END-IF
              END-READ
           END-PERFORM.

           CLOSE KEEP-TEMP-FILE.
           CLOSE LIVE-OUT-FILE.
       F-3500-REWRITE-LIVE-FILE. EXIT.

      *----------------------------------------------------------*
      * CLOSE EVERY SELECTED RUN ON THE REGISTRY. AN ABENDED
      * TRAILER CARRIES THE COUNTS FOUND ON THE FILES, WITH TURNS
      * COMPLETED TAKEN FROM THE STATS RECORDS (ONE PER COMPLETED
      * TURN); A BACKDOUT TRAILER CARRIES ZEROES, BECAUSE NOTHING
      * OF THE RUN IS LEFT ON THE LIVE FILES. THE END STAMP IS THE
      * TIME OF THIS RECOVERY, WHEN THE RUN WAS CLOSED OFF - NOT
      * ITS LAST ACTIVITY, WHICH IS WELL BEHIND THE STAMPS OF RUNS
      * THAT FINISHED SINCE, SO THAT THE WAREHOUSE EXTRACT'S
      * SINCE-LAST SELECTION STILL SEES THE RUN. THE LAST ACTIVITY
      * IS SHOWN ON THE REPORT.
      *----------------------------------------------------------*
       4000-WRITE-TRAILERS.
           OPEN I-O RUN-REGISTRY-FILE.
           IF WS-FS-REGST NOT = '00' AND WS-FS-REGST NOT = '05'
              MOVE 'RUNREGSX'       TO WS-ABEND-FILE-NAME
              MOVE WS-FS-REGST      TO WS-ABEND-STATUS
              PERFORM 9990-ABEND-FILE-ERROR
              THRU  F-9990-ABEND-FILE-ERROR
           END-IF.

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-RUN-COUNT
              IF WS-RUN-RECOVER(WS-SUB)
                 PERFORM 4100-WRITE-ONE-TRAILER
                 THRU  F-4100-WRITE-ONE-TRAILER
              END-IF
           END-PERFORM.

           CLOSE RUN-REGISTRY-FILE.
       F-4000-WRITE-TRAILERS. EXIT.

       4100-WRITE-ONE-TRAILER.
           MOVE SPACES              TO RG-TRAILER-RECORD.
           MOVE 'T'                 TO RG-T-REC-TYPE.
           MOVE WS-RUN-ID(WS-SUB)   TO RG-T-RUN-ID.
           MOVE WS-TRAILER-STATUS   TO RG-T-STATUS.
           IF WS-ACTION-TRAILER
              MOVE WS-RUN-FILE-COUNT(WS-SUB CT-STAT-FILE)
                                    TO RG-T-TURNS-DONE
              MOVE WS-RUN-FILE-COUNT(WS-SUB CT-HIST-FILE)
                                    TO RG-T-HIST-COUNT
              MOVE WS-RUN-FILE-COUNT(WS-SUB CT-STAT-FILE)
                                    TO RG-T-STAT-COUNT
              MOVE WS-RUN-FILE-COUNT(WS-SUB CT-EXCP-FILE)
                                    TO RG-T-EXCP-COUNT
              MOVE WS-RUN-FILE-COUNT(WS-SUB CT-RUNLOG-FILE)
                                    TO RG-T-RUNLOG-COUNT
              MOVE WS-RUN-FILE-COUNT(WS-SUB CT-CKPT-FILE)
                                    TO RG-T-CKPT-COUNT
           ELSE
              MOVE ZEROES TO RG-T-TURNS-DONE RG-T-HIST-COUNT
                             RG-T-STAT-COUNT RG-T-EXCP-COUNT
                             RG-T-RUNLOG-COUNT RG-T-CKPT-COUNT
           END-IF.
           MOVE WS-RECOVERY-STAMP   TO RG-T-END-STAMP.

           WRITE RG-TRAILER-RECORD
               INVALID KEY
                  MOVE 'RUNREGSX'  TO WS-ABEND-FILE-NAME
                  MOVE WS-FS-REGST TO WS-ABEND-STATUS
                  PERFORM 9990-ABEND-FILE-ERROR
                  THRU  F-9990-ABEND-FILE-ERROR
           END-WRITE.
           ADD 1 TO WS-TRAILER-COUNT.
       F-4100-WRITE-ONE-TRAILER. EXIT.

       5000-PRINT-REPORT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'ABENDED RUN RECOVERY - CUTOFF DATE '
                           DELIMITED BY SIZE
                  WS-CUTOFF-DATE  DELIMITED BY SIZE
                  '  ACTION '     DELIMITED BY SIZE
                  WS-ACTION       DELIMITED BY SIZE
                  '  TRAILER STATUS ' DELIMITED BY SIZE
                  WS-TRAILER-STATUS   DELIMITED BY SIZE
                  '  END STAMP '      DELIMITED BY SIZE
                  WS-RECOVERY-STAMP   DELIMITED BY SIZE
                  INTO WS-REPORT-LINE.
           PERFORM 8100-PRINT-LINE
           THRU  F-8100-PRINT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'RUN ID           MODE TURNS    '
                           DELIMITED BY SIZE
                  'HISTORY  STATS    EXCPTNS  RUNLOG   CHKPOINT '
                           DELIMITED BY SIZE
                  'CELLSTAT '
                           DELIMITED BY SIZE
                  'LAST ACTIVITY'  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE.
           PERFORM 8100-PRINT-LINE
           THRU  F-8100-PRINT-LINE.

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-RUN-COUNT
              IF WS-RUN-RECOVER(WS-SUB)
                 PERFORM 5100-PRINT-RUN-LINE
                 THRU  F-5100-PRINT-RUN-LINE
              END-IF
           END-PERFORM.

           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                   UNTIL WS-FILE-SUB > CT-FILE-COUNT
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'FILE ' DELIMITED BY SIZE
                     WS-FT-LIVE(WS-FILE-SUB) DELIMITED BY SIZE
                     '  RECORDS FOUND '   DELIMITED BY SIZE
                     WS-FT-FOUND(WS-FILE-SUB) DELIMITED BY SIZE
                     '  BACKED OUT '      DELIMITED BY SIZE
                     WS-FT-BACKED-OUT(WS-FILE-SUB) DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
              PERFORM 8100-PRINT-LINE
              THRU  F-8100-PRINT-LINE
           END-PERFORM.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'RUNS RECOVERED ' DELIMITED BY SIZE
                  WS-RECOVER-COUNT  DELIMITED BY SIZE
                  '  TRAILERS WRITTEN ' DELIMITED BY SIZE
                  WS-TRAILER-COUNT  DELIMITED BY SIZE
                  '  TRAILERLESS RUNS NOT YET PAST CUTOFF '
                                    DELIMITED BY SIZE
                  WS-RECENT-COUNT   DELIMITED BY SIZE
                  INTO WS-REPORT-LINE.
           PERFORM 8100-PRINT-LINE
           THRU  F-8100-PRINT-LINE.
       F-5000-PRINT-REPORT. EXIT.

      *----------------------------------------------------------*
      * LAST ACTIVITY IS THE RUN'S LAST HISTORY TIMESTAMP, OR ITS
      * START STAMP IF IT NEVER FINISHED A TURN.
      *----------------------------------------------------------*
       5100-PRINT-RUN-LINE.
           IF WS-RUN-LAST-STAMP(WS-SUB) NOT = ZEROES
              MOVE WS-RUN-LAST-STAMP(WS-SUB)  TO WS-ACTIVITY-STAMP
           ELSE
              MOVE WS-RUN-START-STAMP(WS-SUB) TO WS-ACTIVITY-STAMP
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-RUN-ID(WS-SUB)   DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WS-RUN-MODE(WS-SUB) DELIMITED BY SIZE
                  '    '              DELIMITED BY SIZE
                  WS-RUN-TURNS(WS-SUB) DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WS-RUN-FILE-COUNT(WS-SUB CT-HIST-FILE)
                                      DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WS-RUN-FILE-COUNT(WS-SUB CT-STAT-FILE)
                                      DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WS-RUN-FILE-COUNT(WS-SUB CT-EXCP-FILE)
                                      DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WS-RUN-FILE-COUNT(WS-SUB CT-RUNLOG-FILE)
                                      DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WS-RUN-FILE-COUNT(WS-SUB CT-CKPT-FILE)
                                      DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WS-RUN-FILE-COUNT(WS-SUB CT-CSTAT-FILE)
                                      DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WS-ACTIVITY-STAMP   DELIMITED BY SIZE
                  INTO WS-REPORT-LINE.
           PERFORM 8100-PRINT-LINE
           THRU  F-8100-PRINT-LINE.
       F-5100-PRINT-RUN-LINE. EXIT.

       8100-PRINT-LINE.
           MOVE SPACES         TO RP-RECORD.
           MOVE WS-REPORT-LINE TO RP-LINE.
           WRITE RP-RECORD.
           IF WS-FS-RPT NOT = '00'
              MOVE 'REPORT-FILE'    TO WS-ABEND-FILE-NAME
              MOVE WS-FS-RPT        TO WS-ABEND-STATUS
              PERFORM 9990-ABEND-FILE-ERROR
              THRU  F-9990-ABEND-FILE-ERROR
           END-IF.
       F-8100-PRINT-LINE. EXIT.

       9990-ABEND-FILE-ERROR.
           DISPLAY 'RUNRECOV: FILE ERROR ON ' WS-ABEND-FILE-NAME
                   ' - STATUS ' WS-ABEND-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       F-9990-ABEND-FILE-ERROR. EXIT.
