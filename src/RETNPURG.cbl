           05  RP-LINE               PIC X(132).

      *----------------------------------------------------------*
      * THE SIX SEQUENTIAL DATASETS ARE PURGED BY THE RUN ID
      * STAMPED ON EVERY RECORD, SO THE COPY LOOP ONLY NEEDS TO
      * SEE THAT FIELD IN THE FIRST 16 POSITIONS. THE REST OF THE
      * RECORD RIDES THROUGH UNTOUCHED. THE KEYED REGISTRY IS
      * PURGED SEPARATELY BY 2700-PURGE-REGISTRY. A RUN IS ALWAYS
      * KEPT OR ARCHIVED WHOLE, SO THE DELTA RECORDS OF A
      * COMPRESSED HISTORY NEVER LOSE THE KEYFRAME THEY BUILD ON.
      *----------------------------------------------------------*
       FD  LIVE-IN-FILE.
       01  LI-RECORD             PIC X(160).

       01  CT-CONSTANTS.
           05  CT-MAX-RUNS      PIC 9(03)    VALUE 500.
           05  CT-FILE-COUNT    PIC 9(01)    VALUE 6.
           05  CT-REGISTRY-DISP PIC 9(01)    VALUE 7.

       01  WS-FILE-STATUSES.
           05  WS-FS-CARD       PIC X(02)   VALUE SPACES.

      *----------------------------------------------------------*
      * THE FILE-NAME FIELDS FEED THE ASSIGNS, SO THE SAME COPY
      * PARAGRAPHS SERVE ALL SEVEN DATASETS. THE TABLE BELOW LISTS
      * THE LIVE NAME, ITS WORK COPY AND ITS ARCHIVE, PLUS WHERE
      * IN THE RECORD THE RUN ID SITS.
      *----------------------------------------------------------*
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

       01  WS-DISPOSITION-COUNTS.
           05  WS-DISP-ENTRY    OCCURS 7 TIMES.
               10  WS-DISP-KEPT        PIC 9(08) VALUE ZEROES.
               10  WS-DISP-ARCHIVED    PIC 9(08) VALUE ZEROES.
               10  WS-DISP-DROPPED     PIC 9(08) VALUE ZEROES.
