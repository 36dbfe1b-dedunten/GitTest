      *----------------------------------------------------------------*
      *  SORTHTRL - SORTHIST CONTROL TRAILER AND CONTROL-TOTAL WORK    *
      *  AREAS, FOR WORKING-STORAGE.  EVERY PROGRAM THAT WRITES A      *
      *  HISTORY FILE IN THE SORTHREC LAYOUT (SORTDALE'S SORTHIST      *
      *  GENERATION, THE SORTHSKP AND SORTHMNT MASTER, THE SORTRSTR    *
      *  RESTORE) ENDS IT WITH ONE TRAILER RECORD, AND EVERY PROGRAM   *
      *  THAT READS ONE RECOMPUTES THE TOTALS AND CHECKS THEM AGAINST  *
      *  IT.  SHARED BY SORTDALE, SORTHSKP, SORTHMNT, SORTRSTR,        *
      *  SORTTRND, SORTCOST, SORTXTRC AND SORTADVS - CHANGE IT HERE    *
      *  AND RECOMPILE ALL EIGHT.                                      *
      *                                                                *
      *  THE TRAILER CARRIES 'TRAILER' WHERE A RUN RECORD CARRIES ITS  *
      *  RUN TIME, AND THE WRITING PROGRAM'S NAME WHERE IT CARRIES ITS *
      *  SORT SIZE, SO A PROGRAM THAT PREDATES IT SKIPS IT AS AN       *
      *  UNUSABLE RECORD.  IT COVERS EVERY RECORD SINCE THE START OF   *
      *  THE FILE OR THE PREVIOUS TRAILER, SO A CONCATENATION OF       *
      *  GENERATIONS IS CHECKED ONE GENERATION AT A TIME:              *
      *    RECORD COUNT  - RUN AND SUMMARY RECORDS, VOIDED OR NOT.     *
      *    DATE RANGE    - LOWEST AND HIGHEST RUN DATE, ZEROS WHEN THE *
      *                    FILE HOLDS NO RECORDS.                      *
      *    HASH TOTALS   - THE ELAPSED COLUMNS, AND SEPARATELY THE CPU *
      *                    COLUMNS, OF ALL FIVE ALGORITHMS SUMMED IN   *
      *                    HUNDREDTHS; A BLANK OR '----' COLUMN ADDS   *
      *                    NOTHING.                                    *
      *  THE WRITER'S NAME, RUN DATE AND RUN TIME STAMP THE FILE; A    *
      *  STAMP MET TWICE IN ONE READ MEANS THE SAME GENERATION HAS     *
      *  BEEN SUPPLIED TWICE.                                          *
      *----------------------------------------------------------------*
       01  HTRL-RECORD.
           05  HTRL-RUN-DATE            PIC X(08).
           05  FILLER                   PIC X(02).
           05  HTRL-RUN-TIME            PIC X(11).
               88  HTRL-IS-TRAILER                  VALUE 'TRAILER'.
           05  FILLER                   PIC X(13).
           05  HTRL-ALGO-COLUMNS        OCCURS 5 TIMES.
               10  HTRL-ELAPSED         PIC X(11).
               10  FILLER               PIC X(06).
               10  HTRL-CPU             PIC X(11).
               10  FILLER               PIC X(02).
           05  FILLER                   PIC X(56).
       01  HTRL-TRAILER REDEFINES HTRL-RECORD.
           05  HTRL-WRITE-DATE          PIC X(08).
           05  FILLER                   PIC X(02).
           05  HTRL-TRAILER-ID          PIC X(11).
           05  FILLER                   PIC X(02).
           05  HTRL-WRITER              PIC X(08).
           05  FILLER                   PIC X(03).
           05  HTRL-WRITE-TIME          PIC X(11).
           05  FILLER                   PIC X(01).
           05  HTRL-RECORD-COUNT        PIC 9(09).
           05  FILLER                   PIC X(01).
           05  HTRL-FIRST-DATE          PIC X(08).
           05  FILLER                   PIC X(01).
           05  HTRL-LAST-DATE           PIC X(08).
           05  FILLER                   PIC X(01).
           05  HTRL-ELAPSED-HASH        PIC 9(15).
           05  FILLER                   PIC X(01).
           05  HTRL-CPU-HASH            PIC 9(15).
           05  FILLER                   PIC X(135).

      *----------------------------------------------------------------*
      *  HTRL-CONTROL - ON THE FILE BEING READ, THE TOTALS RUNNING     *
      *  SINCE THE LAST TRAILER (HTRL-SEG-), THE COUNTS FOR THE WHOLE  *
      *  FILE AND THE ERRORS FOUND; ON THE FILE BEING WRITTEN, THE     *
      *  TOTALS ITS TRAILER WILL CARRY (HTRL-OUT-).  HTRL-SOURCE NAMES *
      *  THE FILE READ (ITS DD NAME) ON THE RESULT LINES.              *
      *----------------------------------------------------------------*
       01  HTRL-CONTROL.
           05  HTRL-SOURCE              PIC X(08) VALUE SPACES.
           05  HTRL-REC-ELAPSED         PIC S9(9) COMP-3 VALUE 0.
           05  HTRL-REC-CPU             PIC S9(9) COMP-3 VALUE 0.
           05  HTRL-OUT-COUNT           PIC S9(9) COMP-3 VALUE 0.
           05  HTRL-OUT-FIRST-DATE      PIC X(08) VALUE HIGH-VALUES.
           05  HTRL-OUT-LAST-DATE       PIC X(08) VALUE LOW-VALUES.
           05  HTRL-OUT-ELAPSED-HASH    PIC S9(15) COMP-3 VALUE 0.
           05  HTRL-OUT-CPU-HASH        PIC S9(15) COMP-3 VALUE 0.
           05  HTRL-SEG-COUNT           PIC S9(9) COMP-3 VALUE 0.
           05  HTRL-SEG-FIRST-DATE      PIC X(08) VALUE HIGH-VALUES.
           05  HTRL-SEG-LAST-DATE       PIC X(08) VALUE LOW-VALUES.
           05  HTRL-SEG-ELAPSED-HASH    PIC S9(15) COMP-3 VALUE 0.
           05  HTRL-SEG-CPU-HASH        PIC S9(15) COMP-3 VALUE 0.
           05  HTRL-FILE-RECORDS        PIC S9(9) COMP-3 VALUE 0.
           05  HTRL-FILE-TRAILERS       PIC S9(9) COMP-3 VALUE 0.
           05  HTRL-TRAILER-TOTAL       PIC S9(9) COMP-3 VALUE 0.
           05  HTRL-ERROR-COUNT         PIC S9(9) COMP-3 VALUE 0.
           05  HTRL-ALGO-IDX            PIC S9(4) COMP.
           05  HTRL-HUND                PIC S9(9) COMP-3.
           05  HTRL-TIME.
               10  HTRL-HH              PIC 9(02).
               10  FILLER               PIC X(01).
               10  HTRL-MM              PIC 9(02).
               10  FILLER               PIC X(01).
               10  HTRL-SS              PIC 9(02).
               10  FILLER               PIC X(01).
               10  HTRL-DD              PIC 9(02).
           05  HTRL-STAMP-MAX           PIC S9(4) COMP VALUE 200.
           05  HTRL-STAMP-COUNT         PIC S9(4) COMP VALUE 0.
           05  HTRL-STAMP-IDX           PIC S9(4) COMP.
           05  HTRL-STAMP-SW            PIC X(01).
               88  HTRL-STAMP-REPEATED              VALUE 'Y'.
           05  HTRL-STAMP-WORK.
               10  HTRL-STAMP-WRITER    PIC X(08).
               10  HTRL-STAMP-DATE      PIC X(08).
               10  HTRL-STAMP-TIME      PIC X(11).
       01  HTRL-STAMP-TABLE.
           05  HTRL-STAMP               PIC X(27) OCCURS 200 TIMES.

      *----------------------------------------------------------------*
      *  HTRL-RESULTS - ONE PRINT LINE PER TRAILER CHECKED (AND PER    *
      *  FILE ENDING WITHOUT ONE), KEPT FOR THE READER'S REPORT.       *
      *  RESULTS PAST THE FIFTIETH ARE COUNTED, NOT KEPT.              *
      *----------------------------------------------------------------*
       01  HTRL-RESULTS.
           05  HTRL-RESULT-MAX          PIC S9(4) COMP VALUE 50.
           05  HTRL-RESULT-COUNT        PIC S9(4) COMP VALUE 0.
           05  HTRL-RESULT-IDX          PIC S9(4) COMP.
           05  HTRL-RESULT-TEXT         PIC X(133) OCCURS 50 TIMES.
       01  HTRL-HEAD.
           05  FILLER                   PIC X(30) VALUE
               'FILE     WRITER   WRITTEN  AT '.
           05  FILLER                   PIC X(30) VALUE
               '            TRAILER   COUNTED '.
           05  FILLER                   PIC X(30) VALUE
               ' FIRST    LAST      RESULT    '.
           05  FILLER                   PIC X(43) VALUE SPACES.
       01  HTRL-RESULT-LINE.
           05  HRL-SOURCE               PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  HRL-WRITER               PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  HRL-WRITE-DATE           PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  HRL-WRITE-TIME           PIC X(11).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  HRL-TRAILER-COUNT        PIC X(09).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  HRL-COUNTED              PIC ZZZZZZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  HRL-FIRST-DATE           PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  HRL-LAST-DATE            PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  HRL-RESULT               PIC X(40).
           05  FILLER                   PIC X(13) VALUE SPACES.
       01  HTRL-COUNT-EDIT              PIC ZZZZZZZZ9.
       01  HTRL-TOTAL-LINE.
           05  HTL-CAPTION              PIC X(40).
           05  HTL-COUNT                PIC ZZZZZZZZ9.
           05  FILLER                   PIC X(84) VALUE SPACES.
