      * EXCEPTION INTERFACE FILE FOR THE SCHEDULING AND PAGING
      * AUTOMATION: ONE 'E' RECORD PER EXCEPTION CARRYING THE RUN
      * STAMP, ALGORITHM, SORT SIZE, ELAPSED AND HISTORICAL AVERAGE IN
      * HUNDREDTHS, THE PERCENT OVER AVERAGE, A SEVERITY CODE AND THE
      * RUN CONTEXT (BYTES 60-80, THE HIST-RUN-CONTEXT LAYOUT), THEN
      * ONE 'T' TRAILER WITH THE COUNTS.  SEVERITY IS C (CRITICAL)
      * WHEN THE RUN IS OVER AVERAGE BY MORE THAN THE THRESHOLD TIMES
      * THE CRITICAL MULTIPLIER, ELSE W (WARNING).  THE MULTIPLIER, IN
      * TENTHS, MAY BE SET IN COLUMNS 20-22 OF THE SYSIN CARD
      * (020 = 2.0, THE DEFAULT).
      *
      * EVERY STATISTIC IS KEPT PER RUN CONTEXT (HIST-RUN-CONTEXT:
      * GENERATION MODE, RUN MODE, WIDE-RECORD SWITCH, REPETITIONS,
      * SYSTEM AND JOB), SO AN AVERAGE, AN EXCEPTION, A FORECAST OR A
      * PERIOD COMPARISON ONLY EVER SETS LIKE RUNS AGAINST LIKE.  THE
      * REPORT SECTIONS PRINT ONE GROUP PER CONTEXT UNDER A CONTEXT
      * HEADING, AND TRNDEXCP CARRIES THE CONTEXT OF EACH FLAGGED RUN.
      * COLUMNS 24-49 OF THE SYSIN CARD MAY NARROW THE ANALYSIS TO
      * MATCHING CONTEXTS (A BLANK FIELD MATCHES ANYTHING):
      *   COL  24     GENERATION MODE (1-4)
      *   COL  26     RUN MODE (S STANDARD, L LARGE-VOLUME,
      *               U USER-FILE, C CALIBRATION)
      *   COL  28     WIDE-RECORD SWITCH (Y/N)
      *   COLS 30-31  REPETITIONS (01-99)
      *   COLS 33-40  SYSTEM ID
      *   COLS 42-49  JOB NAME
      * RECORDS OUTSIDE THE FILTER ARE COUNTED, NOT ANALYZED.
      *
      * A RUN VOIDED BY SORTHMNT (HIST-VOID-SW 'V') IS COUNTED AND
      * LEFT OUT OF EVERY AVERAGE, EXCEPTION, FORECAST AND COMPARISON;
      * THE COUNT IS PRINTED AT THE HEAD OF THE TREND REPORT.
      *
      * A RUN WHOSE SORTHIST RECORD CARRIES SORTDALE'S MACHINE SPEED
      * INDEXES (HIST-SPEED-INDEX, MEASURED BEFORE AND AFTER ITS SORT
      * PASSES) ALSO HAS NORMALIZED TIMES: THE RAW TIME TIMES THE
      * MEAN OF THE TWO INDEXES OVER 100, I.E. THE TIME THE REFERENCE
      * MACHINE WOULD HAVE TAKEN.  WHEN THE TWO INDEXES DIFFER BY MORE
      * THAN THE SPEED TOLERANCE PERCENTAGE - COLUMNS 51-53 OF THE
      * SYSIN CARD, DEFAULT 10 - THE RUN WAS TAKEN UNDER UNSTABLE
      * CONDITIONS: IT IS LISTED IN ITS OWN SECTION, COUNTED ON THE
      * TREND LINE AND MARKED ON THE EXCEPTION LINE, AND HAS NO
      * NORMALIZED TIME.  THE TREND, EXCEPTION, COMPARISON AND
      * FORECAST SECTIONS SHOW THE NORMALIZED FIGURES BESIDE THE RAW
      * ONES; FLAGS, TRNDEXCP AND THE RETURN CODE STAY ON THE RAW
      * FIGURES.  HISTORY WRITTEN BEFORE THE INDEX WAS CARRIED, AND
      * SORTHSKP'S MONTHLY SUMMARIES, HAVE NO NORMALIZED TIMES.
      *
      * EVERY RECORD READ IS ADDED TO THE CONTROL TOTALS OF SORTHTRL
      * AND EVERY TRAILER ON SORTHIST IS CHECKED AGAINST THEM - ONE
      * TRAILER PER GENERATION WHEN SORTHIST IS A CONCATENATION.  THE
      * RESULT OPENS TRNDRPT UNDER HISTORY CONTROL TOTALS.  WHEN A
      * TRAILER DISAGREES, IS MISSING OR IS MET TWICE, NOTHING IS
      * ANALYZED: TRNDRPT CARRIES ONLY THE CONTROL CHECK AND TRNDEXCP
      * ONLY ITS TRAILER.
      *
      * RETURN CODES:  0 = NO EXCEPTIONS, 4 = AT LEAST ONE RUN FLAGGED
      * OR THE RUN TABLE OVERFLOWED AND THE ANALYSIS IS TRUNCATED,
      * 6 = A PAIR WORSENED MATERIALLY AFTER THE SPLIT DATE (OVERRIDES
      * 4), 8 = HISTORY COULD NOT BE ANALYZED (NO USABLE RECORDS),
      * 16 = SORTHIST CONTROL TOTALS DO NOT AGREE - NOTHING ANALYZED.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FD  SORT-HIST-FILE
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 240 CHARACTERS.
       COPY SORTHREC.

      *----------------------------------------------------------------*
      *  MINUTES (BLANK = NO FORECAST SECTION); COLUMNS 11-18 THE      *
      *  PERIOD-COMPARISON SPLIT DATE YYYYMMDD (BLANK = NO COMPARISON  *
      *  SECTION); COLUMNS 20-22 THE CRITICAL-SEVERITY MULTIPLIER IN   *
      *  TENTHS (BLANK = 020, I.E. 2.0 TIMES THE THRESHOLD); COLUMNS   *
      *  24-49 THE OPTIONAL RUN-CONTEXT FILTER (SEE WS-CTX-CARD);      *
      *  COLUMNS 51-53 THE SPEED-INDEX TOLERANCE PERCENTAGE (BLANK =   *
      *  010).                                                         *
      *----------------------------------------------------------------*
        01  WS-TRND-CARD.
            05  TC-THRESHOLD-PCT        PIC X(3).
            05  TC-CRIT-MULT            PIC X(3).
            05  TC-CRIT-MULT-9 REDEFINES TC-CRIT-MULT
                                        PIC 9(3).
            05  FILLER                  PIC X(1).
            05  TC-CONTEXT-FILTER       PIC X(26).
            05  FILLER                  PIC X(1).
            05  TC-SPEED-TOL            PIC X(3).
            05  TC-SPEED-TOL-9 REDEFINES TC-SPEED-TOL
                                        PIC 9(3).
            05  FILLER                  PIC X(27).

      *----------------------------------------------------------------*
      *  WS-SPEED-CONTROL - THE MACHINE SPEED INDEX.  A RUN IS INDEXED *
      *  WHEN BOTH HIST-SPEED-BEFORE AND HIST-SPEED-AFTER ARE PRESENT; *
      *  IT IS UNSTABLE WHEN THEY DIFFER BY MORE THAN WS-SPEED-TOL-PCT *
      *  PERCENT OF THE BEFORE READING.                                *
      *----------------------------------------------------------------*
        01  WS-SPEED-CONTROL.
            05  WS-SPEED-TOL-PCT        PIC 9(3) VALUE 10.
            05  WS-SPEED-INDEXED-COUNT  PIC S9(5) COMP-3 VALUE 0.
            05  WS-SPEED-UNSTABLE-COUNT PIC S9(5) COMP-3 VALUE 0.
            05  WS-SPEED-MOVE-PCT       PIC S9(7)V99 COMP-3 VALUE 0.
            05  WS-NORM-HUND            PIC S9(9) COMP-3 VALUE 0.
            05  WS-NORM-CPU-HUND        PIC S9(9) COMP-3 VALUE 0.

      *----------------------------------------------------------------*
      *  WS-CONTEXT-CONTROL - THE RUN-CONTEXT FILTER IN EFFECT AND THE *
      *  DISTINCT CONTEXTS SEEN IN THE HISTORY, IN FIRST-SEEN ORDER.   *
      *  A BLANK FILTER FIELD MATCHES ANY VALUE.  A CONTEXT OF ALL     *
      *  SPACES IS HISTORY WRITTEN BEFORE THE CONTEXT WAS CARRIED.     *
      *  WS-CTX-CARD IS THE 26-COLUMN FILTER LAYOUT AND DOUBLES AS THE *
      *  SHORT PRINTED FORM OF A CONTEXT.                              *
      *----------------------------------------------------------------*
        01  WS-CONTEXT-CONTROL.
            05  WS-FILTER-COUNT         PIC S9(5) COMP-3 VALUE 0.
            05  WS-VOID-COUNT           PIC S9(5) COMP-3 VALUE 0.
            05  WS-CTX-FILTER-SW        PIC X(01) VALUE 'N'.
                88  WS-CTX-FILTERED              VALUE 'Y'.
            05  WS-CTX-MATCH-SW         PIC X(01) VALUE 'N'.
                88  WS-CTX-MATCH                 VALUE 'Y'.
            05  WS-CTX-FOUND-SW         PIC X(01) VALUE 'N'.
                88  WS-CTX-FOUND                 VALUE 'Y'.
            05  WS-CTX-COUNT            PIC S9(4) COMP VALUE 0.
            05  WS-CTX-IDX              PIC S9(4) COMP VALUE 0.
        01  WS-CTX-FILTER.
            05  WS-FLT-GEN-MODE         PIC X(01) VALUE SPACE.
            05  WS-FLT-RUN-MODE         PIC X(01) VALUE SPACE.
            05  WS-FLT-WIDE-SW          PIC X(01) VALUE SPACE.
            05  WS-FLT-REPEAT-COUNT     PIC X(02) VALUE SPACES.
            05  WS-FLT-SYSTEM-ID        PIC X(08) VALUE SPACES.
            05  WS-FLT-JOB-NAME         PIC X(08) VALUE SPACES.
        01  WS-CTX-CARD.
            05  KF-GEN-MODE             PIC X(1).
            05  FILLER                  PIC X(1).
            05  KF-RUN-MODE             PIC X(1).
            05  FILLER                  PIC X(1).
            05  KF-WIDE-SW              PIC X(1).
            05  FILLER                  PIC X(1).
            05  KF-REPEAT-COUNT         PIC X(2).
            05  FILLER                  PIC X(1).
            05  KF-SYSTEM-ID            PIC X(8).
            05  FILLER                  PIC X(1).
            05  KF-JOB-NAME             PIC X(8).
        01  WS-CTX-WORK.
            05  CW-GEN-MODE             PIC X(01).
            05  CW-RUN-MODE             PIC X(01).
            05  CW-WIDE-SW              PIC X(01).
            05  CW-REPEAT-COUNT         PIC X(02).
            05  CW-SYSTEM-ID            PIC X(08).
            05  CW-JOB-NAME             PIC X(08).
        01  WS-CTX-TABLE.
            05  WS-CTX-ENTRY            OCCURS 100 TIMES.
                10  CX-RUN-CONTEXT      PIC X(21).

      *----------------------------------------------------------------*
      *  WS-RUN-TABLE - EVERY USABLE SORTHIST RECORD, ONE ENTRY PER    *
      *  VOLUME RUN, WITH THE FOUR ALGORITHMS' ELAPSED AND CPU TIMES   *
      *  REDUCED TO HUNDREDTHS OF A SECOND.  AN ALGORITHM THAT DID NOT *
      *  RUN CARRIES -1.  RT-SPEED IS THE MEAN SPEED INDEX, ZERO WHEN  *
      *  THE RUN CARRIES NONE.                                         *
      *----------------------------------------------------------------*
        01  WS-RUN-TABLE.
            05  WS-RUN-ENTRY            OCCURS 20000 TIMES.
                10  RT-RUN-TIME         PIC X(11).
                10  RT-SORT-SIZE        PIC 9(9) COMP-3.
                10  RT-DAYNUM           PIC S9(9) COMP-3.
                10  RT-CTX-IDX          PIC S9(4) COMP.
                10  RT-SPEED-BEFORE     PIC S9(3)V99 COMP-3.
                10  RT-SPEED-AFTER      PIC S9(3)V99 COMP-3.
                10  RT-SPEED            PIC S9(3)V99 COMP-3.
                10  RT-SPEED-SW         PIC X(01).
                    88  RT-SPEED-STABLE          VALUE 'S'.
                    88  RT-SPEED-UNSTABLE        VALUE 'U'.
                10  RT-ALGO-RESULT      OCCURS 5 TIMES.
                    15  RT-ELAPSED      PIC S9(9) COMP-3.
                    15  RT-CPU          PIC S9(9) COMP-3.

      *----------------------------------------------------------------*
      *  WS-STAT-TABLE - ONE ENTRY PER ALGORITHM/SORT-SIZE PAIR SEEN   *
      *  IN THE HISTORY UNDER EACH RUN CONTEXT (ST-CTX-IDX POINTS AT   *
      *  WS-CTX-TABLE).  MIN/MAX/SUM/AVG COVER PASSING RUNS ONLY;      *
      *  FAILED RUNS ARE COUNTED BUT THEIR TIMES ARE NOT TRUSTED.      *
      *  THE ST-FIT-* FIELDS ARE THE LEAST-SQUARES SUMS FOR THE        *
      *  CAPACITY FORECAST: X IS DAYS SINCE THE FIRST USABLE RUN, Y    *
      *  DATE ONLY.  THE ST-B-* / ST-A-* FIELDS SPLIT THE SAME PASSING *
      *  RUNS BEFORE/AFTER THE COMPARISON SPLIT DATE; THE CPU SUM HAS  *
      *  ITS OWN COUNT BECAUSE OLD HISTORY MAY LACK THE CPU COLUMNS.   *
      *  THE ST-N-*, ST-NF-* AND ST-B-N-* / ST-A-N-* FIELDS REPEAT     *
      *  THE SAME FIGURES OVER NORMALIZED TIMES, STABLE INDEXED RUNS   *
      *  ONLY; ST-UNSTABLE COUNTS THE PAIR'S UNSTABLE RUNS.            *
      *----------------------------------------------------------------*
        01  WS-STAT-CONTROL.
            05  WS-STAT-COUNT           PIC S9(4) COMP VALUE 0.
            05  WS-STAT-FOUND-SW        PIC X(01) VALUE 'N'.
                88  WS-STAT-FOUND                VALUE 'Y'.
        01  WS-STAT-TABLE.
            05  WS-STAT-ENTRY           OCCURS 1000 TIMES.
                10  ST-ALGO-IDX         PIC S9(4) COMP.
                10  ST-CTX-IDX          PIC S9(4) COMP.
                10  ST-SORT-SIZE        PIC 9(9) COMP-3.
                10  ST-RUN-COUNT        PIC S9(7) COMP-3.
                10  ST-FAIL-COUNT       PIC S9(7) COMP-3.
                10  ST-A-EL-SUM         PIC S9(15) COMP-3.
                10  ST-A-CPU-SUM        PIC S9(15) COMP-3.
                10  ST-A-CPU-CNT        PIC S9(7) COMP-3.
                10  ST-UNSTABLE         PIC S9(7) COMP-3.
                10  ST-N-RUNS           PIC S9(7) COMP-3.
                10  ST-N-SUM            PIC S9(15) COMP-3.
                10  ST-N-MIN            PIC S9(9) COMP-3.
                10  ST-N-MAX            PIC S9(9) COMP-3.
                10  ST-N-AVG            PIC S9(9) COMP-3.
                10  ST-NF-N             PIC S9(7) COMP-3.
                10  ST-NF-SUM-X         PIC S9(13) COMP-3.
                10  ST-NF-SUM-Y         PIC S9(15) COMP-3.
                10  ST-NF-SUM-XX        PIC S9(18) COMP-3.
                10  ST-NF-SUM-XY        PIC S9(18) COMP-3.
                10  ST-B-N-RUNS         PIC S9(7) COMP-3.
                10  ST-B-N-EL-SUM       PIC S9(15) COMP-3.
                10  ST-B-N-CPU-SUM      PIC S9(15) COMP-3.
                10  ST-B-N-CPU-CNT      PIC S9(7) COMP-3.
                10  ST-A-N-RUNS         PIC S9(7) COMP-3.
                10  ST-A-N-EL-SUM       PIC S9(15) COMP-3.
                10  ST-A-N-CPU-SUM      PIC S9(15) COMP-3.
                10  ST-A-N-CPU-CNT      PIC S9(7) COMP-3.

        01  WS-ALGO-NAMES.
            05  FILLER                  PIC X(6) VALUE 'BUBBLE'.
      *  WINDOW.  THE SLOPE AND INTERCEPT OF EACH PAIR'S FIT ARE       *
      *  CARRIED IN MILLI-HUNDREDTHS (HUNDREDTHS OF A SECOND TIMES     *
      *  1000) TO KEEP THREE DECIMALS THROUGH THE INTEGER ARITHMETIC.  *
      *  THE WS-FCT-FIT-N / -SUM-* FIELDS HOLD THE SUMS OF THE FIT IN  *
      *  HAND, RAW OR NORMALIZED.                                      *
      *----------------------------------------------------------------*
        01  WS-FORECAST-CONTROL.
            05  WS-WINDOW-MINS          PIC S9(5) COMP-3 VALUE 0.
            05  WS-FCT-BREACH-DAYS      PIC S9(9) COMP-3 VALUE 0.
            05  WS-FCT-GROWTH-SEC       PIC S9(5)V99 COMP-3 VALUE 0.
            05  WS-FCT-FIT-SIZE         PIC S9(9) COMP-3 VALUE 0.
            05  WS-FCT-FIT-N            PIC S9(7) COMP-3 VALUE 0.
            05  WS-FCT-FIT-SUM-X        PIC S9(13) COMP-3 VALUE 0.
            05  WS-FCT-FIT-SUM-Y        PIC S9(15) COMP-3 VALUE 0.
            05  WS-FCT-FIT-SUM-XX       PIC S9(18) COMP-3 VALUE 0.
            05  WS-FCT-FIT-SUM-XY       PIC S9(18) COMP-3 VALUE 0.
            05  WS-FCT-BREACH-TEXT      PIC X(10) VALUE SPACES.
            05  WS-FCT-90DAY-SW         PIC X(01) VALUE 'N'.
                88  WS-FCT-90DAY                 VALUE 'Y'.
            05  WS-FCT-90DAY-COUNT      PIC S9(5) COMP-3 VALUE 0.
            05  WS-FCT-TREND-OK-SW      PIC X(01) VALUE 'N'.
                88  WS-FCT-TREND-OK              VALUE 'Y'.
            05  XD-AVG-HUND             PIC 9(09).
            05  XD-PCT-OVER             PIC 9(05).
            05  XD-SEVERITY             PIC X(01).
            05  XD-RUN-CONTEXT          PIC X(21).
        01  WS-EXCP-IFC-TRAILER.
            05  XT-REC-TYPE             PIC X(01) VALUE 'T'.
            05  XT-WARN-COUNT           PIC 9(07).
      *  WS-COMPARE-CONTROL - BEFORE/AFTER PERIOD COMPARISON.  A RUN   *
      *  DATED BEFORE THE SPLIT DATE IS 'BEFORE'; ON OR AFTER IT,      *
      *  'AFTER'.  THE WS-CMS-* FIELDS ROLL THE PAIRS OF ONE ALGORITHM *
      *  UP INTO ITS ALL-SIZES SUMMARY LINE, THE WS-CMS-N-* FIELDS THE *
      *  SAME OVER NORMALIZED TIMES.  THE WS-CMW-* FIELDS HOLD THE     *
      *  SUMS OF THE LINE BEING FORMATTED.                             *
      *----------------------------------------------------------------*
        01  WS-COMPARE-CONTROL.
            05  WS-SPLIT-DATE           PIC X(8) VALUE SPACES.
            05  WS-CMS-A-EL-SUM         PIC S9(15) COMP-3 VALUE 0.
            05  WS-CMS-A-CPU-SUM        PIC S9(15) COMP-3 VALUE 0.
            05  WS-CMS-A-CPU-CNT        PIC S9(7) COMP-3 VALUE 0.
            05  WS-CMS-N-B-RUNS         PIC S9(7) COMP-3 VALUE 0.
            05  WS-CMS-N-B-EL-SUM       PIC S9(15) COMP-3 VALUE 0.
            05  WS-CMS-N-B-CPU-SUM      PIC S9(15) COMP-3 VALUE 0.
            05  WS-CMS-N-B-CPU-CNT      PIC S9(7) COMP-3 VALUE 0.
            05  WS-CMS-N-A-RUNS         PIC S9(7) COMP-3 VALUE 0.
            05  WS-CMS-N-A-EL-SUM       PIC S9(15) COMP-3 VALUE 0.
            05  WS-CMS-N-A-CPU-SUM      PIC S9(15) COMP-3 VALUE 0.
            05  WS-CMS-N-A-CPU-CNT      PIC S9(7) COMP-3 VALUE 0.
            05  WS-CMW-B-RUNS           PIC S9(7) COMP-3 VALUE 0.
            05  WS-CMW-B-EL-SUM         PIC S9(15) COMP-3 VALUE 0.
            05  WS-CMW-B-CPU-SUM        PIC S9(15) COMP-3 VALUE 0.
            05  WS-CMW-B-CPU-CNT        PIC S9(7) COMP-3 VALUE 0.
            05  WS-CMW-A-RUNS           PIC S9(7) COMP-3 VALUE 0.
            05  WS-CMW-A-EL-SUM         PIC S9(15) COMP-3 VALUE 0.
            05  WS-CMW-A-CPU-SUM        PIC S9(15) COMP-3 VALUE 0.
            05  WS-CMW-A-CPU-CNT        PIC S9(7) COMP-3 VALUE 0.

      *----------------------------------------------------------------*
      *  WS-DATE-WORK - YYYYMMDD TO DAY-NUMBER AND BACK.  THE DAY      *
            05  FILLER                  PIC X(13) VALUE 'AVG-ELAPSED  '.
            05  FILLER                  PIC X(13) VALUE 'BEST-ELAPSED '.
            05  FILLER                  PIC X(13) VALUE 'WORST-ELAPSED'.
            05  FILLER                  PIC X(01) VALUE SPACES.
            05  FILLER                  PIC X(07) VALUE 'N-RUNS '.
            05  FILLER                  PIC X(13) VALUE 'N-AVG-ELAP   '.
            05  FILLER                  PIC X(13) VALUE 'N-BEST-ELAP  '.
            05  FILLER                  PIC X(13) VALUE 'N-WORST-ELAP '.
            05  FILLER                  PIC X(06) VALUE 'UNSTBL'.
            05  FILLER                  PIC X(06) VALUE SPACES.
        01  WS-STAT-LINE.
            05  SL-ALGO                 PIC X(6).
            05  FILLER                  PIC X(04) VALUE SPACES.
            05  SL-BEST                 PIC X(11).
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  SL-WORST                PIC X(11).
            05  FILLER                  PIC X(03) VALUE SPACES.
            05  SL-N-RUNS               PIC ZZZZ9.
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  SL-N-AVG                PIC X(11).
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  SL-N-BEST               PIC X(11).
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  SL-N-WORST              PIC X(11).
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  SL-UNSTABLE             PIC ZZZZ9.
            05  FILLER                  PIC X(07) VALUE SPACES.
        01  WS-EXCP-HEAD.
            05  FILLER                  PIC X(10) VALUE 'RUN-DATE  '.
            05  FILLER                  PIC X(13) VALUE 'RUN-TIME     '.
            05  FILLER                  PIC X(11) VALUE 'SORT-SIZE  '.
            05  FILLER                  PIC X(13) VALUE 'ELAPSED      '.
            05  FILLER                  PIC X(13) VALUE 'HIST-AVERAGE '.
            05  FILLER                  PIC X(08) VALUE 'FLAG    '.
            05  FILLER                  PIC X(26) VALUE
                'G R W RP SYSTEM   JOB     '.
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  FILLER                  PIC X(13) VALUE 'N-ELAPSED    '.
            05  FILLER                  PIC X(13) VALUE 'N-HIST-AVG   '.
            05  FILLER                  PIC X(01) VALUE SPACES.
        01  WS-CTX-HEAD.
            05  FILLER                  PIC X(23) VALUE
                'RUN CONTEXT - GEN-MODE '.
            05  CH-GEN-MODE             PIC X(01).
            05  FILLER                  PIC X(11) VALUE '  RUN-MODE '.
            05  CH-RUN-MODE             PIC X(12).
            05  FILLER                  PIC X(10) VALUE '  RECORDS '.
            05  CH-WIDE                 PIC X(06).
            05  FILLER                  PIC X(07) VALUE '  REPS '.
            05  CH-REPEAT-COUNT         PIC X(02).
            05  FILLER                  PIC X(09) VALUE '  SYSTEM '.
            05  CH-SYSTEM-ID            PIC X(08).
            05  FILLER                  PIC X(06) VALUE '  JOB '.
            05  CH-JOB-NAME             PIC X(08).
            05  FILLER                  PIC X(30) VALUE SPACES.
        01  WS-FILTER-LINE.
            05  FILLER                  PIC X(40) VALUE
                'RUN-CONTEXT FILTER (G R W RP SYSTEM JOB)'.
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  FL-FILTER               PIC X(26).
            05  FILLER                  PIC X(65) VALUE SPACES.
        01  WS-VOID-LINE.
            05  FILLER                  PIC X(40) VALUE
                'VOIDED RUNS EXCLUDED FROM THE ANALYSIS  '.
            05  VL-VOID-COUNT           PIC ZZZZ9.
            05  FILLER                  PIC X(88) VALUE SPACES.
        01  WS-SPEED-LINE.
            05  FILLER                  PIC X(40) VALUE
                'RUNS CARRYING A MACHINE SPEED INDEX     '.
            05  SP-INDEXED-COUNT        PIC ZZZZ9.
            05  FILLER                  PIC X(04) VALUE SPACES.
            05  FILLER                  PIC X(34) VALUE
                'UNSTABLE - INDEX MOVED MORE THAN +'.
            05  SP-TOLERANCE            PIC ZZ9.
            05  FILLER                  PIC X(06) VALUE ' PCT  '.
            05  SP-UNSTABLE-COUNT       PIC ZZZZ9.
            05  FILLER                  PIC X(36) VALUE SPACES.
        01  WS-NORM-NOTE.
            05  FILLER                  PIC X(40) VALUE
                'N- COLUMNS ARE NORMALIZED TO THE REFEREN'.
            05  FILLER                  PIC X(40) VALUE
                'CE MACHINE (SPEED INDEX 100.00) - STABLE'.
            05  FILLER                  PIC X(22) VALUE
                ' INDEXED RUNS ONLY    '.
            05  FILLER                  PIC X(31) VALUE SPACES.
        01  WS-EXCP-LINE.
            05  XL-RUN-DATE             PIC X(08).
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  XL-AVG                  PIC X(11).
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  XL-FLAG                 PIC X(06).
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  XL-CONTEXT              PIC X(26).
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  XL-N-ELAPSED            PIC X(11).
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  XL-N-AVG                PIC X(11).
            05  FILLER                  PIC X(03) VALUE SPACES.

        01  WS-UNS-TITLE.
            05  FILLER                  PIC X(40) VALUE
                'RUNS TAKEN UNDER UNSTABLE CONDITIONS - S'.
            05  FILLER                  PIC X(28) VALUE
                'PEED INDEX MOVED MORE THAN +'.
            05  UT-TOLERANCE            PIC ZZ9.
            05  FILLER                  PIC X(04) VALUE ' PCT'.
            05  FILLER                  PIC X(58) VALUE SPACES.
        01  WS-UNS-HEAD.
            05  FILLER                  PIC X(10) VALUE 'RUN-DATE  '.
            05  FILLER                  PIC X(13) VALUE 'RUN-TIME     '.
            05  FILLER                  PIC X(11) VALUE 'SORT-SIZE  '.
            05  FILLER                  PIC X(08) VALUE 'BEFORE  '.
            05  FILLER                  PIC X(08) VALUE 'AFTER   '.
            05  FILLER                  PIC X(10) VALUE 'MOVE-PCT  '.
            05  FILLER                  PIC X(26) VALUE
                'G R W RP SYSTEM   JOB     '.
            05  FILLER                  PIC X(47) VALUE SPACES.
        01  WS-UNS-LINE.
            05  UL-RUN-DATE             PIC X(08).
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  UL-RUN-TIME             PIC X(11).
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  UL-SORT-SIZE            PIC ZZZZZZZZ9.
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  UL-BEFORE               PIC ZZ9.99.
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  UL-AFTER                PIC ZZ9.99.
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  UL-MOVE-PCT             PIC ZZZZ9.99.
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  UL-CONTEXT              PIC X(26).
            05  FILLER                  PIC X(47) VALUE SPACES.

        01  WS-CMP-TITLE.
            05  FILLER                  PIC X(31) VALUE
            05  FILLER                  PIC X(13) VALUE 'TREND-TODAY  '.
            05  FILLER                  PIC X(12) VALUE 'GROWTH/DAY  '.
            05  FILLER                  PIC X(12) VALUE 'BREACH-DATE '.
            05  FILLER                  PIC X(09) VALUE SPACES.
            05  FILLER                  PIC X(07) VALUE 'N-RUNS '.
            05  FILLER                  PIC X(13) VALUE 'N-TREND-TDY  '.
            05  FILLER                  PIC X(12) VALUE 'N-GROWTH/DY '.
            05  FILLER                  PIC X(12) VALUE 'N-BREACH    '.
            05  FILLER                  PIC X(15) VALUE SPACES.
        01  WS-FCT-LINE.
            05  FL-ALGO                 PIC X(6).
            05  FILLER                  PIC X(04) VALUE SPACES.
            05  FL-BREACH               PIC X(10).
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  FL-FLAG                 PIC X(07).
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  FL-N-RUNS               PIC ZZZZ9.
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  FL-N-TREND              PIC X(11).
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  FL-N-GROWTH             PIC +ZZZZ9.99.
            05  FL-N-GROWTH-X REDEFINES FL-N-GROWTH
                                        PIC X(09).
            05  FILLER                  PIC X(03) VALUE SPACES.
            05  FL-N-BREACH             PIC X(10).
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  FL-N-FLAG               PIC X(07).
            05  FILLER                  PIC X(08) VALUE SPACES.
        01  WS-FCT-FIT-LINE.
            05  FF-ALGO                 PIC X(6).
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  WS-RUN-IDX              PIC S9(5) COMP-3.
            05  WS-ALGO-IDX             PIC S9(4) COMP.

       COPY SORTHTRL.

       PROCEDURE DIVISION.

       PROGRAM-START.
           OPEN INPUT SORT-HIST-FILE.
           OPEN OUTPUT TRND-RPT-FILE.

           MOVE 'SORTHIST' TO HTRL-SOURCE.
           PERFORM START-HISTORY-CONTROL
               THRU START-HISTORY-CONTROL-EXIT.
           PERFORM LOAD-HISTORY-TABLE
               THRU LOAD-HISTORY-TABLE-EXIT.
           PERFORM END-HISTORY-CONTROL
               THRU END-HISTORY-CONTROL-EXIT.

           EVALUATE TRUE
               WHEN HTRL-ERROR-COUNT > 0
                   DISPLAY 'SORTTRND: SORTHIST CONTROL TOTALS DO NOT '
                           'AGREE - NOTHING ANALYZED'
                   MOVE 16 TO WS-TRND-RC
                   PERFORM WRITE-PAGE-HEADINGS
                       THRU WRITE-PAGE-HEADINGS-EXIT
                   PERFORM WRITE-CONTROL-REPORT
                       THRU WRITE-CONTROL-REPORT-EXIT
                   OPEN OUTPUT TRND-EXCP-FILE
                   PERFORM WRITE-EXCEPTION-TRAILER
                       THRU WRITE-EXCEPTION-TRAILER-EXIT
                   CLOSE TRND-EXCP-FILE
               WHEN WS-RUN-COUNT = 0
                   DISPLAY 'SORTTRND: NO USABLE SORTHIST RECORDS - '
                           'NOTHING TO ANALYZE'
                   MOVE 8 TO WS-TRND-RC
                   PERFORM WRITE-PAGE-HEADINGS
                       THRU WRITE-PAGE-HEADINGS-EXIT
                   PERFORM WRITE-CONTROL-REPORT
                       THRU WRITE-CONTROL-REPORT-EXIT
                   OPEN OUTPUT TRND-EXCP-FILE
                   PERFORM WRITE-EXCEPTION-TRAILER
                       THRU WRITE-EXCEPTION-TRAILER-EXIT
                   CLOSE TRND-EXCP-FILE
               WHEN OTHER
                   PERFORM BUILD-STATISTICS
                       THRU BUILD-STATISTICS-EXIT
                   PERFORM WRITE-TREND-REPORT
                       THRU WRITE-TREND-REPORT-EXIT
                   IF WS-SPEED-INDEXED-COUNT > 0
                       PERFORM WRITE-UNSTABLE-REPORT
                           THRU WRITE-UNSTABLE-REPORT-EXIT
                   END-IF
                   IF WS-COMPARE-MODE
                       PERFORM WRITE-COMPARISON-REPORT
                           THRU WRITE-COMPARISON-REPORT-EXIT
                   END-IF
                   PERFORM WRITE-EXCEPTION-REPORT
                       THRU WRITE-EXCEPTION-REPORT-EXIT
                   IF WS-WINDOW-MINS > 0
                       PERFORM WRITE-FORECAST-REPORT
                           THRU WRITE-FORECAST-REPORT-EXIT
                   END-IF
                   IF WS-FLAG-COUNT > 0
                       MOVE 4 TO WS-TRND-RC
                   END-IF
                   IF WS-TABLE-FULL AND WS-TRND-RC = 0
                       MOVE 4 TO WS-TRND-RC
                   END-IF
                   IF WS-CMP-WORSE
                       MOVE 6 TO WS-TRND-RC
                   END-IF
           END-EVALUATE.

           CLOSE SORT-HIST-FILE.
           CLOSE TRND-RPT-FILE.
           DISPLAY 'SORTTRND: ' WS-RUN-COUNT ' RUNS ANALYZED, '
                   WS-SKIP-COUNT ' RECORDS SKIPPED, '
                   WS-FLAG-COUNT ' RUNS FLAGGED'.
           IF WS-SPEED-INDEXED-COUNT > 0
               DISPLAY 'SORTTRND: ' WS-SPEED-INDEXED-COUNT
                       ' RUNS CARRY A SPEED INDEX, '
                       WS-SPEED-UNSTABLE-COUNT ' OF THEM UNSTABLE'
           END-IF.
           IF WS-CTX-FILTERED
               DISPLAY 'SORTTRND: ' WS-FILTER-COUNT
                       ' RECORDS OUTSIDE THE RUN-CONTEXT FILTER'
           END-IF.
           IF WS-VOID-COUNT > 0
               DISPLAY 'SORTTRND: ' WS-VOID-COUNT
                       ' VOIDED RUNS EXCLUDED'
           END-IF.

           MOVE WS-TRND-RC TO RETURN-CODE.

      *  IN MINUTES IN COLUMNS 5-9 AND THE COMPARISON SPLIT DATE IN    *
      *  COLUMNS 11-18.  A MISSING OR BLANK FIELD LEAVES ITS DEFAULT   *
      *  (THRESHOLD 25, NO FORECAST, NO COMPARISON); A NON-NUMERIC     *
      *  FIELD IS REPORTED AND IGNORED.  COLUMNS 24-49 CARRY THE       *
      *  OPTIONAL RUN-CONTEXT FILTER AND COLUMNS 51-53 THE SPEED-INDEX *
      *  TOLERANCE PERCENTAGE (DEFAULT 10).                            *
      *----------------------------------------------------------------*
       GET-THRESHOLD-PARAMETER.

                               'NUMERIC - DEFAULT OF 2.0 USED'
                   END-IF
               END-IF
               IF TC-SPEED-TOL = SPACES
                   CONTINUE
               ELSE
                   INSPECT TC-SPEED-TOL
                       REPLACING LEADING ' ' BY '0'
                   IF TC-SPEED-TOL IS NUMERIC
                       MOVE TC-SPEED-TOL-9 TO WS-SPEED-TOL-PCT
                   ELSE
                       DISPLAY 'SORTTRND: SPEED TOLERANCE NOT '
                               'NUMERIC - DEFAULT OF 10 USED'
                   END-IF
               END-IF
               MOVE TC-CONTEXT-FILTER TO WS-CTX-CARD
               PERFORM GET-CONTEXT-FILTER
                   THRU GET-CONTEXT-FILTER-EXIT
           END-IF.
           CLOSE SYSIN-FILE.
           COMPUTE WS-CRIT-PCT
       GET-THRESHOLD-PARAMETER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  GET-CONTEXT-FILTER                                            *
      *  CHECKS THE 26-COLUMN RUN-CONTEXT FILTER IN WS-CTX-CARD AND    *
      *  LOADS THE USABLE FIELDS INTO WS-CTX-FILTER.  A FIELD THAT     *
      *  CANNOT MATCH ANY SORTDALE RUN IS REPORTED AND IGNORED.        *
      *----------------------------------------------------------------*
       GET-CONTEXT-FILTER.

           IF WS-CTX-CARD = SPACES
               GO TO GET-CONTEXT-FILTER-EXIT
           END-IF.
           IF KF-GEN-MODE NOT = SPACE
               IF KF-GEN-MODE = '1' OR '2' OR '3' OR '4'
                   MOVE KF-GEN-MODE TO WS-FLT-GEN-MODE
               ELSE
                   DISPLAY 'SORTTRND: CONTEXT GEN-MODE NOT 1-4'
                           ' - FIELD IGNORED'
               END-IF
           END-IF.
           IF KF-RUN-MODE NOT = SPACE
               IF KF-RUN-MODE = 'S' OR 'L' OR 'U' OR 'C'
                   MOVE KF-RUN-MODE TO WS-FLT-RUN-MODE
               ELSE
                   DISPLAY 'SORTTRND: CONTEXT RUN-MODE NOT S/L/U/C'
                           ' - FIELD IGNORED'
               END-IF
           END-IF.
           IF KF-WIDE-SW NOT = SPACE
               IF KF-WIDE-SW = 'Y' OR 'N'
                   MOVE KF-WIDE-SW TO WS-FLT-WIDE-SW
               ELSE
                   DISPLAY 'SORTTRND: CONTEXT WIDE SWITCH NOT Y/N'
                           ' - FIELD IGNORED'
               END-IF
           END-IF.
           IF KF-REPEAT-COUNT NOT = SPACES
               INSPECT KF-REPEAT-COUNT
                   REPLACING LEADING ' ' BY '0'
               IF KF-REPEAT-COUNT IS NUMERIC
                   AND KF-REPEAT-COUNT NOT = '00'
                   MOVE KF-REPEAT-COUNT TO WS-FLT-REPEAT-COUNT
               ELSE
                   DISPLAY 'SORTTRND: CONTEXT REPETITIONS NOT 01-99'
                           ' - FIELD IGNORED'
               END-IF
           END-IF.
           MOVE KF-SYSTEM-ID TO WS-FLT-SYSTEM-ID.
           MOVE KF-JOB-NAME TO WS-FLT-JOB-NAME.
           IF WS-CTX-FILTER NOT = SPACES
               MOVE 'Y' TO WS-CTX-FILTER-SW
           END-IF.

       GET-CONTEXT-FILTER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  LOAD-HISTORY-TABLE                                            *
      *  READS EVERY SORTHIST RECORD INTO WS-RUN-TABLE, REDUCING EACH  *
      *  ELAPSED COLUMN TO HUNDREDTHS.  A RECORD WHOSE SORT-SIZE DOES  *
      *  NOT SCAN AS A NUMBER IS COUNTED AND SKIPPED; ONE OUTSIDE THE  *
      *  RUN-CONTEXT FILTER IS COUNTED SEPARATELY.  A TRAILER IS       *
      *  CHECKED, NOT STORED.  THE FILE IS READ TO THE END EVEN WHEN   *
      *  THE TABLE FILLS, SO EVERY TRAILER IS STILL CHECKED.           *
      *----------------------------------------------------------------*
       LOAD-HISTORY-TABLE.

           PERFORM
             UNTIL WS-HIST-AT-EOF
               READ SORT-HIST-FILE
                   AT END
                       MOVE 'Y' TO WS-HIST-EOF-SW
                   NOT AT END
                       MOVE SORT-HIST-RECORD TO HTRL-RECORD
                       IF HTRL-IS-TRAILER
                           PERFORM CHECK-HISTORY-TRAILER
                               THRU CHECK-HISTORY-TRAILER-EXIT
                       ELSE
                           PERFORM ADD-HISTORY-CONTROL
                               THRU ADD-HISTORY-CONTROL-EXIT
                           PERFORM STORE-HISTORY-RECORD
                               THRU STORE-HISTORY-RECORD-EXIT
                       END-IF
               END-READ
           END-PERFORM.

      *----------------------------------------------------------------*
       STORE-HISTORY-RECORD.

           IF WS-TABLE-FULL
               GO TO STORE-HISTORY-RECORD-EXIT
           END-IF.

           MOVE HIST-SORT-SIZE TO WS-SIZE-X.
           IF WS-SIZE-X = SPACES
               ADD 1 TO WS-SKIP-COUNT
               GO TO STORE-HISTORY-RECORD-EXIT
           END-IF.

           IF HIST-VOIDED
               ADD 1 TO WS-VOID-COUNT
               GO TO STORE-HISTORY-RECORD-EXIT
           END-IF.

           PERFORM CHECK-CONTEXT-FILTER
               THRU CHECK-CONTEXT-FILTER-EXIT.
           IF NOT WS-CTX-MATCH
               ADD 1 TO WS-FILTER-COUNT
               GO TO STORE-HISTORY-RECORD-EXIT
           END-IF.

           IF WS-RUN-COUNT >= 20000
               MOVE 'Y' TO WS-TABLE-FULL-SW
               GO TO STORE-HISTORY-RECORD-EXIT
           END-IF.

           PERFORM FIND-CONTEXT-ENTRY
               THRU FIND-CONTEXT-ENTRY-EXIT.
           IF NOT WS-CTX-FOUND
               ADD 1 TO WS-SKIP-COUNT
               GO TO STORE-HISTORY-RECORD-EXIT
           END-IF.

           ADD 1 TO WS-RUN-COUNT.
           MOVE WS-RUN-COUNT TO WS-RUN-IDX.
           MOVE WS-CTX-IDX TO RT-CTX-IDX (WS-RUN-IDX).
           MOVE HIST-RUN-DATE TO RT-RUN-DATE (WS-RUN-IDX).
           MOVE HIST-RUN-TIME TO RT-RUN-TIME (WS-RUN-IDX).
           MOVE WS-SIZE-9     TO RT-SORT-SIZE (WS-RUN-IDX).
           PERFORM SET-SPEED-INDEX
               THRU SET-SPEED-INDEX-EXIT.

           MOVE HIST-RUN-DATE TO WS-DW-DATE-X.
           PERFORM CONVERT-DATE-TO-DAYNUM
       STORE-HISTORY-RECORD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  SET-SPEED-INDEX                                               *
      *  CARRIES THE CURRENT RECORD'S SPEED INDEXES INTO THE RUN TABLE *
      *  AND CLASSES THE RUN STABLE OR UNSTABLE.  A RECORD WITHOUT     *
      *  BOTH READINGS (OLDER HISTORY, A SUMMARY) IS NOT INDEXED.      *
      *----------------------------------------------------------------*
       SET-SPEED-INDEX.

           MOVE 0 TO RT-SPEED-BEFORE (WS-RUN-IDX).
           MOVE 0 TO RT-SPEED-AFTER (WS-RUN-IDX).
           MOVE 0 TO RT-SPEED (WS-RUN-IDX).
           MOVE SPACE TO RT-SPEED-SW (WS-RUN-IDX).
           IF HIST-SPEED-BEFORE IS NOT NUMERIC
               OR HIST-SPEED-AFTER IS NOT NUMERIC
               GO TO SET-SPEED-INDEX-EXIT
           END-IF.
           IF HIST-SPEED-BEFORE = 0 OR HIST-SPEED-AFTER = 0
               GO TO SET-SPEED-INDEX-EXIT
           END-IF.

           ADD 1 TO WS-SPEED-INDEXED-COUNT.
           MOVE HIST-SPEED-BEFORE TO RT-SPEED-BEFORE (WS-RUN-IDX).
           MOVE HIST-SPEED-AFTER TO RT-SPEED-AFTER (WS-RUN-IDX).
           COMPUTE RT-SPEED (WS-RUN-IDX) ROUNDED
                 = (HIST-SPEED-BEFORE + HIST-SPEED-AFTER) / 2.
           COMPUTE WS-SPEED-MOVE-PCT
                 = (HIST-SPEED-AFTER - HIST-SPEED-BEFORE) * 100
                 / HIST-SPEED-BEFORE.
           IF WS-SPEED-MOVE-PCT < 0
               COMPUTE WS-SPEED-MOVE-PCT = 0 - WS-SPEED-MOVE-PCT
           END-IF.
           IF WS-SPEED-MOVE-PCT > WS-SPEED-TOL-PCT
               MOVE 'U' TO RT-SPEED-SW (WS-RUN-IDX)
               ADD 1 TO WS-SPEED-UNSTABLE-COUNT
           ELSE
               MOVE 'S' TO RT-SPEED-SW (WS-RUN-IDX)
           END-IF.

       SET-SPEED-INDEX-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  CHECK-CONTEXT-FILTER                                          *
      *  SETS WS-CTX-MATCH WHEN THE CURRENT SORTHIST RECORD'S RUN      *
      *  CONTEXT AGREES WITH EVERY NON-BLANK FIELD OF THE FILTER.  A   *
      *  RECORD WITH NO CONTEXT RECORDED FAILS ANY NON-BLANK FIELD.    *
      *----------------------------------------------------------------*
       CHECK-CONTEXT-FILTER.

           MOVE 'Y' TO WS-CTX-MATCH-SW.
           IF NOT WS-CTX-FILTERED
               GO TO CHECK-CONTEXT-FILTER-EXIT
           END-IF.
           IF WS-FLT-GEN-MODE NOT = SPACE
               AND WS-FLT-GEN-MODE NOT = HIST-GEN-MODE
               MOVE 'N' TO WS-CTX-MATCH-SW
           END-IF.
           IF WS-FLT-RUN-MODE NOT = SPACE
               AND WS-FLT-RUN-MODE NOT = HIST-RUN-MODE
               MOVE 'N' TO WS-CTX-MATCH-SW
           END-IF.
           IF WS-FLT-WIDE-SW NOT = SPACE
               AND WS-FLT-WIDE-SW NOT = HIST-WIDE-SW
               MOVE 'N' TO WS-CTX-MATCH-SW
           END-IF.
           IF WS-FLT-REPEAT-COUNT NOT = SPACES
               AND WS-FLT-REPEAT-COUNT NOT = HIST-REPEAT-COUNT
               MOVE 'N' TO WS-CTX-MATCH-SW
           END-IF.
           IF WS-FLT-SYSTEM-ID NOT = SPACES
               AND WS-FLT-SYSTEM-ID NOT = HIST-SYSTEM-ID
               MOVE 'N' TO WS-CTX-MATCH-SW
           END-IF.
           IF WS-FLT-JOB-NAME NOT = SPACES
               AND WS-FLT-JOB-NAME NOT = HIST-JOB-NAME
               MOVE 'N' TO WS-CTX-MATCH-SW
           END-IF.

       CHECK-CONTEXT-FILTER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  FIND-CONTEXT-ENTRY                                            *
      *  LOCATES (OR ADDS) THE CURRENT RECORD'S HIST-RUN-CONTEXT IN    *
      *  WS-CTX-TABLE, LEAVING WS-CTX-IDX POINTING AT IT.  WHEN THE    *
      *  TABLE IS FULL THE RECORD IS REPORTED AND SKIPPED.             *
      *----------------------------------------------------------------*
       FIND-CONTEXT-ENTRY.

           MOVE 'N' TO WS-CTX-FOUND-SW.
           PERFORM
             VARYING WS-CTX-IDX FROM 1 BY 1
             UNTIL WS-CTX-IDX > WS-CTX-COUNT
             OR WS-CTX-FOUND
               IF CX-RUN-CONTEXT (WS-CTX-IDX) = HIST-RUN-CONTEXT
                   MOVE 'Y' TO WS-CTX-FOUND-SW
               END-IF
           END-PERFORM.
           IF WS-CTX-FOUND
               SUBTRACT 1 FROM WS-CTX-IDX
               GO TO FIND-CONTEXT-ENTRY-EXIT
           END-IF.

           IF WS-CTX-COUNT >= 100
               DISPLAY 'SORTTRND: RUN-CONTEXT TABLE FULL - RECORD '
                       'SKIPPED'
               GO TO FIND-CONTEXT-ENTRY-EXIT
           END-IF.

           ADD 1 TO WS-CTX-COUNT.
           MOVE WS-CTX-COUNT TO WS-CTX-IDX.
           MOVE HIST-RUN-CONTEXT TO CX-RUN-CONTEXT (WS-CTX-IDX).
           MOVE 'Y' TO WS-CTX-FOUND-SW.

       FIND-CONTEXT-ENTRY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  PARSE-ELAPSED-FIELD                                           *
      *  REDUCES THE HH:MM:SS.DD VALUE IN WS-EP-FIELD TO HUNDREDTHS IN *
      *----------------------------------------------------------------*
      *  BUILD-STATISTICS                                              *
      *  ROLLS EVERY RUN-TABLE ENTRY INTO WS-STAT-TABLE, ONE ENTRY PER *
      *  ALGORITHM/SORT-SIZE PAIR PER RUN CONTEXT, THEN COMPUTES THE   *
      *  AVERAGES.                                                     *
      *----------------------------------------------------------------*
       BUILD-STATISTICS.

               ELSE
                   MOVE -1 TO ST-AVG (WS-STAT-IDX)
               END-IF
               IF ST-N-RUNS (WS-STAT-IDX) > 0
                   COMPUTE ST-N-AVG (WS-STAT-IDX)
                         = ST-N-SUM (WS-STAT-IDX)
                         / ST-N-RUNS (WS-STAT-IDX)
               ELSE
                   MOVE -1 TO ST-N-AVG (WS-STAT-IDX)
               END-IF
           END-PERFORM.

       BUILD-STATISTICS-EXIT.
      *  FOLDS ONE RUN'S RESULT FOR ONE ALGORITHM INTO ITS STAT ENTRY, *
      *  CREATING THE ENTRY ON FIRST SIGHT.  ONLY PASSING RUNS FEED    *
      *  THE SUM AND MIN/MAX - A FAILED SORT'S TIME IS NOT TRUSTED.    *
      *  A STABLE INDEXED RUN ALSO FEEDS THE NORMALIZED FIGURES.       *
      *----------------------------------------------------------------*
       ACCUMULATE-ONE-RESULT.

           END-IF.

           ADD 1 TO ST-RUN-COUNT (WS-STAT-IDX).
           IF RT-SPEED-UNSTABLE (WS-RUN-IDX)
               ADD 1 TO ST-UNSTABLE (WS-STAT-IDX)
           END-IF.
           IF RT-STATUS (WS-RUN-IDX WS-ALGO-IDX) = 'FAIL'
               ADD 1 TO ST-FAIL-COUNT (WS-STAT-IDX)
           ELSE
                       END-IF
                   END-IF
               END-IF
               IF RT-SPEED-STABLE (WS-RUN-IDX)
                   PERFORM ACCUMULATE-NORMALIZED
                       THRU ACCUMULATE-NORMALIZED-EXIT
               END-IF
           END-IF.

       ACCUMULATE-ONE-RESULT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  ACCUMULATE-NORMALIZED                                         *
      *  FOLDS THE CURRENT PASSING RUN'S TIMES, SCALED TO THE          *
      *  REFERENCE MACHINE BY ITS SPEED INDEX, INTO THE NORMALIZED     *
      *  FIGURES OF ITS STAT ENTRY.                                    *
      *----------------------------------------------------------------*
       ACCUMULATE-NORMALIZED.

           COMPUTE WS-NORM-HUND ROUNDED
                 = RT-ELAPSED (WS-RUN-IDX WS-ALGO-IDX)
                 * RT-SPEED (WS-RUN-IDX) / 100.
           ADD 1 TO ST-N-RUNS (WS-STAT-IDX).
           ADD WS-NORM-HUND TO ST-N-SUM (WS-STAT-IDX).
           IF WS-NORM-HUND < ST-N-MIN (WS-STAT-IDX)
               MOVE WS-NORM-HUND TO ST-N-MIN (WS-STAT-IDX)
           END-IF.
           IF WS-NORM-HUND > ST-N-MAX (WS-STAT-IDX)
               MOVE WS-NORM-HUND TO ST-N-MAX (WS-STAT-IDX)
           END-IF.
           IF RT-DAYNUM (WS-RUN-IDX) >= 0
               COMPUTE WS-DW-T1
                     = RT-DAYNUM (WS-RUN-IDX) - WS-BASE-DAYNUM
               ADD 1 TO ST-NF-N (WS-STAT-IDX)
               ADD WS-DW-T1 TO ST-NF-SUM-X (WS-STAT-IDX)
               ADD WS-NORM-HUND TO ST-NF-SUM-Y (WS-STAT-IDX)
               COMPUTE ST-NF-SUM-XX (WS-STAT-IDX)
                     = ST-NF-SUM-XX (WS-STAT-IDX)
                     + WS-DW-T1 * WS-DW-T1
               COMPUTE ST-NF-SUM-XY (WS-STAT-IDX)
                     = ST-NF-SUM-XY (WS-STAT-IDX)
                     + WS-DW-T1 * WS-NORM-HUND
           END-IF.
           IF NOT WS-COMPARE-MODE
               GO TO ACCUMULATE-NORMALIZED-EXIT
           END-IF.
           IF RT-CPU (WS-RUN-IDX WS-ALGO-IDX) >= 0
               COMPUTE WS-NORM-CPU-HUND ROUNDED
                     = RT-CPU (WS-RUN-IDX WS-ALGO-IDX)
                     * RT-SPEED (WS-RUN-IDX) / 100
           END-IF.
           IF RT-RUN-DATE (WS-RUN-IDX) < WS-SPLIT-DATE
               ADD 1 TO ST-B-N-RUNS (WS-STAT-IDX)
               ADD WS-NORM-HUND TO ST-B-N-EL-SUM (WS-STAT-IDX)
               IF RT-CPU (WS-RUN-IDX WS-ALGO-IDX) >= 0
                   ADD 1 TO ST-B-N-CPU-CNT (WS-STAT-IDX)
                   ADD WS-NORM-CPU-HUND TO ST-B-N-CPU-SUM (WS-STAT-IDX)
               END-IF
           ELSE
               ADD 1 TO ST-A-N-RUNS (WS-STAT-IDX)
               ADD WS-NORM-HUND TO ST-A-N-EL-SUM (WS-STAT-IDX)
               IF RT-CPU (WS-RUN-IDX WS-ALGO-IDX) >= 0
                   ADD 1 TO ST-A-N-CPU-CNT (WS-STAT-IDX)
                   ADD WS-NORM-CPU-HUND TO ST-A-N-CPU-SUM (WS-STAT-IDX)
               END-IF
           END-IF.

       ACCUMULATE-NORMALIZED-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  FIND-STAT-ENTRY                                               *
      *  LOCATES (OR CREATES) THE STAT ENTRY FOR THE CURRENT           *
      *  ALGORITHM/SORT-SIZE PAIR UNDER THE CURRENT RUN'S CONTEXT,     *
      *  LEAVING WS-STAT-IDX POINTING AT IT.                           *
      *----------------------------------------------------------------*
       FIND-STAT-ENTRY.

               IF ST-ALGO-IDX (WS-STAT-IDX) = WS-ALGO-IDX
                   AND ST-SORT-SIZE (WS-STAT-IDX)
                     = RT-SORT-SIZE (WS-RUN-IDX)
                   AND ST-CTX-IDX (WS-STAT-IDX)
                     = RT-CTX-IDX (WS-RUN-IDX)
                   MOVE 'Y' TO WS-STAT-FOUND-SW
               END-IF
           END-PERFORM.
               GO TO FIND-STAT-ENTRY-EXIT
           END-IF.

           IF WS-STAT-COUNT >= 1000
               DISPLAY 'SORTTRND: STAT TABLE FULL - ALGORITHM/SIZE '
                       'PAIR DROPPED'
               GO TO FIND-STAT-ENTRY-EXIT
           ADD 1 TO WS-STAT-COUNT.
           MOVE WS-STAT-COUNT TO WS-STAT-IDX.
           MOVE WS-ALGO-IDX TO ST-ALGO-IDX (WS-STAT-IDX).
           MOVE RT-CTX-IDX (WS-RUN-IDX) TO ST-CTX-IDX (WS-STAT-IDX).
           MOVE RT-SORT-SIZE (WS-RUN-IDX)
               TO ST-SORT-SIZE (WS-STAT-IDX).
           MOVE 0 TO ST-RUN-COUNT (WS-STAT-IDX).
           MOVE 0 TO ST-A-EL-SUM (WS-STAT-IDX).
           MOVE 0 TO ST-A-CPU-SUM (WS-STAT-IDX).
           MOVE 0 TO ST-A-CPU-CNT (WS-STAT-IDX).
           MOVE 0 TO ST-UNSTABLE (WS-STAT-IDX).
           MOVE 0 TO ST-N-RUNS (WS-STAT-IDX).
           MOVE 0 TO ST-N-SUM (WS-STAT-IDX).
           MOVE 999999999 TO ST-N-MIN (WS-STAT-IDX).
           MOVE 0 TO ST-N-MAX (WS-STAT-IDX).
           MOVE 0 TO ST-N-AVG (WS-STAT-IDX).
           MOVE 0 TO ST-NF-N (WS-STAT-IDX).
           MOVE 0 TO ST-NF-SUM-X (WS-STAT-IDX).
           MOVE 0 TO ST-NF-SUM-Y (WS-STAT-IDX).
           MOVE 0 TO ST-NF-SUM-XX (WS-STAT-IDX).
           MOVE 0 TO ST-NF-SUM-XY (WS-STAT-IDX).
           MOVE 0 TO ST-B-N-RUNS (WS-STAT-IDX).
           MOVE 0 TO ST-B-N-EL-SUM (WS-STAT-IDX).
           MOVE 0 TO ST-B-N-CPU-SUM (WS-STAT-IDX).
           MOVE 0 TO ST-B-N-CPU-CNT (WS-STAT-IDX).
           MOVE 0 TO ST-A-N-RUNS (WS-STAT-IDX).
           MOVE 0 TO ST-A-N-EL-SUM (WS-STAT-IDX).
           MOVE 0 TO ST-A-N-CPU-SUM (WS-STAT-IDX).
           MOVE 0 TO ST-A-N-CPU-CNT (WS-STAT-IDX).
           MOVE 'Y' TO WS-STAT-FOUND-SW.

       FIND-STAT-ENTRY-EXIT.
      *----------------------------------------------------------------*
      *  WRITE-TREND-REPORT                                            *
      *  ONE LINE PER ALGORITHM/SORT-SIZE PAIR: RUN AND FAILURE COUNTS *
      *  AND THE AVERAGE, BEST AND WORST ELAPSED TIMES, RAW AND        *
      *  NORMALIZED, AND THE COUNT OF UNSTABLE RUNS.  GROUPED BY       *
      *  RUN CONTEXT, THEN BY ALGORITHM IN BUBBLE/JUMPUP/SHELL/NATIVE  *
      *  ORDER.                                                        *
      *----------------------------------------------------------------*
       WRITE-TREND-REPORT.

           PERFORM WRITE-PAGE-HEADINGS
               THRU WRITE-PAGE-HEADINGS-EXIT.
           MOVE WS-VOID-COUNT TO VL-VOID-COUNT.
           MOVE WS-VOID-LINE TO TRND-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.
           MOVE WS-SPEED-INDEXED-COUNT TO SP-INDEXED-COUNT.
           MOVE WS-SPEED-TOL-PCT TO SP-TOLERANCE.
           MOVE WS-SPEED-UNSTABLE-COUNT TO SP-UNSTABLE-COUNT.
           MOVE WS-SPEED-LINE TO TRND-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.
           MOVE WS-NORM-NOTE TO TRND-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.
           IF WS-CTX-FILTERED
               MOVE WS-CTX-FILTER TO WS-CTX-WORK
               PERFORM FORMAT-CONTEXT-SHORT
                   THRU FORMAT-CONTEXT-SHORT-EXIT
               MOVE WS-CTX-CARD TO FL-FILTER
               MOVE WS-FILTER-LINE TO TRND-RPT-RECORD
               PERFORM WRITE-REPORT-LINE
                   THRU WRITE-REPORT-LINE-EXIT
           END-IF.
           MOVE SPACES TO TRND-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.
           PERFORM WRITE-CONTROL-REPORT
               THRU WRITE-CONTROL-REPORT-EXIT.
           MOVE WS-STAT-HEAD TO TRND-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.
               THRU WRITE-REPORT-LINE-EXIT.

           PERFORM
             VARYING WS-CTX-IDX FROM 1 BY 1
             UNTIL WS-CTX-IDX > WS-CTX-COUNT
               PERFORM WRITE-CONTEXT-HEADING
                   THRU WRITE-CONTEXT-HEADING-EXIT
               PERFORM
                 VARYING WS-ALGO-IDX FROM 1 BY 1
                 UNTIL WS-ALGO-IDX > 5
                   PERFORM
                     VARYING WS-STAT-IDX FROM 1 BY 1
                     UNTIL WS-STAT-IDX > WS-STAT-COUNT
                       IF ST-ALGO-IDX (WS-STAT-IDX) = WS-ALGO-IDX
                           AND ST-CTX-IDX (WS-STAT-IDX) = WS-CTX-IDX
                           PERFORM WRITE-ONE-STAT-LINE
                               THRU WRITE-ONE-STAT-LINE-EXIT
                       END-IF
                   END-PERFORM
               END-PERFORM
               MOVE SPACES TO TRND-RPT-RECORD
               PERFORM WRITE-REPORT-LINE
                   THRU WRITE-REPORT-LINE-EXIT
           END-PERFORM.

       WRITE-TREND-REPORT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  WRITE-CONTEXT-HEADING                                         *
      *  THE LINE OPENING ONE RUN CONTEXT'S GROUP IN EACH SECTION.     *
      *----------------------------------------------------------------*
       WRITE-CONTEXT-HEADING.

           MOVE CX-RUN-CONTEXT (WS-CTX-IDX) TO WS-CTX-WORK.
           IF WS-CTX-WORK = SPACES
               MOVE SPACES TO TRND-RPT-RECORD
               MOVE 'RUN CONTEXT - NOT RECORDED' TO TRND-RPT-RECORD
           ELSE
               MOVE CW-GEN-MODE TO CH-GEN-MODE
               EVALUATE CW-RUN-MODE
                   WHEN 'S'
                       MOVE 'STANDARD' TO CH-RUN-MODE
                   WHEN 'L'
                       MOVE 'LARGE-VOLUME' TO CH-RUN-MODE
                   WHEN 'U'
                       MOVE 'USER-FILE' TO CH-RUN-MODE
                   WHEN 'C'
                       MOVE 'CALIBRATION' TO CH-RUN-MODE
                   WHEN OTHER
                       MOVE CW-RUN-MODE TO CH-RUN-MODE
               END-EVALUATE
               IF CW-WIDE-SW = 'Y'
                   MOVE 'WIDE' TO CH-WIDE
               ELSE
                   MOVE 'NARROW' TO CH-WIDE
               END-IF
               MOVE CW-REPEAT-COUNT TO CH-REPEAT-COUNT
               MOVE CW-SYSTEM-ID TO CH-SYSTEM-ID
               MOVE CW-JOB-NAME TO CH-JOB-NAME
               MOVE WS-CTX-HEAD TO TRND-RPT-RECORD
           END-IF.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.

       WRITE-CONTEXT-HEADING-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  FORMAT-CONTEXT-SHORT                                          *
      *  SPREADS THE 21-BYTE CONTEXT IN WS-CTX-WORK INTO THE SPACED    *
      *  26-COLUMN FORM IN WS-CTX-CARD FOR THE EXCEPTION LINE.         *
      *----------------------------------------------------------------*
       FORMAT-CONTEXT-SHORT.

           MOVE SPACES TO WS-CTX-CARD.
           IF WS-CTX-WORK = SPACES
               MOVE 'NOT RECORDED' TO WS-CTX-CARD
               GO TO FORMAT-CONTEXT-SHORT-EXIT
           END-IF.
           MOVE CW-GEN-MODE TO KF-GEN-MODE.
           MOVE CW-RUN-MODE TO KF-RUN-MODE.
           MOVE CW-WIDE-SW TO KF-WIDE-SW.
           MOVE CW-REPEAT-COUNT TO KF-REPEAT-COUNT.
           MOVE CW-SYSTEM-ID TO KF-SYSTEM-ID.
           MOVE CW-JOB-NAME TO KF-JOB-NAME.

       FORMAT-CONTEXT-SHORT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  WRITE-ONE-STAT-LINE                                           *
      *----------------------------------------------------------------*
           ELSE
               MOVE 'ALL FAILED ' TO SL-AVG
           END-IF.
           MOVE ST-N-RUNS (WS-STAT-IDX) TO SL-N-RUNS.
           MOVE ST-UNSTABLE (WS-STAT-IDX) TO SL-UNSTABLE.
           IF ST-N-RUNS (WS-STAT-IDX) > 0
               MOVE ST-N-AVG (WS-STAT-IDX) TO WS-FMT-HUND
               PERFORM FORMAT-ELAPSED-TIME
                   THRU FORMAT-ELAPSED-TIME-EXIT
               MOVE WS-FMT-DISPLAY TO SL-N-AVG
               MOVE ST-N-MIN (WS-STAT-IDX) TO WS-FMT-HUND
               PERFORM FORMAT-ELAPSED-TIME
                   THRU FORMAT-ELAPSED-TIME-EXIT
               MOVE WS-FMT-DISPLAY TO SL-N-BEST
               MOVE ST-N-MAX (WS-STAT-IDX) TO WS-FMT-HUND
               PERFORM FORMAT-ELAPSED-TIME
                   THRU FORMAT-ELAPSED-TIME-EXIT
               MOVE WS-FMT-DISPLAY TO SL-N-WORST
           END-IF.
           MOVE WS-STAT-LINE TO TRND-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.
       WRITE-ONE-STAT-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  WRITE-UNSTABLE-REPORT                                         *
      *  LISTS EVERY RUN WHOSE SPEED INDEX MOVED BY MORE THAN THE      *
      *  TOLERANCE BETWEEN ITS BEFORE AND AFTER READINGS - ITS TIMES   *
      *  WERE TAKEN WHILE THE MACHINE'S CAPACITY CHANGED UNDER IT, SO  *
      *  THEY ARE NOT NORMALIZED.  ONLY PRINTED WHEN SOME OF THE       *
      *  HISTORY CARRIES THE INDEX.                                    *
      *----------------------------------------------------------------*
       WRITE-UNSTABLE-REPORT.

           MOVE SPACES TO TRND-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.
           MOVE WS-SPEED-TOL-PCT TO UT-TOLERANCE.
           MOVE WS-UNS-TITLE TO TRND-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.
           MOVE SPACES TO TRND-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.
           IF WS-SPEED-UNSTABLE-COUNT = 0
               MOVE 'NO RUNS TAKEN UNDER UNSTABLE CONDITIONS'
                   TO TRND-RPT-RECORD
               PERFORM WRITE-REPORT-LINE
                   THRU WRITE-REPORT-LINE-EXIT
               GO TO WRITE-UNSTABLE-REPORT-EXIT
           END-IF.
           MOVE WS-UNS-HEAD TO TRND-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.
           MOVE SPACES TO TRND-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.

           PERFORM
             VARYING WS-RUN-IDX FROM 1 BY 1
             UNTIL WS-RUN-IDX > WS-RUN-COUNT
               IF RT-SPEED-UNSTABLE (WS-RUN-IDX)
                   MOVE SPACES TO WS-UNS-LINE
                   MOVE RT-RUN-DATE (WS-RUN-IDX) TO UL-RUN-DATE
                   MOVE RT-RUN-TIME (WS-RUN-IDX) TO UL-RUN-TIME
                   MOVE RT-SORT-SIZE (WS-RUN-IDX) TO UL-SORT-SIZE
                   MOVE RT-SPEED-BEFORE (WS-RUN-IDX) TO UL-BEFORE
                   MOVE RT-SPEED-AFTER (WS-RUN-IDX) TO UL-AFTER
                   COMPUTE WS-SPEED-MOVE-PCT
                         = (RT-SPEED-AFTER (WS-RUN-IDX)
                         - RT-SPEED-BEFORE (WS-RUN-IDX)) * 100
                         / RT-SPEED-BEFORE (WS-RUN-IDX)
                   IF WS-SPEED-MOVE-PCT < 0
                       COMPUTE WS-SPEED-MOVE-PCT
                             = 0 - WS-SPEED-MOVE-PCT
                   END-IF
                   IF WS-SPEED-MOVE-PCT > 99999.99
                       MOVE 99999.99 TO WS-SPEED-MOVE-PCT
                   END-IF
                   MOVE WS-SPEED-MOVE-PCT TO UL-MOVE-PCT
                   MOVE CX-RUN-CONTEXT (RT-CTX-IDX (WS-RUN-IDX))
                       TO WS-CTX-WORK
                   PERFORM FORMAT-CONTEXT-SHORT
                       THRU FORMAT-CONTEXT-SHORT-EXIT
                   MOVE WS-CTX-CARD TO UL-CONTEXT
                   MOVE WS-UNS-LINE TO TRND-RPT-RECORD
                   PERFORM WRITE-REPORT-LINE
                       THRU WRITE-REPORT-LINE-EXIT
               END-IF
           END-PERFORM.

       WRITE-UNSTABLE-REPORT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  WRITE-COMPARISON-REPORT                                       *
      *  ONE LINE PER ALGORITHM/SORT-SIZE PAIR: PASSING-RUN COUNTS AND *
      *  SIDE BY SIDE, WITH THE PERCENT CHANGE IN AVERAGE ELAPSED.  A  *
      *  PAIR THAT WORSENED BY MORE THAN THE THRESHOLD PERCENTAGE IS   *
      *  FLAGGED *WORSE* AND DRIVES RETURN CODE 6.  EACH ALGORITHM     *
      *  WITHIN EACH RUN CONTEXT CLOSES WITH AN ALL-SIZES SUMMARY LINE.*
      *  A PAIR OR SUMMARY WITH NORMALIZED RUNS IS FOLLOWED BY A NORM  *
      *  LINE OVER THE NORMALIZED TIMES; ITS (WORSE) FLAG SHOWS A      *
      *  CHANGE THAT MACHINE SPEED DOES NOT EXPLAIN AND IS             *
      *  INFORMATIONAL ONLY.                                           *
      *----------------------------------------------------------------*
       WRITE-COMPARISON-REPORT.

               THRU WRITE-REPORT-LINE-EXIT.

           PERFORM
             VARYING WS-CTX-IDX FROM 1 BY 1
             UNTIL WS-CTX-IDX > WS-CTX-COUNT
               PERFORM WRITE-CONTEXT-HEADING
                   THRU WRITE-CONTEXT-HEADING-EXIT
               PERFORM
                 VARYING WS-ALGO-IDX FROM 1 BY 1
                 UNTIL WS-ALGO-IDX > 5
                   MOVE 'N' TO WS-CMP-SEEN-SW
                   MOVE 0 TO WS-CMS-B-RUNS
                   MOVE 0 TO WS-CMS-B-EL-SUM
                   MOVE 0 TO WS-CMS-B-CPU-SUM
                   MOVE 0 TO WS-CMS-B-CPU-CNT
                   MOVE 0 TO WS-CMS-A-RUNS
                   MOVE 0 TO WS-CMS-A-EL-SUM
                   MOVE 0 TO WS-CMS-A-CPU-SUM
                   MOVE 0 TO WS-CMS-A-CPU-CNT
                   MOVE 0 TO WS-CMS-N-B-RUNS
                   MOVE 0 TO WS-CMS-N-B-EL-SUM
                   MOVE 0 TO WS-CMS-N-B-CPU-SUM
                   MOVE 0 TO WS-CMS-N-B-CPU-CNT
                   MOVE 0 TO WS-CMS-N-A-RUNS
                   MOVE 0 TO WS-CMS-N-A-EL-SUM
                   MOVE 0 TO WS-CMS-N-A-CPU-SUM
                   MOVE 0 TO WS-CMS-N-A-CPU-CNT
                   PERFORM
                     VARYING WS-STAT-IDX FROM 1 BY 1
                     UNTIL WS-STAT-IDX > WS-STAT-COUNT
                       IF ST-ALGO-IDX (WS-STAT-IDX) = WS-ALGO-IDX
                           AND ST-CTX-IDX (WS-STAT-IDX) = WS-CTX-IDX
                           MOVE 'Y' TO WS-CMP-SEEN-SW
                           PERFORM COMPARE-ONE-PAIR
                               THRU COMPARE-ONE-PAIR-EXIT
                       END-IF
                   END-PERFORM
                   IF WS-CMP-SEEN
                       PERFORM COMPARE-ALGO-SUMMARY
                           THRU COMPARE-ALGO-SUMMARY-EXIT
                   END-IF
               END-PERFORM
           END-PERFORM.

           IF WS-CMP-WORSE
      *----------------------------------------------------------------*
      *  COMPARE-ONE-PAIR                                              *
      *  FORMATS ONE PAIR'S BEFORE/AFTER LINE AND ROLLS ITS SUMS INTO  *
      *  THE ALGORITHM SUMMARY ACCUMULATORS, THEN DOES THE SAME FOR    *
      *  ITS NORMALIZED FIGURES WHEN IT HAS ANY.                       *
      *----------------------------------------------------------------*
       COMPARE-ONE-PAIR.

           MOVE ST-B-RUNS (WS-STAT-IDX) TO WS-CMW-B-RUNS.
           MOVE ST-B-EL-SUM (WS-STAT-IDX) TO WS-CMW-B-EL-SUM.
           MOVE ST-B-CPU-SUM (WS-STAT-IDX) TO WS-CMW-B-CPU-SUM.
           MOVE ST-B-CPU-CNT (WS-STAT-IDX) TO WS-CMW-B-CPU-CNT.
           MOVE ST-A-RUNS (WS-STAT-IDX) TO WS-CMW-A-RUNS.
           MOVE ST-A-EL-SUM (WS-STAT-IDX) TO WS-CMW-A-EL-SUM.
           MOVE ST-A-CPU-SUM (WS-STAT-IDX) TO WS-CMW-A-CPU-SUM.
           MOVE ST-A-CPU-CNT (WS-STAT-IDX) TO WS-CMW-A-CPU-CNT.
           PERFORM FORMAT-COMPARE-LINE
               THRU FORMAT-COMPARE-LINE-EXIT.
           MOVE WS-ALGO-NAME (WS-ALGO-IDX) TO CL-ALGO.
           MOVE ST-SORT-SIZE (WS-STAT-IDX) TO WS-CMP-SIZE-ED.
           MOVE WS-CMP-SIZE-ED TO CL-SIZE.
           IF WS-CMP-B-AVG > 0 AND WS-CMP-A-AVG >= 0
               AND WS-CMP-PCT > WS-THRESHOLD-PCT
               MOVE '*WORSE*' TO CL-FLAG
               MOVE 'Y' TO WS-CMP-WORSE-SW
               ADD 1 TO WS-CMP-WORSE-COUNT
           END-IF.

           ADD ST-B-RUNS (WS-STAT-IDX) TO WS-CMS-B-RUNS.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.

           IF ST-B-N-RUNS (WS-STAT-IDX) + ST-A-N-RUNS (WS-STAT-IDX)
                   = 0
               GO TO COMPARE-ONE-PAIR-EXIT
           END-IF.
           MOVE ST-B-N-RUNS (WS-STAT-IDX) TO WS-CMW-B-RUNS.
           MOVE ST-B-N-EL-SUM (WS-STAT-IDX) TO WS-CMW-B-EL-SUM.
           MOVE ST-B-N-CPU-SUM (WS-STAT-IDX) TO WS-CMW-B-CPU-SUM.
           MOVE ST-B-N-CPU-CNT (WS-STAT-IDX) TO WS-CMW-B-CPU-CNT.
           MOVE ST-A-N-RUNS (WS-STAT-IDX) TO WS-CMW-A-RUNS.
           MOVE ST-A-N-EL-SUM (WS-STAT-IDX) TO WS-CMW-A-EL-SUM.
           MOVE ST-A-N-CPU-SUM (WS-STAT-IDX) TO WS-CMW-A-CPU-SUM.
           MOVE ST-A-N-CPU-CNT (WS-STAT-IDX) TO WS-CMW-A-CPU-CNT.
           PERFORM FORMAT-COMPARE-LINE
               THRU FORMAT-COMPARE-LINE-EXIT.
           MOVE '     NORM' TO CL-SIZE.
           IF WS-CMP-B-AVG > 0 AND WS-CMP-A-AVG >= 0
               AND WS-CMP-PCT > WS-THRESHOLD-PCT
               MOVE '(WORSE)' TO CL-FLAG
           END-IF.

           ADD ST-B-N-RUNS (WS-STAT-IDX) TO WS-CMS-N-B-RUNS.
           ADD ST-B-N-EL-SUM (WS-STAT-IDX) TO WS-CMS-N-B-EL-SUM.
           ADD ST-B-N-CPU-SUM (WS-STAT-IDX) TO WS-CMS-N-B-CPU-SUM.
           ADD ST-B-N-CPU-CNT (WS-STAT-IDX) TO WS-CMS-N-B-CPU-CNT.
           ADD ST-A-N-RUNS (WS-STAT-IDX) TO WS-CMS-N-A-RUNS.
           ADD ST-A-N-EL-SUM (WS-STAT-IDX) TO WS-CMS-N-A-EL-SUM.
           ADD ST-A-N-CPU-SUM (WS-STAT-IDX) TO WS-CMS-N-A-CPU-SUM.
           ADD ST-A-N-CPU-CNT (WS-STAT-IDX) TO WS-CMS-N-A-CPU-CNT.

           MOVE WS-CMP-LINE TO TRND-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.

       COMPARE-ONE-PAIR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  COMPARE-ALGO-SUMMARY                                          *
      *  THE ALL-SIZES ROLL-UP LINE FOR ONE ALGORITHM, AND ITS NORM    *
      *  LINE WHEN ANY PAIR HAD ONE.  THE SUMMARY IS INFORMATIONAL     *
      *  ONLY - THE RETURN CODE IS DRIVEN BY THE PAIRS.                *
      *----------------------------------------------------------------*
       COMPARE-ALGO-SUMMARY.

           MOVE WS-CMS-B-RUNS TO WS-CMW-B-RUNS.
           MOVE WS-CMS-B-EL-SUM TO WS-CMW-B-EL-SUM.
           MOVE WS-CMS-B-CPU-SUM TO WS-CMW-B-CPU-SUM.
           MOVE WS-CMS-B-CPU-CNT TO WS-CMW-B-CPU-CNT.
           MOVE WS-CMS-A-RUNS TO WS-CMW-A-RUNS.
           MOVE WS-CMS-A-EL-SUM TO WS-CMW-A-EL-SUM.
           MOVE WS-CMS-A-CPU-SUM TO WS-CMW-A-CPU-SUM.
           MOVE WS-CMS-A-CPU-CNT TO WS-CMW-A-CPU-CNT.
           PERFORM FORMAT-COMPARE-LINE
               THRU FORMAT-COMPARE-LINE-EXIT.
           MOVE WS-ALGO-NAME (WS-ALGO-IDX) TO CL-ALGO.
           MOVE '      ALL' TO CL-SIZE.
           MOVE WS-CMP-LINE TO TRND-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.

           IF WS-CMS-N-B-RUNS + WS-CMS-N-A-RUNS > 0
               MOVE WS-CMS-N-B-RUNS TO WS-CMW-B-RUNS
               MOVE WS-CMS-N-B-EL-SUM TO WS-CMW-B-EL-SUM
               MOVE WS-CMS-N-B-CPU-SUM TO WS-CMW-B-CPU-SUM
               MOVE WS-CMS-N-B-CPU-CNT TO WS-CMW-B-CPU-CNT
               MOVE WS-CMS-N-A-RUNS TO WS-CMW-A-RUNS
               MOVE WS-CMS-N-A-EL-SUM TO WS-CMW-A-EL-SUM
               MOVE WS-CMS-N-A-CPU-SUM TO WS-CMW-A-CPU-SUM
               MOVE WS-CMS-N-A-CPU-CNT TO WS-CMW-A-CPU-CNT
               PERFORM FORMAT-COMPARE-LINE
                   THRU FORMAT-COMPARE-LINE-EXIT
               MOVE ' ALL NORM' TO CL-SIZE
               MOVE WS-CMP-LINE TO TRND-RPT-RECORD
               PERFORM WRITE-REPORT-LINE
                   THRU WRITE-REPORT-LINE-EXIT
           END-IF.
           MOVE SPACES TO TRND-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.

       COMPARE-ALGO-SUMMARY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  FORMAT-COMPARE-LINE                                           *
      *  BUILDS THE COUNTS, AVERAGES AND PERCENT CHANGE OF ONE         *
      *  COMPARISON LINE FROM THE SUMS IN WS-CMW-*, LEAVING THE TWO    *
      *  AVERAGES AND THE PERCENT IN WS-CMP-B-AVG, WS-CMP-A-AVG AND    *
      *  WS-CMP-PCT FOR THE CALLER'S FLAG.  THE CALLER FILLS IN THE    *
      *  ALGORITHM AND SIZE COLUMNS.                                   *
      *----------------------------------------------------------------*
       FORMAT-COMPARE-LINE.

           MOVE SPACES TO WS-CMP-LINE.
           MOVE WS-CMW-B-RUNS TO CL-B-RUNS.
           MOVE WS-CMW-A-RUNS TO CL-A-RUNS.
           MOVE -1 TO WS-CMP-B-AVG.
           MOVE -1 TO WS-CMP-A-AVG.
           MOVE 0 TO WS-CMP-PCT.

           IF WS-CMW-B-RUNS > 0
               COMPUTE WS-CMP-B-AVG
                     = WS-CMW-B-EL-SUM / WS-CMW-B-RUNS
               MOVE WS-CMP-B-AVG TO WS-FMT-HUND
               PERFORM FORMAT-ELAPSED-TIME
                   THRU FORMAT-ELAPSED-TIME-EXIT
               MOVE WS-FMT-DISPLAY TO CL-B-EL
           END-IF.
           IF WS-CMW-B-CPU-CNT > 0
               COMPUTE WS-FMT-HUND
                     = WS-CMW-B-CPU-SUM / WS-CMW-B-CPU-CNT
               PERFORM FORMAT-ELAPSED-TIME
                   THRU FORMAT-ELAPSED-TIME-EXIT
               MOVE WS-FMT-DISPLAY TO CL-B-CPU
           END-IF.
           IF WS-CMW-A-RUNS > 0
               COMPUTE WS-CMP-A-AVG
                     = WS-CMW-A-EL-SUM / WS-CMW-A-RUNS
               MOVE WS-CMP-A-AVG TO WS-FMT-HUND
               PERFORM FORMAT-ELAPSED-TIME
                   THRU FORMAT-ELAPSED-TIME-EXIT
               MOVE WS-FMT-DISPLAY TO CL-A-EL
           END-IF.
           IF WS-CMW-A-CPU-CNT > 0
               COMPUTE WS-FMT-HUND
                     = WS-CMW-A-CPU-SUM / WS-CMW-A-CPU-CNT
               PERFORM FORMAT-ELAPSED-TIME
                   THRU FORMAT-ELAPSED-TIME-EXIT
               MOVE WS-FMT-DISPLAY TO CL-A-CPU
               MOVE '     N/A' TO CL-PCT-X
           END-IF.

       FORMAT-COMPARE-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  CHECK-ONE-EXCEPTION                                           *
      *  FLAGS THE CURRENT RUN/ALGORITHM WHEN ITS ELAPSED TIME IS MORE *
      *  THAN THE THRESHOLD PERCENTAGE OVER THE HISTORICAL AVERAGE.    *
      *  THE LINE ALSO CARRIES THE RUN'S NORMALIZED ELAPSED TIME (OR   *
      *  WHY IT HAS NONE) AND THE PAIR'S NORMALIZED AVERAGE.           *
      *----------------------------------------------------------------*
       CHECK-ONE-EXCEPTION.

               PERFORM FORMAT-ELAPSED-TIME
                   THRU FORMAT-ELAPSED-TIME-EXIT
               MOVE WS-FMT-DISPLAY TO XL-AVG
               EVALUATE TRUE
                   WHEN RT-SPEED-STABLE (WS-RUN-IDX)
                       COMPUTE WS-FMT-HUND ROUNDED
                             = RT-ELAPSED (WS-RUN-IDX WS-ALGO-IDX)
                             * RT-SPEED (WS-RUN-IDX) / 100
                       PERFORM FORMAT-ELAPSED-TIME
                           THRU FORMAT-ELAPSED-TIME-EXIT
                       MOVE WS-FMT-DISPLAY TO XL-N-ELAPSED
                   WHEN RT-SPEED-UNSTABLE (WS-RUN-IDX)
                       MOVE 'UNSTABLE' TO XL-N-ELAPSED
                   WHEN OTHER
                       MOVE 'NO INDEX' TO XL-N-ELAPSED
               END-EVALUATE
               IF ST-N-RUNS (WS-STAT-IDX) > 0
                   MOVE ST-N-AVG (WS-STAT-IDX) TO WS-FMT-HUND
                   PERFORM FORMAT-ELAPSED-TIME
                       THRU FORMAT-ELAPSED-TIME-EXIT
                   MOVE WS-FMT-DISPLAY TO XL-N-AVG
               END-IF
               MOVE '*SLOW*' TO XL-FLAG
               MOVE CX-RUN-CONTEXT (RT-CTX-IDX (WS-RUN-IDX))
                   TO WS-CTX-WORK
               PERFORM FORMAT-CONTEXT-SHORT
                   THRU FORMAT-CONTEXT-SHORT-EXIT
               MOVE WS-CTX-CARD TO XL-CONTEXT
               MOVE WS-EXCP-LINE TO TRND-RPT-RECORD
               PERFORM WRITE-REPORT-LINE
                   THRU WRITE-REPORT-LINE-EXIT
               TO XD-ELAPSED-HUND.
           MOVE ST-AVG (WS-STAT-IDX) TO XD-AVG-HUND.
           MOVE WS-EXC-PCT-OVER TO XD-PCT-OVER.
           MOVE CX-RUN-CONTEXT (RT-CTX-IDX (WS-RUN-IDX))
               TO XD-RUN-CONTEXT.
           IF WS-EXC-PCT-OVER > WS-CRIT-PCT
               MOVE 'C' TO XD-SEVERITY
               ADD 1 TO WS-CRIT-COUNT
      *  TIME AS OF TODAY, THE GROWTH PER DAY IN SECONDS, AND THE      *
      *  PROJECTED DATE THE PAIR OUTGROWS THE BATCH WINDOW.  A PAIR    *
      *  PROJECTED TO BREACH WITHIN 90 DAYS (OR ALREADY OVER) IS       *
      *  FLAGGED *90DAY*.  EACH ALGORITHM WITHIN EACH RUN CONTEXT      *
      *  CLOSES WITH THE LARGEST SORT SIZE WHOSE TREND STILL FITS THE  *
      *  WINDOW TODAY.  THE N- COLUMNS REPEAT THE FIT OVER NORMALIZED  *
      *  TIMES - WHEN THE PAIR WOULD OUTGROW THE WINDOW ON THE         *
      *  REFERENCE MACHINE - FLAGGED (90DAY) FOR INFORMATION ONLY.     *
      *----------------------------------------------------------------*
       WRITE-FORECAST-REPORT.

               THRU WRITE-REPORT-LINE-EXIT.

           PERFORM
             VARYING WS-CTX-IDX FROM 1 BY 1
             UNTIL WS-CTX-IDX > WS-CTX-COUNT
               PERFORM WRITE-CONTEXT-HEADING
                   THRU WRITE-CONTEXT-HEADING-EXIT
               PERFORM
                 VARYING WS-ALGO-IDX FROM 1 BY 1
                 UNTIL WS-ALGO-IDX > 5
                   MOVE -1 TO WS-FCT-FIT-SIZE
                   MOVE 'N' TO WS-FCT-SEEN-SW
                   PERFORM
                     VARYING WS-STAT-IDX FROM 1 BY 1
                     UNTIL WS-STAT-IDX > WS-STAT-COUNT
                       IF ST-ALGO-IDX (WS-STAT-IDX) = WS-ALGO-IDX
                           AND ST-CTX-IDX (WS-STAT-IDX) = WS-CTX-IDX
                           MOVE 'Y' TO WS-FCT-SEEN-SW
                           PERFORM FORECAST-ONE-PAIR
                               THRU FORECAST-ONE-PAIR-EXIT
                       END-IF
                   END-PERFORM
                   IF WS-FCT-SEEN
                       PERFORM WRITE-FORECAST-FIT-LINE
                           THRU WRITE-FORECAST-FIT-LINE-EXIT
                   END-IF
               END-PERFORM
           END-PERFORM.

           IF WS-FCT-90DAY-COUNT > 0
      *----------------------------------------------------------------*
      *  FORECAST-ONE-PAIR                                             *
      *  FITS ELAPSED TIME OVER RUN DATE FOR THE CURRENT STAT ENTRY BY *
      *  LEAST SQUARES AND PRINTS ITS FORECAST LINE, THEN FITS THE     *
      *  NORMALIZED TIMES THE SAME WAY INTO THE N- COLUMNS.            *
      *----------------------------------------------------------------*
       FORECAST-ONE-PAIR.

           MOVE WS-ALGO-NAME (WS-ALGO-IDX) TO FL-ALGO.
           MOVE ST-SORT-SIZE (WS-STAT-IDX) TO FL-SORT-SIZE.
           MOVE ST-FIT-N (WS-STAT-IDX) TO FL-RUNS.
           MOVE SPACES TO FL-GROWTH-X.
           MOVE SPACES TO FL-N-GROWTH-X.

           MOVE ST-FIT-N (WS-STAT-IDX) TO WS-FCT-FIT-N.
           MOVE ST-FIT-SUM-X (WS-STAT-IDX) TO WS-FCT-FIT-SUM-X.
           MOVE ST-FIT-SUM-Y (WS-STAT-IDX) TO WS-FCT-FIT-SUM-Y.
           MOVE ST-FIT-SUM-XX (WS-STAT-IDX) TO WS-FCT-FIT-SUM-XX.
           MOVE ST-FIT-SUM-XY (WS-STAT-IDX) TO WS-FCT-FIT-SUM-XY.
           PERFORM FIT-ELAPSED-TREND
               THRU FIT-ELAPSED-TREND-EXIT.
           IF WS-FCT-TREND-OK
               MOVE WS-FCT-GROWTH-SEC TO FL-GROWTH
           END-IF.
           MOVE WS-FCT-BREACH-TEXT TO FL-BREACH.
           IF WS-FCT-90DAY
               MOVE '*90DAY*' TO FL-FLAG
               ADD 1 TO WS-FCT-90DAY-COUNT
           END-IF.

           IF WS-FCT-TREND-OK
               MOVE WS-FCT-TREND-HUND TO WS-FMT-HUND
               PERFORM FORMAT-ELAPSED-TIME
                   THRU FORMAT-ELAPSED-TIME-EXIT
               MOVE WS-FMT-DISPLAY TO FL-TREND
           ELSE
               IF ST-AVG (WS-STAT-IDX) >= 0
                   MOVE ST-AVG (WS-STAT-IDX) TO WS-FCT-TREND-HUND
                   MOVE WS-FCT-TREND-HUND TO WS-FMT-HUND
                   PERFORM FORMAT-ELAPSED-TIME
                       THRU FORMAT-ELAPSED-TIME-EXIT
                   MOVE WS-FMT-DISPLAY TO FL-TREND
               ELSE
                   MOVE -1 TO WS-FCT-TREND-HUND
               END-IF
           END-IF.

           IF WS-FCT-TREND-HUND >= 0
               AND WS-FCT-TREND-HUND <= WS-WINDOW-HUND
               AND ST-SORT-SIZE (WS-STAT-IDX) > WS-FCT-FIT-SIZE
               MOVE ST-SORT-SIZE (WS-STAT-IDX) TO WS-FCT-FIT-SIZE
           END-IF.

           IF ST-N-RUNS (WS-STAT-IDX) > 0
               MOVE ST-NF-N (WS-STAT-IDX) TO FL-N-RUNS
               MOVE ST-NF-N (WS-STAT-IDX) TO WS-FCT-FIT-N
               MOVE ST-NF-SUM-X (WS-STAT-IDX) TO WS-FCT-FIT-SUM-X
               MOVE ST-NF-SUM-Y (WS-STAT-IDX) TO WS-FCT-FIT-SUM-Y
               MOVE ST-NF-SUM-XX (WS-STAT-IDX) TO WS-FCT-FIT-SUM-XX
               MOVE ST-NF-SUM-XY (WS-STAT-IDX) TO WS-FCT-FIT-SUM-XY
               PERFORM FIT-ELAPSED-TREND
                   THRU FIT-ELAPSED-TREND-EXIT
               IF WS-FCT-TREND-OK
                   MOVE WS-FCT-TREND-HUND TO WS-FMT-HUND
                   MOVE WS-FCT-GROWTH-SEC TO FL-N-GROWTH
               ELSE
                   MOVE ST-N-AVG (WS-STAT-IDX) TO WS-FMT-HUND
               END-IF
               PERFORM FORMAT-ELAPSED-TIME
                   THRU FORMAT-ELAPSED-TIME-EXIT
               MOVE WS-FMT-DISPLAY TO FL-N-TREND
               MOVE WS-FCT-BREACH-TEXT TO FL-N-BREACH
               IF WS-FCT-90DAY
                   MOVE '(90DAY)' TO FL-N-FLAG
               END-IF
           END-IF.

           MOVE WS-FCT-LINE TO TRND-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.

       FORECAST-ONE-PAIR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  FIT-ELAPSED-TREND                                             *
      *  LEAST-SQUARES FIT OF THE SUMS IN WS-FCT-FIT-*.  SETS          *
      *  WS-FCT-TREND-OK WITH THE TREND AS OF TODAY AND THE GROWTH PER *
      *  DAY WHEN THERE IS A TREND, THE BREACH COLUMN TEXT, AND        *
      *  WS-FCT-90DAY WHEN THE WINDOW IS BREACHED NOW OR WITHIN 90     *
      *  DAYS.  FEWER THAN TWO DATED RUNS, OR EVERY RUN ON THE SAME    *
      *  DAY, IS NO TREND.                                             *
      *----------------------------------------------------------------*
       FIT-ELAPSED-TREND.

           MOVE 'N' TO WS-FCT-TREND-OK-SW.
           MOVE 'N' TO WS-FCT-90DAY-SW.
           MOVE SPACES TO WS-FCT-BREACH-TEXT.

           IF WS-FCT-FIT-N < 2
               MOVE 'NO TREND' TO WS-FCT-BREACH-TEXT
               GO TO FIT-ELAPSED-TREND-EXIT
           END-IF.

           COMPUTE WS-FCT-DEN
                 = WS-FCT-FIT-N * WS-FCT-FIT-SUM-XX
                 - WS-FCT-FIT-SUM-X * WS-FCT-FIT-SUM-X.
           IF WS-FCT-DEN = 0
               MOVE 'NO TREND' TO WS-FCT-BREACH-TEXT
               GO TO FIT-ELAPSED-TREND-EXIT
           END-IF.

           COMPUTE WS-FCT-NUM
                 = WS-FCT-FIT-N * WS-FCT-FIT-SUM-XY
                 - WS-FCT-FIT-SUM-X * WS-FCT-FIT-SUM-Y.
           COMPUTE WS-FCT-SLOPE-M
                 = WS-FCT-NUM * 1000 / WS-FCT-DEN.
           COMPUTE WS-FCT-ICEPT-M
                 = (WS-FCT-FIT-SUM-Y * 1000
                 - WS-FCT-SLOPE-M * WS-FCT-FIT-SUM-X)
                 / WS-FCT-FIT-N.
           COMPUTE WS-FCT-TREND-M
                 = WS-FCT-ICEPT-M
                 + WS-FCT-SLOPE-M
           COMPUTE WS-FCT-TREND-HUND = WS-FCT-TREND-M / 1000.
           MOVE 'Y' TO WS-FCT-TREND-OK-SW.
           COMPUTE WS-FCT-GROWTH-SEC = WS-FCT-SLOPE-M / 100000.

           IF WS-FCT-TREND-HUND >= WS-WINDOW-HUND
               MOVE 'OVER NOW' TO WS-FCT-BREACH-TEXT
               MOVE 'Y' TO WS-FCT-90DAY-SW
               GO TO FIT-ELAPSED-TREND-EXIT
           END-IF.
           IF WS-FCT-SLOPE-M <= 0
               MOVE 'NO GROWTH' TO WS-FCT-BREACH-TEXT
               GO TO FIT-ELAPSED-TREND-EXIT
           END-IF.

           COMPUTE WS-FCT-BREACH-DAYS
                 = WS-TODAY-DAYNUM + WS-FCT-BREACH-DAYS.
           PERFORM CONVERT-DAYNUM-TO-DATE
               THRU CONVERT-DAYNUM-TO-DATE-EXIT.
           MOVE WS-DW-DATE-X TO WS-FCT-BREACH-TEXT.
           IF WS-FCT-BREACH-DAYS <= 90
               MOVE 'Y' TO WS-FCT-90DAY-SW
           END-IF.

       FIT-ELAPSED-TREND-EXIT.
           EXIT.

      *----------------------------------------------------------------*

       CONVERT-DAYNUM-TO-DATE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  START-HISTORY-CONTROL                                         *
      *  CLEARS THE CONTROL TOTALS BEFORE THE HISTORY FILE NAMED IN    *
      *  HTRL-SOURCE IS READ.  ERRORS AND RESULTS ARE KEPT ACROSS      *
      *  FILES.                                                        *
      *----------------------------------------------------------------*
       START-HISTORY-CONTROL.

           PERFORM CLEAR-HISTORY-SEGMENT
               THRU CLEAR-HISTORY-SEGMENT-EXIT.
           MOVE 0 TO HTRL-FILE-RECORDS.
           MOVE 0 TO HTRL-FILE-TRAILERS.

       START-HISTORY-CONTROL-EXIT.
           EXIT.

       CLEAR-HISTORY-SEGMENT.

           MOVE 0 TO HTRL-SEG-COUNT.
           MOVE HIGH-VALUES TO HTRL-SEG-FIRST-DATE.
           MOVE LOW-VALUES TO HTRL-SEG-LAST-DATE.
           MOVE 0 TO HTRL-SEG-ELAPSED-HASH.
           MOVE 0 TO HTRL-SEG-CPU-HASH.

       CLEAR-HISTORY-SEGMENT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  ADD-HISTORY-CONTROL                                           *
      *  ADDS THE RUN OR SUMMARY RECORD JUST READ, COPIED TO           *
      *  HTRL-RECORD, TO THE TOTALS RUNNING SINCE THE LAST TRAILER.    *
      *----------------------------------------------------------------*
       ADD-HISTORY-CONTROL.

           PERFORM HASH-HISTORY-RECORD
               THRU HASH-HISTORY-RECORD-EXIT.
           ADD 1 TO HTRL-SEG-COUNT.
           ADD 1 TO HTRL-FILE-RECORDS.
           ADD HTRL-REC-ELAPSED TO HTRL-SEG-ELAPSED-HASH.
           ADD HTRL-REC-CPU TO HTRL-SEG-CPU-HASH.
           IF HTRL-RUN-DATE < HTRL-SEG-FIRST-DATE
               MOVE HTRL-RUN-DATE TO HTRL-SEG-FIRST-DATE
           END-IF.
           IF HTRL-RUN-DATE > HTRL-SEG-LAST-DATE
               MOVE HTRL-RUN-DATE TO HTRL-SEG-LAST-DATE
           END-IF.

       ADD-HISTORY-CONTROL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  CHECK-HISTORY-TRAILER                                         *
      *  COMPARES THE TRAILER JUST READ, COPIED TO HTRL-RECORD, WITH   *
      *  THE TOTALS RECOMPUTED SINCE THE PREVIOUS ONE, RECORDS THE     *
      *  RESULT AND STARTS THE NEXT GENERATION'S TOTALS.  THE FIRST    *
      *  DISAGREEMENT FOUND IS THE ONE REPORTED.                       *
      *----------------------------------------------------------------*
       CHECK-HISTORY-TRAILER.

           ADD 1 TO HTRL-FILE-TRAILERS.
           ADD 1 TO HTRL-TRAILER-TOTAL.
           IF HTRL-SEG-COUNT = 0
               MOVE ZEROS TO HTRL-SEG-FIRST-DATE
               MOVE ZEROS TO HTRL-SEG-LAST-DATE
           END-IF.

           MOVE HTRL-SOURCE TO HRL-SOURCE.
           MOVE HTRL-WRITER TO HRL-WRITER.
           MOVE HTRL-WRITE-DATE TO HRL-WRITE-DATE.
           MOVE HTRL-WRITE-TIME TO HRL-WRITE-TIME.
           IF HTRL-RECORD-COUNT IS NUMERIC
               MOVE HTRL-RECORD-COUNT TO HTRL-COUNT-EDIT
               MOVE HTRL-COUNT-EDIT TO HRL-TRAILER-COUNT
           ELSE
               MOVE HTRL-RECORD-COUNT TO HRL-TRAILER-COUNT
           END-IF.
           MOVE HTRL-SEG-COUNT TO HRL-COUNTED.
           MOVE HTRL-SEG-FIRST-DATE TO HRL-FIRST-DATE.
           MOVE HTRL-SEG-LAST-DATE TO HRL-LAST-DATE.

           MOVE HTRL-WRITER TO HTRL-STAMP-WRITER.
           MOVE HTRL-WRITE-DATE TO HTRL-STAMP-DATE.
           MOVE HTRL-WRITE-TIME TO HTRL-STAMP-TIME.
           MOVE 'N' TO HTRL-STAMP-SW.
           PERFORM
             VARYING HTRL-STAMP-IDX FROM 1 BY 1
             UNTIL HTRL-STAMP-IDX > HTRL-STAMP-COUNT
               IF HTRL-STAMP (HTRL-STAMP-IDX) = HTRL-STAMP-WORK
                   MOVE 'Y' TO HTRL-STAMP-SW
               END-IF
           END-PERFORM.
           IF NOT HTRL-STAMP-REPEATED
               AND HTRL-STAMP-COUNT < HTRL-STAMP-MAX
               ADD 1 TO HTRL-STAMP-COUNT
               MOVE HTRL-STAMP-WORK TO HTRL-STAMP (HTRL-STAMP-COUNT)
           END-IF.

           EVALUATE TRUE
               WHEN HTRL-RECORD-COUNT IS NOT NUMERIC
                   OR HTRL-ELAPSED-HASH IS NOT NUMERIC
                   OR HTRL-CPU-HASH IS NOT NUMERIC
                   MOVE 'TRAILER DAMAGED - TOTALS NOT NUMERIC'
                       TO HRL-RESULT
               WHEN HTRL-STAMP-REPEATED
                   MOVE 'SAME GENERATION SUPPLIED TWICE'
                       TO HRL-RESULT
               WHEN HTRL-RECORD-COUNT NOT = HTRL-SEG-COUNT
                   MOVE 'RECORD COUNT DOES NOT AGREE' TO HRL-RESULT
               WHEN HTRL-FIRST-DATE NOT = HTRL-SEG-FIRST-DATE
                   OR HTRL-LAST-DATE NOT = HTRL-SEG-LAST-DATE
                   MOVE 'DATE RANGE DOES NOT AGREE' TO HRL-RESULT
               WHEN HTRL-ELAPSED-HASH NOT = HTRL-SEG-ELAPSED-HASH
                   MOVE 'ELAPSED HASH TOTAL DOES NOT AGREE'
                       TO HRL-RESULT
               WHEN HTRL-CPU-HASH NOT = HTRL-SEG-CPU-HASH
                   MOVE 'CPU HASH TOTAL DOES NOT AGREE' TO HRL-RESULT
               WHEN OTHER
                   MOVE 'AGREES' TO HRL-RESULT
           END-EVALUATE.

           PERFORM SAVE-CONTROL-RESULT
               THRU SAVE-CONTROL-RESULT-EXIT.
           PERFORM CLEAR-HISTORY-SEGMENT
               THRU CLEAR-HISTORY-SEGMENT-EXIT.

       CHECK-HISTORY-TRAILER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  END-HISTORY-CONTROL                                           *
      *  AT THE END OF THE HISTORY FILE, ANY RECORD NOT CLOSED BY A    *
      *  TRAILER MEANS THE FILE IS INCOMPLETE (OR PREDATES TRAILERS).  *
      *  A FILE HOLDING NOTHING AT ALL IS EMPTY, NOT IN ERROR.         *
      *----------------------------------------------------------------*
       END-HISTORY-CONTROL.

           IF HTRL-SEG-COUNT = 0
               GO TO END-HISTORY-CONTROL-EXIT
           END-IF.

           MOVE HTRL-SOURCE TO HRL-SOURCE.
           MOVE SPACES TO HRL-WRITER.
           MOVE SPACES TO HRL-WRITE-DATE.
           MOVE SPACES TO HRL-WRITE-TIME.
           MOVE '     NONE' TO HRL-TRAILER-COUNT.
           MOVE HTRL-SEG-COUNT TO HRL-COUNTED.
           MOVE HTRL-SEG-FIRST-DATE TO HRL-FIRST-DATE.
           MOVE HTRL-SEG-LAST-DATE TO HRL-LAST-DATE.
           IF HTRL-FILE-TRAILERS = 0
               MOVE 'NO TRAILER - FILE INCOMPLETE' TO HRL-RESULT
           ELSE
               MOVE 'NO TRAILER AFTER THE LAST RECORDS' TO HRL-RESULT
           END-IF.
           PERFORM SAVE-CONTROL-RESULT
               THRU SAVE-CONTROL-RESULT-EXIT.
           PERFORM CLEAR-HISTORY-SEGMENT
               THRU CLEAR-HISTORY-SEGMENT-EXIT.

       END-HISTORY-CONTROL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  SAVE-CONTROL-RESULT                                           *
      *  KEEPS THE RESULT LINE FOR THE REPORT AND COUNTS AND DISPLAYS  *
      *  A FAILURE.                                                    *
      *----------------------------------------------------------------*
       SAVE-CONTROL-RESULT.

           IF HRL-RESULT NOT = 'AGREES'
               ADD 1 TO HTRL-ERROR-COUNT
               DISPLAY 'SORTTRND: ' HTRL-SOURCE ' CONTROL TOTALS - '
                       HRL-RESULT
           END-IF.
           IF HTRL-RESULT-COUNT < HTRL-RESULT-MAX
               ADD 1 TO HTRL-RESULT-COUNT
               MOVE HTRL-RESULT-LINE
                   TO HTRL-RESULT-TEXT (HTRL-RESULT-COUNT)
           END-IF.

       SAVE-CONTROL-RESULT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  HASH-HISTORY-RECORD                                           *
      *  SUMS THE FIVE ELAPSED COLUMNS, AND SEPARATELY THE FIVE CPU    *
      *  COLUMNS, OF THE RECORD IN HTRL-RECORD INTO HTRL-REC-ELAPSED   *
      *  AND HTRL-REC-CPU, IN HUNDREDTHS, FOR THE TRAILER HASH TOTALS. *
      *----------------------------------------------------------------*
       HASH-HISTORY-RECORD.

           MOVE 0 TO HTRL-REC-ELAPSED.
           MOVE 0 TO HTRL-REC-CPU.
           PERFORM
             VARYING HTRL-ALGO-IDX FROM 1 BY 1
             UNTIL HTRL-ALGO-IDX > 5
               MOVE HTRL-ELAPSED (HTRL-ALGO-IDX) TO HTRL-TIME
               PERFORM HASH-HISTORY-TIME
                   THRU HASH-HISTORY-TIME-EXIT
               ADD HTRL-HUND TO HTRL-REC-ELAPSED
               MOVE HTRL-CPU (HTRL-ALGO-IDX) TO HTRL-TIME
               PERFORM HASH-HISTORY-TIME
                   THRU HASH-HISTORY-TIME-EXIT
               ADD HTRL-HUND TO HTRL-REC-CPU
           END-PERFORM.

       HASH-HISTORY-RECORD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  HASH-HISTORY-TIME                                             *
      *  REDUCES THE HH:MM:SS.DD VALUE IN HTRL-TIME TO HUNDREDTHS IN   *
      *  HTRL-HUND, OR ZERO WHEN THE COLUMN IS BLANK OR '----'.        *
      *----------------------------------------------------------------*
       HASH-HISTORY-TIME.

           IF HTRL-HH IS NUMERIC AND HTRL-MM IS NUMERIC
               AND HTRL-SS IS NUMERIC AND HTRL-DD IS NUMERIC
               COMPUTE HTRL-HUND
                     = ((HTRL-HH * 60 + HTRL-MM) * 60 + HTRL-SS) * 100
                     + HTRL-DD
           ELSE
               MOVE 0 TO HTRL-HUND
           END-IF.

       HASH-HISTORY-TIME-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  WRITE-CONTROL-REPORT                                          *
      *  PRINTS THE HISTORY CONTROL-TOTAL CHECK: ONE LINE PER TRAILER  *
      *  (AND PER FILE ENDING WITHOUT ONE), THE COUNTS AND THE         *
      *  VERDICT.                                                      *
      *----------------------------------------------------------------*
       WRITE-CONTROL-REPORT.

           MOVE 'HISTORY CONTROL TOTALS' TO TRND-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.
           MOVE HTRL-HEAD TO TRND-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.
           PERFORM
             VARYING HTRL-RESULT-IDX FROM 1 BY 1
             UNTIL HTRL-RESULT-IDX > HTRL-RESULT-COUNT
               MOVE HTRL-RESULT-TEXT (HTRL-RESULT-IDX)
                   TO TRND-RPT-RECORD
               PERFORM WRITE-REPORT-LINE
                   THRU WRITE-REPORT-LINE-EXIT
           END-PERFORM.
           MOVE 'TRAILERS CHECKED' TO HTL-CAPTION.
           MOVE HTRL-TRAILER-TOTAL TO HTL-COUNT.
           MOVE HTRL-TOTAL-LINE TO TRND-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.
           MOVE 'CONTROL ERRORS' TO HTL-CAPTION.
           MOVE HTRL-ERROR-COUNT TO HTL-COUNT.
           MOVE HTRL-TOTAL-LINE TO TRND-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.
           IF HTRL-ERROR-COUNT = 0
               MOVE 'CONTROL TOTALS AGREE' TO TRND-RPT-RECORD
           ELSE
               MOVE 'CONTROL TOTALS DO NOT AGREE - NOTHING ANALYZED'
                   TO TRND-RPT-RECORD
           END-IF.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.
           MOVE SPACES TO TRND-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.

       WRITE-CONTROL-REPORT-EXIT.
           EXIT.
