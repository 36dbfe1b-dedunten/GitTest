       IDENTIFICATION DIVISION.
       PROGRAM-ID. SORTADVS.
      *
      * SORT ALGORITHM ADVISOR OVER THE ACCUMULATED SORT HISTORY.
      * ANSWERS THE QUESTION APPLICATION TEAMS BRING TO THE BENCHMARK
      * GROUP - WHICH SORT SHOULD WE USE FOR OUR FILE - FROM WHAT THE
      * SUITE HAS ACTUALLY MEASURED INSTEAD OF A GUESS.  GIVEN A
      * TARGET RECORD COUNT AND A DATA PROFILE, IT FINDS THE PAST
      * RUNS WHOSE SIZE AND PROFILE ARE MOST LIKE THE REQUEST AND
      * PRINTS, PER ALGORITHM, THE EXPECTED ELAPSED AND CPU TIME AT
      * THE TARGET SIZE, THE RANGE SEEN ACROSS THOSE RUNS AND THE
      * NUMBER OF RUNS IT RESTS ON, THEN RECOMMENDS ONE.
      *
      * READS SORTPHST (THE SORTPHRC LAYOUT - POINT IT AT THE PROFILE
      * MASTER MAINTAINED BY SORTHSKP) AND SORTHIST (THE SORTHREC
      * LAYOUT - POINT IT AT THE HISTORY MASTER).  A PROFILE AND A
      * HISTORY RECORD BELONG TO THE SAME RUN WHEN THEIR RUN DATE,
      * RUN TIME, SORT SIZE AND RUN CONTEXT AGREE.  MONTHLY SUMMARY
      * RECORDS HAVE NO PROFILE AND VOIDED RUNS ARE NOT TRUSTED; BOTH
      * ARE COUNTED AND LEFT OUT, AS ARE RUNS OUTSIDE THE CTX FILTER.
      *
      * SYSIN CARDS:
      *   TARGET  NNNNNNNNN         TARGET RECORD COUNT IN COLS 9-17.
      *                             REQUIRED WITH A PROFILE CARD;
      *                             WITH A PRESCAN CARD IT DEFAULTS
      *                             TO THE PRESCANNED FILE'S COUNT.
      *   PROFILE DDD PPP AAA       A PROFILE TYPED IN: DISORDER
      *                             PERCENT (ADJACENT PAIRS OUT OF
      *                             ORDER) IN COLS 9-11, DUPLICATE
      *                             KEYS AS A PERCENT OF RECORDS IN
      *                             COLS 13-15, AND THE LONGEST
      *                             ALREADY-ASCENDING RUN AS A PERCENT
      *                             OF RECORDS IN COLS 17-19.
      *   PRESCAN YYYYMMDD HH:MM:SS.DD
      *                             TAKES THE PROFILE FROM SORTPHST
      *                             FOR THE SORTDALE RUN STAMPED WITH
      *                             THIS RUN DATE (COLS 9-16) AND RUN
      *                             TIME (COLS 18-28) - NORMALLY A
      *                             USER-FILE RUN, WHOSE PRESCAN
      *                             PROFILES THE TEAM'S OWN FILE.
      *   NEAREST NN                HOW MANY SIMILAR RUNS TO USE, IN
      *                             COLS 9-10 (01-50, DEFAULT 10).
      *   CTX   G R W NN SSSSSSSS JJJJJJJJ
      *                             OPTIONAL RUN-CONTEXT FILTER, LAID
      *                             OUT AS ON THE SORTCOST CTX CARD.
      * EXACTLY ONE OF PROFILE AND PRESCAN IS REQUIRED.  A CARD WITH
      * AN ASTERISK IN COLUMN 1 IS A COMMENT.
      *
      * SIMILARITY IS A DISTANCE, SMALLER IS CLOSER: 100 TIMES THE
      * NATURAL LOG OF THE SIZE RATIO (A RUN TWICE OR HALF THE
      * TARGET SCORES 69), PLUS THE DIFFERENCES IN DISORDER PERCENT,
      * DUPLICATE PERCENT AND ASCENDING-RUN PERCENT.  THE MEASURES ARE
      * THOSE OF THE FIRST KEY SEGMENT.  A DUPLICATE COUNT NOT
      * AVAILABLE ON EITHER SIDE (LARGE-VOLUME RUNS) DROPS THAT TERM.
      * ON A TIE THE LATER RUN IS TAKEN.
      * EACH SIMILAR RUN'S TIMES ARE SCALED TO THE TARGET SIZE BY THE
      * ALGORITHM'S GROWTH: THE SQUARE OF THE SIZE RATIO FOR BUBBLE
      * AND JUMPUP, THE RATIO TO THE POWER 1.5 FOR SHELL, AND N LOG N
      * FOR NATIVE AND MERGE.  THE EXPECTED TIME IS THE AVERAGE OF
      * THE SCALED TIMES AND THE RANGE THEIR LOWEST AND HIGHEST.  A
      * SIMILAR RUN SO FAR FROM THE TARGET SIZE THAT ITS SCALED TIMES
      * WOULD OVERFLOW IS DROPPED FROM THE TOTALS AND MARKED ON THE
      * REPORT.  AN
      * ALGORITHM THAT FAILED IN ANY OF THE SIMILAR RUNS IS SHOWN BUT
      * NOT RECOMMENDED; OF THE REST THE LOWEST EXPECTED ELAPSED TIME
      * IS RECOMMENDED, AND ON A TIE THE ONE RESTING ON MORE RUNS.
      *
      * RETURN CODES:  0 = RECOMMENDATION MADE, 4 = RECOMMENDATION
      * RESTS ON FEWER THAN THREE RUNS - TREAT IT AS A HINT, 8 = NO
      * COMPARABLE PAST RUN OR NO ALGORITHM WITH A CLEAN TIMED RUN -
      * NO RECOMMENDATION, 12 = THE SYSIN REQUEST IS INVALID OR THE
      * PRESCAN RUN IS NOT ON SORTPHST - NOTHING SEARCHED.
      * 16 = SORTHIST CONTROL TOTALS DO NOT AGREE - NO RECOMMENDATION.
      *
      * EVERY SORTHIST RECORD READ IS ADDED TO THE CONTROL TOTALS OF
      * SORTHTRL AND EVERY TRAILER IS CHECKED AGAINST THEM.  THE
      * RESULT IS PRINTED AHEAD OF THE ADVICE; WHEN A TRAILER
      * DISAGREES, IS MISSING OR IS MET TWICE, NO ADVICE IS GIVEN.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SYSIN-FILE ASSIGN TO SYSIN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-PHST-FILE ASSIGN TO SORTPHST.
           SELECT SORT-HIST-FILE ASSIGN TO SORTHIST.
           SELECT ADVS-RPT-FILE ASSIGN TO ADVSRPT.
       DATA DIVISION.
       FILE SECTION.
       FD  SYSIN-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SYSIN-RECORD                PIC X(80).

       FD  SORT-PHST-FILE
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 450 CHARACTERS.
       COPY SORTPHRC.

       FD  SORT-HIST-FILE
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 240 CHARACTERS.
       COPY SORTHREC.

      *----------------------------------------------------------------*
      *  ADVSRPT - THE PRINTED RECOMMENDATION.                         *
      *----------------------------------------------------------------*
       FD  ADVS-RPT-FILE
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  ADVS-RPT-RECORD             PIC X(133).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      *  WS-ADVS-CONTROL - RUN SWITCHES AND COUNTS.                    *
      *----------------------------------------------------------------*
        01  WS-ADVS-CONTROL.
            05  WS-SYSIN-EOF-SW         PIC X(01) VALUE 'N'.
                88  WS-SYSIN-AT-EOF              VALUE 'Y'.
            05  WS-PHST-EOF-SW          PIC X(01) VALUE 'N'.
                88  WS-PHST-AT-EOF               VALUE 'Y'.
            05  WS-HIST-EOF-SW          PIC X(01) VALUE 'N'.
                88  WS-HIST-AT-EOF               VALUE 'Y'.
            05  WS-REJECT-SW            PIC X(01) VALUE 'N'.
                88  WS-REQUEST-REJECTED          VALUE 'Y'.
            05  WS-REJECT-TEXT          PIC X(60) VALUE SPACES.
            05  WS-REJECT-WORK          PIC X(60) VALUE SPACES.
            05  WS-PHST-READ-COUNT      PIC S9(9) COMP-3 VALUE 0.
            05  WS-PHST-SKIP-COUNT      PIC S9(9) COMP-3 VALUE 0.
            05  WS-PHST-OVER-COUNT      PIC S9(9) COMP-3 VALUE 0.
            05  WS-HIST-READ-COUNT      PIC S9(9) COMP-3 VALUE 0.
            05  WS-SKIP-COUNT           PIC S9(9) COMP-3 VALUE 0.
            05  WS-SUMM-COUNT           PIC S9(9) COMP-3 VALUE 0.
            05  WS-VOID-COUNT           PIC S9(9) COMP-3 VALUE 0.
            05  WS-FILTER-COUNT         PIC S9(9) COMP-3 VALUE 0.
            05  WS-NOPROF-COUNT         PIC S9(9) COMP-3 VALUE 0.
            05  WS-DUP-COUNT            PIC S9(9) COMP-3 VALUE 0.
            05  WS-MATCH-COUNT          PIC S9(9) COMP-3 VALUE 0.
            05  WS-ADVS-RC              PIC S9(4) COMP VALUE ZERO.

      *----------------------------------------------------------------*
      *  WS-REQUEST - WHAT IS BEING ASKED: THE TARGET SIZE, WHERE THE  *
      *  PROFILE CAME FROM, THE PROFILE MEASURES AND HOW MANY SIMILAR  *
      *  RUNS TO USE.  THE MEASURES ARE PERCENTAGES TO TWO PLACES.     *
      *----------------------------------------------------------------*
        01  WS-REQUEST.
            05  WS-TARGET-SIZE          PIC 9(9) VALUE 0.
            05  WS-TARGET-SEEN-SW       PIC X(01) VALUE 'N'.
                88  WS-TARGET-SEEN               VALUE 'Y'.
            05  WS-PROFILE-SEEN-SW      PIC X(01) VALUE 'N'.
                88  WS-PROFILE-SEEN              VALUE 'Y'.
            05  WS-PRESCAN-SEEN-SW      PIC X(01) VALUE 'N'.
                88  WS-PRESCAN-SEEN              VALUE 'Y'.
            05  WS-PRESCAN-FOUND-SW     PIC X(01) VALUE 'N'.
                88  WS-PRESCAN-FOUND             VALUE 'Y'.
            05  WS-PRESCAN-DATE         PIC X(08) VALUE SPACES.
            05  WS-PRESCAN-TIME         PIC X(11) VALUE SPACES.
            05  WS-PRESCAN-SIZE         PIC 9(9) VALUE 0.
            05  WS-PRESCAN-RUN-MODE     PIC X(01) VALUE SPACE.
            05  WS-REQ-DISORDER         PIC S9(3)V99 COMP-3 VALUE 0.
            05  WS-REQ-DUP-PCT          PIC S9(3)V99 COMP-3 VALUE 0.
            05  WS-REQ-ASC-PCT          PIC S9(3)V99 COMP-3 VALUE 0.
            05  WS-REQ-DUP-KNOWN-SW     PIC X(01) VALUE 'Y'.
                88  WS-REQ-DUP-KNOWN             VALUE 'Y'.
            05  WS-NEAREST              PIC S9(4) COMP VALUE 10.

      *----------------------------------------------------------------*
      *  WS-TARGET-CARD / WS-PROFILE-CARD / WS-PRESCAN-CARD /          *
      *  WS-NEAREST-CARD - SYSIN LAYOUTS OF THE REQUEST CARDS.         *
      *----------------------------------------------------------------*
        01  WS-TARGET-CARD.
            05  TG-TAG                  PIC X(7).
            05  FILLER                  PIC X(1).
            05  TG-COUNT                PIC X(9).
            05  TG-COUNT-9 REDEFINES TG-COUNT
                                        PIC 9(9).
            05  FILLER                  PIC X(63).
        01  WS-PROFILE-CARD.
            05  PF-TAG                  PIC X(7).
            05  FILLER                  PIC X(1).
            05  PF-DISORDER             PIC X(3).
            05  PF-DISORDER-9 REDEFINES PF-DISORDER
                                        PIC 9(3).
            05  FILLER                  PIC X(1).
            05  PF-DUP-PCT              PIC X(3).
            05  PF-DUP-PCT-9 REDEFINES PF-DUP-PCT
                                        PIC 9(3).
            05  FILLER                  PIC X(1).
            05  PF-ASC-PCT              PIC X(3).
            05  PF-ASC-PCT-9 REDEFINES PF-ASC-PCT
                                        PIC 9(3).
            05  FILLER                  PIC X(61).
        01  WS-PRESCAN-CARD.
            05  PS-TAG                  PIC X(7).
            05  FILLER                  PIC X(1).
            05  PS-RUN-DATE             PIC X(8).
            05  FILLER                  PIC X(1).
            05  PS-RUN-TIME             PIC X(11).
            05  FILLER                  PIC X(52).
        01  WS-NEAREST-CARD.
            05  NR-TAG                  PIC X(7).
            05  FILLER                  PIC X(1).
            05  NR-COUNT                PIC X(2).
            05  NR-COUNT-9 REDEFINES NR-COUNT
                                        PIC 9(2).
            05  FILLER                  PIC X(70).

      *----------------------------------------------------------------*
      *  WS-CONTEXT-CONTROL - THE RUN-CONTEXT FILTER FROM THE CTX CARD *
      *  (COLUMNS 6-31, LAID OUT AS WS-CTX-CARD).  WS-CTX-CARD DOUBLES *
      *  AS THE SHORT PRINTED FORM OF A CONTEXT.                       *
      *----------------------------------------------------------------*
        01  WS-CONTEXT-CONTROL.
            05  WS-CTX-FILTER-SW        PIC X(01) VALUE 'N'.
                88  WS-CTX-FILTERED              VALUE 'Y'.
            05  WS-CTX-MATCH-SW         PIC X(01) VALUE 'N'.
                88  WS-CTX-MATCH                 VALUE 'Y'.
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

      *----------------------------------------------------------------*
      *  WS-RUN-TABLE - ONE ENTRY PER PROFILE ON SORTPHST, KEYED ON    *
      *  THE RUN STAMP IN THE SORTPHRC FORM (SORT SIZE ZERO-FILLED).   *
      *  THE PROFILE MEASURES ARE TAKEN WHEN THE PROFILE IS LOADED;    *
      *  THE TIMES, STATUSES AND DISTANCE ARE FILLED IN WHEN THE RUN'S *
      *  SORTHIST RECORD IS FOUND.  ONLY MATCHED ENTRIES CAN BE CHOSEN *
      *  AS SIMILAR RUNS.  TIMES ARE HUNDREDTHS, -1 WHEN NOT TAKEN.    *
      *----------------------------------------------------------------*
        01  WS-RUN-CONTROL.
            05  WS-RUN-COUNT            PIC S9(4) COMP VALUE 0.
            05  WS-RUN-MAX              PIC S9(4) COMP VALUE 5000.
            05  WS-RUN-IDX              PIC S9(4) COMP VALUE 0.
            05  WS-RUN-FOUND-SW         PIC X(01) VALUE 'N'.
                88  WS-RUN-FOUND                 VALUE 'Y'.
            05  WS-PICK                 PIC S9(4) COMP VALUE 0.
            05  WS-CHOSEN-COUNT         PIC S9(4) COMP VALUE 0.
            05  WS-CHOSEN-IDX           PIC S9(4) COMP VALUE 0.
            05  WS-SCALE-DROP-COUNT     PIC S9(4) COMP VALUE 0.
        01  WS-RUN-TABLE.
            05  WS-RUN-ENTRY            OCCURS 5000 TIMES.
                10  RT-KEY.
                    15  RT-RUN-DATE     PIC X(08).
                    15  RT-RUN-TIME     PIC X(11).
                    15  RT-SORT-SIZE    PIC 9(09).
                    15  RT-RUN-CONTEXT  PIC X(21).
                10  RT-DISORDER         PIC S9(3)V99 COMP-3.
                10  RT-DUP-PCT          PIC S9(3)V99 COMP-3.
                10  RT-ASC-PCT          PIC S9(3)V99 COMP-3.
                10  RT-DUP-KNOWN-SW     PIC X(01).
                10  RT-MATCHED-SW       PIC X(01).
                10  RT-CHOSEN-SW        PIC X(01).
                10  RT-DISTANCE         PIC S9(7)V99 COMP-3.
                10  RT-ALGO             OCCURS 5 TIMES.
                    15  RT-STATUS       PIC X(04).
                    15  RT-ELAPSED-HUND PIC S9(9) COMP-3.
                    15  RT-CPU-HUND     PIC S9(9) COMP-3.
        01  WS-CHOSEN-TABLE.
            05  WS-CHOSEN               PIC S9(4) COMP
                                        OCCURS 50 TIMES.
        01  WS-HIST-KEY.
            05  WS-HK-RUN-DATE          PIC X(08).
            05  WS-HK-RUN-TIME          PIC X(11).
            05  WS-HK-SORT-SIZE         PIC 9(09).
            05  WS-HK-RUN-CONTEXT       PIC X(21).

      *----------------------------------------------------------------*
      *  WS-MEASURE-WORK - ONE PROFILE'S MEASURES AS PERCENTAGES, AND  *
      *  THE DISTANCE AND SCALING ARITHMETIC.                          *
      *----------------------------------------------------------------*
        01  WS-MEASURE-WORK.
            05  WS-PM-DISORDER          PIC S9(3)V99 COMP-3 VALUE 0.
            05  WS-PM-DUP-PCT           PIC S9(3)V99 COMP-3 VALUE 0.
            05  WS-PM-ASC-PCT           PIC S9(3)V99 COMP-3 VALUE 0.
            05  WS-PM-DUP-KNOWN-SW      PIC X(01) VALUE 'Y'.
            05  WS-DIFF-WORK            PIC S9(5)V99 COMP-3 VALUE 0.
            05  WS-LOG-WORK             PIC S9(5)V9(9) COMP-3 VALUE 0.
            05  WS-SIZE-RATIO           PIC S9(6)V9(9) COMP-3 VALUE 0.
            05  WS-SCALE                PIC S9(11)V9(7) COMP-3
                                        VALUE 0.
            05  WS-SCALED-HUND          PIC S9(15) COMP-3 VALUE 0.
            05  WS-SCALE-CHECK          PIC S9(13) COMP-3 VALUE 0.
            05  WS-SCALE-ERROR-SW       PIC X(01) VALUE 'N'.
                88  WS-SCALE-ERROR               VALUE 'Y'.

      *----------------------------------------------------------------*
      *  WS-ALGO-TOTALS - PER ALGORITHM OVER THE CHOSEN SIMILAR RUNS:  *
      *  TIMED RUNS AND FAILURES, AND THE SUM, LOWEST AND HIGHEST OF   *
      *  THE ELAPSED AND CPU TIMES SCALED TO THE TARGET SIZE.          *
      *  WS-ALGO-GROWTH GIVES EACH ALGORITHM'S SCALING: Q = SQUARE OF  *
      *  THE SIZE RATIO, S = RATIO ** 1.5, L = N LOG N.                *
      *----------------------------------------------------------------*
        01  WS-ALGO-TOTALS.
            05  WS-ALGO-TOT             OCCURS 5 TIMES.
                10  AL-RUNS             PIC S9(4) COMP-3.
                10  AL-FAILS            PIC S9(4) COMP-3.
                10  AL-ELAPSED-SUM      PIC S9(15) COMP-3.
                10  AL-ELAPSED-LOW      PIC S9(15) COMP-3.
                10  AL-ELAPSED-HIGH     PIC S9(15) COMP-3.
                10  AL-EXPECTED         PIC S9(15) COMP-3.
                10  AL-CPU-RUNS         PIC S9(4) COMP-3.
                10  AL-CPU-SUM          PIC S9(15) COMP-3.
                10  AL-CPU-LOW          PIC S9(15) COMP-3.
                10  AL-CPU-HIGH         PIC S9(15) COMP-3.
                10  AL-EXP-CPU          PIC S9(15) COMP-3.
        01  WS-RECOMMEND-IDX            PIC S9(4) COMP VALUE 0.

        01  WS-ALGO-NAMES.
            05  FILLER                  PIC X(6) VALUE 'BUBBLE'.
            05  FILLER                  PIC X(6) VALUE 'JUMPUP'.
            05  FILLER                  PIC X(6) VALUE 'SHELL '.
            05  FILLER                  PIC X(6) VALUE 'NATIVE'.
            05  FILLER                  PIC X(6) VALUE 'MERGE '.
        01  WS-ALGO-NAME-TABLE REDEFINES WS-ALGO-NAMES.
            05  WS-ALGO-NAME            PIC X(6) OCCURS 5 TIMES.
        01  WS-ALGO-GROWTHS             PIC X(5) VALUE 'QQSLL'.
        01  WS-ALGO-GROWTH-TABLE REDEFINES WS-ALGO-GROWTHS.
            05  WS-ALGO-GROWTH          PIC X(1) OCCURS 5 TIMES.

      *----------------------------------------------------------------*
      *  WS-PARSE-WORK - PULLS THE DISPLAY FIELDS OFF A HISTORY RECORD *
      *  APART.  WS-EP-FIELD OVERLAYS AN HH:MM:SS.DD TIME COLUMN.      *
      *----------------------------------------------------------------*
        01  WS-PARSE-WORK.
            05  WS-SIZE-X               PIC X(9).
            05  WS-SIZE-9 REDEFINES WS-SIZE-X
                                        PIC 9(9).
            05  WS-ELAPSED-HUND         PIC S9(9) COMP-3.
            05  WS-ALGO-IDX             PIC S9(4) COMP.
        01  WS-EP-FIELD.
            05  EP-HH                   PIC 99.
            05  FILLER                  PIC X.
            05  EP-MM                   PIC 99.
            05  FILLER                  PIC X.
            05  EP-SS                   PIC 99.
            05  FILLER                  PIC X.
            05  EP-DD                   PIC 99.
        01  WS-ALGO-COLS.
            05  WS-ALGO-COL             OCCURS 5 TIMES.
                10  AC-ELAPSED          PIC X(11).
                10  AC-STATUS           PIC X(04).
                10  AC-CPU              PIC X(11).

      *----------------------------------------------------------------*
      *  WS-FORMAT-WORK - TURNS HUNDREDTHS BACK INTO HH:MM:SS.DD FOR   *
      *  THE REPORT.  A TIME OF 100 HOURS OR MORE PRINTS AS >99 HOURS. *
      *----------------------------------------------------------------*
        01  WS-FORMAT-WORK.
            05  WS-FMT-HUND             PIC S9(15) COMP-3 VALUE 0.
            05  WS-FMT-SECONDS          PIC S9(15) COMP-3 VALUE 0.
            05  WS-FMT-MINUTES          PIC S9(9)  COMP-3 VALUE 0.
            05  WS-FMT-HOURS            PIC S9(9)  COMP-3 VALUE 0.
            05  WS-FMT-PART             PIC S9(4)  COMP-3 VALUE 0.
            05  WS-FMT-COLUMN           PIC X(11) VALUE SPACES.
        01  WS-FMT-DISPLAY.
            05  HH                      PIC 99.
            05  FILLER                  PIC X VALUE ':'.
            05  MM                      PIC 99.
            05  FILLER                  PIC X VALUE ':'.
            05  SS                      PIC 99.
            05  FILLER                  PIC X VALUE '.'.
            05  DD                      PIC 99.

      *----------------------------------------------------------------*
      *  WS-RUN-STAMP - DATE/TIME THIS REPORT RAN, FOR THE HEADINGS.   *
      *----------------------------------------------------------------*
        01  WS-RUN-STAMP.
            05  WS-RUN-DATE             PIC 9(08).
            05  WS-RUN-TIME-DISPLAY.
                10  HH                  PIC 99.
                10  FILLER              PIC X VALUE ':'.
                10  MM                  PIC 99.
                10  FILLER              PIC X VALUE ':'.
                10  SS                  PIC 99.
                10  FILLER              PIC X VALUE '.'.
                10  DD                  PIC 99.
        01  WS-TIME.
            05  HH                      PIC 99.
            05  MM                      PIC 99.
            05  SS                      PIC 99.
            05  DD                      PIC 99.

      *----------------------------------------------------------------*
      *  PRINT LINES AND PAGE CONTROL.                                 *
      *----------------------------------------------------------------*
        01  WS-PRINT-CONTROL.
            05  WS-LINE-COUNT           PIC S9(4) COMP VALUE 99.
            05  WS-PAGE-COUNT           PIC S9(4) COMP VALUE 0.
            05  WS-LINES-PER-PAGE       PIC S9(4) COMP VALUE 55.
            05  WS-RPT-LINE-HOLD        PIC X(133) VALUE SPACES.
            05  WS-PCT-ED               PIC ZZ9.99.
        01  WS-HEAD1.
            05  FILLER                  PIC X(30) VALUE
                'SORTADVS - SORT ALGORITHM ADVI'.
            05  FILLER                  PIC X(18) VALUE
                'SOR               '.
            05  FILLER                  PIC X(09) VALUE 'RUN DATE '.
            05  H1-RUN-DATE             PIC 9(08).
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  H1-RUN-TIME             PIC X(11).
            05  FILLER                  PIC X(45) VALUE SPACES.
            05  FILLER                  PIC X(05) VALUE 'PAGE '.
            05  H1-PAGE                 PIC ZZZ9.
            05  FILLER                  PIC X(01) VALUE SPACES.
        01  WS-HEAD2.
            05  FILLER                  PIC X(15) VALUE
                'TARGET RECORDS '.
            05  H2-TARGET               PIC ZZZZZZZZ9.
            05  FILLER                  PIC X(16) VALUE
                '   PROFILE FROM '.
            05  H2-SOURCE               PIC X(50).
            05  FILLER                  PIC X(43) VALUE SPACES.
        01  WS-COUNT-LINE.
            05  CL-CAPTION              PIC X(40).
            05  CL-COUNT                PIC ZZZZZZZZ9.
            05  FILLER                  PIC X(84) VALUE SPACES.
        01  WS-MEASURE-LINE.
            05  ML-CAPTION              PIC X(40).
            05  FILLER                  PIC X(03) VALUE SPACES.
            05  ML-VALUE                PIC X(06).
            05  FILLER                  PIC X(84) VALUE SPACES.
        01  WS-SIMILAR-HEAD.
            05  FILLER                  PIC X(23) VALUE
                'RUN DATE  RUN TIME     '.
            05  FILLER                  PIC X(12) VALUE
                'SORT-SIZE   '.
            05  FILLER                  PIC X(27) VALUE
                ' DIS-%    DUP-%    ASC-%   '.
            05  FILLER                  PIC X(11) VALUE
                'DISTANCE   '.
            05  FILLER                  PIC X(36) VALUE
                'RUN CONTEXT (G R W RP SYSTEM JOB)   '.
            05  FILLER                  PIC X(24) VALUE SPACES.
        01  WS-SIMILAR-LINE.
            05  SL-RUN-DATE             PIC X(08).
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  SL-RUN-TIME             PIC X(11).
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  SL-SORT-SIZE            PIC ZZZZZZZZ9.
            05  FILLER                  PIC X(03) VALUE SPACES.
            05  SL-DISORDER             PIC X(06).
            05  FILLER                  PIC X(03) VALUE SPACES.
            05  SL-DUP-PCT              PIC X(06).
            05  FILLER                  PIC X(03) VALUE SPACES.
            05  SL-ASC-PCT              PIC X(06).
            05  FILLER                  PIC X(03) VALUE SPACES.
            05  SL-DISTANCE             PIC ZZZZ9.99.
            05  FILLER                  PIC X(03) VALUE SPACES.
            05  SL-CONTEXT              PIC X(26).
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  SL-NOTE                 PIC X(32).
        01  WS-ALGO-HEAD.
            05  FILLER                  PIC X(22) VALUE
                'ALGO     RUNS  FAILS  '.
            05  FILLER                  PIC X(26) VALUE
                'EXP-ELAPSED  RANGE-LOW    '.
            05  FILLER                  PIC X(27) VALUE
                'RANGE-HIGH     EXP-CPU     '.
            05  FILLER                  PIC X(26) VALUE
                'CPU-LOW      CPU-HIGH     '.
            05  FILLER                  PIC X(32) VALUE
                'NOTE                            '.
        01  WS-ALGO-LINE.
            05  AL-ALGO-NAME            PIC X(06).
            05  FILLER                  PIC X(03) VALUE SPACES.
            05  AL-RUNS-ED              PIC ZZZ9.
            05  FILLER                  PIC X(03) VALUE SPACES.
            05  AL-FAILS-ED             PIC ZZZ9.
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  AL-EXPECTED-ED          PIC X(11).
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  AL-LOW-ED               PIC X(11).
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  AL-HIGH-ED              PIC X(11).
            05  FILLER                  PIC X(04) VALUE SPACES.
            05  AL-EXP-CPU-ED           PIC X(11).
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  AL-CPU-LOW-ED           PIC X(11).
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  AL-CPU-HIGH-ED          PIC X(11).
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  AL-NOTE                 PIC X(24).
            05  FILLER                  PIC X(07) VALUE SPACES.
        01  WS-RECOMMEND-LINE.
            05  FILLER                  PIC X(22) VALUE
                'RECOMMENDED ALGORITHM '.
            05  RL-ALGO                 PIC X(06).
            05  FILLER                  PIC X(20) VALUE
                ' - EXPECTED ELAPSED '.
            05  RL-ELAPSED              PIC X(11).
            05  FILLER                  PIC X(05) VALUE ' CPU '.
            05  RL-CPU                  PIC X(11).
            05  FILLER                  PIC X(07) VALUE ' RANGE '.
            05  RL-LOW                  PIC X(11).
            05  FILLER                  PIC X(04) VALUE ' TO '.
            05  RL-HIGH                 PIC X(11).
            05  FILLER                  PIC X(12) VALUE
                ' - RESTS ON '.
            05  RL-RUNS                 PIC ZZZ9.
            05  FILLER                  PIC X(05) VALUE ' RUNS'.
            05  FILLER                  PIC X(04) VALUE SPACES.

       COPY SORTHTRL.

       PROCEDURE DIVISION.

       PROGRAM-START.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME FROM TIME.
           MOVE CORRESPONDING WS-TIME TO WS-RUN-TIME-DISPLAY.

           PERFORM GET-ADVISOR-PARAMETERS
               THRU GET-ADVISOR-PARAMETERS-EXIT.

           IF NOT WS-REQUEST-REJECTED
               PERFORM LOAD-PROFILE-HISTORY
                   THRU LOAD-PROFILE-HISTORY-EXIT
           END-IF.

           IF NOT WS-REQUEST-REJECTED
               PERFORM MATCH-RUN-HISTORY
                   THRU MATCH-RUN-HISTORY-EXIT
           END-IF.

           IF NOT WS-REQUEST-REJECTED
               AND HTRL-ERROR-COUNT = 0
               PERFORM CHOOSE-SIMILAR-RUNS
                   THRU CHOOSE-SIMILAR-RUNS-EXIT
               PERFORM TOTAL-SIMILAR-RUNS
                   THRU TOTAL-SIMILAR-RUNS-EXIT
               PERFORM PICK-RECOMMENDATION
                   THRU PICK-RECOMMENDATION-EXIT
           END-IF.

           OPEN OUTPUT ADVS-RPT-FILE.
           PERFORM WRITE-ADVISOR-REPORT
               THRU WRITE-ADVISOR-REPORT-EXIT.
           CLOSE ADVS-RPT-FILE.

           EVALUATE TRUE
               WHEN WS-REQUEST-REJECTED
                   MOVE 12 TO WS-ADVS-RC
               WHEN HTRL-ERROR-COUNT > 0
                   DISPLAY 'SORTADVS: SORTHIST CONTROL TOTALS DO NOT '
                           'AGREE - NO RECOMMENDATION'
                   MOVE 16 TO WS-ADVS-RC
               WHEN WS-RECOMMEND-IDX = 0
                   MOVE 8 TO WS-ADVS-RC
               WHEN AL-RUNS (WS-RECOMMEND-IDX) < 3
                   MOVE 4 TO WS-ADVS-RC
               WHEN OTHER
                   MOVE 0 TO WS-ADVS-RC
           END-EVALUATE.

           IF NOT WS-REQUEST-REJECTED
               DISPLAY 'SORTADVS: ' WS-PHST-READ-COUNT
                       ' PROFILES AND ' WS-HIST-READ-COUNT
                       ' HISTORY RECORDS READ, '
                       WS-MATCH-COUNT ' COMPARABLE RUNS, '
                       WS-CHOSEN-COUNT ' USED'
           END-IF.
           IF WS-SCALE-DROP-COUNT > 0
               DISPLAY 'SORTADVS: ' WS-SCALE-DROP-COUNT
                       ' SIMILAR RUNS DROPPED - TOO FAR FROM THE '
                       'TARGET SIZE TO SCALE'
           END-IF.
           IF WS-RECOMMEND-IDX > 0
               DISPLAY 'SORTADVS: RECOMMENDED ALGORITHM '
                       WS-ALGO-NAME (WS-RECOMMEND-IDX)
           END-IF.

           MOVE WS-ADVS-RC TO RETURN-CODE.

           GOBACK.

      *----------------------------------------------------------------*
      *  GET-ADVISOR-PARAMETERS                                        *
      *  READS EVERY SYSIN CARD, THEN CHECKS THE REQUEST IS COMPLETE:  *
      *  EXACTLY ONE OF PROFILE AND PRESCAN, AND A TARGET WITH A       *
      *  TYPED-IN PROFILE.  ANY FAULT REJECTS THE REQUEST WITH RC 12   *
      *  SO A MISKEYED CARD CANNOT PRODUCE ADVICE FOR THE WRONG FILE.  *
      *----------------------------------------------------------------*
       GET-ADVISOR-PARAMETERS.

           OPEN INPUT SYSIN-FILE.
           PERFORM
             UNTIL WS-SYSIN-AT-EOF
               READ SYSIN-FILE
                   AT END
                       MOVE 'Y' TO WS-SYSIN-EOF-SW
                   NOT AT END
                       PERFORM APPLY-ONE-ADVISOR-CARD
                           THRU APPLY-ONE-ADVISOR-CARD-EXIT
               END-READ
           END-PERFORM.
           CLOSE SYSIN-FILE.

           IF WS-PROFILE-SEEN AND WS-PRESCAN-SEEN
               MOVE 'PROFILE AND PRESCAN CARDS ARE EXCLUSIVE'
                   TO WS-REJECT-WORK
               PERFORM REJECT-REQUEST
                   THRU REJECT-REQUEST-EXIT
           END-IF.
           IF NOT WS-PROFILE-SEEN AND NOT WS-PRESCAN-SEEN
               MOVE 'NO PROFILE OR PRESCAN CARD - NOTHING TO MATCH'
                   TO WS-REJECT-WORK
               PERFORM REJECT-REQUEST
                   THRU REJECT-REQUEST-EXIT
           END-IF.
           IF WS-PROFILE-SEEN AND NOT WS-TARGET-SEEN
               MOVE 'NO TARGET CARD - A TYPED PROFILE NEEDS A COUNT'
                   TO WS-REJECT-WORK
               PERFORM REJECT-REQUEST
                   THRU REJECT-REQUEST-EXIT
           END-IF.

       GET-ADVISOR-PARAMETERS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  APPLY-ONE-ADVISOR-CARD                                        *
      *----------------------------------------------------------------*
       APPLY-ONE-ADVISOR-CARD.

           EVALUATE TRUE
               WHEN SYSIN-RECORD (1 : 1) = '*'
                   CONTINUE
               WHEN SYSIN-RECORD (1 : 7) = 'TARGET '
                   MOVE SYSIN-RECORD TO WS-TARGET-CARD
                   INSPECT TG-COUNT REPLACING LEADING ' ' BY '0'
                   IF TG-COUNT IS NUMERIC
                       AND TG-COUNT-9 > 0
                       MOVE TG-COUNT-9 TO WS-TARGET-SIZE
                       MOVE 'Y' TO WS-TARGET-SEEN-SW
                   ELSE
                       MOVE 'TARGET RECORD COUNT NOT A NONZERO NUMBER'
                           TO WS-REJECT-WORK
                       PERFORM REJECT-REQUEST
                           THRU REJECT-REQUEST-EXIT
                   END-IF
               WHEN SYSIN-RECORD (1 : 8) = 'PROFILE '
                   PERFORM APPLY-PROFILE-CARD
                       THRU APPLY-PROFILE-CARD-EXIT
               WHEN SYSIN-RECORD (1 : 8) = 'PRESCAN '
                   MOVE SYSIN-RECORD TO WS-PRESCAN-CARD
                   IF WS-PRESCAN-SEEN
                       MOVE 'MORE THAN ONE PRESCAN CARD'
                           TO WS-REJECT-WORK
                       PERFORM REJECT-REQUEST
                           THRU REJECT-REQUEST-EXIT
                   END-IF
                   MOVE 'Y' TO WS-PRESCAN-SEEN-SW
                   IF PS-RUN-DATE IS NOT NUMERIC
                       OR PS-RUN-TIME = SPACES
                       MOVE 'PRESCAN CARD NEEDS A RUN DATE AND RUN TIME'
                           TO WS-REJECT-WORK
                       PERFORM REJECT-REQUEST
                           THRU REJECT-REQUEST-EXIT
                   ELSE
                       MOVE PS-RUN-DATE TO WS-PRESCAN-DATE
                       MOVE PS-RUN-TIME TO WS-PRESCAN-TIME
                   END-IF
               WHEN SYSIN-RECORD (1 : 8) = 'NEAREST '
                   MOVE SYSIN-RECORD TO WS-NEAREST-CARD
                   INSPECT NR-COUNT REPLACING LEADING ' ' BY '0'
                   IF NR-COUNT IS NUMERIC
                       AND NR-COUNT-9 > 0
                       AND NR-COUNT-9 NOT > 50
                       MOVE NR-COUNT-9 TO WS-NEAREST
                   ELSE
                       MOVE 'NEAREST COUNT NOT 01-50'
                           TO WS-REJECT-WORK
                       PERFORM REJECT-REQUEST
                           THRU REJECT-REQUEST-EXIT
                   END-IF
               WHEN SYSIN-RECORD (1 : 5) = 'CTX  '
                   MOVE SYSIN-RECORD (6 : 26) TO WS-CTX-CARD
                   PERFORM GET-CONTEXT-FILTER
                       THRU GET-CONTEXT-FILTER-EXIT
               WHEN SYSIN-RECORD = SPACES
                   CONTINUE
               WHEN OTHER
                   MOVE 'UNRECOGNIZED SYSIN CARD' TO WS-REJECT-WORK
                   PERFORM REJECT-REQUEST
                       THRU REJECT-REQUEST-EXIT
           END-EVALUATE.

       APPLY-ONE-ADVISOR-CARD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  APPLY-PROFILE-CARD                                            *
      *  A TYPED-IN PROFILE: THREE PERCENTAGES, EACH 000-100.          *
      *----------------------------------------------------------------*
       APPLY-PROFILE-CARD.

           MOVE SYSIN-RECORD TO WS-PROFILE-CARD.
           IF WS-PROFILE-SEEN
               MOVE 'MORE THAN ONE PROFILE CARD' TO WS-REJECT-WORK
               PERFORM REJECT-REQUEST
                   THRU REJECT-REQUEST-EXIT
           END-IF.
           MOVE 'Y' TO WS-PROFILE-SEEN-SW.
           INSPECT PF-DISORDER REPLACING LEADING ' ' BY '0'.
           INSPECT PF-DUP-PCT REPLACING LEADING ' ' BY '0'.
           INSPECT PF-ASC-PCT REPLACING LEADING ' ' BY '0'.
           IF PF-DISORDER IS NOT NUMERIC
               OR PF-DUP-PCT IS NOT NUMERIC
               OR PF-ASC-PCT IS NOT NUMERIC
               MOVE 'PROFILE PERCENTAGES NOT NUMERIC'
                   TO WS-REJECT-WORK
               PERFORM REJECT-REQUEST
                   THRU REJECT-REQUEST-EXIT
               GO TO APPLY-PROFILE-CARD-EXIT
           END-IF.
           IF PF-DISORDER-9 > 100
               OR PF-DUP-PCT-9 > 100
               OR PF-ASC-PCT-9 > 100
               MOVE 'PROFILE PERCENTAGE OVER 100' TO WS-REJECT-WORK
               PERFORM REJECT-REQUEST
                   THRU REJECT-REQUEST-EXIT
               GO TO APPLY-PROFILE-CARD-EXIT
           END-IF.
           MOVE PF-DISORDER-9 TO WS-REQ-DISORDER.
           MOVE PF-DUP-PCT-9 TO WS-REQ-DUP-PCT.
           MOVE PF-ASC-PCT-9 TO WS-REQ-ASC-PCT.
           MOVE 'Y' TO WS-REQ-DUP-KNOWN-SW.

       APPLY-PROFILE-CARD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  REJECT-REQUEST                                                *
      *  REPORTS THE FAULT IN WS-REJECT-WORK AND REJECTS THE REQUEST.  *
      *  THE FIRST FAULT IS THE ONE PRINTED ON ADVSRPT.                *
      *----------------------------------------------------------------*
       REJECT-REQUEST.

           DISPLAY 'SORTADVS: ' WS-REJECT-WORK.
           IF NOT WS-REQUEST-REJECTED
               MOVE WS-REJECT-WORK TO WS-REJECT-TEXT
           END-IF.
           MOVE 'Y' TO WS-REJECT-SW.
           MOVE SPACES TO WS-REJECT-WORK.

       REJECT-REQUEST-EXIT.
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
                   DISPLAY 'SORTADVS: CONTEXT GEN-MODE NOT 1-4'
                           ' - FIELD IGNORED'
               END-IF
           END-IF.
           IF KF-RUN-MODE NOT = SPACE
               IF KF-RUN-MODE = 'S' OR 'L' OR 'U' OR 'C'
                   MOVE KF-RUN-MODE TO WS-FLT-RUN-MODE
               ELSE
                   DISPLAY 'SORTADVS: CONTEXT RUN-MODE NOT S/L/U/C'
                           ' - FIELD IGNORED'
               END-IF
           END-IF.
           IF KF-WIDE-SW NOT = SPACE
               IF KF-WIDE-SW = 'Y' OR 'N'
                   MOVE KF-WIDE-SW TO WS-FLT-WIDE-SW
               ELSE
                   DISPLAY 'SORTADVS: CONTEXT WIDE SWITCH NOT Y/N'
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
                   DISPLAY 'SORTADVS: CONTEXT REPETITIONS NOT 01-99'
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
      *  LOAD-PROFILE-HISTORY                                          *
      *  LOADS EVERY USABLE PROFILE ON SORTPHST INTO WS-RUN-TABLE.  A  *
      *  PRESCAN REQUEST TAKES ITS PROFILE FROM THE FIRST RECORD WITH  *
      *  THE NAMED RUN DATE AND TIME; WHEN NO TARGET CARD WAS GIVEN    *
      *  THE TARGET IS THAT RUN'S RECORD COUNT.  A PRESCAN RUN NOT ON  *
      *  FILE REJECTS THE REQUEST.                                     *
      *----------------------------------------------------------------*
       LOAD-PROFILE-HISTORY.

           OPEN INPUT SORT-PHST-FILE.
           PERFORM
             UNTIL WS-PHST-AT-EOF
               READ SORT-PHST-FILE
                   AT END
                       MOVE 'Y' TO WS-PHST-EOF-SW
                   NOT AT END
                       PERFORM LOAD-ONE-PROFILE
                           THRU LOAD-ONE-PROFILE-EXIT
               END-READ
           END-PERFORM.
           CLOSE SORT-PHST-FILE.

           IF WS-PHST-OVER-COUNT > 0
               DISPLAY 'SORTADVS: RUN TABLE FULL - '
                       WS-PHST-OVER-COUNT ' PROFILES NOT SEARCHED'
           END-IF.

           IF WS-PRESCAN-SEEN AND NOT WS-PRESCAN-FOUND
               MOVE 'PRESCAN RUN NOT ON SORTPHST' TO WS-REJECT-WORK
               PERFORM REJECT-REQUEST
                   THRU REJECT-REQUEST-EXIT
           END-IF.

       LOAD-PROFILE-HISTORY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  LOAD-ONE-PROFILE                                              *
      *----------------------------------------------------------------*
       LOAD-ONE-PROFILE.

           ADD 1 TO WS-PHST-READ-COUNT.
           IF PHST-SORT-SIZE IS NOT NUMERIC
               OR PHST-SEG-COUNT IS NOT NUMERIC
               ADD 1 TO WS-PHST-SKIP-COUNT
               GO TO LOAD-ONE-PROFILE-EXIT
           END-IF.
           IF PHST-SORT-SIZE = 0
               OR PHST-SEG-COUNT = 0
               ADD 1 TO WS-PHST-SKIP-COUNT
               GO TO LOAD-ONE-PROFILE-EXIT
           END-IF.

           PERFORM TAKE-PROFILE-MEASURES
               THRU TAKE-PROFILE-MEASURES-EXIT.

           IF WS-PRESCAN-SEEN AND NOT WS-PRESCAN-FOUND
               AND PHST-RUN-DATE = WS-PRESCAN-DATE
               AND PHST-RUN-TIME = WS-PRESCAN-TIME
               MOVE 'Y' TO WS-PRESCAN-FOUND-SW
               MOVE PHST-SORT-SIZE TO WS-PRESCAN-SIZE
               MOVE PHST-RUN-CONTEXT (2 : 1) TO WS-PRESCAN-RUN-MODE
               MOVE WS-PM-DISORDER TO WS-REQ-DISORDER
               MOVE WS-PM-DUP-PCT TO WS-REQ-DUP-PCT
               MOVE WS-PM-ASC-PCT TO WS-REQ-ASC-PCT
               MOVE WS-PM-DUP-KNOWN-SW TO WS-REQ-DUP-KNOWN-SW
               IF NOT WS-TARGET-SEEN
                   MOVE PHST-SORT-SIZE TO WS-TARGET-SIZE
               END-IF
           END-IF.

           IF WS-RUN-COUNT >= WS-RUN-MAX
               ADD 1 TO WS-PHST-OVER-COUNT
               GO TO LOAD-ONE-PROFILE-EXIT
           END-IF.
           ADD 1 TO WS-RUN-COUNT.
           MOVE PHST-KEY TO RT-KEY (WS-RUN-COUNT).
           MOVE WS-PM-DISORDER TO RT-DISORDER (WS-RUN-COUNT).
           MOVE WS-PM-DUP-PCT TO RT-DUP-PCT (WS-RUN-COUNT).
           MOVE WS-PM-ASC-PCT TO RT-ASC-PCT (WS-RUN-COUNT).
           MOVE WS-PM-DUP-KNOWN-SW TO RT-DUP-KNOWN-SW (WS-RUN-COUNT).
           MOVE 'N' TO RT-MATCHED-SW (WS-RUN-COUNT).
           MOVE 'N' TO RT-CHOSEN-SW (WS-RUN-COUNT).
           MOVE 0 TO RT-DISTANCE (WS-RUN-COUNT).

       LOAD-ONE-PROFILE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  TAKE-PROFILE-MEASURES                                         *
      *  TURNS THE FIRST KEY SEGMENT OF THE CURRENT SORTPHST RECORD    *
      *  INTO THE THREE PERCENTAGES THE DISTANCE IS TAKEN OVER.  A     *
      *  DUPLICATE COUNT OF -1 (NOT AVAILABLE) LEAVES THE DUPLICATE    *
      *  PERCENT UNKNOWN.                                              *
      *----------------------------------------------------------------*
       TAKE-PROFILE-MEASURES.

           MOVE PHST-DISORDER (1) TO WS-PM-DISORDER.
           IF PHST-DUPS (1) < 0
               MOVE 'N' TO WS-PM-DUP-KNOWN-SW
               MOVE 0 TO WS-PM-DUP-PCT
           ELSE
               MOVE 'Y' TO WS-PM-DUP-KNOWN-SW
               COMPUTE WS-PM-DUP-PCT ROUNDED
                     = PHST-DUPS (1) * 100 / PHST-SORT-SIZE
           END-IF.
           COMPUTE WS-PM-ASC-PCT ROUNDED
                 = PHST-LONGRUN (1) * 100 / PHST-SORT-SIZE.

       TAKE-PROFILE-MEASURES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  MATCH-RUN-HISTORY                                             *
      *  READS SORTHIST AND PAIRS EACH USABLE RUN WITH ITS PROFILE,    *
      *  CHECKING THE CONTROL TOTALS AS IT GOES.                       *
      *----------------------------------------------------------------*
       MATCH-RUN-HISTORY.

           OPEN INPUT SORT-HIST-FILE.
           MOVE 'SORTHIST' TO HTRL-SOURCE.
           PERFORM START-HISTORY-CONTROL
               THRU START-HISTORY-CONTROL-EXIT.
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
                           ADD 1 TO WS-HIST-READ-COUNT
                           PERFORM ADD-HISTORY-CONTROL
                               THRU ADD-HISTORY-CONTROL-EXIT
                           PERFORM MATCH-ONE-HISTORY-RECORD
                               THRU MATCH-ONE-HISTORY-RECORD-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM END-HISTORY-CONTROL
               THRU END-HISTORY-CONTROL-EXIT.
           CLOSE SORT-HIST-FILE.

       MATCH-RUN-HISTORY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  MATCH-ONE-HISTORY-RECORD                                      *
      *  SUMMARY RECORDS, UNUSABLE RECORDS, VOIDED RUNS AND RUNS       *
      *  OUTSIDE THE CTX FILTER ARE COUNTED AND LEFT OUT.  A RUN WITH  *
      *  NO PROFILE ON FILE CANNOT BE COMPARED AND IS COUNTED; A       *
      *  SECOND RECORD FOR A RUN STAMP ALREADY MATCHED IS DROPPED.     *
      *  OTHERWISE THE RUN'S STATUSES AND TIMES ARE TAKEN AND ITS      *
      *  DISTANCE FROM THE REQUEST SCORED.                             *
      *----------------------------------------------------------------*
       MATCH-ONE-HISTORY-RECORD.

           IF HIST-RUN-TIME (1 : 7) = 'SUMMARY'
               ADD 1 TO WS-SUMM-COUNT
               GO TO MATCH-ONE-HISTORY-RECORD-EXIT
           END-IF.

           MOVE HIST-SORT-SIZE TO WS-SIZE-X.
           IF WS-SIZE-X = SPACES
               ADD 1 TO WS-SKIP-COUNT
               GO TO MATCH-ONE-HISTORY-RECORD-EXIT
           END-IF.
           INSPECT WS-SIZE-X REPLACING LEADING ' ' BY '0'.
           IF WS-SIZE-X IS NOT NUMERIC
               ADD 1 TO WS-SKIP-COUNT
               GO TO MATCH-ONE-HISTORY-RECORD-EXIT
           END-IF.
           IF HIST-VOIDED
               ADD 1 TO WS-VOID-COUNT
               GO TO MATCH-ONE-HISTORY-RECORD-EXIT
           END-IF.
           PERFORM CHECK-CONTEXT-FILTER
               THRU CHECK-CONTEXT-FILTER-EXIT.
           IF NOT WS-CTX-MATCH
               ADD 1 TO WS-FILTER-COUNT
               GO TO MATCH-ONE-HISTORY-RECORD-EXIT
           END-IF.

           MOVE HIST-RUN-DATE TO WS-HK-RUN-DATE.
           MOVE HIST-RUN-TIME TO WS-HK-RUN-TIME.
           MOVE WS-SIZE-9 TO WS-HK-SORT-SIZE.
           MOVE HIST-RUN-CONTEXT TO WS-HK-RUN-CONTEXT.
           PERFORM FIND-RUN-ENTRY
               THRU FIND-RUN-ENTRY-EXIT.
           IF NOT WS-RUN-FOUND
               ADD 1 TO WS-NOPROF-COUNT
               GO TO MATCH-ONE-HISTORY-RECORD-EXIT
           END-IF.
           IF RT-MATCHED-SW (WS-RUN-IDX) = 'Y'
               ADD 1 TO WS-DUP-COUNT
               GO TO MATCH-ONE-HISTORY-RECORD-EXIT
           END-IF.
           MOVE 'Y' TO RT-MATCHED-SW (WS-RUN-IDX).
           ADD 1 TO WS-MATCH-COUNT.

           MOVE HIST-BUBBLE-ELAPSED TO AC-ELAPSED (1).
           MOVE HIST-BUBBLE-STATUS  TO AC-STATUS (1).
           MOVE HIST-BUBBLE-CPU     TO AC-CPU (1).
           MOVE HIST-JUMPUP-ELAPSED TO AC-ELAPSED (2).
           MOVE HIST-JUMPUP-STATUS  TO AC-STATUS (2).
           MOVE HIST-JUMPUP-CPU     TO AC-CPU (2).
           MOVE HIST-SHELL-ELAPSED  TO AC-ELAPSED (3).
           MOVE HIST-SHELL-STATUS   TO AC-STATUS (3).
           MOVE HIST-SHELL-CPU      TO AC-CPU (3).
           MOVE HIST-NATIVE-ELAPSED TO AC-ELAPSED (4).
           MOVE HIST-NATIVE-STATUS  TO AC-STATUS (4).
           MOVE HIST-NATIVE-CPU     TO AC-CPU (4).
           MOVE HIST-MERGE-ELAPSED  TO AC-ELAPSED (5).
           MOVE HIST-MERGE-STATUS   TO AC-STATUS (5).
           MOVE HIST-MERGE-CPU      TO AC-CPU (5).

           PERFORM
             VARYING WS-ALGO-IDX FROM 1 BY 1
             UNTIL WS-ALGO-IDX > 5
               MOVE AC-STATUS (WS-ALGO-IDX)
                   TO RT-STATUS (WS-RUN-IDX WS-ALGO-IDX)
               MOVE AC-ELAPSED (WS-ALGO-IDX) TO WS-EP-FIELD
               PERFORM PARSE-ELAPSED-FIELD
                   THRU PARSE-ELAPSED-FIELD-EXIT
               MOVE WS-ELAPSED-HUND
                   TO RT-ELAPSED-HUND (WS-RUN-IDX WS-ALGO-IDX)
               MOVE AC-CPU (WS-ALGO-IDX) TO WS-EP-FIELD
               PERFORM PARSE-ELAPSED-FIELD
                   THRU PARSE-ELAPSED-FIELD-EXIT
               MOVE WS-ELAPSED-HUND
                   TO RT-CPU-HUND (WS-RUN-IDX WS-ALGO-IDX)
           END-PERFORM.

           PERFORM SCORE-ONE-RUN
               THRU SCORE-ONE-RUN-EXIT.

       MATCH-ONE-HISTORY-RECORD-EXIT.
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
      *  FIND-RUN-ENTRY                                                *
      *  LOCATES THE PROFILE FOR THE RUN STAMP IN WS-HIST-KEY, LEAVING *
      *  WS-RUN-IDX POINTING AT IT.                                    *
      *----------------------------------------------------------------*
       FIND-RUN-ENTRY.

           MOVE 'N' TO WS-RUN-FOUND-SW.
           PERFORM
             VARYING WS-RUN-IDX FROM 1 BY 1
             UNTIL WS-RUN-IDX > WS-RUN-COUNT
             OR WS-RUN-FOUND
               IF RT-KEY (WS-RUN-IDX) = WS-HIST-KEY
                   MOVE 'Y' TO WS-RUN-FOUND-SW
               END-IF
           END-PERFORM.
           IF WS-RUN-FOUND
               SUBTRACT 1 FROM WS-RUN-IDX
           END-IF.

       FIND-RUN-ENTRY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  SCORE-ONE-RUN                                                 *
      *  THE DISTANCE OF THE RUN AT WS-RUN-IDX FROM THE REQUEST: THE   *
      *  SIZE TERM (100 TIMES THE NATURAL LOG OF THE SIZE RATIO, SIGN  *
      *  DROPPED) PLUS THE ABSOLUTE DIFFERENCE IN EACH PERCENTAGE.     *
      *----------------------------------------------------------------*
       SCORE-ONE-RUN.

           COMPUTE WS-LOG-WORK
                 = FUNCTION LOG (WS-TARGET-SIZE)
                 - FUNCTION LOG (RT-SORT-SIZE (WS-RUN-IDX)).
           IF WS-LOG-WORK < 0
               COMPUTE WS-LOG-WORK = 0 - WS-LOG-WORK
           END-IF.
           COMPUTE RT-DISTANCE (WS-RUN-IDX) ROUNDED
                 = WS-LOG-WORK * 100.

           COMPUTE WS-DIFF-WORK
                 = WS-REQ-DISORDER - RT-DISORDER (WS-RUN-IDX).
           PERFORM ADD-DISTANCE-TERM
               THRU ADD-DISTANCE-TERM-EXIT.
           IF WS-REQ-DUP-KNOWN
               AND RT-DUP-KNOWN-SW (WS-RUN-IDX) = 'Y'
               COMPUTE WS-DIFF-WORK
                     = WS-REQ-DUP-PCT - RT-DUP-PCT (WS-RUN-IDX)
               PERFORM ADD-DISTANCE-TERM
                   THRU ADD-DISTANCE-TERM-EXIT
           END-IF.
           COMPUTE WS-DIFF-WORK
                 = WS-REQ-ASC-PCT - RT-ASC-PCT (WS-RUN-IDX).
           PERFORM ADD-DISTANCE-TERM
               THRU ADD-DISTANCE-TERM-EXIT.

       SCORE-ONE-RUN-EXIT.
           EXIT.

       ADD-DISTANCE-TERM.

           IF WS-DIFF-WORK < 0
               COMPUTE WS-DIFF-WORK = 0 - WS-DIFF-WORK
           END-IF.
           ADD WS-DIFF-WORK TO RT-DISTANCE (WS-RUN-IDX).

       ADD-DISTANCE-TERM-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  CHOOSE-SIMILAR-RUNS                                           *
      *  PICKS THE WS-NEAREST MATCHED RUNS OF LEAST DISTANCE, NEAREST  *
      *  FIRST, INTO WS-CHOSEN.  ON EQUAL DISTANCE THE LATER RUN ON    *
      *  FILE WINS, SO FRESHER MEASUREMENTS ARE PREFERRED.             *
      *----------------------------------------------------------------*
       CHOOSE-SIMILAR-RUNS.

           MOVE 0 TO WS-CHOSEN-COUNT.
           MOVE 0 TO WS-PICK.
           PERFORM
             UNTIL WS-PICK < 0
             OR WS-CHOSEN-COUNT >= WS-NEAREST
               MOVE -1 TO WS-PICK
               PERFORM
                 VARYING WS-RUN-IDX FROM 1 BY 1
                 UNTIL WS-RUN-IDX > WS-RUN-COUNT
                   IF RT-MATCHED-SW (WS-RUN-IDX) = 'Y'
                       AND RT-CHOSEN-SW (WS-RUN-IDX) = 'N'
                       IF WS-PICK < 0
                           MOVE WS-RUN-IDX TO WS-PICK
                       ELSE
                           IF RT-DISTANCE (WS-RUN-IDX)
                                   NOT > RT-DISTANCE (WS-PICK)
                               MOVE WS-RUN-IDX TO WS-PICK
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-PICK > 0
                   MOVE 'Y' TO RT-CHOSEN-SW (WS-PICK)
                   ADD 1 TO WS-CHOSEN-COUNT
                   MOVE WS-PICK TO WS-CHOSEN (WS-CHOSEN-COUNT)
               END-IF
           END-PERFORM.

       CHOOSE-SIMILAR-RUNS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  TOTAL-SIMILAR-RUNS                                            *
      *  ACCUMULATES EACH ALGORITHM'S SCALED TIMES OVER THE CHOSEN     *
      *  RUNS.  A FAIL STATUS COUNTS AS A FAILURE AND FEEDS NO TIME;   *
      *  A COLUMN THAT NEVER RAN ('----') OR DOES NOT PARSE IS LEFT    *
      *  OUT.  A RUN WHOSE TIMES CANNOT BE SCALED TO THE TARGET SIZE   *
      *  IS DROPPED WHOLE, SO EVERY ALGORITHM RESTS ON THE SAME RUNS.  *
      *----------------------------------------------------------------*
       TOTAL-SIMILAR-RUNS.

           PERFORM
             VARYING WS-ALGO-IDX FROM 1 BY 1
             UNTIL WS-ALGO-IDX > 5
               MOVE 0 TO AL-RUNS (WS-ALGO-IDX)
               MOVE 0 TO AL-FAILS (WS-ALGO-IDX)
               MOVE 0 TO AL-ELAPSED-SUM (WS-ALGO-IDX)
               MOVE 0 TO AL-ELAPSED-LOW (WS-ALGO-IDX)
               MOVE 0 TO AL-ELAPSED-HIGH (WS-ALGO-IDX)
               MOVE 0 TO AL-EXPECTED (WS-ALGO-IDX)
               MOVE 0 TO AL-CPU-RUNS (WS-ALGO-IDX)
               MOVE 0 TO AL-CPU-SUM (WS-ALGO-IDX)
               MOVE 0 TO AL-CPU-LOW (WS-ALGO-IDX)
               MOVE 0 TO AL-CPU-HIGH (WS-ALGO-IDX)
               MOVE 0 TO AL-EXP-CPU (WS-ALGO-IDX)
           END-PERFORM.

           PERFORM
             VARYING WS-CHOSEN-IDX FROM 1 BY 1
             UNTIL WS-CHOSEN-IDX > WS-CHOSEN-COUNT
               MOVE WS-CHOSEN (WS-CHOSEN-IDX) TO WS-RUN-IDX
               PERFORM CHECK-RUN-SCALING
                   THRU CHECK-RUN-SCALING-EXIT
               IF WS-SCALE-ERROR
                   MOVE 'S' TO RT-CHOSEN-SW (WS-RUN-IDX)
                   ADD 1 TO WS-SCALE-DROP-COUNT
               ELSE
                   PERFORM
                     VARYING WS-ALGO-IDX FROM 1 BY 1
                     UNTIL WS-ALGO-IDX > 5
                       PERFORM TOTAL-ONE-ALGORITHM
                           THRU TOTAL-ONE-ALGORITHM-EXIT
                   END-PERFORM
               END-IF
           END-PERFORM.

           PERFORM
             VARYING WS-ALGO-IDX FROM 1 BY 1
             UNTIL WS-ALGO-IDX > 5
               IF AL-RUNS (WS-ALGO-IDX) > 0
                   COMPUTE AL-EXPECTED (WS-ALGO-IDX) ROUNDED
                         = AL-ELAPSED-SUM (WS-ALGO-IDX)
                         / AL-RUNS (WS-ALGO-IDX)
               END-IF
               IF AL-CPU-RUNS (WS-ALGO-IDX) > 0
                   COMPUTE AL-EXP-CPU (WS-ALGO-IDX) ROUNDED
                         = AL-CPU-SUM (WS-ALGO-IDX)
                         / AL-CPU-RUNS (WS-ALGO-IDX)
               END-IF
           END-PERFORM.

       TOTAL-SIMILAR-RUNS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  TOTAL-ONE-ALGORITHM                                           *
      *  ONE ALGORITHM OF THE CHOSEN RUN AT WS-RUN-IDX.                *
      *----------------------------------------------------------------*
       TOTAL-ONE-ALGORITHM.

           IF RT-STATUS (WS-RUN-IDX WS-ALGO-IDX) = 'FAIL'
               ADD 1 TO AL-FAILS (WS-ALGO-IDX)
               GO TO TOTAL-ONE-ALGORITHM-EXIT
           END-IF.
           IF RT-STATUS (WS-RUN-IDX WS-ALGO-IDX) = '----'
               OR RT-STATUS (WS-RUN-IDX WS-ALGO-IDX) = SPACES
               OR RT-ELAPSED-HUND (WS-RUN-IDX WS-ALGO-IDX) < 0
               GO TO TOTAL-ONE-ALGORITHM-EXIT
           END-IF.

           PERFORM COMPUTE-SCALE-FACTOR
               THRU COMPUTE-SCALE-FACTOR-EXIT.

           COMPUTE WS-SCALED-HUND ROUNDED
                 = RT-ELAPSED-HUND (WS-RUN-IDX WS-ALGO-IDX) * WS-SCALE.
           ADD 1 TO AL-RUNS (WS-ALGO-IDX).
           ADD WS-SCALED-HUND TO AL-ELAPSED-SUM (WS-ALGO-IDX).
           IF AL-RUNS (WS-ALGO-IDX) = 1
               OR WS-SCALED-HUND < AL-ELAPSED-LOW (WS-ALGO-IDX)
               MOVE WS-SCALED-HUND TO AL-ELAPSED-LOW (WS-ALGO-IDX)
           END-IF.
           IF WS-SCALED-HUND > AL-ELAPSED-HIGH (WS-ALGO-IDX)
               MOVE WS-SCALED-HUND TO AL-ELAPSED-HIGH (WS-ALGO-IDX)
           END-IF.

           IF RT-CPU-HUND (WS-RUN-IDX WS-ALGO-IDX) < 0
               GO TO TOTAL-ONE-ALGORITHM-EXIT
           END-IF.
           COMPUTE WS-SCALED-HUND ROUNDED
                 = RT-CPU-HUND (WS-RUN-IDX WS-ALGO-IDX) * WS-SCALE.
           ADD 1 TO AL-CPU-RUNS (WS-ALGO-IDX).
           ADD WS-SCALED-HUND TO AL-CPU-SUM (WS-ALGO-IDX).
           IF AL-CPU-RUNS (WS-ALGO-IDX) = 1
               OR WS-SCALED-HUND < AL-CPU-LOW (WS-ALGO-IDX)
               MOVE WS-SCALED-HUND TO AL-CPU-LOW (WS-ALGO-IDX)
           END-IF.
           IF WS-SCALED-HUND > AL-CPU-HIGH (WS-ALGO-IDX)
               MOVE WS-SCALED-HUND TO AL-CPU-HIGH (WS-ALGO-IDX)
           END-IF.

       TOTAL-ONE-ALGORITHM-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  CHECK-RUN-SCALING                                             *
      *  TRIES THE SCALING OF EVERY TIMED COLUMN OF THE CHOSEN RUN AT  *
      *  WS-RUN-IDX BEFORE ANY OF IT IS TOTALLED, AND RAISES           *
      *  WS-SCALE-ERROR WHEN A FACTOR OR A SCALED TIME WILL NOT FIT -  *
      *  A SCALED TIME IS HELD UNDER 13 DIGITS SO FIFTY OF THEM STILL  *
      *  SUM SAFELY.                                                   *
      *----------------------------------------------------------------*
       CHECK-RUN-SCALING.

           MOVE 'N' TO WS-SCALE-ERROR-SW.
           PERFORM
             VARYING WS-ALGO-IDX FROM 1 BY 1
             UNTIL WS-ALGO-IDX > 5
                OR WS-SCALE-ERROR
               IF RT-STATUS (WS-RUN-IDX WS-ALGO-IDX) NOT = 'FAIL'
                   AND RT-STATUS (WS-RUN-IDX WS-ALGO-IDX) NOT = '----'
                   AND RT-STATUS (WS-RUN-IDX WS-ALGO-IDX) NOT = SPACES
                   AND RT-ELAPSED-HUND (WS-RUN-IDX WS-ALGO-IDX) >= 0
                   PERFORM COMPUTE-SCALE-FACTOR
                       THRU COMPUTE-SCALE-FACTOR-EXIT
                   IF NOT WS-SCALE-ERROR
                       COMPUTE WS-SCALE-CHECK ROUNDED
                             = WS-SCALE
                             * RT-ELAPSED-HUND (WS-RUN-IDX WS-ALGO-IDX)
                           ON SIZE ERROR
                               MOVE 'Y' TO WS-SCALE-ERROR-SW
                       END-COMPUTE
                   END-IF
                   IF NOT WS-SCALE-ERROR
                       AND RT-CPU-HUND (WS-RUN-IDX WS-ALGO-IDX) >= 0
                       COMPUTE WS-SCALE-CHECK ROUNDED
                             = RT-CPU-HUND (WS-RUN-IDX WS-ALGO-IDX)
                             * WS-SCALE
                           ON SIZE ERROR
                               MOVE 'Y' TO WS-SCALE-ERROR-SW
                       END-COMPUTE
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-RUN-SCALING-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  COMPUTE-SCALE-FACTOR                                          *
      *  THE FACTOR THAT CARRIES A TIME MEASURED AT THE RUN'S SIZE TO  *
      *  THE TARGET SIZE, BY THE ALGORITHM'S GROWTH.  N LOG N FALLS    *
      *  BACK TO THE PLAIN RATIO WHEN EITHER SIZE IS ONE RECORD.  A    *
      *  RATIO OR FACTOR TOO LARGE TO HOLD RAISES WS-SCALE-ERROR.      *
      *----------------------------------------------------------------*
       COMPUTE-SCALE-FACTOR.

           COMPUTE WS-SIZE-RATIO ROUNDED
                 = WS-TARGET-SIZE / RT-SORT-SIZE (WS-RUN-IDX)
               ON SIZE ERROR
                   MOVE 'Y' TO WS-SCALE-ERROR-SW
                   GO TO COMPUTE-SCALE-FACTOR-EXIT
           END-COMPUTE.
           EVALUATE WS-ALGO-GROWTH (WS-ALGO-IDX)
               WHEN 'Q'
                   COMPUTE WS-SCALE ROUNDED
                         = WS-SIZE-RATIO * WS-SIZE-RATIO
                       ON SIZE ERROR
                           MOVE 'Y' TO WS-SCALE-ERROR-SW
                   END-COMPUTE
               WHEN 'S'
                   COMPUTE WS-SCALE ROUNDED
                         = WS-SIZE-RATIO ** 1.5
                       ON SIZE ERROR
                           MOVE 'Y' TO WS-SCALE-ERROR-SW
                   END-COMPUTE
               WHEN OTHER
                   IF WS-TARGET-SIZE > 1
                       AND RT-SORT-SIZE (WS-RUN-IDX) > 1
                       COMPUTE WS-SCALE ROUNDED
                             = WS-SIZE-RATIO
                             * FUNCTION LOG (WS-TARGET-SIZE)
                             / FUNCTION LOG (RT-SORT-SIZE (WS-RUN-IDX))
                           ON SIZE ERROR
                               MOVE 'Y' TO WS-SCALE-ERROR-SW
                       END-COMPUTE
                   ELSE
                       MOVE WS-SIZE-RATIO TO WS-SCALE
                   END-IF
           END-EVALUATE.

       COMPUTE-SCALE-FACTOR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  PICK-RECOMMENDATION                                           *
      *  THE ALGORITHM WITH THE LOWEST EXPECTED ELAPSED TIME AMONG     *
      *  THOSE WITH AT LEAST ONE TIMED RUN AND NO FAILURE IN THE       *
      *  SIMILAR RUNS; ON A TIE, THE ONE RESTING ON MORE RUNS.  NONE   *
      *  QUALIFYING LEAVES WS-RECOMMEND-IDX ZERO.                      *
      *----------------------------------------------------------------*
       PICK-RECOMMENDATION.

           MOVE 0 TO WS-RECOMMEND-IDX.
           PERFORM
             VARYING WS-ALGO-IDX FROM 1 BY 1
             UNTIL WS-ALGO-IDX > 5
               IF AL-RUNS (WS-ALGO-IDX) > 0
                   AND AL-FAILS (WS-ALGO-IDX) = 0
                   IF WS-RECOMMEND-IDX = 0
                       MOVE WS-ALGO-IDX TO WS-RECOMMEND-IDX
                   ELSE
                       IF AL-EXPECTED (WS-ALGO-IDX)
                               < AL-EXPECTED (WS-RECOMMEND-IDX)
                           MOVE WS-ALGO-IDX TO WS-RECOMMEND-IDX
                       ELSE
                           IF AL-EXPECTED (WS-ALGO-IDX)
                                   = AL-EXPECTED (WS-RECOMMEND-IDX)
                               AND AL-RUNS (WS-ALGO-IDX)
                                   > AL-RUNS (WS-RECOMMEND-IDX)
                               MOVE WS-ALGO-IDX TO WS-RECOMMEND-IDX
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       PICK-RECOMMENDATION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  PARSE-ELAPSED-FIELD                                           *
      *  REDUCES THE HH:MM:SS.DD VALUE IN WS-EP-FIELD TO HUNDREDTHS IN *
      *  WS-ELAPSED-HUND, OR -1 WHEN THE COLUMN IS BLANK OR MALFORMED  *
      *  (AN ALGORITHM THAT NEVER RAN).                                *
      *----------------------------------------------------------------*
       PARSE-ELAPSED-FIELD.

           IF EP-HH IS NUMERIC AND EP-MM IS NUMERIC
               AND EP-SS IS NUMERIC AND EP-DD IS NUMERIC
               COMPUTE WS-ELAPSED-HUND
                     = ((EP-HH * 60 + EP-MM) * 60 + EP-SS) * 100
                     + EP-DD
           ELSE
               MOVE -1 TO WS-ELAPSED-HUND
           END-IF.

       PARSE-ELAPSED-FIELD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  WRITE-ADVISOR-REPORT                                          *
      *  THE REQUEST, WHAT WAS SEARCHED, THE SIMILAR RUNS, THE         *
      *  EXPECTED TIMES PER ALGORITHM AND THE RECOMMENDATION.  A       *
      *  REJECTED REQUEST PRINTS ITS REASON ONLY.                      *
      *----------------------------------------------------------------*
       WRITE-ADVISOR-REPORT.

           MOVE SPACES TO ADVS-RPT-RECORD.
           PERFORM WRITE-PAGE-HEADINGS
               THRU WRITE-PAGE-HEADINGS-EXIT.

           IF WS-REQUEST-REJECTED
               MOVE SPACES TO ADVS-RPT-RECORD
               STRING 'REQUEST REJECTED - ' DELIMITED BY SIZE
                      WS-REJECT-TEXT DELIMITED BY SIZE
                   INTO ADVS-RPT-RECORD
               END-STRING
               PERFORM WRITE-REPORT-LINE
                   THRU WRITE-REPORT-LINE-EXIT
               GO TO WRITE-ADVISOR-REPORT-EXIT
           END-IF.

           PERFORM WRITE-CONTROL-REPORT
               THRU WRITE-CONTROL-REPORT-EXIT.
           IF HTRL-ERROR-COUNT > 0
               GO TO WRITE-ADVISOR-REPORT-EXIT
           END-IF.

           MOVE 'REQUESTED PROFILE' TO ADVS-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.
           MOVE 'DISORDER - PERCENT OF PAIRS OUT OF ORDER'
               TO ML-CAPTION.
           MOVE WS-REQ-DISORDER TO WS-PCT-ED.
           MOVE WS-PCT-ED TO ML-VALUE.
           PERFORM WRITE-MEASURE-LINE
               THRU WRITE-MEASURE-LINE-EXIT.
           MOVE 'DUPLICATE KEYS - PERCENT OF RECORDS' TO ML-CAPTION.
           IF WS-REQ-DUP-KNOWN
               MOVE WS-REQ-DUP-PCT TO WS-PCT-ED
               MOVE WS-PCT-ED TO ML-VALUE
           ELSE
               MOVE '   N/A' TO ML-VALUE
           END-IF.
           PERFORM WRITE-MEASURE-LINE
               THRU WRITE-MEASURE-LINE-EXIT.
           MOVE 'LONGEST ASCENDING RUN - PERCENT' TO ML-CAPTION.
           MOVE WS-REQ-ASC-PCT TO WS-PCT-ED.
           MOVE WS-PCT-ED TO ML-VALUE.
           PERFORM WRITE-MEASURE-LINE
               THRU WRITE-MEASURE-LINE-EXIT.
           MOVE 'SIMILAR RUNS ASKED FOR' TO CL-CAPTION.
           MOVE WS-NEAREST TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE
               THRU WRITE-COUNT-LINE-EXIT.

           MOVE SPACES TO ADVS-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.
           MOVE 'HISTORY SEARCHED' TO ADVS-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.
           MOVE 'PROFILE RECORDS READ' TO CL-CAPTION.
           MOVE WS-PHST-READ-COUNT TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE
               THRU WRITE-COUNT-LINE-EXIT.
           MOVE 'UNUSABLE PROFILE RECORDS SKIPPED' TO CL-CAPTION.
           MOVE WS-PHST-SKIP-COUNT TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE
               THRU WRITE-COUNT-LINE-EXIT.
           IF WS-PHST-OVER-COUNT > 0
               MOVE 'PROFILES NOT SEARCHED - TABLE FULL'
                   TO CL-CAPTION
               MOVE WS-PHST-OVER-COUNT TO CL-COUNT
               PERFORM WRITE-COUNT-LINE
                   THRU WRITE-COUNT-LINE-EXIT
           END-IF.
           MOVE 'HISTORY RECORDS READ' TO CL-CAPTION.
           MOVE WS-HIST-READ-COUNT TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE
               THRU WRITE-COUNT-LINE-EXIT.
           MOVE 'SUMMARY RECORDS BYPASSED' TO CL-CAPTION.
           MOVE WS-SUMM-COUNT TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE
               THRU WRITE-COUNT-LINE-EXIT.
           MOVE 'UNUSABLE HISTORY RECORDS SKIPPED' TO CL-CAPTION.
           MOVE WS-SKIP-COUNT TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE
               THRU WRITE-COUNT-LINE-EXIT.
           MOVE 'VOIDED RUNS LEFT OUT' TO CL-CAPTION.
           MOVE WS-VOID-COUNT TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE
               THRU WRITE-COUNT-LINE-EXIT.
           IF WS-CTX-FILTERED
               MOVE 'RUNS OUTSIDE THE RUN-CONTEXT FILTER'
                   TO CL-CAPTION
               MOVE WS-FILTER-COUNT TO CL-COUNT
               PERFORM WRITE-COUNT-LINE
                   THRU WRITE-COUNT-LINE-EXIT
           END-IF.
           MOVE 'RUNS WITH NO PROFILE ON FILE' TO CL-CAPTION.
           MOVE WS-NOPROF-COUNT TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE
               THRU WRITE-COUNT-LINE-EXIT.
           MOVE 'DUPLICATE RUN STAMPS DROPPED' TO CL-CAPTION.
           MOVE WS-DUP-COUNT TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE
               THRU WRITE-COUNT-LINE-EXIT.
           MOVE 'COMPARABLE RUNS' TO CL-CAPTION.
           MOVE WS-MATCH-COUNT TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE
               THRU WRITE-COUNT-LINE-EXIT.
           IF WS-SCALE-DROP-COUNT > 0
               MOVE 'SIMILAR RUNS TOO FAR FROM TARGET SIZE'
                   TO CL-CAPTION
               MOVE WS-SCALE-DROP-COUNT TO CL-COUNT
               PERFORM WRITE-COUNT-LINE
                   THRU WRITE-COUNT-LINE-EXIT
           END-IF.

           IF WS-CHOSEN-COUNT = 0
               MOVE SPACES TO ADVS-RPT-RECORD
               PERFORM WRITE-REPORT-LINE
                   THRU WRITE-REPORT-LINE-EXIT
               MOVE 'NO COMPARABLE PAST RUN - NO RECOMMENDATION'
                   TO ADVS-RPT-RECORD
               PERFORM WRITE-REPORT-LINE
                   THRU WRITE-REPORT-LINE-EXIT
               GO TO WRITE-ADVISOR-REPORT-EXIT
           END-IF.

           PERFORM WRITE-SIMILAR-RUNS
               THRU WRITE-SIMILAR-RUNS-EXIT.
           PERFORM WRITE-EXPECTED-TIMES
               THRU WRITE-EXPECTED-TIMES-EXIT.
           PERFORM WRITE-RECOMMENDATION
               THRU WRITE-RECOMMENDATION-EXIT.

       WRITE-ADVISOR-REPORT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  WRITE-SIMILAR-RUNS                                            *
      *  THE CHOSEN RUNS, NEAREST FIRST, WITH THEIR PROFILE MEASURES,  *
      *  DISTANCE AND RUN CONTEXT.                                     *
      *----------------------------------------------------------------*
       WRITE-SIMILAR-RUNS.

           MOVE SPACES TO ADVS-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.
           MOVE 'MOST SIMILAR PAST RUNS' TO ADVS-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.
           MOVE WS-SIMILAR-HEAD TO ADVS-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.

           PERFORM
             VARYING WS-CHOSEN-IDX FROM 1 BY 1
             UNTIL WS-CHOSEN-IDX > WS-CHOSEN-COUNT
               MOVE WS-CHOSEN (WS-CHOSEN-IDX) TO WS-RUN-IDX
               MOVE RT-RUN-DATE (WS-RUN-IDX) TO SL-RUN-DATE
               MOVE RT-RUN-TIME (WS-RUN-IDX) TO SL-RUN-TIME
               MOVE RT-SORT-SIZE (WS-RUN-IDX) TO SL-SORT-SIZE
               MOVE RT-DISORDER (WS-RUN-IDX) TO WS-PCT-ED
               MOVE WS-PCT-ED TO SL-DISORDER
               IF RT-DUP-KNOWN-SW (WS-RUN-IDX) = 'Y'
                   MOVE RT-DUP-PCT (WS-RUN-IDX) TO WS-PCT-ED
                   MOVE WS-PCT-ED TO SL-DUP-PCT
               ELSE
                   MOVE '   N/A' TO SL-DUP-PCT
               END-IF
               MOVE RT-ASC-PCT (WS-RUN-IDX) TO WS-PCT-ED
               MOVE WS-PCT-ED TO SL-ASC-PCT
               MOVE RT-DISTANCE (WS-RUN-IDX) TO SL-DISTANCE
               MOVE RT-RUN-CONTEXT (WS-RUN-IDX) TO WS-CTX-WORK
               PERFORM FORMAT-CONTEXT-SHORT
                   THRU FORMAT-CONTEXT-SHORT-EXIT
               MOVE WS-CTX-CARD TO SL-CONTEXT
               IF RT-CHOSEN-SW (WS-RUN-IDX) = 'S'
                   MOVE 'NOT SCALABLE TO TARGET - DROPPED'
                       TO SL-NOTE
               ELSE
                   MOVE SPACES TO SL-NOTE
               END-IF
               MOVE WS-SIMILAR-LINE TO ADVS-RPT-RECORD
               PERFORM WRITE-REPORT-LINE
                   THRU WRITE-REPORT-LINE-EXIT
           END-PERFORM.

       WRITE-SIMILAR-RUNS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  WRITE-EXPECTED-TIMES                                          *
      *  ONE LINE PER ALGORITHM: TIMED RUNS, FAILURES, EXPECTED        *
      *  ELAPSED AND CPU AT THE TARGET SIZE AND THE RANGE OF EACH.     *
      *----------------------------------------------------------------*
       WRITE-EXPECTED-TIMES.

           MOVE SPACES TO ADVS-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.
           MOVE 'EXPECTED TIMES AT THE TARGET SIZE' TO ADVS-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.
           MOVE WS-ALGO-HEAD TO ADVS-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.

           PERFORM
             VARYING WS-ALGO-IDX FROM 1 BY 1
             UNTIL WS-ALGO-IDX > 5
               PERFORM WRITE-ONE-ALGO-LINE
                   THRU WRITE-ONE-ALGO-LINE-EXIT
           END-PERFORM.

       WRITE-EXPECTED-TIMES-EXIT.
           EXIT.

       WRITE-ONE-ALGO-LINE.

           MOVE SPACES TO WS-ALGO-LINE.
           MOVE WS-ALGO-NAME (WS-ALGO-IDX) TO AL-ALGO-NAME.
           MOVE AL-RUNS (WS-ALGO-IDX) TO AL-RUNS-ED.
           MOVE AL-FAILS (WS-ALGO-IDX) TO AL-FAILS-ED.
           IF AL-RUNS (WS-ALGO-IDX) > 0
               MOVE AL-EXPECTED (WS-ALGO-IDX) TO WS-FMT-HUND
               PERFORM FORMAT-TIME-COLUMN
                   THRU FORMAT-TIME-COLUMN-EXIT
               MOVE WS-FMT-COLUMN TO AL-EXPECTED-ED
               MOVE AL-ELAPSED-LOW (WS-ALGO-IDX) TO WS-FMT-HUND
               PERFORM FORMAT-TIME-COLUMN
                   THRU FORMAT-TIME-COLUMN-EXIT
               MOVE WS-FMT-COLUMN TO AL-LOW-ED
               MOVE AL-ELAPSED-HIGH (WS-ALGO-IDX) TO WS-FMT-HUND
               PERFORM FORMAT-TIME-COLUMN
                   THRU FORMAT-TIME-COLUMN-EXIT
               MOVE WS-FMT-COLUMN TO AL-HIGH-ED
           END-IF.
           IF AL-CPU-RUNS (WS-ALGO-IDX) > 0
               MOVE AL-EXP-CPU (WS-ALGO-IDX) TO WS-FMT-HUND
               PERFORM FORMAT-TIME-COLUMN
                   THRU FORMAT-TIME-COLUMN-EXIT
               MOVE WS-FMT-COLUMN TO AL-EXP-CPU-ED
               MOVE AL-CPU-LOW (WS-ALGO-IDX) TO WS-FMT-HUND
               PERFORM FORMAT-TIME-COLUMN
                   THRU FORMAT-TIME-COLUMN-EXIT
               MOVE WS-FMT-COLUMN TO AL-CPU-LOW-ED
               MOVE AL-CPU-HIGH (WS-ALGO-IDX) TO WS-FMT-HUND
               PERFORM FORMAT-TIME-COLUMN
                   THRU FORMAT-TIME-COLUMN-EXIT
               MOVE WS-FMT-COLUMN TO AL-CPU-HIGH-ED
           END-IF.
           EVALUATE TRUE
               WHEN WS-ALGO-IDX = WS-RECOMMEND-IDX
                   MOVE 'RECOMMENDED' TO AL-NOTE
               WHEN AL-FAILS (WS-ALGO-IDX) > 0
                   MOVE 'FAILED - NOT ADVISED' TO AL-NOTE
               WHEN AL-RUNS (WS-ALGO-IDX) = 0
                   MOVE 'NO TIMED RUNS' TO AL-NOTE
               WHEN OTHER
                   MOVE SPACES TO AL-NOTE
           END-EVALUATE.
           MOVE WS-ALGO-LINE TO ADVS-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.

       WRITE-ONE-ALGO-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  WRITE-RECOMMENDATION                                          *
      *  THE ANSWER: THE ALGORITHM, ITS EXPECTED ELAPSED AND CPU TIME, *
      *  THE RANGE SEEN AND HOW MANY RUNS IT RESTS ON, WITH A WARNING  *
      *  WHEN THAT IS FEWER THAN THREE.                                *
      *----------------------------------------------------------------*
       WRITE-RECOMMENDATION.

           MOVE SPACES TO ADVS-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.

           IF WS-RECOMMEND-IDX = 0
               STRING 'NO ALGORITHM HAS A CLEAN TIMED RUN AMONG THE '
                          DELIMITED BY SIZE
                      'SIMILAR RUNS - NO RECOMMENDATION'
                          DELIMITED BY SIZE
                   INTO ADVS-RPT-RECORD
               END-STRING
               PERFORM WRITE-REPORT-LINE
                   THRU WRITE-REPORT-LINE-EXIT
               GO TO WRITE-RECOMMENDATION-EXIT
           END-IF.

           MOVE WS-ALGO-NAME (WS-RECOMMEND-IDX) TO RL-ALGO.
           MOVE AL-EXPECTED (WS-RECOMMEND-IDX) TO WS-FMT-HUND.
           PERFORM FORMAT-TIME-COLUMN
               THRU FORMAT-TIME-COLUMN-EXIT.
           MOVE WS-FMT-COLUMN TO RL-ELAPSED.
           IF AL-CPU-RUNS (WS-RECOMMEND-IDX) > 0
               MOVE AL-EXP-CPU (WS-RECOMMEND-IDX) TO WS-FMT-HUND
               PERFORM FORMAT-TIME-COLUMN
                   THRU FORMAT-TIME-COLUMN-EXIT
               MOVE WS-FMT-COLUMN TO RL-CPU
           ELSE
               MOVE '    N/A' TO RL-CPU
           END-IF.
           MOVE AL-ELAPSED-LOW (WS-RECOMMEND-IDX) TO WS-FMT-HUND.
           PERFORM FORMAT-TIME-COLUMN
               THRU FORMAT-TIME-COLUMN-EXIT.
           MOVE WS-FMT-COLUMN TO RL-LOW.
           MOVE AL-ELAPSED-HIGH (WS-RECOMMEND-IDX) TO WS-FMT-HUND.
           PERFORM FORMAT-TIME-COLUMN
               THRU FORMAT-TIME-COLUMN-EXIT.
           MOVE WS-FMT-COLUMN TO RL-HIGH.
           MOVE AL-RUNS (WS-RECOMMEND-IDX) TO RL-RUNS.
           MOVE WS-RECOMMEND-LINE TO ADVS-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.

           IF AL-RUNS (WS-RECOMMEND-IDX) < 3
               MOVE SPACES TO ADVS-RPT-RECORD
               STRING 'FEWER THAN THREE SIMILAR RUNS - TREAT THIS AS '
                          DELIMITED BY SIZE
                      'A HINT, NOT A MEASUREMENT'
                          DELIMITED BY SIZE
                   INTO ADVS-RPT-RECORD
               END-STRING
               PERFORM WRITE-REPORT-LINE
                   THRU WRITE-REPORT-LINE-EXIT
           END-IF.

       WRITE-RECOMMENDATION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  FORMAT-CONTEXT-SHORT                                          *
      *  SPREADS THE 21-BYTE CONTEXT IN WS-CTX-WORK INTO THE SPACED    *
      *  26-COLUMN FORM IN WS-CTX-CARD.                                *
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
      *  FORMAT-TIME-COLUMN                                            *
      *  TURNS WS-FMT-HUND (HUNDREDTHS) INTO HH:MM:SS.DD IN            *
      *  WS-FMT-COLUMN, THE SAME PICTURE SORTDALE PRINTS.  A TIME TOO  *
      *  LONG FOR TWO HOUR DIGITS PRINTS AS >99 HOURS.                 *
      *----------------------------------------------------------------*
       FORMAT-TIME-COLUMN.

           IF WS-FMT-HUND > 35999999
               MOVE '>99 HOURS' TO WS-FMT-COLUMN
               GO TO FORMAT-TIME-COLUMN-EXIT
           END-IF.
           DIVIDE WS-FMT-HUND BY 100 GIVING WS-FMT-SECONDS
               REMAINDER WS-FMT-PART.
           MOVE WS-FMT-PART TO DD OF WS-FMT-DISPLAY.
           DIVIDE WS-FMT-SECONDS BY 60 GIVING WS-FMT-MINUTES
               REMAINDER WS-FMT-PART.
           MOVE WS-FMT-PART TO SS OF WS-FMT-DISPLAY.
           DIVIDE WS-FMT-MINUTES BY 60 GIVING WS-FMT-HOURS
               REMAINDER WS-FMT-PART.
           MOVE WS-FMT-PART TO MM OF WS-FMT-DISPLAY.
           MOVE WS-FMT-HOURS TO HH OF WS-FMT-DISPLAY.
           MOVE WS-FMT-DISPLAY TO WS-FMT-COLUMN.

       FORMAT-TIME-COLUMN-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  WRITE-COUNT-LINE / WRITE-MEASURE-LINE / WRITE-REPORT-LINE /   *
      *  WRITE-PAGE-HEADINGS                                           *
      *  ALL REPORT OUTPUT FUNNELS THROUGH HERE SO PAGE BREAKS AND     *
      *  HEADINGS STAY CONSISTENT.                                     *
      *----------------------------------------------------------------*
       WRITE-COUNT-LINE.

           MOVE WS-COUNT-LINE TO ADVS-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.
           MOVE SPACES TO WS-COUNT-LINE.

       WRITE-COUNT-LINE-EXIT.
           EXIT.

       WRITE-MEASURE-LINE.

           MOVE WS-MEASURE-LINE TO ADVS-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.
           MOVE SPACES TO WS-MEASURE-LINE.

       WRITE-MEASURE-LINE-EXIT.
           EXIT.

       WRITE-REPORT-LINE.

           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-PAGE-HEADINGS
                   THRU WRITE-PAGE-HEADINGS-EXIT
           END-IF.
           WRITE ADVS-RPT-RECORD.
           ADD 1 TO WS-LINE-COUNT.

       WRITE-REPORT-LINE-EXIT.
           EXIT.

       WRITE-PAGE-HEADINGS.

           MOVE ADVS-RPT-RECORD TO WS-RPT-LINE-HOLD.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE 0 TO WS-LINE-COUNT.
           MOVE WS-RUN-DATE TO H1-RUN-DATE.
           MOVE WS-RUN-TIME-DISPLAY TO H1-RUN-TIME.
           MOVE WS-PAGE-COUNT TO H1-PAGE.
           MOVE WS-HEAD1 TO ADVS-RPT-RECORD.
           WRITE ADVS-RPT-RECORD.
           MOVE WS-TARGET-SIZE TO H2-TARGET.
           MOVE SPACES TO H2-SOURCE.
           EVALUATE TRUE
               WHEN WS-PROFILE-SEEN AND NOT WS-PRESCAN-SEEN
                   MOVE 'PROFILE CARD - TYPED IN' TO H2-SOURCE
               WHEN WS-PRESCAN-SEEN AND NOT WS-PROFILE-SEEN
                   STRING 'PRESCAN OF RUN ' DELIMITED BY SIZE
                          WS-PRESCAN-DATE DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          WS-PRESCAN-TIME DELIMITED BY SIZE
                       INTO H2-SOURCE
                   END-STRING
                   IF WS-PRESCAN-RUN-MODE = 'U'
                       MOVE '(USER FILE)' TO H2-SOURCE (37 : 11)
                   END-IF
               WHEN OTHER
                   MOVE 'NOT GIVEN' TO H2-SOURCE
           END-EVALUATE.
           MOVE WS-HEAD2 TO ADVS-RPT-RECORD.
           WRITE ADVS-RPT-RECORD.
           MOVE SPACES TO ADVS-RPT-RECORD.
           WRITE ADVS-RPT-RECORD.
           MOVE 3 TO WS-LINE-COUNT.
           MOVE WS-RPT-LINE-HOLD TO ADVS-RPT-RECORD.

       WRITE-PAGE-HEADINGS-EXIT.
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
               DISPLAY 'SORTADVS: ' HTRL-SOURCE ' CONTROL TOTALS - '
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

           MOVE 'HISTORY CONTROL TOTALS' TO ADVS-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.
           MOVE HTRL-HEAD TO ADVS-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.
           PERFORM
             VARYING HTRL-RESULT-IDX FROM 1 BY 1
             UNTIL HTRL-RESULT-IDX > HTRL-RESULT-COUNT
               MOVE HTRL-RESULT-TEXT (HTRL-RESULT-IDX)
                   TO ADVS-RPT-RECORD
               PERFORM WRITE-REPORT-LINE
                   THRU WRITE-REPORT-LINE-EXIT
           END-PERFORM.
           MOVE 'TRAILERS CHECKED' TO HTL-CAPTION.
           MOVE HTRL-TRAILER-TOTAL TO HTL-COUNT.
           MOVE HTRL-TOTAL-LINE TO ADVS-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.
           MOVE 'CONTROL ERRORS' TO HTL-CAPTION.
           MOVE HTRL-ERROR-COUNT TO HTL-COUNT.
           MOVE HTRL-TOTAL-LINE TO ADVS-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.
           IF HTRL-ERROR-COUNT = 0
               MOVE 'CONTROL TOTALS AGREE' TO ADVS-RPT-RECORD
           ELSE
               MOVE 'CONTROL TOTALS DO NOT AGREE - NO RECOMMENDATION'
                   TO ADVS-RPT-RECORD
           END-IF.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.
           MOVE SPACES TO ADVS-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.

       WRITE-CONTROL-REPORT-EXIT.
           EXIT.
