      *                             TESTED AGAINST HIST-RUN-TIME.  A
      *                             BAND WHOSE FROM EXCEEDS ITS TO
      *                             WRAPS MIDNIGHT.
      *   CTX   G R W NN SSSSSSSS JJJJJJJJ
      *                             OPTIONAL RUN-CONTEXT FILTER: GEN
      *                             MODE IN COL 6, RUN MODE (S/L/U/C)
      *                             IN COL 8, WIDE SWITCH (Y/N) IN
      *                             COL 10, REPETITIONS IN COLS 12-13,
      *                             SYSTEM ID IN COLS 15-22 AND JOB
      *                             NAME IN COLS 24-31.  A BLANK FIELD
      *                             MATCHES ANYTHING; RECORDS OUTSIDE
      *                             THE FILTER ARE COUNTED, NOT COSTED.
      *   TOL   NNN                 OPTIONAL SPEED-INDEX TOLERANCE
      *                             PERCENTAGE IN COLS 6-8, DEFAULT 10
      *                             (SEE BELOW).
      * ONLY RUNS WHOSE CPU COLUMN PARSES ARE COSTED; THE RUN COUNTS
      * AND RECORDS-SORTED TOTALS COVER THOSE SAME RUNS SO THE COST
      * PER THOUSAND IS TAKEN OVER A CONSISTENT BASE.  MONTHLY
      * SUMMARY RECORDS WRITTEN BY SORTHSKP (RUN TIME 'SUMMARY')
      * CARRY AVERAGE TIMES FOR A FOLDED MONTH, NOT A SINGLE RUN'S
      * COST, SO THEY ARE COUNTED AND SKIPPED - THE REPORT COVERS
      * THE DETAIL INSIDE THE RETENTION WINDOW ONLY.  A RUN VOIDED BY
      * SORTHMNT (HIST-VOID-SW 'V') IS NOT CHARGED BACK; IT IS COUNTED
      * AND THE COUNT PRINTED AT THE HEAD OF THE MONTHLY ROLL-UP.
      *
      * THE COST-PER-THOUSAND RANKING IS PRINTED ONCE PER RUN CONTEXT
      * (HIST-RUN-CONTEXT: GENERATION MODE, RUN MODE, WIDE SWITCH,
      * REPETITIONS, SYSTEM AND JOB) SO ALGORITHMS ARE ONLY RANKED
      * AGAINST RUNS MADE UNDER THE SAME CONDITIONS.  HISTORY WRITTEN
      * BEFORE THE CONTEXT WAS CARRIED RANKS AS 'NOT RECORDED'.
      *
      * A RUN WHOSE SORTHIST RECORD CARRIES SORTDALE'S MACHINE SPEED
      * INDEXES (HIST-SPEED-INDEX, MEASURED BEFORE AND AFTER ITS SORT
      * PASSES) IS ALSO COSTED NORMALIZED: ITS CPU TIME TIMES THE MEAN
      * OF THE TWO INDEXES OVER 100 - WHAT THE REFERENCE MACHINE WOULD
      * HAVE USED - AT THE SAME RATE.  THE MONTHLY ROLL-UP SHOWS THE
      * NORMALIZED RUNS, CPU SECONDS AND COST BESIDE THE RAW ONES AND
      * THE RANKING A NORMALIZED COST PER THOUSAND; THE CHARGE-BACK
      * ITSELF AND THE RANK ORDER STAY ON THE RAW FIGURES.  A RUN
      * WHOSE TWO INDEXES DIFFER BY MORE THAN THE TOL PERCENTAGE WAS
      * TAKEN UNDER UNSTABLE CONDITIONS: IT IS CHARGED AS USUAL,
      * COUNTED IN THE UNSTBL COLUMN AND NOT NORMALIZED.  OLDER
      * HISTORY CARRIES NO INDEX AND IS NOT NORMALIZED EITHER.
      *
      * EVERY RECORD READ IS ADDED TO THE CONTROL TOTALS OF SORTHTRL
      * AND EVERY TRAILER ON SORTHIST IS CHECKED AGAINST THEM - ONE
      * TRAILER PER GENERATION WHEN SORTHIST IS A CONCATENATION.  THE
      * RESULT OPENS COSTRPT UNDER HISTORY CONTROL TOTALS.  WHEN A
      * TRAILER DISAGREES, IS MISSING OR IS MET TWICE, NOTHING IS
      * CHARGED BACK: COSTRPT CARRIES ONLY THE CONTROL CHECK.
      *
      * RETURN CODES:  0 = REPORT WRITTEN, 8 = NO USABLE HISTORY
      * RECORDS, 12 = NO VALID RATE CARD - NOTHING COSTED,
      * 16 = SORTHIST CONTROL TOTALS DO NOT AGREE - NOTHING COSTED.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FD  SORT-HIST-FILE
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 240 CHARACTERS.
       COPY SORTHREC.

      *----------------------------------------------------------------*
            05  WS-SKIP-COUNT           PIC S9(9) COMP-3 VALUE 0.
            05  WS-COSTED-COUNT         PIC S9(9) COMP-3 VALUE 0.
            05  WS-SUMM-COUNT           PIC S9(9) COMP-3 VALUE 0.
            05  WS-FILTER-COUNT         PIC S9(9) COMP-3 VALUE 0.
            05  WS-VOID-COUNT           PIC S9(9) COMP-3 VALUE 0.
            05  WS-COST-RC              PIC S9(4) COMP VALUE ZERO.

      *----------------------------------------------------------------*
      *  WS-SPEED-CONTROL - THE MACHINE SPEED INDEX OF THE RECORD IN   *
      *  HAND.  A RUN IS INDEXED WHEN BOTH HIST-SPEED-BEFORE AND       *
      *  HIST-SPEED-AFTER ARE PRESENT; IT IS UNSTABLE WHEN THEY DIFFER *
      *  BY MORE THAN WS-SPEED-TOL-PCT PERCENT OF THE BEFORE READING.  *
      *----------------------------------------------------------------*
        01  WS-SPEED-CONTROL.
            05  WS-SPEED-TOL-PCT        PIC 9(3) VALUE 10.
            05  WS-SPEED-INDEXED-COUNT  PIC S9(9) COMP-3 VALUE 0.
            05  WS-SPEED-UNSTABLE-COUNT PIC S9(9) COMP-3 VALUE 0.
            05  WS-SPEED                PIC S9(3)V99 COMP-3 VALUE 0.
            05  WS-SPEED-MOVE-PCT       PIC S9(7)V99 COMP-3 VALUE 0.
            05  WS-SPEED-SW             PIC X(01) VALUE SPACE.
                88  WS-SPEED-STABLE              VALUE 'S'.
                88  WS-SPEED-UNSTABLE            VALUE 'U'.
            05  WS-NORM-CPU-HUND        PIC S9(9) COMP-3 VALUE 0.
            05  WS-NORM-COST            PIC S9(11)V9(4) COMP-3 VALUE 0.

      *----------------------------------------------------------------*
      *  WS-RATE-CONTROL - THE RATE CARD IN EFFECT.  RATES ARE         *
      *  DOLLARS PER CPU SECOND WITH FOUR DECIMALS; THE PEAK BAND IS   *
            05  PC-TO-9 REDEFINES PC-TO
                                        PIC 9(4).
            05  FILLER                  PIC X(57).
        01  WS-TOL-CARD.
            05  TL-TAG                  PIC X(4).
            05  FILLER                  PIC X(1).
            05  TL-TOLERANCE            PIC X(3).
            05  TL-TOLERANCE-9 REDEFINES TL-TOLERANCE
                                        PIC 9(3).
            05  FILLER                  PIC X(72).

      *----------------------------------------------------------------*
      *  WS-CONTEXT-CONTROL - THE RUN-CONTEXT FILTER FROM THE CTX CARD *
      *  (COLUMNS 6-31, LAID OUT AS WS-CTX-CARD) AND THE DISTINCT      *
      *  CONTEXTS SEEN, EACH WITH ITS OWN PER-ALGORITHM TOTALS FOR THE *
      *  RANKING.  WS-CTX-CARD DOUBLES AS THE SHORT PRINTED FORM OF A  *
      *  CONTEXT.                                                      *
      *----------------------------------------------------------------*
        01  WS-CONTEXT-CONTROL.
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
            05  WS-CTX-ENTRY            OCCURS 50 TIMES.
                10  CX-RUN-CONTEXT      PIC X(21).
                10  CX-ALGO-TOT         OCCURS 5 TIMES.
                    15  CX-RUNS         PIC S9(7) COMP-3.
                    15  CX-CPU-HUND     PIC S9(13) COMP-3.
                    15  CX-COST         PIC S9(11)V9(4) COMP-3.
                    15  CX-RECORDS      PIC S9(13) COMP-3.
                    15  CX-N-RUNS       PIC S9(7) COMP-3.
                    15  CX-N-COST       PIC S9(11)V9(4) COMP-3.
                    15  CX-N-RECORDS    PIC S9(13) COMP-3.

      *----------------------------------------------------------------*
      *  WS-MONTH-TABLE - ONE ENTRY PER CALENDAR MONTH SEEN IN THE     *
      *  HISTORY (FIRST-SEEN ORDER - THE MASTER FILE IS DATE-ORDERED   *
      *  SO THE REPORT COMES OUT CHRONOLOGICAL), EACH CARRYING RUN     *
      *  COUNT, CPU HUNDREDTHS AND COST PER ALGORITHM, THE SAME OVER   *
      *  THE NORMALIZED RUNS (MT-N-*) AND THE UNSTABLE RUN COUNT.      *
      *----------------------------------------------------------------*
        01  WS-MONTH-CONTROL.
            05  WS-MONTH-COUNT          PIC S9(4) COMP VALUE 0.
                    15  MT-RUNS         PIC S9(7) COMP-3.
                    15  MT-CPU-HUND     PIC S9(13) COMP-3.
                    15  MT-COST         PIC S9(11)V9(4) COMP-3.
                    15  MT-N-RUNS       PIC S9(7) COMP-3.
                    15  MT-N-CPU-HUND   PIC S9(13) COMP-3.
                    15  MT-N-COST       PIC S9(11)V9(4) COMP-3.
                    15  MT-UNSTABLE     PIC S9(7) COMP-3.

      *----------------------------------------------------------------*
      *  WS-ALGO-TOTALS - PER-ALGORITHM TOTALS FOR THE RUN CONTEXT     *
      *  BEING RANKED, LOADED FROM WS-CTX-TABLE FOR EACH RANKING       *
      *  BLOCK.  AT-RECORDS SUMS THE SORT SIZES OF THE COSTED RUNS,    *
      *  AT-N-RECORDS THOSE OF THE NORMALIZED ONES.                    *
      *----------------------------------------------------------------*
        01  WS-ALGO-TOTALS.
            05  WS-ALGO-TOT             OCCURS 5 TIMES.
                10  AT-CPU-HUND         PIC S9(13) COMP-3.
                10  AT-COST             PIC S9(11)V9(4) COMP-3.
                10  AT-RECORDS          PIC S9(13) COMP-3.
                10  AT-N-RUNS           PIC S9(7) COMP-3.
                10  AT-N-COST           PIC S9(11)V9(4) COMP-3.
                10  AT-N-RECORDS        PIC S9(13) COMP-3.
                10  AT-RANKED           PIC X(1).
        01  WS-GRAND-TOTALS.
            05  WS-GRAND-RUNS           PIC S9(9) COMP-3 VALUE 0.
            05  WS-GRAND-CPU-HUND       PIC S9(13) COMP-3 VALUE 0.
            05  WS-GRAND-COST           PIC S9(11)V9(4) COMP-3
                                        VALUE 0.
            05  WS-GRAND-N-RUNS         PIC S9(9) COMP-3 VALUE 0.
            05  WS-GRAND-N-CPU-HUND     PIC S9(13) COMP-3 VALUE 0.
            05  WS-GRAND-N-COST         PIC S9(11)V9(4) COMP-3
                                        VALUE 0.
            05  WS-GRAND-UNSTABLE       PIC S9(9) COMP-3 VALUE 0.

        01  WS-ALGO-NAMES.
            05  FILLER                  PIC X(6) VALUE 'BUBBLE'.
            05  WS-MON-RUNS             PIC S9(7) COMP-3 VALUE 0.
            05  WS-MON-COST             PIC S9(11)V9(4) COMP-3
                                        VALUE 0.
            05  WS-N-SECS-WORK          PIC S9(11)V99 COMP-3 VALUE 0.
            05  WS-MON-N-RUNS           PIC S9(7) COMP-3 VALUE 0.
            05  WS-MON-N-COST           PIC S9(11)V9(4) COMP-3
                                        VALUE 0.
            05  WS-MON-UNSTABLE         PIC S9(7) COMP-3 VALUE 0.
        01  WS-HEAD1.
            05  FILLER                  PIC X(30) VALUE
                'SORTCOST - CPU CHARGE-BACK FRO'.
                'CPU-SECONDS    '.
            05  FILLER                  PIC X(16) VALUE
                'COST            '.
            05  FILLER                  PIC X(04) VALUE SPACES.
            05  FILLER                  PIC X(07) VALUE 'N-RUNS '.
            05  FILLER                  PIC X(16) VALUE
                'N-CPU-SECONDS   '.
            05  FILLER                  PIC X(19) VALUE
                'N-COST             '.
            05  FILLER                  PIC X(06) VALUE 'UNSTBL'.
            05  FILLER                  PIC X(24) VALUE SPACES.
        01  WS-MONTH-LINE.
            05  ML-MONTH                PIC X(6).
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  ML-CPU-SECS             PIC ZZZZZZZZZZ9.99.
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  ML-COST                 PIC $$,$$$,$$$,$$9.99.
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  ML-N-RUNS               PIC ZZZZ9.
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  ML-N-CPU-SECS           PIC ZZZZZZZZZZ9.99.
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  ML-N-COST               PIC $$,$$$,$$$,$$9.99.
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  ML-UNSTABLE             PIC ZZZZ9.
            05  FILLER                  PIC X(25) VALUE SPACES.
        01  WS-RANK-HEAD.
            05  FILLER                  PIC X(05) VALUE 'RANK '.
            05  FILLER                  PIC X(11) VALUE 'ALGORITHM  '.
                'RECORDS-SORTED  '.
            05  FILLER                  PIC X(13) VALUE
                'COST-PER-1000'.
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  FILLER                  PIC X(15) VALUE
                'N-COST-PER-1000'.
            05  FILLER                  PIC X(01) VALUE SPACES.
            05  FILLER                  PIC X(06) VALUE 'N-RUNS'.
            05  FILLER                  PIC X(45) VALUE SPACES.
        01  WS-RANK-LINE.
            05  RL-RANK                 PIC ZZZ9.
            05  FILLER                  PIC X(01) VALUE SPACES.
            05  RL-RECORDS              PIC ZZZZZZZZZZZZ9.
            05  FILLER                  PIC X(03) VALUE SPACES.
            05  RL-PER-K                PIC $$$,$$9.9999.
            05  FILLER                  PIC X(03) VALUE SPACES.
            05  RL-N-PER-K              PIC $$$,$$9.9999.
            05  RL-N-PER-K-X REDEFINES RL-N-PER-K
                                        PIC X(12).
            05  FILLER                  PIC X(04) VALUE SPACES.
            05  RL-N-RUNS               PIC ZZZZ9.
            05  FILLER                  PIC X(46) VALUE SPACES.
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
                'VOIDED RUNS NOT CHARGED BACK            '.
            05  VL-VOID-COUNT           PIC ZZZZZZZZ9.
            05  FILLER                  PIC X(84) VALUE SPACES.
        01  WS-SPEED-LINE.
            05  FILLER                  PIC X(40) VALUE
                'RUNS CARRYING A MACHINE SPEED INDEX     '.
            05  SP-INDEXED-COUNT        PIC ZZZZZZZZ9.
            05  FILLER                  PIC X(04) VALUE SPACES.
            05  FILLER                  PIC X(34) VALUE
                'UNSTABLE - INDEX MOVED MORE THAN +'.
            05  SP-TOLERANCE            PIC ZZ9.
            05  FILLER                  PIC X(06) VALUE ' PCT  '.
            05  SP-UNSTABLE-COUNT       PIC ZZZZZZZZ9.
            05  FILLER                  PIC X(28) VALUE SPACES.
        01  WS-NORM-NOTE.
            05  FILLER                  PIC X(40) VALUE
                'N- COLUMNS ARE NORMALIZED TO THE REFEREN'.
            05  FILLER                  PIC X(40) VALUE
                'CE MACHINE (SPEED INDEX 100.00) - STABLE'.
            05  FILLER                  PIC X(22) VALUE
                ' INDEXED RUNS ONLY    '.
            05  FILLER                  PIC X(31) VALUE SPACES.

       COPY SORTHTRL.

       PROCEDURE DIVISION.

               MOVE 0 TO AT-CPU-HUND (WS-ALGO-IDX)
               MOVE 0 TO AT-COST (WS-ALGO-IDX)
               MOVE 0 TO AT-RECORDS (WS-ALGO-IDX)
               MOVE 0 TO AT-N-RUNS (WS-ALGO-IDX)
               MOVE 0 TO AT-N-COST (WS-ALGO-IDX)
               MOVE 0 TO AT-N-RECORDS (WS-ALGO-IDX)
               MOVE 'N' TO AT-RANKED (WS-ALGO-IDX)
           END-PERFORM.

           OPEN INPUT SORT-HIST-FILE.
           OPEN OUTPUT COST-RPT-FILE.

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
                           PERFORM ADD-HISTORY-CONTROL
                               THRU ADD-HISTORY-CONTROL-EXIT
                           PERFORM COST-HISTORY-RECORD
                               THRU COST-HISTORY-RECORD-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM END-HISTORY-CONTROL
               THRU END-HISTORY-CONTROL-EXIT.

           EVALUATE TRUE
               WHEN HTRL-ERROR-COUNT > 0
                   DISPLAY 'SORTCOST: SORTHIST CONTROL TOTALS DO NOT '
                           'AGREE - NOTHING COSTED'
                   MOVE 16 TO WS-COST-RC
                   PERFORM WRITE-PAGE-HEADINGS
                       THRU WRITE-PAGE-HEADINGS-EXIT
                   PERFORM WRITE-CONTROL-REPORT
                       THRU WRITE-CONTROL-REPORT-EXIT
               WHEN WS-READ-COUNT = 0
                   DISPLAY 'SORTCOST: NO USABLE SORTHIST RECORDS - '
                           'NOTHING TO REPORT'
                   MOVE 8 TO WS-COST-RC
                   PERFORM WRITE-PAGE-HEADINGS
                       THRU WRITE-PAGE-HEADINGS-EXIT
                   PERFORM WRITE-CONTROL-REPORT
                       THRU WRITE-CONTROL-REPORT-EXIT
               WHEN OTHER
                   PERFORM WRITE-MONTHLY-ROLLUP
                       THRU WRITE-MONTHLY-ROLLUP-EXIT
                   PERFORM WRITE-COST-RANKING
                       THRU WRITE-COST-RANKING-EXIT
           END-EVALUATE.

           CLOSE SORT-HIST-FILE.
           CLOSE COST-RPT-FILE.
                   WS-SKIP-COUNT ' SKIPPED, '
                   WS-SUMM-COUNT ' SUMMARY RECORDS BYPASSED, '
                   WS-COSTED-COUNT ' ALGORITHM RUNS COSTED'.
           IF WS-CTX-FILTERED
               DISPLAY 'SORTCOST: ' WS-FILTER-COUNT
                       ' RECORDS OUTSIDE THE RUN-CONTEXT FILTER'
           END-IF.
           IF WS-VOID-COUNT > 0
               DISPLAY 'SORTCOST: ' WS-VOID-COUNT
                       ' VOIDED RUNS NOT CHARGED BACK'
           END-IF.
           DISPLAY 'SORTCOST: ' WS-SPEED-INDEXED-COUNT
                   ' RUNS WITH A SPEED INDEX, '
                   WS-SPEED-UNSTABLE-COUNT ' UNSTABLE'.

           MOVE WS-COST-RC TO RETURN-CODE.

      *----------------------------------------------------------------*
      *  GET-RATE-PARAMETERS                                           *
      *  READS EVERY SYSIN CARD: RATE SUPPLIES THE BASE RATE, PEAK     *
      *  THE OPTIONAL PEAK RATE AND ITS TIME-OF-DAY BAND, CTX THE      *
      *  OPTIONAL RUN-CONTEXT FILTER, TOL THE OPTIONAL SPEED-INDEX     *
      *  TOLERANCE.  A MALFORMED CARD IS REPORTED AND IGNORED; A       *
      *  MISSING RATE CARD FAILS THE RUN WITH RC 12 SO A TYPO CANNOT   *
      *  PRICE THE WHOLE HISTORY AT ZERO.                              *
      *----------------------------------------------------------------*
       GET-RATE-PARAMETERS.

                       DISPLAY 'SORTCOST: PEAK CARD MALFORMED - '
                               'IGNORED'
                   END-IF
               WHEN SYSIN-RECORD (1 : 5) = 'CTX  '
                   MOVE SYSIN-RECORD (6 : 26) TO WS-CTX-CARD
                   PERFORM GET-CONTEXT-FILTER
                       THRU GET-CONTEXT-FILTER-EXIT
               WHEN SYSIN-RECORD (1 : 5) = 'TOL  '
                   MOVE SYSIN-RECORD TO WS-TOL-CARD
                   INSPECT TL-TOLERANCE REPLACING LEADING ' ' BY '0'
                   IF TL-TOLERANCE IS NUMERIC
                       MOVE TL-TOLERANCE-9 TO WS-SPEED-TOL-PCT
                   ELSE
                       DISPLAY 'SORTCOST: TOL CARD NOT NUMERIC - '
                               'IGNORED'
                   END-IF
               WHEN SYSIN-RECORD = SPACES
                   CONTINUE
               WHEN OTHER
       APPLY-ONE-RATE-CARD-EXIT.
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
                   DISPLAY 'SORTCOST: CONTEXT GEN-MODE NOT 1-4'
                           ' - FIELD IGNORED'
               END-IF
           END-IF.
           IF KF-RUN-MODE NOT = SPACE
               IF KF-RUN-MODE = 'S' OR 'L' OR 'U' OR 'C'
                   MOVE KF-RUN-MODE TO WS-FLT-RUN-MODE
               ELSE
                   DISPLAY 'SORTCOST: CONTEXT RUN-MODE NOT S/L/U/C'
                           ' - FIELD IGNORED'
               END-IF
           END-IF.
           IF KF-WIDE-SW NOT = SPACE
               IF KF-WIDE-SW = 'Y' OR 'N'
                   MOVE KF-WIDE-SW TO WS-FLT-WIDE-SW
               ELSE
                   DISPLAY 'SORTCOST: CONTEXT WIDE SWITCH NOT Y/N'
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
                   DISPLAY 'SORTCOST: CONTEXT REPETITIONS NOT 01-99'
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
      *  COST-HISTORY-RECORD                                           *
      *  VALIDATES ONE SORTHIST RECORD AND COSTS EVERY ALGORITHM       *
      *  WHOSE CPU COLUMN PARSES, AT THE PEAK OR BASE RATE ACCORDING   *
      *  TO THE RUN TIME.  SORTHSKP MONTHLY SUMMARY RECORDS CARRY      *
      *  AVERAGES, NOT RUN COST, AND ARE COUNTED AND SKIPPED, AS ARE   *
      *  VOIDED RUNS AND RECORDS OUTSIDE THE RUN-CONTEXT FILTER.       *
      *----------------------------------------------------------------*
       COST-HISTORY-RECORD.

               ADD 1 TO WS-SKIP-COUNT
               GO TO COST-HISTORY-RECORD-EXIT
           END-IF.
           IF HIST-VOIDED
               ADD 1 TO WS-VOID-COUNT
               GO TO COST-HISTORY-RECORD-EXIT
           END-IF.
           PERFORM CHECK-CONTEXT-FILTER
               THRU CHECK-CONTEXT-FILTER-EXIT.
           IF NOT WS-CTX-MATCH
               ADD 1 TO WS-FILTER-COUNT
               GO TO COST-HISTORY-RECORD-EXIT
           END-IF.
           PERFORM FIND-CONTEXT-ENTRY
               THRU FIND-CONTEXT-ENTRY-EXIT.
           IF NOT WS-CTX-FOUND
               ADD 1 TO WS-SKIP-COUNT
               GO TO COST-HISTORY-RECORD-EXIT
           END-IF.
           ADD 1 TO WS-READ-COUNT.

           MOVE HIST-RUN-DATE (1 : 6) TO WS-MONTH-KEY.

           PERFORM SET-EFFECTIVE-RATE
               THRU SET-EFFECTIVE-RATE-EXIT.
           PERFORM SET-SPEED-INDEX
               THRU SET-SPEED-INDEX-EXIT.

           MOVE HIST-BUBBLE-CPU TO WS-ALGO-CPU (1).
           MOVE HIST-JUMPUP-CPU TO WS-ALGO-CPU (2).
       COST-HISTORY-RECORD-EXIT.
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

           IF WS-CTX-COUNT >= 50
               DISPLAY 'SORTCOST: RUN-CONTEXT TABLE FULL - RECORD '
                       'SKIPPED'
               GO TO FIND-CONTEXT-ENTRY-EXIT
           END-IF.

           ADD 1 TO WS-CTX-COUNT.
           MOVE WS-CTX-COUNT TO WS-CTX-IDX.
           MOVE HIST-RUN-CONTEXT TO CX-RUN-CONTEXT (WS-CTX-IDX).
           PERFORM
             VARYING WS-ALGO-IDX FROM 1 BY 1
             UNTIL WS-ALGO-IDX > 5
               MOVE 0 TO CX-RUNS (WS-CTX-IDX WS-ALGO-IDX)
               MOVE 0 TO CX-CPU-HUND (WS-CTX-IDX WS-ALGO-IDX)
               MOVE 0 TO CX-COST (WS-CTX-IDX WS-ALGO-IDX)
               MOVE 0 TO CX-RECORDS (WS-CTX-IDX WS-ALGO-IDX)
               MOVE 0 TO CX-N-RUNS (WS-CTX-IDX WS-ALGO-IDX)
               MOVE 0 TO CX-N-COST (WS-CTX-IDX WS-ALGO-IDX)
               MOVE 0 TO CX-N-RECORDS (WS-CTX-IDX WS-ALGO-IDX)
           END-PERFORM.
           MOVE 'Y' TO WS-CTX-FOUND-SW.

       FIND-CONTEXT-ENTRY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  SET-EFFECTIVE-RATE                                            *
      *  PICKS THE PEAK RATE WHEN THE RUN TIME FALLS IN THE PEAK       *
       SET-EFFECTIVE-RATE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  SET-SPEED-INDEX                                               *
      *  SETS WS-SPEED TO THE MEAN OF THE CURRENT RECORD'S TWO SPEED   *
      *  INDEXES AND CLASSES THE RUN STABLE OR UNSTABLE.  A RECORD     *
      *  WITHOUT BOTH READINGS (OLDER HISTORY) IS NOT INDEXED AND      *
      *  LEAVES WS-SPEED-SW BLANK.                                     *
      *----------------------------------------------------------------*
       SET-SPEED-INDEX.

           MOVE 0 TO WS-SPEED.
           MOVE SPACE TO WS-SPEED-SW.
           IF HIST-SPEED-BEFORE IS NOT NUMERIC
               OR HIST-SPEED-AFTER IS NOT NUMERIC
               GO TO SET-SPEED-INDEX-EXIT
           END-IF.
           IF HIST-SPEED-BEFORE = 0 OR HIST-SPEED-AFTER = 0
               GO TO SET-SPEED-INDEX-EXIT
           END-IF.

           ADD 1 TO WS-SPEED-INDEXED-COUNT.
           COMPUTE WS-SPEED ROUNDED
                 = (HIST-SPEED-BEFORE + HIST-SPEED-AFTER) / 2.
           COMPUTE WS-SPEED-MOVE-PCT
                 = (HIST-SPEED-AFTER - HIST-SPEED-BEFORE) * 100
                 / HIST-SPEED-BEFORE.
           IF WS-SPEED-MOVE-PCT < 0
               COMPUTE WS-SPEED-MOVE-PCT = 0 - WS-SPEED-MOVE-PCT
           END-IF.
           IF WS-SPEED-MOVE-PCT > WS-SPEED-TOL-PCT
               MOVE 'U' TO WS-SPEED-SW
               ADD 1 TO WS-SPEED-UNSTABLE-COUNT
           ELSE
               MOVE 'S' TO WS-SPEED-SW
           END-IF.

       SET-SPEED-INDEX-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  COST-ONE-ALGORITHM                                            *
      *  CONVERTS ONE CPU COLUMN TO MONEY AND FOLDS IT INTO THE MONTH  *
      *  CELL, THE RUN CONTEXT'S ALGORITHM TOTALS AND THE GRAND TOTAL. *
      *  A STABLE INDEXED RUN IS ALSO COSTED ON ITS NORMALIZED CPU;    *
      *  AN UNSTABLE ONE IS ONLY COUNTED.                              *
      *----------------------------------------------------------------*
       COST-ONE-ALGORITHM.

               TO MT-CPU-HUND (WS-MONTH-IDX WS-ALGO-IDX).
           ADD WS-CELL-COST
               TO MT-COST (WS-MONTH-IDX WS-ALGO-IDX).
           ADD 1 TO CX-RUNS (WS-CTX-IDX WS-ALGO-IDX).
           ADD WS-CPU-HUND TO CX-CPU-HUND (WS-CTX-IDX WS-ALGO-IDX).
           ADD WS-CELL-COST TO CX-COST (WS-CTX-IDX WS-ALGO-IDX).
           ADD WS-SIZE-9 TO CX-RECORDS (WS-CTX-IDX WS-ALGO-IDX).
           ADD 1 TO WS-GRAND-RUNS.
           ADD WS-CPU-HUND TO WS-GRAND-CPU-HUND.
           ADD WS-CELL-COST TO WS-GRAND-COST.
           ADD 1 TO WS-COSTED-COUNT.

           IF WS-SPEED-UNSTABLE
               ADD 1 TO MT-UNSTABLE (WS-MONTH-IDX WS-ALGO-IDX)
               ADD 1 TO WS-GRAND-UNSTABLE
               GO TO COST-ONE-ALGORITHM-EXIT
           END-IF.
           IF NOT WS-SPEED-STABLE
               GO TO COST-ONE-ALGORITHM-EXIT
           END-IF.
           COMPUTE WS-NORM-CPU-HUND ROUNDED
                 = WS-CPU-HUND * WS-SPEED / 100.
           COMPUTE WS-NORM-COST
                 = WS-NORM-CPU-HUND * WS-RATE-USED / 100.
           ADD 1 TO MT-N-RUNS (WS-MONTH-IDX WS-ALGO-IDX).
           ADD WS-NORM-CPU-HUND
               TO MT-N-CPU-HUND (WS-MONTH-IDX WS-ALGO-IDX).
           ADD WS-NORM-COST
               TO MT-N-COST (WS-MONTH-IDX WS-ALGO-IDX).
           ADD 1 TO CX-N-RUNS (WS-CTX-IDX WS-ALGO-IDX).
           ADD WS-NORM-COST TO CX-N-COST (WS-CTX-IDX WS-ALGO-IDX).
           ADD WS-SIZE-9 TO CX-N-RECORDS (WS-CTX-IDX WS-ALGO-IDX).
           ADD 1 TO WS-GRAND-N-RUNS.
           ADD WS-NORM-CPU-HUND TO WS-GRAND-N-CPU-HUND.
           ADD WS-NORM-COST TO WS-GRAND-N-COST.

       COST-ONE-ALGORITHM-EXIT.
           EXIT.


           PERFORM WRITE-PAGE-HEADINGS
               THRU WRITE-PAGE-HEADINGS-EXIT.
           MOVE WS-VOID-COUNT TO VL-VOID-COUNT.
           MOVE WS-VOID-LINE TO COST-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.
           MOVE WS-SPEED-INDEXED-COUNT TO SP-INDEXED-COUNT.
           MOVE WS-SPEED-TOL-PCT TO SP-TOLERANCE.
           MOVE WS-SPEED-UNSTABLE-COUNT TO SP-UNSTABLE-COUNT.
           MOVE WS-SPEED-LINE TO COST-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.
           MOVE WS-NORM-NOTE TO COST-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.
           IF WS-CTX-FILTERED
               MOVE WS-CTX-FILTER TO WS-CTX-WORK
               PERFORM FORMAT-CONTEXT-SHORT
                   THRU FORMAT-CONTEXT-SHORT-EXIT
               MOVE WS-CTX-CARD TO FL-FILTER
               MOVE WS-FILTER-LINE TO COST-RPT-RECORD
               PERFORM WRITE-REPORT-LINE
                   THRU WRITE-REPORT-LINE-EXIT
           END-IF.
           MOVE SPACES TO COST-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.
           PERFORM WRITE-CONTROL-REPORT
               THRU WRITE-CONTROL-REPORT-EXIT.
           MOVE WS-MONTH-HEAD TO COST-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.
           COMPUTE WS-SECS-WORK = WS-GRAND-CPU-HUND / 100.
           MOVE WS-SECS-WORK TO ML-CPU-SECS.
           MOVE WS-GRAND-COST TO ML-COST.
           MOVE WS-GRAND-N-RUNS TO ML-N-RUNS.
           COMPUTE WS-N-SECS-WORK = WS-GRAND-N-CPU-HUND / 100.
           MOVE WS-N-SECS-WORK TO ML-N-CPU-SECS.
           MOVE WS-GRAND-N-COST TO ML-N-COST.
           MOVE WS-GRAND-UNSTABLE TO ML-UNSTABLE.
           MOVE WS-MONTH-LINE TO COST-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.
                   MOVE WS-SECS-WORK TO ML-CPU-SECS
                   MOVE MT-COST (WS-MONTH-IDX WS-ALGO-IDX)
                       TO ML-COST
                   MOVE MT-N-RUNS (WS-MONTH-IDX WS-ALGO-IDX)
                       TO ML-N-RUNS
                   COMPUTE WS-N-SECS-WORK
                         = MT-N-CPU-HUND (WS-MONTH-IDX WS-ALGO-IDX)
                         / 100
                   MOVE WS-N-SECS-WORK TO ML-N-CPU-SECS
                   MOVE MT-N-COST (WS-MONTH-IDX WS-ALGO-IDX)
                       TO ML-N-COST
                   MOVE MT-UNSTABLE (WS-MONTH-IDX WS-ALGO-IDX)
                       TO ML-UNSTABLE
                   MOVE WS-MONTH-LINE TO COST-RPT-RECORD
                   PERFORM WRITE-REPORT-LINE
                       THRU WRITE-REPORT-LINE-EXIT
           MOVE MT-MONTH (WS-MONTH-IDX) TO ML-MONTH.
           MOVE '*TOTAL* ' TO ML-ALGO.
           MOVE 0 TO WS-SECS-WORK.
           MOVE 0 TO WS-N-SECS-WORK.
           MOVE 0 TO WS-PER-K.
           PERFORM SUM-ONE-MONTH
               THRU SUM-ONE-MONTH-EXIT.

           MOVE 0 TO WS-MON-RUNS.
           MOVE 0 TO WS-MON-COST.
           MOVE 0 TO WS-MON-N-RUNS.
           MOVE 0 TO WS-MON-N-COST.
           MOVE 0 TO WS-MON-UNSTABLE.
           PERFORM
             VARYING WS-ALGO-IDX FROM 1 BY 1
             UNTIL WS-ALGO-IDX > 5
                     + MT-CPU-HUND (WS-MONTH-IDX WS-ALGO-IDX) / 100
               ADD MT-COST (WS-MONTH-IDX WS-ALGO-IDX)
                   TO WS-MON-COST
               ADD MT-N-RUNS (WS-MONTH-IDX WS-ALGO-IDX)
                   TO WS-MON-N-RUNS
               COMPUTE WS-N-SECS-WORK
                     = WS-N-SECS-WORK
                     + MT-N-CPU-HUND (WS-MONTH-IDX WS-ALGO-IDX) / 100
               ADD MT-N-COST (WS-MONTH-IDX WS-ALGO-IDX)
                   TO WS-MON-N-COST
               ADD MT-UNSTABLE (WS-MONTH-IDX WS-ALGO-IDX)
                   TO WS-MON-UNSTABLE
           END-PERFORM.
           MOVE WS-MON-RUNS TO ML-RUNS.
           MOVE WS-SECS-WORK TO ML-CPU-SECS.
           MOVE WS-MON-COST TO ML-COST.
           MOVE WS-MON-N-RUNS TO ML-N-RUNS.
           MOVE WS-N-SECS-WORK TO ML-N-CPU-SECS.
           MOVE WS-MON-N-COST TO ML-N-COST.
           MOVE WS-MON-UNSTABLE TO ML-UNSTABLE.

       SUM-ONE-MONTH-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  WRITE-COST-RANKING                                            *
      *  THE CLOSING SECTION: ONE BLOCK PER RUN CONTEXT, ALGORITHMS    *
      *  RANKED CHEAPEST FIRST BY COST PER THOUSAND RECORDS SORTED.    *
      *----------------------------------------------------------------*
       WRITE-COST-RANKING.

               TO COST-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.

           PERFORM
             VARYING WS-CTX-IDX FROM 1 BY 1
             UNTIL WS-CTX-IDX > WS-CTX-COUNT
               PERFORM RANK-ONE-CONTEXT
                   THRU RANK-ONE-CONTEXT-EXIT
           END-PERFORM.

       WRITE-COST-RANKING-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  RANK-ONE-CONTEXT                                              *
      *  LOADS WS-ALGO-TOTALS FROM THE CONTEXT AT WS-CTX-IDX AND       *
      *  PRINTS ITS RANKING BLOCK.  AN ALGORITHM WITH NO COSTED RUNS   *
      *  IN THE CONTEXT IS LISTED UNRANKED.                            *
      *----------------------------------------------------------------*
       RANK-ONE-CONTEXT.

           PERFORM
             VARYING WS-ALGO-IDX FROM 1 BY 1
             UNTIL WS-ALGO-IDX > 5
               MOVE CX-RUNS (WS-CTX-IDX WS-ALGO-IDX)
                   TO AT-RUNS (WS-ALGO-IDX)
               MOVE CX-CPU-HUND (WS-CTX-IDX WS-ALGO-IDX)
                   TO AT-CPU-HUND (WS-ALGO-IDX)
               MOVE CX-COST (WS-CTX-IDX WS-ALGO-IDX)
                   TO AT-COST (WS-ALGO-IDX)
               MOVE CX-RECORDS (WS-CTX-IDX WS-ALGO-IDX)
                   TO AT-RECORDS (WS-ALGO-IDX)
               MOVE CX-N-RUNS (WS-CTX-IDX WS-ALGO-IDX)
                   TO AT-N-RUNS (WS-ALGO-IDX)
               MOVE CX-N-COST (WS-CTX-IDX WS-ALGO-IDX)
                   TO AT-N-COST (WS-ALGO-IDX)
               MOVE CX-N-RECORDS (WS-CTX-IDX WS-ALGO-IDX)
                   TO AT-N-RECORDS (WS-ALGO-IDX)
               MOVE 'N' TO AT-RANKED (WS-ALGO-IDX)
           END-PERFORM.

           MOVE SPACES TO COST-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.
           PERFORM WRITE-CONTEXT-HEADING
               THRU WRITE-CONTEXT-HEADING-EXIT.
           MOVE WS-RANK-HEAD TO COST-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.
                   MOVE 0 TO RL-COST
                   MOVE 0 TO RL-RECORDS
                   MOVE 0 TO RL-PER-K
                   MOVE '         N/A' TO RL-N-PER-K-X
                   MOVE 0 TO RL-N-RUNS
                   MOVE WS-RANK-LINE TO COST-RPT-RECORD
                   PERFORM WRITE-REPORT-LINE
                       THRU WRITE-REPORT-LINE-EXIT
               END-IF
           END-PERFORM.

       RANK-ONE-CONTEXT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  WRITE-CONTEXT-HEADING                                         *
      *  THE LINE OPENING ONE RUN CONTEXT'S RANKING BLOCK.             *
      *----------------------------------------------------------------*
       WRITE-CONTEXT-HEADING.

           MOVE CX-RUN-CONTEXT (WS-CTX-IDX) TO WS-CTX-WORK.
           IF WS-CTX-WORK = SPACES
               MOVE SPACES TO COST-RPT-RECORD
               MOVE 'RUN CONTEXT - NOT RECORDED' TO COST-RPT-RECORD
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
               MOVE WS-CTX-HEAD TO COST-RPT-RECORD
           END-IF.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.

       WRITE-CONTEXT-HEADING-EXIT.
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
           MOVE AT-COST (WS-PICK) TO RL-COST.
           MOVE AT-RECORDS (WS-PICK) TO RL-RECORDS.
           MOVE WS-PICK-PER-K TO RL-PER-K.
           IF AT-N-RECORDS (WS-PICK) > 0
               COMPUTE WS-PER-K
                     = AT-N-COST (WS-PICK) * 1000
                     / AT-N-RECORDS (WS-PICK)
               MOVE WS-PER-K TO RL-N-PER-K
           ELSE
               MOVE '         N/A' TO RL-N-PER-K-X
           END-IF.
           MOVE AT-N-RUNS (WS-PICK) TO RL-N-RUNS.
           MOVE WS-RANK-LINE TO COST-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.

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
               DISPLAY 'SORTCOST: ' HTRL-SOURCE ' CONTROL TOTALS - '
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

           MOVE 'HISTORY CONTROL TOTALS' TO COST-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.
           MOVE HTRL-HEAD TO COST-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.
           PERFORM
             VARYING HTRL-RESULT-IDX FROM 1 BY 1
             UNTIL HTRL-RESULT-IDX > HTRL-RESULT-COUNT
               MOVE HTRL-RESULT-TEXT (HTRL-RESULT-IDX)
                   TO COST-RPT-RECORD
               PERFORM WRITE-REPORT-LINE
                   THRU WRITE-REPORT-LINE-EXIT
           END-PERFORM.
           MOVE 'TRAILERS CHECKED' TO HTL-CAPTION.
           MOVE HTRL-TRAILER-TOTAL TO HTL-COUNT.
           MOVE HTRL-TOTAL-LINE TO COST-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.
           MOVE 'CONTROL ERRORS' TO HTL-CAPTION.
           MOVE HTRL-ERROR-COUNT TO HTL-COUNT.
           MOVE HTRL-TOTAL-LINE TO COST-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.
           IF HTRL-ERROR-COUNT = 0
               MOVE 'CONTROL TOTALS AGREE' TO COST-RPT-RECORD
           ELSE
               MOVE 'CONTROL TOTALS DO NOT AGREE - NOTHING COSTED'
                   TO COST-RPT-RECORD
           END-IF.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.
           MOVE SPACES TO COST-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.

       WRITE-CONTROL-REPORT-EXIT.
           EXIT.
