       IDENTIFICATION DIVISION.
       PROGRAM-ID. SORTQMON.
      *
      * PARALLEL-SWEEP QUEUE MONITOR FOR THE SORTDALE BENCHMARK SUITE.
      * READS THE SORTWRKQ WORK QUEUE WRITTEN BY SORTDALE MODE COORD
      * AND THE SORTPART PARTIALS WRITTEN BY THE WORKER JOBS - BOTH
      * OPENED FOR INPUT ONLY, SO IT IS SAFE TO RUN WHILE THE WORKERS
      * ARE STILL CLAIMING UNITS - AND PRINTS QMONRPT:
      *   - EVERY WORK UNIT WITH ITS SORT SIZE, STATUS (PENDING,
      *     CLAIMED, DONE), WORKER AND CLAIM / DONE STAMPS, AND HOW
      *     LONG IT HAS BEEN HELD (CLAIMED) OR TOOK (DONE).  A CLAIM
      *     HELD LONGER THAN THE LIMIT IS FLAGGED AS A PROBABLE DEAD
      *     WORKER - RUN SORTDALE MODE RESET TO RE-DRIVE IT.
      *   - PER WORKER, THE UNITS COMPLETED AND THE AVERAGE TIME PER
      *     UNIT.
      *   - A PROJECTED FINISH FOR THE WHOLE SWEEP: THE UNITS STILL TO
      *     RUN (PENDING AND DEAD CLAIMS IN FULL, LIVE CLAIMS FOR
      *     WHATEVER OF THE AVERAGE THEY HAVE NOT YET USED) AT THE
      *     AVERAGE TIME PER COMPLETED UNIT, SPREAD OVER THE WORKERS
      *     STILL HOLDING LIVE CLAIMS (OR, WHEN NONE IS, THE WORKERS
      *     THAT HAVE COMPLETED UNITS).
      *   - A CROSS-CHECK OF SORTPART AGAINST THE QUEUE: DONE UNITS
      *     WITH NO PARTIAL, PARTIALS WHOSE UNIT IS NOT DONE (OR NOT ON
      *     THE QUEUE AT ALL), AND DUPLICATE PARTIALS - SO OPERATIONS
      *     KNOWS BEFORE MODE CONSOL RUNS WHETHER THE CONSOLIDATION
      *     WILL BE COMPLETE.
      * STAMPS ARE TAKEN AS SORTDALE WRITES THEM: THE DATE AND THE
      * CLOCK AT THE CLAIM OR COMPLETION, SO A CLAIM HELD ACROSS
      * MIDNIGHT TIMES CORRECTLY.  A QUEUE WRITTEN BY AN OLDER
      * SORTDALE CARRIES THE WORKER JOB'S START DATE INSTEAD; A UNIT
      * THERE THAT COMES OUT DONE BEFORE IT WAS CLAIMED CROSSED
      * MIDNIGHT AND IS GIVEN THE DAY BACK.
      *
      * THE OPTIONAL SYSIN CARD CARRIES THE DEAD-CLAIM LIMIT IN
      * MINUTES IN COLUMNS 1-5; WHEN NO CARD IS SUPPLIED A CLAIM HELD
      * OVER 60 MINUTES IS FLAGGED.
      *
      * RETURN CODES:  0 = SWEEP FINISHED - EVERY UNIT DONE AND THE
      * PARTIALS RECONCILE, SO MODE CONSOL MAY RUN, 4 = SWEEP STILL
      * RUNNING, 8 = SWEEP STALLED - A CLAIM IS OVER THE LIMIT, OR
      * EVERY UNIT IS DONE BUT THE PARTIALS DO NOT RECONCILE,
      * 12 = NO WORK UNITS ON SORTWRKQ.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SYSIN-FILE ASSIGN TO SYSIN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SORT-WRKQ-FILE ASSIGN TO SORTWRKQ.
           SELECT OPTIONAL SORT-PART-FILE ASSIGN TO SORTPART.
           SELECT QMON-RPT-FILE ASSIGN TO QMONRPT.
       DATA DIVISION.
       FILE SECTION.
       FD  SYSIN-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SYSIN-RECORD                PIC X(80).

      *----------------------------------------------------------------*
      *  SORTWRKQ - THE PARALLEL-SWEEP WORK QUEUE, IN THE LAYOUT       *
      *  SORTDALE WRITES: STATUS P = PENDING, C = CLAIMED, D = DONE.   *
      *----------------------------------------------------------------*
       FD  SORT-WRKQ-FILE
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  SORT-WRKQ-RECORD.
           05  WQ-STATUS                PIC X(01).
               88  WQ-UNIT-PENDING                VALUE 'P'.
               88  WQ-UNIT-CLAIMED                VALUE 'C'.
               88  WQ-UNIT-DONE                   VALUE 'D'.
           05  WQ-UNIT-NO               PIC 9(04).
           05  WQ-SORT-SIZE             PIC 9(09).
           05  WQ-WORKER-ID             PIC X(08).
           05  WQ-CLAIM-DATE            PIC 9(08).
           05  WQ-CLAIM-TIME            PIC X(11).
           05  WQ-DONE-DATE             PIC 9(08).
           05  WQ-DONE-TIME             PIC X(11).
           05  FILLER                   PIC X(20).

      *----------------------------------------------------------------*
      *  SORTPART - THE WORKERS' PARTIAL RESULTS, CONCATENATED.  ONLY  *
      *  THE UNIT NUMBER AND SORT SIZE ARE NEEDED HERE; THE REST OF    *
      *  THE 740-BYTE SORTDALE LAYOUT IS CARRIED AS FILLER.            *
      *----------------------------------------------------------------*
       FD  SORT-PART-FILE
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 740 CHARACTERS.
       01  SORT-PART-RECORD.
           05  PQ-UNIT-NO               PIC 9(04).
           05  PQ-SORT-SIZE             PIC 9(09).
           05  FILLER                   PIC X(727).

      *----------------------------------------------------------------*
      *  QMONRPT - THE PRINTED QUEUE STATUS REPORT.                    *
      *----------------------------------------------------------------*
       FD  QMON-RPT-FILE
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  QMON-RPT-RECORD             PIC X(133).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      *  WS-QMON-CONTROL - RUN SWITCHES AND COUNTS.                    *
      *----------------------------------------------------------------*
        01  WS-QMON-CONTROL.
            05  WS-LIMIT-MINUTES        PIC 9(5) VALUE 60.
            05  WS-LIMIT-HUND           PIC S9(15) COMP-3 VALUE 0.
            05  WS-SYSIN-EOF-SW         PIC X(01) VALUE 'N'.
                88  WS-SYSIN-AT-EOF              VALUE 'Y'.
            05  WS-WQ-EOF-SW            PIC X(01) VALUE 'N'.
                88  WS-WQ-AT-EOF                 VALUE 'Y'.
            05  WS-PART-EOF-SW          PIC X(01) VALUE 'N'.
                88  WS-PART-AT-EOF               VALUE 'Y'.
            05  WS-UNIT-FOUND-SW        PIC X(01) VALUE 'N'.
                88  WS-UNIT-FOUND                VALUE 'Y'.
            05  WS-WKR-FOUND-SW         PIC X(01) VALUE 'N'.
                88  WS-WKR-FOUND                 VALUE 'Y'.
            05  WS-PEND-COUNT           PIC S9(4) COMP VALUE 0.
            05  WS-CLAIM-COUNT          PIC S9(4) COMP VALUE 0.
            05  WS-DEAD-COUNT           PIC S9(4) COMP VALUE 0.
            05  WS-DONE-COUNT           PIC S9(4) COMP VALUE 0.
            05  WS-BAD-STATUS-COUNT     PIC S9(4) COMP VALUE 0.
            05  WS-PART-READ-COUNT      PIC S9(4) COMP VALUE 0.
            05  WS-NO-PART-COUNT        PIC S9(4) COMP VALUE 0.
            05  WS-ORPHAN-COUNT         PIC S9(4) COMP VALUE 0.
            05  WS-DUP-PART-COUNT       PIC S9(4) COMP VALUE 0.
            05  WS-XCHK-COUNT           PIC S9(4) COMP VALUE 0.
            05  WS-SKIP-COUNT           PIC S9(4) COMP VALUE 0.
            05  WS-QMON-RC              PIC S9(4) COMP VALUE ZERO.

      *----------------------------------------------------------------*
      *  WS-QMON-CARD - SYSIN LAYOUT: COLUMNS 1-5 CARRY THE DEAD-CLAIM *
      *  LIMIT IN MINUTES.                                             *
      *----------------------------------------------------------------*
        01  WS-QMON-CARD.
            05  QC-LIMIT-MINUTES        PIC X(5).
            05  FILLER                  PIC X(75).

      *----------------------------------------------------------------*
      *  WS-UNIT-TABLE - EVERY QUEUE RECORD IN QUEUE ORDER, WITH THE   *
      *  NUMBER OF PARTIALS SEEN FOR IT.  UT-HELD-HUND IS THE TIME     *
      *  HELD SO FAR (CLAIMED) OR TAKEN (DONE), -1 WHEN THE STAMPS DO  *
      *  NOT SCAN.                                                     *
      *----------------------------------------------------------------*
        01  WS-UNIT-CONTROL.
            05  WS-UNIT-COUNT           PIC S9(4) COMP VALUE 0.
            05  WS-UNIT-MAX             PIC S9(4) COMP VALUE 200.
            05  WS-UNIT-IDX             PIC S9(4) COMP VALUE 0.
        01  WS-UNIT-TABLE.
            05  WS-UNIT-ENTRY           OCCURS 200 TIMES.
                10  UT-UNIT-NO          PIC 9(04).
                10  UT-SORT-SIZE        PIC 9(09).
                10  UT-STATUS           PIC X(01).
                10  UT-WORKER-ID        PIC X(08).
                10  UT-CLAIM-DATE       PIC 9(08).
                10  UT-CLAIM-TIME       PIC X(11).
                10  UT-DONE-DATE        PIC 9(08).
                10  UT-DONE-TIME        PIC X(11).
                10  UT-HELD-HUND        PIC S9(15) COMP-3.
                10  UT-DEAD-SW          PIC X(01).
                    88  UT-DEAD                  VALUE 'Y'.
                10  UT-PART-COUNT       PIC S9(4) COMP.

      *----------------------------------------------------------------*
      *  WS-ORPHAN-TABLE - PARTIALS WHOSE UNIT NUMBER IS NOT ON THE    *
      *  QUEUE AT ALL, KEPT FOR THE CROSS-CHECK LISTING.               *
      *----------------------------------------------------------------*
        01  WS-ORPHAN-CONTROL.
            05  WS-ORPHAN-IDX           PIC S9(4) COMP VALUE 0.
        01  WS-ORPHAN-TABLE.
            05  WS-ORPHAN-ENTRY         OCCURS 100 TIMES.
                10  OT-UNIT-NO          PIC 9(04).
                10  OT-SORT-SIZE        PIC 9(09).

      *----------------------------------------------------------------*
      *  WS-WORKER-TABLE - ONE ENTRY PER WORKER ID SEEN ON THE QUEUE.  *
      *----------------------------------------------------------------*
        01  WS-WORKER-CONTROL.
            05  WS-WKR-COUNT            PIC S9(4) COMP VALUE 0.
            05  WS-WKR-IDX              PIC S9(4) COMP VALUE 0.
            05  WS-LIVE-WORKERS         PIC S9(4) COMP VALUE 0.
            05  WS-DONE-WORKERS         PIC S9(4) COMP VALUE 0.
        01  WS-WORKER-TABLE.
            05  WS-WORKER-ENTRY         OCCURS 50 TIMES.
                10  WT-WORKER-ID        PIC X(08).
                10  WT-DONE-COUNT       PIC S9(4) COMP.
                10  WT-TIMED-COUNT      PIC S9(4) COMP.
                10  WT-HOLD-COUNT       PIC S9(4) COMP.
                10  WT-LIVE-COUNT       PIC S9(4) COMP.
                10  WT-TOTAL-HUND       PIC S9(15) COMP-3.

      *----------------------------------------------------------------*
      *  WS-PROJECT-WORK - THE SWEEP-WIDE AVERAGE AND THE PROJECTION.  *
      *  ALL TIMES ARE HUNDREDTHS OF A SECOND; A STAMP IS HELD AS      *
      *  DAY NUMBER * 8640000 + HUNDREDTHS INTO THE DAY.               *
      *----------------------------------------------------------------*
        01  WS-PROJECT-WORK.
            05  WS-NOW-STAMP            PIC S9(15) COMP-3 VALUE 0.
            05  WS-FROM-STAMP           PIC S9(15) COMP-3 VALUE 0.
            05  WS-TO-STAMP             PIC S9(15) COMP-3 VALUE 0.
            05  WS-STAMP-HUND           PIC S9(15) COMP-3 VALUE 0.
            05  WS-TIMED-COUNT          PIC S9(4) COMP VALUE 0.
            05  WS-TIMED-HUND           PIC S9(15) COMP-3 VALUE 0.
            05  WS-AVG-HUND             PIC S9(15) COMP-3 VALUE 0.
            05  WS-REMAIN-HUND          PIC S9(15) COMP-3 VALUE 0.
            05  WS-PROJECT-HUND         PIC S9(15) COMP-3 VALUE 0.
            05  WS-FINISH-STAMP         PIC S9(15) COMP-3 VALUE 0.
            05  WS-FINISH-DAYNUM        PIC S9(9) COMP-3 VALUE 0.
            05  WS-FINISH-DAY-HUND      PIC S9(15) COMP-3 VALUE 0.
            05  WS-SPREAD-WORKERS       PIC S9(4) COMP VALUE 0.

      *----------------------------------------------------------------*
      *  WS-DATE-WORK - YYYYMMDD TO DAY-NUMBER AND BACK.  THE DAY      *
      *  NUMBER COUNTS FROM A MARCH-BASED YEAR ZERO SO LEAP DAYS FALL  *
      *  AT YEAR END; THE SAME FORMULA RUN FORWARD AND INVERTED.       *
      *----------------------------------------------------------------*
        01  WS-DATE-WORK.
            05  WS-DW-DATE-X            PIC X(8).
            05  WS-DW-DATE-9 REDEFINES WS-DW-DATE-X
                                        PIC 9(8).
            05  WS-DW-DATE-SPLIT REDEFINES WS-DW-DATE-X.
                10  WS-DW-YYYY          PIC 9(4).
                10  WS-DW-MM            PIC 9(2).
                10  WS-DW-DD            PIC 9(2).
            05  WS-DW-Y                 PIC S9(9) COMP-3 VALUE 0.
            05  WS-DW-M                 PIC S9(4) COMP  VALUE 0.
            05  WS-DW-D                 PIC S9(4) COMP  VALUE 0.
            05  WS-DW-T1                PIC S9(9) COMP-3 VALUE 0.
            05  WS-DW-T2                PIC S9(9) COMP-3 VALUE 0.
            05  WS-DW-T3                PIC S9(9) COMP-3 VALUE 0.
            05  WS-DW-T4                PIC S9(9) COMP-3 VALUE 0.
            05  WS-DW-DAYNUM            PIC S9(9) COMP-3 VALUE 0.
            05  WS-DW-DDD               PIC S9(9) COMP-3 VALUE 0.
            05  WS-DW-YEAR-END          PIC S9(9) COMP-3 VALUE 0.
            05  WS-DW-DONE-SW           PIC X(01) VALUE 'N'.
                88  WS-DW-DONE                   VALUE 'Y'.

      *----------------------------------------------------------------*
      *  WS-EP-FIELD - OVERLAYS AN HH:MM:SS.DD CLAIM OR DONE TIME.     *
      *----------------------------------------------------------------*
        01  WS-PARSE-WORK.
            05  WS-ELAPSED-HUND         PIC S9(9) COMP-3.
        01  WS-EP-FIELD.
            05  EP-HH                   PIC 99.
            05  FILLER                  PIC X.
            05  EP-MM                   PIC 99.
            05  FILLER                  PIC X.
            05  EP-SS                   PIC 99.
            05  FILLER                  PIC X.
            05  EP-DD                   PIC 99.

      *----------------------------------------------------------------*
      *  WS-FORMAT-WORK - TURNS HUNDREDTHS BACK INTO HH:MM:SS.DD.      *
      *----------------------------------------------------------------*
        01  WS-FORMAT-WORK.
            05  WS-FMT-HUND             PIC S9(15) COMP-3 VALUE 0.
            05  WS-FMT-SECONDS          PIC S9(15) COMP-3 VALUE 0.
            05  WS-FMT-MINUTES          PIC S9(9)  COMP-3 VALUE 0.
            05  WS-FMT-HOURS            PIC S9(9)  COMP-3 VALUE 0.
            05  WS-FMT-PART             PIC S9(4)  COMP-3 VALUE 0.
        01  WS-FMT-DISPLAY.
            05  HH                      PIC 99.
            05  FILLER                  PIC X VALUE ':'.
            05  MM                      PIC 99.
            05  FILLER                  PIC X VALUE ':'.
            05  SS                      PIC 99.
            05  FILLER                  PIC X VALUE '.'.
            05  DD                      PIC 99.

      *----------------------------------------------------------------*
      *  WS-RUN-STAMP - DATE/TIME THIS REPORT WAS TAKEN: THE "NOW"     *
      *  EVERY CLAIM IS AGED AGAINST.                                  *
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
            05  WS-LINE-HOLD            PIC X(133) VALUE SPACES.
        01  WS-HEAD1.
            05  FILLER                  PIC X(30) VALUE
                'SORTQMON - SWEEP QUEUE STATUS '.
            05  FILLER                  PIC X(18) VALUE
                '                  '.
            05  FILLER                  PIC X(09) VALUE 'RUN DATE '.
            05  H1-RUN-DATE             PIC 9(08).
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  H1-RUN-TIME             PIC X(11).
            05  FILLER                  PIC X(45) VALUE SPACES.
            05  FILLER                  PIC X(05) VALUE 'PAGE '.
            05  H1-PAGE                 PIC ZZZ9.
            05  FILLER                  PIC X(01) VALUE SPACES.
        01  WS-HEAD2.
            05  FILLER                  PIC X(24) VALUE
                'DEAD-CLAIM LIMIT        '.
            05  H2-LIMIT                PIC ZZZZ9.
            05  FILLER                  PIC X(08) VALUE ' MINUTES'.
            05  FILLER                  PIC X(96) VALUE SPACES.
        01  WS-SECTION-LINE.
            05  SL-TITLE                PIC X(60).
            05  FILLER                  PIC X(73) VALUE SPACES.
        01  WS-UNIT-HEAD.
            05  FILLER                  PIC X(30) VALUE
                'UNIT  SORT SIZE STATUS  WORKER'.
            05  FILLER                  PIC X(30) VALUE
                '    CLAIMED                   '.
            05  FILLER                  PIC X(30) VALUE
                'DONE                  HELD/TOO'.
            05  FILLER                  PIC X(30) VALUE
                'K                             '.
            05  FILLER                  PIC X(13) VALUE SPACES.
        01  WS-UNIT-LINE.
            05  UL-UNIT-NO              PIC ZZZ9.
            05  FILLER                  PIC X(01) VALUE SPACES.
            05  UL-SORT-SIZE            PIC ZZZZZZZZ9.
            05  FILLER                  PIC X(01) VALUE SPACES.
            05  UL-STATUS               PIC X(07).
            05  FILLER                  PIC X(01) VALUE SPACES.
            05  UL-WORKER-ID            PIC X(08).
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  UL-CLAIM-DATE           PIC X(08).
            05  FILLER                  PIC X(01) VALUE SPACES.
            05  UL-CLAIM-TIME           PIC X(11).
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  UL-DONE-DATE            PIC X(08).
            05  FILLER                  PIC X(01) VALUE SPACES.
            05  UL-DONE-TIME            PIC X(11).
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  UL-HELD                 PIC X(11).
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  UL-FLAG                 PIC X(42).
        01  WS-WORKER-HEAD.
            05  FILLER                  PIC X(30) VALUE
                'WORKER    UNITS DONE   HOLDING'.
            05  FILLER                  PIC X(30) VALUE
                '   TIME ON DONE   AVG PER UNIT'.
            05  FILLER                  PIC X(73) VALUE SPACES.
        01  WS-WORKER-LINE.
            05  WL-WORKER-ID            PIC X(08).
            05  FILLER                  PIC X(08) VALUE SPACES.
            05  WL-DONE-COUNT           PIC ZZZ9.
            05  FILLER                  PIC X(06) VALUE SPACES.
            05  WL-HOLD-COUNT           PIC ZZZ9.
            05  FILLER                  PIC X(04) VALUE SPACES.
            05  WL-TOTAL                PIC X(11).
            05  FILLER                  PIC X(04) VALUE SPACES.
            05  WL-AVERAGE              PIC X(11).
            05  FILLER                  PIC X(73) VALUE SPACES.
        01  WS-XCHK-LINE.
            05  XL-UNIT-NO              PIC ZZZ9.
            05  FILLER                  PIC X(01) VALUE SPACES.
            05  XL-SORT-SIZE            PIC ZZZZZZZZ9.
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  XL-PROBLEM              PIC X(60).
            05  FILLER                  PIC X(57) VALUE SPACES.
        01  WS-TEXT-LINE.
            05  TX-CAPTION              PIC X(40).
            05  TX-VALUE                PIC X(40).
            05  FILLER                  PIC X(53) VALUE SPACES.
        01  WS-COUNT-LINE.
            05  CL-CAPTION              PIC X(40).
            05  CL-COUNT                PIC ZZZZZZZZ9.
            05  FILLER                  PIC X(84) VALUE SPACES.
        01  WS-EDIT-WORK.
            05  WS-EDIT-COUNT           PIC ZZZ9.
            05  WS-EDIT-DATE            PIC 9(08).

       PROCEDURE DIVISION.

       PROGRAM-START.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME FROM TIME.
           MOVE CORRESPONDING WS-TIME TO WS-RUN-TIME-DISPLAY.

           PERFORM GET-LIMIT-PARAMETER
               THRU GET-LIMIT-PARAMETER-EXIT.

           MOVE WS-RUN-DATE TO WS-DW-DATE-X.
           MOVE WS-RUN-TIME-DISPLAY TO WS-EP-FIELD.
           PERFORM BUILD-STAMP
               THRU BUILD-STAMP-EXIT.
           MOVE WS-STAMP-HUND TO WS-NOW-STAMP.

           OPEN OUTPUT QMON-RPT-FILE.

           PERFORM LOAD-WORK-QUEUE
               THRU LOAD-WORK-QUEUE-EXIT.
           PERFORM LOAD-PARTIALS
               THRU LOAD-PARTIALS-EXIT.

           PERFORM WRITE-UNIT-SECTION
               THRU WRITE-UNIT-SECTION-EXIT.
           PERFORM WRITE-WORKER-SECTION
               THRU WRITE-WORKER-SECTION-EXIT.
           PERFORM WRITE-PROJECTION-SECTION
               THRU WRITE-PROJECTION-SECTION-EXIT.
           PERFORM WRITE-CROSS-CHECK-SECTION
               THRU WRITE-CROSS-CHECK-SECTION-EXIT.

           EVALUATE TRUE
               WHEN WS-UNIT-COUNT = 0
                   DISPLAY 'SORTQMON: NO WORK UNITS ON SORTWRKQ'
                   MOVE 12 TO WS-QMON-RC
               WHEN WS-DEAD-COUNT > 0
                   DISPLAY 'SORTQMON: ' WS-DEAD-COUNT ' CLAIMS OVER '
                           'THE LIMIT - SWEEP STALLED - RUN MODE RESET'
                   MOVE 8 TO WS-QMON-RC
               WHEN WS-DONE-COUNT = WS-UNIT-COUNT
                   AND WS-XCHK-COUNT > 0
                   DISPLAY 'SORTQMON: EVERY UNIT DONE BUT THE '
                           'PARTIALS DO NOT RECONCILE - SWEEP STALLED'
                   MOVE 8 TO WS-QMON-RC
               WHEN WS-DONE-COUNT = WS-UNIT-COUNT
                   DISPLAY 'SORTQMON: SWEEP FINISHED - READY FOR '
                           'MODE CONSOL'
                   MOVE 0 TO WS-QMON-RC
               WHEN OTHER
                   DISPLAY 'SORTQMON: SWEEP STILL RUNNING'
                   MOVE 4 TO WS-QMON-RC
           END-EVALUATE.

           PERFORM WRITE-STATUS-SUMMARY
               THRU WRITE-STATUS-SUMMARY-EXIT.

           CLOSE QMON-RPT-FILE.

           DISPLAY 'SORTQMON: ' WS-UNIT-COUNT ' UNITS - '
                   WS-PEND-COUNT ' PENDING, '
                   WS-CLAIM-COUNT ' CLAIMED, '
                   WS-DONE-COUNT ' DONE'.
           DISPLAY 'SORTQMON: ' WS-PART-READ-COUNT ' PARTIALS READ, '
                   WS-XCHK-COUNT ' CROSS-CHECK EXCEPTIONS'.

           MOVE WS-QMON-RC TO RETURN-CODE.

           GOBACK.

      *----------------------------------------------------------------*
      *  GET-LIMIT-PARAMETER                                           *
      *  READS THE OPTIONAL SYSIN CARD CARRYING THE DEAD-CLAIM LIMIT   *
      *  IN MINUTES IN COLUMNS 1-5.  A MISSING OR BLANK CARD LEAVES    *
      *  THE DEFAULT OF 60; A NON-NUMERIC OR ZERO CARD IS REPORTED AND *
      *  IGNORED.                                                      *
      *----------------------------------------------------------------*
       GET-LIMIT-PARAMETER.

           OPEN INPUT SYSIN-FILE.
           READ SYSIN-FILE
               AT END
                   MOVE 'Y' TO WS-SYSIN-EOF-SW
           END-READ.
           IF NOT WS-SYSIN-AT-EOF
               MOVE SYSIN-RECORD TO WS-QMON-CARD
               IF QC-LIMIT-MINUTES = SPACES
                   CONTINUE
               ELSE
                   INSPECT QC-LIMIT-MINUTES
                       REPLACING LEADING ' ' BY '0'
                   IF QC-LIMIT-MINUTES IS NUMERIC
                       AND QC-LIMIT-MINUTES NOT = '00000'
                       MOVE QC-LIMIT-MINUTES TO WS-LIMIT-MINUTES
                   ELSE
                       DISPLAY 'SORTQMON: LIMIT CARD NOT A '
                               'NONZERO NUMBER - DEFAULT OF 60 USED'
                   END-IF
               END-IF
           END-IF.
           CLOSE SYSIN-FILE.

           COMPUTE WS-LIMIT-HUND = WS-LIMIT-MINUTES * 6000.

       GET-LIMIT-PARAMETER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  LOAD-WORK-QUEUE                                               *
      *  READS SORTWRKQ INTO THE UNIT TABLE, AGES EVERY CLAIM AGAINST  *
      *  NOW AND TIMES EVERY DONE UNIT, AND ROLLS EACH UNIT UP TO ITS  *
      *  WORKER.                                                       *
      *----------------------------------------------------------------*
       LOAD-WORK-QUEUE.

           OPEN INPUT SORT-WRKQ-FILE.
           PERFORM
             UNTIL WS-WQ-AT-EOF
               READ SORT-WRKQ-FILE
                   AT END
                       MOVE 'Y' TO WS-WQ-EOF-SW
                   NOT AT END
                       PERFORM LOAD-ONE-UNIT
                           THRU LOAD-ONE-UNIT-EXIT
               END-READ
           END-PERFORM.
           CLOSE SORT-WRKQ-FILE.

       LOAD-WORK-QUEUE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  LOAD-ONE-UNIT                                                 *
      *  TABLES ONE QUEUE RECORD.  A RECORD WHOSE STATUS IS NOT P, C   *
      *  OR D IS TABLED AND COUNTED SO IT STILL SHOWS ON THE REPORT.   *
      *----------------------------------------------------------------*
       LOAD-ONE-UNIT.

           IF WS-UNIT-COUNT >= WS-UNIT-MAX
               DISPLAY 'SORTQMON: UNIT TABLE FULL - UNIT '
                       WQ-UNIT-NO ' NOT REPORTED'
               ADD 1 TO WS-SKIP-COUNT
               GO TO LOAD-ONE-UNIT-EXIT
           END-IF.

           ADD 1 TO WS-UNIT-COUNT.
           MOVE WS-UNIT-COUNT TO WS-UNIT-IDX.
           MOVE WQ-UNIT-NO TO UT-UNIT-NO (WS-UNIT-IDX).
           MOVE WQ-SORT-SIZE TO UT-SORT-SIZE (WS-UNIT-IDX).
           MOVE WQ-STATUS TO UT-STATUS (WS-UNIT-IDX).
           MOVE WQ-WORKER-ID TO UT-WORKER-ID (WS-UNIT-IDX).
           MOVE WQ-CLAIM-DATE TO UT-CLAIM-DATE (WS-UNIT-IDX).
           MOVE WQ-CLAIM-TIME TO UT-CLAIM-TIME (WS-UNIT-IDX).
           MOVE WQ-DONE-DATE TO UT-DONE-DATE (WS-UNIT-IDX).
           MOVE WQ-DONE-TIME TO UT-DONE-TIME (WS-UNIT-IDX).
           MOVE -1 TO UT-HELD-HUND (WS-UNIT-IDX).
           MOVE 'N' TO UT-DEAD-SW (WS-UNIT-IDX).
           MOVE 0 TO UT-PART-COUNT (WS-UNIT-IDX).

           EVALUATE TRUE
               WHEN WQ-UNIT-PENDING
                   ADD 1 TO WS-PEND-COUNT
                   GO TO LOAD-ONE-UNIT-EXIT
               WHEN WQ-UNIT-CLAIMED
                   ADD 1 TO WS-CLAIM-COUNT
               WHEN WQ-UNIT-DONE
                   ADD 1 TO WS-DONE-COUNT
               WHEN OTHER
                   ADD 1 TO WS-BAD-STATUS-COUNT
                   GO TO LOAD-ONE-UNIT-EXIT
           END-EVALUATE.

      *  TIME THE CLAIM: FROM THE CLAIM STAMP TO NOW FOR A UNIT STILL
      *  HELD, TO THE DONE STAMP FOR A FINISHED ONE.  A DONE STAMP
      *  BEHIND ITS CLAIM STAMP CROSSED MIDNIGHT UNDER ONE RUN DATE.
           MOVE WQ-CLAIM-DATE TO WS-DW-DATE-X.
           MOVE WQ-CLAIM-TIME TO WS-EP-FIELD.
           PERFORM BUILD-STAMP
               THRU BUILD-STAMP-EXIT.
           MOVE WS-STAMP-HUND TO WS-FROM-STAMP.
           IF WQ-UNIT-CLAIMED
               MOVE WS-NOW-STAMP TO WS-TO-STAMP
           ELSE
               MOVE WQ-DONE-DATE TO WS-DW-DATE-X
               MOVE WQ-DONE-TIME TO WS-EP-FIELD
               PERFORM BUILD-STAMP
                   THRU BUILD-STAMP-EXIT
               MOVE WS-STAMP-HUND TO WS-TO-STAMP
           END-IF.
           IF WS-FROM-STAMP >= 0 AND WS-TO-STAMP >= 0
               IF WS-TO-STAMP < WS-FROM-STAMP
                   AND WQ-UNIT-DONE
                   ADD 8640000 TO WS-TO-STAMP
               END-IF
               IF WS-TO-STAMP > WS-FROM-STAMP
                   COMPUTE UT-HELD-HUND (WS-UNIT-IDX)
                         = WS-TO-STAMP - WS-FROM-STAMP
               ELSE
                   MOVE 0 TO UT-HELD-HUND (WS-UNIT-IDX)
               END-IF
           END-IF.

           IF WQ-UNIT-CLAIMED
               AND UT-HELD-HUND (WS-UNIT-IDX) > WS-LIMIT-HUND
               MOVE 'Y' TO UT-DEAD-SW (WS-UNIT-IDX)
               ADD 1 TO WS-DEAD-COUNT
           END-IF.

           PERFORM FIND-WORKER-ENTRY
               THRU FIND-WORKER-ENTRY-EXIT.
           IF NOT WS-WKR-FOUND
               GO TO LOAD-ONE-UNIT-EXIT
           END-IF.
           IF WQ-UNIT-CLAIMED
               ADD 1 TO WT-HOLD-COUNT (WS-WKR-IDX)
               IF NOT UT-DEAD (WS-UNIT-IDX)
                   ADD 1 TO WT-LIVE-COUNT (WS-WKR-IDX)
               END-IF
           ELSE
               ADD 1 TO WT-DONE-COUNT (WS-WKR-IDX)
               IF UT-HELD-HUND (WS-UNIT-IDX) >= 0
                   ADD 1 TO WT-TIMED-COUNT (WS-WKR-IDX)
                   ADD UT-HELD-HUND (WS-UNIT-IDX)
                       TO WT-TOTAL-HUND (WS-WKR-IDX)
                   ADD 1 TO WS-TIMED-COUNT
                   ADD UT-HELD-HUND (WS-UNIT-IDX) TO WS-TIMED-HUND
               END-IF
           END-IF.

       LOAD-ONE-UNIT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  FIND-WORKER-ENTRY                                             *
      *  LOCATES (OR CREATES) THE WORKER ENTRY FOR WQ-WORKER-ID,       *
      *  LEAVING WS-WKR-IDX POINTING AT IT.                            *
      *----------------------------------------------------------------*
       FIND-WORKER-ENTRY.

           MOVE 'N' TO WS-WKR-FOUND-SW.
           PERFORM
             VARYING WS-WKR-IDX FROM 1 BY 1
             UNTIL WS-WKR-IDX > WS-WKR-COUNT
             OR WS-WKR-FOUND
               IF WT-WORKER-ID (WS-WKR-IDX) = WQ-WORKER-ID
                   MOVE 'Y' TO WS-WKR-FOUND-SW
               END-IF
           END-PERFORM.
           IF WS-WKR-FOUND
               SUBTRACT 1 FROM WS-WKR-IDX
               GO TO FIND-WORKER-ENTRY-EXIT
           END-IF.

           IF WS-WKR-COUNT >= 50
               DISPLAY 'SORTQMON: WORKER TABLE FULL - WORKER '
                       WQ-WORKER-ID ' NOT TOTALLED'
               GO TO FIND-WORKER-ENTRY-EXIT
           END-IF.

           ADD 1 TO WS-WKR-COUNT.
           MOVE WS-WKR-COUNT TO WS-WKR-IDX.
           MOVE WQ-WORKER-ID TO WT-WORKER-ID (WS-WKR-IDX).
           MOVE 0 TO WT-DONE-COUNT (WS-WKR-IDX).
           MOVE 0 TO WT-TIMED-COUNT (WS-WKR-IDX).
           MOVE 0 TO WT-HOLD-COUNT (WS-WKR-IDX).
           MOVE 0 TO WT-LIVE-COUNT (WS-WKR-IDX).
           MOVE 0 TO WT-TOTAL-HUND (WS-WKR-IDX).
           MOVE 'Y' TO WS-WKR-FOUND-SW.

       FIND-WORKER-ENTRY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  LOAD-PARTIALS                                                 *
      *  READS EVERY SORTPART RECORD AND COUNTS IT AGAINST ITS QUEUE   *
      *  UNIT.  A PARTIAL FOR A UNIT NUMBER NOT ON THE QUEUE IS KEPT   *
      *  FOR THE CROSS-CHECK.                                          *
      *----------------------------------------------------------------*
       LOAD-PARTIALS.

           OPEN INPUT SORT-PART-FILE.
           PERFORM
             UNTIL WS-PART-AT-EOF
               READ SORT-PART-FILE
                   AT END
                       MOVE 'Y' TO WS-PART-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-PART-READ-COUNT
                       PERFORM MATCH-ONE-PARTIAL
                           THRU MATCH-ONE-PARTIAL-EXIT
               END-READ
           END-PERFORM.
           CLOSE SORT-PART-FILE.

       LOAD-PARTIALS-EXIT.
           EXIT.

       MATCH-ONE-PARTIAL.

           MOVE 'N' TO WS-UNIT-FOUND-SW.
           PERFORM
             VARYING WS-UNIT-IDX FROM 1 BY 1
             UNTIL WS-UNIT-IDX > WS-UNIT-COUNT
             OR WS-UNIT-FOUND
               IF UT-UNIT-NO (WS-UNIT-IDX) = PQ-UNIT-NO
                   MOVE 'Y' TO WS-UNIT-FOUND-SW
               END-IF
           END-PERFORM.
           IF WS-UNIT-FOUND
               SUBTRACT 1 FROM WS-UNIT-IDX
               ADD 1 TO UT-PART-COUNT (WS-UNIT-IDX)
               GO TO MATCH-ONE-PARTIAL-EXIT
           END-IF.

           IF WS-ORPHAN-IDX >= 100
               DISPLAY 'SORTQMON: SORTPART UNIT ' PQ-UNIT-NO
                       ' NOT ON THE QUEUE - TOO MANY TO LIST'
               ADD 1 TO WS-ORPHAN-COUNT
               GO TO MATCH-ONE-PARTIAL-EXIT
           END-IF.
           ADD 1 TO WS-ORPHAN-IDX.
           MOVE PQ-UNIT-NO TO OT-UNIT-NO (WS-ORPHAN-IDX).
           MOVE PQ-SORT-SIZE TO OT-SORT-SIZE (WS-ORPHAN-IDX).

       MATCH-ONE-PARTIAL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  WRITE-UNIT-SECTION                                            *
      *  ONE LINE PER WORK UNIT, IN QUEUE ORDER.                       *
      *----------------------------------------------------------------*
       WRITE-UNIT-SECTION.

           PERFORM WRITE-PAGE-HEADINGS
               THRU WRITE-PAGE-HEADINGS-EXIT.
           MOVE 'WORK UNITS' TO SL-TITLE.
           MOVE WS-SECTION-LINE TO QMON-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.
           MOVE WS-UNIT-HEAD TO QMON-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.

           PERFORM
             VARYING WS-UNIT-IDX FROM 1 BY 1
             UNTIL WS-UNIT-IDX > WS-UNIT-COUNT
               PERFORM WRITE-ONE-UNIT
                   THRU WRITE-ONE-UNIT-EXIT
           END-PERFORM.

           MOVE SPACES TO QMON-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.

       WRITE-UNIT-SECTION-EXIT.
           EXIT.

       WRITE-ONE-UNIT.

           MOVE SPACES TO WS-UNIT-LINE.
           MOVE UT-UNIT-NO (WS-UNIT-IDX) TO UL-UNIT-NO.
           MOVE UT-SORT-SIZE (WS-UNIT-IDX) TO UL-SORT-SIZE.
           MOVE UT-WORKER-ID (WS-UNIT-IDX) TO UL-WORKER-ID.
           EVALUATE UT-STATUS (WS-UNIT-IDX)
               WHEN 'P'
                   MOVE 'PENDING' TO UL-STATUS
               WHEN 'C'
                   MOVE 'CLAIMED' TO UL-STATUS
               WHEN 'D'
                   MOVE 'DONE' TO UL-STATUS
               WHEN OTHER
                   MOVE UT-STATUS (WS-UNIT-IDX) TO UL-STATUS
                   MOVE 'UNKNOWN STATUS ON SORTWRKQ' TO UL-FLAG
           END-EVALUATE.
           IF UT-CLAIM-DATE (WS-UNIT-IDX) NOT = ZEROES
               MOVE UT-CLAIM-DATE (WS-UNIT-IDX) TO WS-EDIT-DATE
               MOVE WS-EDIT-DATE TO UL-CLAIM-DATE
               MOVE UT-CLAIM-TIME (WS-UNIT-IDX) TO UL-CLAIM-TIME
           END-IF.
           IF UT-DONE-DATE (WS-UNIT-IDX) NOT = ZEROES
               MOVE UT-DONE-DATE (WS-UNIT-IDX) TO WS-EDIT-DATE
               MOVE WS-EDIT-DATE TO UL-DONE-DATE
               MOVE UT-DONE-TIME (WS-UNIT-IDX) TO UL-DONE-TIME
           END-IF.
           IF UT-HELD-HUND (WS-UNIT-IDX) >= 0
               MOVE UT-HELD-HUND (WS-UNIT-IDX) TO WS-FMT-HUND
               PERFORM FORMAT-ELAPSED-TIME
                   THRU FORMAT-ELAPSED-TIME-EXIT
               MOVE WS-FMT-DISPLAY TO UL-HELD
           END-IF.
           IF UT-DEAD (WS-UNIT-IDX)
               MOVE '*DEAD WORKER? - RUN MODE RESET*' TO UL-FLAG
           END-IF.
           IF UT-STATUS (WS-UNIT-IDX) = 'C'
               AND UT-HELD-HUND (WS-UNIT-IDX) < 0
               MOVE 'CLAIM STAMP UNREADABLE' TO UL-FLAG
           END-IF.

           MOVE WS-UNIT-LINE TO QMON-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.

       WRITE-ONE-UNIT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  WRITE-WORKER-SECTION                                          *
      *  PER WORKER: UNITS COMPLETED, UNITS HELD NOW, THE TIME SPENT   *
      *  ON THE COMPLETED UNITS AND THE AVERAGE PER UNIT.              *
      *----------------------------------------------------------------*
       WRITE-WORKER-SECTION.

           MOVE 'WORKER THROUGHPUT' TO SL-TITLE.
           MOVE WS-SECTION-LINE TO QMON-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.
           MOVE WS-WORKER-HEAD TO QMON-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.

           PERFORM
             VARYING WS-WKR-IDX FROM 1 BY 1
             UNTIL WS-WKR-IDX > WS-WKR-COUNT
               MOVE SPACES TO WS-WORKER-LINE
               MOVE WT-WORKER-ID (WS-WKR-IDX) TO WL-WORKER-ID
               MOVE WT-DONE-COUNT (WS-WKR-IDX) TO WL-DONE-COUNT
               MOVE WT-HOLD-COUNT (WS-WKR-IDX) TO WL-HOLD-COUNT
               IF WT-TIMED-COUNT (WS-WKR-IDX) > 0
                   MOVE WT-TOTAL-HUND (WS-WKR-IDX) TO WS-FMT-HUND
                   PERFORM FORMAT-ELAPSED-TIME
                       THRU FORMAT-ELAPSED-TIME-EXIT
                   MOVE WS-FMT-DISPLAY TO WL-TOTAL
                   COMPUTE WS-FMT-HUND
                         = WT-TOTAL-HUND (WS-WKR-IDX)
                         / WT-TIMED-COUNT (WS-WKR-IDX)
                   PERFORM FORMAT-ELAPSED-TIME
                       THRU FORMAT-ELAPSED-TIME-EXIT
                   MOVE WS-FMT-DISPLAY TO WL-AVERAGE
               END-IF
               MOVE WS-WORKER-LINE TO QMON-RPT-RECORD
               PERFORM WRITE-REPORT-LINE
                   THRU WRITE-REPORT-LINE-EXIT
               IF WT-LIVE-COUNT (WS-WKR-IDX) > 0
                   ADD 1 TO WS-LIVE-WORKERS
               END-IF
               IF WT-DONE-COUNT (WS-WKR-IDX) > 0
                   ADD 1 TO WS-DONE-WORKERS
               END-IF
           END-PERFORM.

           MOVE SPACES TO QMON-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.

       WRITE-WORKER-SECTION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  WRITE-PROJECTION-SECTION                                      *
      *  THE AVERAGE TIME PER COMPLETED UNIT, THE WORK LEFT AND THE    *
      *  PROJECTED FINISH.  PENDING UNITS AND DEAD CLAIMS (WHICH MUST  *
      *  BE RESET AND RUN AGAIN) COUNT IN FULL; A LIVE CLAIM COUNTS    *
      *  FOR WHATEVER OF THE AVERAGE IT HAS NOT YET USED.  THE WORK    *
      *  LEFT IS SPREAD OVER THE WORKERS HOLDING LIVE CLAIMS, OR THE   *
      *  WORKERS THAT HAVE COMPLETED UNITS WHEN NONE IS, OR ONE.       *
      *----------------------------------------------------------------*
       WRITE-PROJECTION-SECTION.

           MOVE 'SWEEP PROJECTION' TO SL-TITLE.
           MOVE WS-SECTION-LINE TO QMON-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.

           IF WS-UNIT-COUNT > 0
               AND WS-DONE-COUNT = WS-UNIT-COUNT
               MOVE 'PROJECTED FINISH' TO TX-CAPTION
               MOVE 'SWEEP COMPLETE - EVERY UNIT DONE' TO TX-VALUE
               PERFORM WRITE-TEXT-LINE
                   THRU WRITE-TEXT-LINE-EXIT
               GO TO WRITE-PROJECTION-SECTION-END
           END-IF.

           IF WS-TIMED-COUNT = 0
               MOVE 'PROJECTED FINISH' TO TX-CAPTION
               MOVE 'NOT AVAILABLE - NO UNIT COMPLETED YET'
                   TO TX-VALUE
               PERFORM WRITE-TEXT-LINE
                   THRU WRITE-TEXT-LINE-EXIT
               GO TO WRITE-PROJECTION-SECTION-END
           END-IF.

           COMPUTE WS-AVG-HUND = WS-TIMED-HUND / WS-TIMED-COUNT.
           COMPUTE WS-REMAIN-HUND
                 = (WS-PEND-COUNT + WS-DEAD-COUNT) * WS-AVG-HUND.
           PERFORM
             VARYING WS-UNIT-IDX FROM 1 BY 1
             UNTIL WS-UNIT-IDX > WS-UNIT-COUNT
               IF UT-STATUS (WS-UNIT-IDX) = 'C'
                   AND NOT UT-DEAD (WS-UNIT-IDX)
                   IF UT-HELD-HUND (WS-UNIT-IDX) < 0
                       ADD WS-AVG-HUND TO WS-REMAIN-HUND
                   ELSE
                       IF UT-HELD-HUND (WS-UNIT-IDX) < WS-AVG-HUND
                           COMPUTE WS-REMAIN-HUND = WS-REMAIN-HUND
                                 + WS-AVG-HUND
                                 - UT-HELD-HUND (WS-UNIT-IDX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           EVALUATE TRUE
               WHEN WS-LIVE-WORKERS > 0
                   MOVE WS-LIVE-WORKERS TO WS-SPREAD-WORKERS
               WHEN WS-DONE-WORKERS > 0
                   MOVE WS-DONE-WORKERS TO WS-SPREAD-WORKERS
               WHEN OTHER
                   MOVE 1 TO WS-SPREAD-WORKERS
           END-EVALUATE.
           COMPUTE WS-PROJECT-HUND
                 = WS-REMAIN-HUND / WS-SPREAD-WORKERS.
           COMPUTE WS-FINISH-STAMP = WS-NOW-STAMP + WS-PROJECT-HUND.
           DIVIDE WS-FINISH-STAMP BY 8640000
               GIVING WS-FINISH-DAYNUM
               REMAINDER WS-FINISH-DAY-HUND.

           MOVE 'AVERAGE TIME PER COMPLETED UNIT' TO TX-CAPTION.
           MOVE WS-AVG-HUND TO WS-FMT-HUND.
           PERFORM FORMAT-ELAPSED-TIME
               THRU FORMAT-ELAPSED-TIME-EXIT.
           MOVE WS-FMT-DISPLAY TO TX-VALUE.
           PERFORM WRITE-TEXT-LINE
               THRU WRITE-TEXT-LINE-EXIT.
           MOVE 'WORKERS SHARING THE REMAINING WORK' TO TX-CAPTION.
           MOVE WS-SPREAD-WORKERS TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO TX-VALUE.
           PERFORM WRITE-TEXT-LINE
               THRU WRITE-TEXT-LINE-EXIT.
           MOVE 'PROJECTED TIME TO FINISH' TO TX-CAPTION.
           MOVE WS-PROJECT-HUND TO WS-FMT-HUND.
           PERFORM FORMAT-ELAPSED-TIME
               THRU FORMAT-ELAPSED-TIME-EXIT.
           MOVE WS-FMT-DISPLAY TO TX-VALUE.
           PERFORM WRITE-TEXT-LINE
               THRU WRITE-TEXT-LINE-EXIT.

           MOVE WS-FINISH-DAYNUM TO WS-DW-DAYNUM.
           PERFORM CONVERT-DAYNUM-TO-DATE
               THRU CONVERT-DAYNUM-TO-DATE-EXIT.
           MOVE WS-FINISH-DAY-HUND TO WS-FMT-HUND.
           PERFORM FORMAT-ELAPSED-TIME
               THRU FORMAT-ELAPSED-TIME-EXIT.
           MOVE 'PROJECTED FINISH' TO TX-CAPTION.
           MOVE SPACES TO TX-VALUE.
           STRING WS-DW-DATE-X DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-FMT-DISPLAY DELIMITED BY SIZE
               INTO TX-VALUE
           END-STRING.
           PERFORM WRITE-TEXT-LINE
               THRU WRITE-TEXT-LINE-EXIT.
           IF WS-DEAD-COUNT > 0
               MOVE 'PROJECTION ASSUMES' TO TX-CAPTION
               MOVE 'THE DEAD CLAIMS ARE RESET AND RE-RUN'
                   TO TX-VALUE
               PERFORM WRITE-TEXT-LINE
                   THRU WRITE-TEXT-LINE-EXIT
           END-IF.

       WRITE-PROJECTION-SECTION-END.

           MOVE SPACES TO QMON-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.

       WRITE-PROJECTION-SECTION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  WRITE-CROSS-CHECK-SECTION                                     *
      *  SORTPART AGAINST THE QUEUE: A DONE UNIT WITH NO PARTIAL (ITS  *
      *  RESULTS WOULD BE MISSING FROM THE CONSOLIDATION), A PARTIAL   *
      *  FOR A UNIT NOT MARKED DONE OR NOT ON THE QUEUE, AND A UNIT    *
      *  WITH MORE THAN ONE PARTIAL (MODE CONSOL KEEPS THE FIRST).     *
      *----------------------------------------------------------------*
       WRITE-CROSS-CHECK-SECTION.

           MOVE 'SORTPART CROSS-CHECK' TO SL-TITLE.
           MOVE WS-SECTION-LINE TO QMON-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.

           PERFORM
             VARYING WS-UNIT-IDX FROM 1 BY 1
             UNTIL WS-UNIT-IDX > WS-UNIT-COUNT
               MOVE SPACES TO WS-XCHK-LINE
               MOVE UT-UNIT-NO (WS-UNIT-IDX) TO XL-UNIT-NO
               MOVE UT-SORT-SIZE (WS-UNIT-IDX) TO XL-SORT-SIZE
               IF UT-STATUS (WS-UNIT-IDX) = 'D'
                   AND UT-PART-COUNT (WS-UNIT-IDX) = 0
                   MOVE 'UNIT DONE BUT NO PARTIAL ON SORTPART'
                       TO XL-PROBLEM
                   ADD 1 TO WS-NO-PART-COUNT
                   PERFORM WRITE-XCHK-LINE
                       THRU WRITE-XCHK-LINE-EXIT
               END-IF
               IF UT-STATUS (WS-UNIT-IDX) NOT = 'D'
                   AND UT-PART-COUNT (WS-UNIT-IDX) > 0
                   MOVE 'PARTIAL ON SORTPART BUT UNIT NOT DONE'
                       TO XL-PROBLEM
                   ADD 1 TO WS-ORPHAN-COUNT
                   PERFORM WRITE-XCHK-LINE
                       THRU WRITE-XCHK-LINE-EXIT
               END-IF
               IF UT-PART-COUNT (WS-UNIT-IDX) > 1
                   MOVE UT-PART-COUNT (WS-UNIT-IDX) TO WS-EDIT-COUNT
                   MOVE SPACES TO XL-PROBLEM
                   STRING 'DUPLICATE PARTIALS -' DELIMITED BY SIZE
                          WS-EDIT-COUNT DELIMITED BY SIZE
                          ' ON SORTPART, CONSOL KEEPS THE FIRST'
                              DELIMITED BY SIZE
                       INTO XL-PROBLEM
                   END-STRING
                   ADD 1 TO WS-DUP-PART-COUNT
                   PERFORM WRITE-XCHK-LINE
                       THRU WRITE-XCHK-LINE-EXIT
               END-IF
           END-PERFORM.

           PERFORM
             VARYING WS-UNIT-IDX FROM 1 BY 1
             UNTIL WS-UNIT-IDX > WS-ORPHAN-IDX
               MOVE SPACES TO WS-XCHK-LINE
               MOVE OT-UNIT-NO (WS-UNIT-IDX) TO XL-UNIT-NO
               MOVE OT-SORT-SIZE (WS-UNIT-IDX) TO XL-SORT-SIZE
               MOVE 'PARTIAL ON SORTPART FOR A UNIT NOT ON THE QUEUE'
                   TO XL-PROBLEM
               ADD 1 TO WS-ORPHAN-COUNT
               PERFORM WRITE-XCHK-LINE
                   THRU WRITE-XCHK-LINE-EXIT
           END-PERFORM.

           IF WS-XCHK-COUNT = 0
               MOVE 'NO EXCEPTIONS - PARTIALS AGREE WITH THE QUEUE'
                   TO SL-TITLE
               MOVE WS-SECTION-LINE TO QMON-RPT-RECORD
               PERFORM WRITE-REPORT-LINE
                   THRU WRITE-REPORT-LINE-EXIT
           END-IF.

           MOVE SPACES TO QMON-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.

       WRITE-CROSS-CHECK-SECTION-EXIT.
           EXIT.

       WRITE-XCHK-LINE.

           MOVE WS-XCHK-LINE TO QMON-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.
           ADD 1 TO WS-XCHK-COUNT.

       WRITE-XCHK-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  WRITE-STATUS-SUMMARY                                          *
      *  THE CLOSING COUNTS AND THE SWEEP STATE THE RETURN CODE        *
      *  CARRIES.                                                      *
      *----------------------------------------------------------------*
       WRITE-STATUS-SUMMARY.

           MOVE 'QUEUE SUMMARY' TO SL-TITLE.
           MOVE WS-SECTION-LINE TO QMON-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.

           MOVE 'WORK UNITS ON SORTWRKQ' TO CL-CAPTION.
           MOVE WS-UNIT-COUNT TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE
               THRU WRITE-COUNT-LINE-EXIT.
           MOVE 'PENDING' TO CL-CAPTION.
           MOVE WS-PEND-COUNT TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE
               THRU WRITE-COUNT-LINE-EXIT.
           MOVE 'CLAIMED' TO CL-CAPTION.
           MOVE WS-CLAIM-COUNT TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE
               THRU WRITE-COUNT-LINE-EXIT.
           MOVE '  OF WHICH OVER THE DEAD-CLAIM LIMIT' TO CL-CAPTION.
           MOVE WS-DEAD-COUNT TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE
               THRU WRITE-COUNT-LINE-EXIT.
           MOVE 'DONE' TO CL-CAPTION.
           MOVE WS-DONE-COUNT TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE
               THRU WRITE-COUNT-LINE-EXIT.
           IF WS-BAD-STATUS-COUNT > 0
               MOVE 'UNKNOWN STATUS' TO CL-CAPTION
               MOVE WS-BAD-STATUS-COUNT TO CL-COUNT
               PERFORM WRITE-COUNT-LINE
                   THRU WRITE-COUNT-LINE-EXIT
           END-IF.
           MOVE 'PARTIALS READ FROM SORTPART' TO CL-CAPTION.
           MOVE WS-PART-READ-COUNT TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE
               THRU WRITE-COUNT-LINE-EXIT.
           MOVE 'DONE UNITS WITH NO PARTIAL' TO CL-CAPTION.
           MOVE WS-NO-PART-COUNT TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE
               THRU WRITE-COUNT-LINE-EXIT.
           MOVE 'PARTIALS WITH NO DONE UNIT' TO CL-CAPTION.
           MOVE WS-ORPHAN-COUNT TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE
               THRU WRITE-COUNT-LINE-EXIT.
           MOVE 'UNITS WITH DUPLICATE PARTIALS' TO CL-CAPTION.
           MOVE WS-DUP-PART-COUNT TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE
               THRU WRITE-COUNT-LINE-EXIT.

           MOVE 'SWEEP STATE' TO TX-CAPTION.
           EVALUATE WS-QMON-RC
               WHEN 0
                   MOVE 'FINISHED - READY FOR MODE CONSOL' TO TX-VALUE
               WHEN 4
                   MOVE 'RUNNING' TO TX-VALUE
               WHEN 8
                   MOVE 'STALLED' TO TX-VALUE
               WHEN OTHER
                   MOVE 'NO WORK UNITS ON SORTWRKQ' TO TX-VALUE
           END-EVALUATE.
           PERFORM WRITE-TEXT-LINE
               THRU WRITE-TEXT-LINE-EXIT.

       WRITE-STATUS-SUMMARY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  BUILD-STAMP                                                   *
      *  TURNS THE YYYYMMDD IN WS-DW-DATE-X AND THE HH:MM:SS.DD IN     *
      *  WS-EP-FIELD INTO HUNDREDTHS SINCE THE DAY-NUMBER EPOCH IN     *
      *  WS-STAMP-HUND, OR -1 WHEN EITHER DOES NOT SCAN.               *
      *----------------------------------------------------------------*
       BUILD-STAMP.

           PERFORM CONVERT-DATE-TO-DAYNUM
               THRU CONVERT-DATE-TO-DAYNUM-EXIT.
           PERFORM PARSE-ELAPSED-FIELD
               THRU PARSE-ELAPSED-FIELD-EXIT.
           IF WS-DW-DAYNUM < 0 OR WS-ELAPSED-HUND < 0
               MOVE -1 TO WS-STAMP-HUND
           ELSE
               COMPUTE WS-STAMP-HUND
                     = WS-DW-DAYNUM * 8640000 + WS-ELAPSED-HUND
           END-IF.

       BUILD-STAMP-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  CONVERT-DATE-TO-DAYNUM                                        *
      *  TURNS THE YYYYMMDD IN WS-DW-DATE-X INTO A SERIAL DAY NUMBER   *
      *  IN WS-DW-DAYNUM, OR -1 WHEN THE DATE DOES NOT SCAN.  THE      *
      *  SERIAL COUNTS OVER A MARCH-BASED YEAR SO THE LEAP DAY FALLS   *
      *  AT YEAR END AND THE MONTH OFFSETS STAY FIXED.                 *
      *----------------------------------------------------------------*
       CONVERT-DATE-TO-DAYNUM.

           IF WS-DW-DATE-9 IS NOT NUMERIC
               MOVE -1 TO WS-DW-DAYNUM
               GO TO CONVERT-DATE-TO-DAYNUM-EXIT
           END-IF.
           IF WS-DW-MM < 1 OR WS-DW-MM > 12
               OR WS-DW-DD < 1 OR WS-DW-DD > 31
               MOVE -1 TO WS-DW-DAYNUM
               GO TO CONVERT-DATE-TO-DAYNUM-EXIT
           END-IF.

           MOVE WS-DW-YYYY TO WS-DW-Y.
           MOVE WS-DW-MM TO WS-DW-M.
           MOVE WS-DW-DD TO WS-DW-D.
           IF WS-DW-M < 3
               ADD 12 TO WS-DW-M
               SUBTRACT 1 FROM WS-DW-Y
           END-IF.
           DIVIDE WS-DW-Y BY 4 GIVING WS-DW-T1.
           DIVIDE WS-DW-Y BY 100 GIVING WS-DW-T2.
           DIVIDE WS-DW-Y BY 400 GIVING WS-DW-T3.
           COMPUTE WS-DW-T4 = (153 * (WS-DW-M - 3) + 2) / 5.
           COMPUTE WS-DW-DAYNUM
                 = 365 * WS-DW-Y + WS-DW-T1 - WS-DW-T2 + WS-DW-T3
                 + WS-DW-T4 + WS-DW-D.

       CONVERT-DATE-TO-DAYNUM-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  CONVERT-DAYNUM-TO-DATE                                        *
      *  INVERTS CONVERT-DATE-TO-DAYNUM: WS-DW-DAYNUM BACK TO A        *
      *  YYYYMMDD IN WS-DW-DATE-X.  THE FIRST YEAR ESTIMATE IS         *
      *  CORRECTED AGAINST THE TRUE YEAR BOUNDARIES, THEN THE FIXED    *
      *  MARCH-BASED MONTH OFFSETS YIELD MONTH AND DAY.                *
      *----------------------------------------------------------------*
       CONVERT-DAYNUM-TO-DATE.

           COMPUTE WS-DW-Y = WS-DW-DAYNUM * 400 / 146097.
           MOVE 'N' TO WS-DW-DONE-SW.
           PERFORM
             UNTIL WS-DW-DONE
               DIVIDE WS-DW-Y BY 4 GIVING WS-DW-T1
               DIVIDE WS-DW-Y BY 100 GIVING WS-DW-T2
               DIVIDE WS-DW-Y BY 400 GIVING WS-DW-T3
               COMPUTE WS-DW-DDD
                     = WS-DW-DAYNUM - (365 * WS-DW-Y
                     + WS-DW-T1 - WS-DW-T2 + WS-DW-T3)
               COMPUTE WS-DW-T4 = WS-DW-Y + 1
               DIVIDE WS-DW-T4 BY 4 GIVING WS-DW-T1
               DIVIDE WS-DW-T4 BY 100 GIVING WS-DW-T2
               DIVIDE WS-DW-T4 BY 400 GIVING WS-DW-T3
               COMPUTE WS-DW-YEAR-END
                     = 365 * WS-DW-T4
                     + WS-DW-T1 - WS-DW-T2 + WS-DW-T3
               IF WS-DW-DDD <= 0
                   SUBTRACT 1 FROM WS-DW-Y
               ELSE
                   IF WS-DW-DAYNUM > WS-DW-YEAR-END
                       ADD 1 TO WS-DW-Y
                   ELSE
                       MOVE 'Y' TO WS-DW-DONE-SW
                   END-IF
               END-IF
           END-PERFORM.

           COMPUTE WS-DW-M = (5 * (WS-DW-DDD - 1) + 2) / 153.
           COMPUTE WS-DW-T4 = (153 * WS-DW-M + 2) / 5.
           COMPUTE WS-DW-D = WS-DW-DDD - WS-DW-T4.
           ADD 3 TO WS-DW-M.
           IF WS-DW-M > 12
               SUBTRACT 12 FROM WS-DW-M
               ADD 1 TO WS-DW-Y
           END-IF.
           MOVE WS-DW-Y TO WS-DW-YYYY.
           MOVE WS-DW-M TO WS-DW-MM.
           MOVE WS-DW-D TO WS-DW-DD.

       CONVERT-DAYNUM-TO-DATE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  PARSE-ELAPSED-FIELD                                           *
      *  REDUCES THE HH:MM:SS.DD VALUE IN WS-EP-FIELD TO HUNDREDTHS IN *
      *  WS-ELAPSED-HUND, OR -1 WHEN THE FIELD IS BLANK OR MALFORMED.  *
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
      *  FORMAT-ELAPSED-TIME                                           *
      *  TURNS WS-FMT-HUND (HUNDREDTHS) INTO HH:MM:SS.DD IN            *
      *  WS-FMT-DISPLAY, THE SAME PICTURE SORTDALE PRINTS.             *
      *----------------------------------------------------------------*
       FORMAT-ELAPSED-TIME.

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

       FORMAT-ELAPSED-TIME-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  WRITE-TEXT-LINE / WRITE-COUNT-LINE / WRITE-REPORT-LINE /      *
      *  WRITE-PAGE-HEADINGS                                           *
      *  ALL REPORT OUTPUT FUNNELS THROUGH HERE SO PAGE BREAKS AND     *
      *  HEADINGS STAY CONSISTENT.                                     *
      *----------------------------------------------------------------*
       WRITE-TEXT-LINE.

           MOVE WS-TEXT-LINE TO QMON-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.
           MOVE SPACES TO WS-TEXT-LINE.

       WRITE-TEXT-LINE-EXIT.
           EXIT.

       WRITE-COUNT-LINE.

           MOVE WS-COUNT-LINE TO QMON-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.
           MOVE SPACES TO WS-COUNT-LINE.

       WRITE-COUNT-LINE-EXIT.
           EXIT.

       WRITE-REPORT-LINE.

           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-PAGE-HEADINGS
                   THRU WRITE-PAGE-HEADINGS-EXIT
           END-IF.
           WRITE QMON-RPT-RECORD.
           ADD 1 TO WS-LINE-COUNT.

       WRITE-REPORT-LINE-EXIT.
           EXIT.

       WRITE-PAGE-HEADINGS.

           MOVE QMON-RPT-RECORD TO WS-LINE-HOLD.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE 0 TO WS-LINE-COUNT.
           MOVE WS-RUN-DATE TO H1-RUN-DATE.
           MOVE WS-RUN-TIME-DISPLAY TO H1-RUN-TIME.
           MOVE WS-PAGE-COUNT TO H1-PAGE.
           MOVE WS-HEAD1 TO QMON-RPT-RECORD.
           WRITE QMON-RPT-RECORD.
           MOVE WS-LIMIT-MINUTES TO H2-LIMIT.
           MOVE WS-HEAD2 TO QMON-RPT-RECORD.
           WRITE QMON-RPT-RECORD.
           MOVE SPACES TO QMON-RPT-RECORD.
           WRITE QMON-RPT-RECORD.
           MOVE 3 TO WS-LINE-COUNT.
           MOVE WS-LINE-HOLD TO QMON-RPT-RECORD.

       WRITE-PAGE-HEADINGS-EXIT.
           EXIT.
