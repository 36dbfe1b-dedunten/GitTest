      * RETENTION POLICY FROM SYSIN IS APPLIED ON THE WAY TO THE NEW
      * MASTER (HISTMSTO): RUNS INSIDE THE RETENTION WINDOW PASS
      * THROUGH AS DETAIL, RUNS OLDER THAN THAT ARE REPLACED BY ONE
      * SUMMARY RECORD PER MONTH PER SORT-SIZE PER RUN CONTEXT
      * (HIST-RUN-CONTEXT - GENERATION MODE, RUN MODE, WIDE SWITCH,
      * REPETITIONS, SYSTEM AND JOB) CARRYING EACH ALGORITHM'S
      * AVERAGE ELAPSED AND CPU TIME AND A STATUS OF SUMM.  THE
      * SUMMARY CARRIES ITS CONTEXT, SO UNLIKE RUNS ARE NEVER FOLDED
      * INTO ONE AVERAGE.  THE CONTEXT IS PART OF THE MASTER KEY
      * AFTER THE SORT-SIZE, SINCE SEVERAL SUMMARIES MAY SHARE ONE
      * MONTH AND SIZE.
      * SUMMARY RECORDS STAY IN THE SORTHREC LAYOUT (RUN TIME READS
      * 'SUMMARY') SO SORTTRND AND THE EXTRACT PROGRAMS DIGEST THEM
      * UNCHANGED.
      *
      * A RUN VOIDED BY SORTHMNT (HIST-VOID-SW 'V') IS NEVER FOLDED
      * INTO A SUMMARY.  INSIDE THE RETENTION WINDOW IT PASSES
      * THROUGH AS DETAIL, FLAG AND ALL, SO IT CAN STILL BE
      * REINSTATED; ONCE IT AGES PAST THE WINDOW IT IS DROPPED.
      * HSKPRPT COUNTS BOTH.
      *
      * THE PROFILE HISTORY WRITTEN BY SORTDALE (SORTPHST, ONE DATA
      * PROFILE PER VOLUME RUN UNDER THE SORTHIST RUN STAMP) IS ROLLED
      * THE SAME WAY, FROM THE OLD PROFILE MASTER (PHSTMSTI) AND THE
      * DAY'S GENERATION TO THE NEW PROFILE MASTER (PHSTMSTO), UNDER
      * THE SAME RETENTION: A PROFILE WHOSE RUN IS KEPT AS DETAIL IS
      * KEPT, AND A PROFILE WHOSE RUN IS PURGED INTO A SUMMARY IS
      * PURGED WITH IT - A MONTHLY AVERAGE HAS NO SINGLE DATASET TO
      * DESCRIBE.  DUPLICATE RUN STAMPS ARE DROPPED AS FOR THE HISTORY
      * MASTER.  HSKPRPT CARRIES A PROFILE HISTORY SECTION WITH THE
      * COUNTS.  BOTH PROFILE INPUTS ARE OPTIONAL, SO A JOB WHOSE
      * HISTORY PREDATES THE PROFILE FILE STILL RUNS.
      *
      * EVERY DETAIL RECORD THAT LEAVES THE MASTER PAST THE RETENTION
      * WINDOW - FOLDED INTO A SUMMARY, OR A VOIDED RUN DROPPED - IS
      * FIRST APPENDED, UNCHANGED, TO HISTARCH, THE PERMANENT PURGE
      * ARCHIVE IN THE SORTHREC LAYOUT, SO OLD CHARGE-BACK AND AUDIT
      * REQUESTS CAN STILL BE ANSWERED FROM THE RUNS THEMSELVES.
      * SORTRSTR PULLS RUNS BACK OUT OF IT BY DATE RANGE.  THE FILE IS
      * NEVER REWRITTEN - EACH RUN OF THIS PROGRAM EXTENDS IT - SO IT
      * MUST BE ALLOCATED DISP=MOD.  THE PURGED RECORDS ARE HELD ON
      * THE ARCHWORK WORK FILE WHILE THE NEW MASTER IS BUILT AND ARE
      * COPIED TO HISTARCH ONLY ONCE THE MASTER HAS BALANCED, SO A
      * FAILED RUN ADDS NOTHING AND ITS RERUN ARCHIVES EACH RUN ONCE.
      * HSKPRPT CARRIES A PURGE ARCHIVE SECTION WITH WHAT THIS RUN
      * ADDED TO IT, OR HELD BACK.
      *
      * BOTH HISTORY INPUTS ARE CHECKED AGAINST THEIR CONTROL
      * TRAILERS (SORTHTRL) AS THEY ARE LOADED - THE OLD MASTER
      * AGAINST THE TRAILER THE LAST HOUSEKEEPING OR MAINTENANCE RUN
      * WROTE, SORTHIST AGAINST ONE TRAILER PER SORTDALE GENERATION -
      * AND THE NEW MASTER IS CLOSED WITH A TRAILER OF ITS OWN.  THE
      * NEW MASTER IS ALSO RECONCILED: EVERY RECORD RELEASED FROM THE
      * TWO INPUTS MUST BE A DUPLICATE DROPPED, A RECORD WITH AN
      * UNUSABLE RUN DATE, DETAIL KEPT, A VOIDED RUN DROPPED, DETAIL
      * PURGED, AN OLD SUMMARY FOLDED AGAIN OR A RECORD THAT COULD NOT
      * BE FOLDED INTO A SUMMARY, AND THE NEW MASTER MUST HOLD EXACTLY
      * THE DETAIL KEPT PLUS THE SUMMARIES WRITTEN.
      * HSKPRPT PRINTS THE BALANCE AND THE TRAILER CHECKS.  WHEN AN
      * INPUT'S TOTALS DO NOT AGREE, OR THE MASTER DOES NOT BALANCE,
      * THE NEW MASTER IS LEFT WITHOUT A TRAILER SO NO LATER STEP
      * TRUSTS IT, AND NOTHING IS APPENDED TO HISTARCH.
      *
      * THE SYSIN CARD CARRIES THE RETENTION IN MONTHS IN COLUMNS 1-3;
      * WHEN NO CARD IS SUPPLIED THE PROGRAM KEEPS 12 MONTHS OF
      * DETAIL.  CONVERT IN COLUMNS 5-11 ACCEPTS AN INPUT WRITTEN
      * BEFORE TRAILERS WERE CARRIED - ONE WITH NO TRAILER AT ALL -
      * AND IS FOR THE ONE RUN THAT CONVERTS THE MASTER; A TRAILER
      * THAT IS PRESENT IS STILL CHECKED.  HSKPRPT LISTS WHAT WAS
      * READ, ADDED, DEDUPED, PURGED INTO SUMMARIES AND WRITTEN.
      *
      * RETURN CODES:  0 = MASTER REBUILT, 8 = NO USABLE INPUT
      * RECORDS - THE NEW MASTER WAS WRITTEN EMPTY, SO THE JOB MUST
      * NOT CATALOG IT OVER THE OLD GENERATION, 16 = AN INPUT'S
      * CONTROL TOTALS DO NOT AGREE OR THE NEW MASTER DOES NOT
      * BALANCE - IT HAS NO TRAILER AND MUST NOT BE CATALOGED.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT HIST-MSTR-OUT ASSIGN TO HISTMSTO.
           SELECT HSKP-RPT-FILE ASSIGN TO HSKPRPT.
           SELECT HSKP-SORT-FILE ASSIGN TO SORTWORK.
           SELECT OPTIONAL SORT-PHST-FILE ASSIGN TO SORTPHST.
           SELECT OPTIONAL PHST-MSTR-IN ASSIGN TO PHSTMSTI.
           SELECT PHST-MSTR-OUT ASSIGN TO PHSTMSTO.
           SELECT PHST-SORT-FILE ASSIGN TO SORTWRK2.
           SELECT OPTIONAL HIST-ARCH-FILE ASSIGN TO HISTARCH.
           SELECT ARCH-WORK-FILE ASSIGN TO ARCHWORK.
       DATA DIVISION.
       FILE SECTION.
       FD  SYSIN-FILE
       FD  SORT-HIST-FILE
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 240 CHARACTERS.
       COPY SORTHREC.

      *----------------------------------------------------------------*
      *  HISTMSTI / HISTMSTO - THE MASTER HISTORY FILE, OLD AND NEW.   *
      *  SAME SORTHREC LAYOUT AS THE DAILY GENERATIONS, KEPT IN        *
      *  RUN-DATE / RUN-TIME / SORT-SIZE / RUN-CONTEXT ORDER BY THIS   *
      *  PROGRAM.                                                      *
      *----------------------------------------------------------------*
       FD  HIST-MSTR-IN
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 240 CHARACTERS.
       01  HIST-MSTR-IN-RECORD         PIC X(240).

       FD  HIST-MSTR-OUT
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 240 CHARACTERS.
       01  HIST-MSTR-OUT-RECORD        PIC X(240).

      *----------------------------------------------------------------*
      *  HSKPRPT - THE PRINTED HOUSEKEEPING REPORT.                    *
      *  SORT WORK FILE - BOTH INPUTS SORTED TOGETHER ON THE RUN-STAMP *
      *  KEY.  SRT-ORIGIN IS THE LAST SORT KEY SO THAT WHEN A DAILY    *
      *  RECORD DUPLICATES A MASTER RECORD'S RUN STAMP THE MASTER COPY *
      *  ARRIVES FIRST AND IS THE ONE KEPT.  SRT-RUN-CONTEXT AND THE   *
      *  SRT- MAINTENANCE FLAGS SIT IN THE SAME PLACE AS THEIR HIST-   *
      *  COUNTERPARTS IN SORTHREC.                                     *
      *----------------------------------------------------------------*
       SD  HSKP-SORT-FILE.
       01  HSKP-SORT-RECORD.
               10  FILLER              PIC X(01).
               10  SRT-CPU             PIC X(11).
               10  SRT-COL-GAP         PIC X(02).
           05  SRT-RUN-CONTEXT         PIC X(21).
           05  SRT-VOID-SW             PIC X(01).
               88  SRT-VOIDED                   VALUE 'V'.
           05  SRT-NOTE-SW             PIC X(01).
           05  FILLER                  PIC X(33).
           05  SRT-ORIGIN              PIC X(01).

      *----------------------------------------------------------------*
      *  SORTPHST - THE DAY'S PROFILE HISTORY WRITTEN BY SORTDALE.     *
      *----------------------------------------------------------------*
       FD  SORT-PHST-FILE
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 450 CHARACTERS.
       COPY SORTPHRC.

      *----------------------------------------------------------------*
      *  PHSTMSTI / PHSTMSTO - THE PROFILE MASTER, OLD AND NEW.  SAME  *
      *  SORTPHRC LAYOUT AS THE DAILY FILE, KEPT IN RUN-DATE /         *
      *  RUN-TIME / SORT-SIZE / RUN-CONTEXT ORDER BY THIS PROGRAM.     *
      *----------------------------------------------------------------*
       FD  PHST-MSTR-IN
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 450 CHARACTERS.
       01  PHST-MSTR-IN-RECORD         PIC X(450).

       FD  PHST-MSTR-OUT
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 450 CHARACTERS.
       01  PHST-MSTR-OUT-RECORD        PIC X(450).

      *----------------------------------------------------------------*
      *  PROFILE SORT WORK FILE - BOTH PROFILE INPUTS SORTED TOGETHER  *
      *  ON THE RUN-STAMP KEY, MASTER COPY FIRST ON A DUPLICATE, AS    *
      *  FOR THE HISTORY MASTER.  THE KEY FIELDS SIT WHERE SORTPHRC    *
      *  PUTS THEM.                                                    *
      *----------------------------------------------------------------*
       SD  PHST-SORT-FILE.
       01  PHST-SORT-RECORD.
           05  PSR-RUN-DATE            PIC X(08).
           05  PSR-RUN-TIME            PIC X(11).
           05  PSR-SORT-SIZE           PIC X(09).
           05  PSR-RUN-CONTEXT         PIC X(21).
           05  FILLER                  PIC X(401).
           05  PSR-ORIGIN              PIC X(01).

      *----------------------------------------------------------------*
      *  HISTARCH - THE PERMANENT PURGE ARCHIVE.  EACH DETAIL RECORD   *
      *  PURGED FROM THE MASTER IS APPENDED AS IT STOOD ON THE MASTER, *
      *  IN THE SORTHREC LAYOUT, MAINTENANCE FLAGS AND ALL.            *
      *----------------------------------------------------------------*
       FD  HIST-ARCH-FILE
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 240 CHARACTERS.
       01  HIST-ARCH-RECORD            PIC X(240).

      *----------------------------------------------------------------*
      *  ARCHWORK - THE PURGED DETAIL HELD BACK WHILE THE NEW MASTER   *
      *  IS BUILT, IN THE SORTHREC LAYOUT.  A TEMPORARY DATASET.       *
      *----------------------------------------------------------------*
       FD  ARCH-WORK-FILE
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 240 CHARACTERS.
       01  ARCH-WORK-RECORD.
           05  AW-RUN-DATE             PIC X(08).
           05  FILLER                  PIC X(197).
           05  AW-VOID-SW              PIC X(01).
               88  AW-VOIDED                    VALUE 'V'.
           05  FILLER                  PIC X(34).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
            05  WS-PURGE-COUNT          PIC S9(9) COMP-3 VALUE 0.
            05  WS-SUMM-COUNT           PIC S9(9) COMP-3 VALUE 0.
            05  WS-WRITE-COUNT          PIC S9(9) COMP-3 VALUE 0.
            05  WS-VOID-KEPT-COUNT      PIC S9(9) COMP-3 VALUE 0.
            05  WS-VOID-DROP-COUNT      PIC S9(9) COMP-3 VALUE 0.
            05  WS-DATE-SKIP-COUNT      PIC S9(9) COMP-3 VALUE 0.
            05  WS-REFOLD-COUNT         PIC S9(9) COMP-3 VALUE 0.
            05  WS-SUMM-SKIP-COUNT      PIC S9(9) COMP-3 VALUE 0.
            05  WS-HSKP-RC              PIC S9(4) COMP VALUE ZERO.

      *----------------------------------------------------------------*
      *  WS-BALANCE-CONTROL - THE NEW MASTER RECONCILIATION AND THE    *
      *  CONVERT OPTION.  THE TRAILER GOES ON THE NEW MASTER ONLY WHEN *
      *  BOTH INPUTS AGREED WITH THEIR TRAILERS AND THE MASTER         *
      *  BALANCES.                                                     *
      *----------------------------------------------------------------*
        01  WS-BALANCE-CONTROL.
            05  WS-CONVERT-SW           PIC X(01) VALUE 'N'.
                88  WS-CONVERTING                VALUE 'Y'.
            05  WS-BALANCE-SW           PIC X(01) VALUE 'N'.
                88  WS-IN-BALANCE                VALUE 'Y'.
            05  WS-TRAILER-SW           PIC X(01) VALUE 'N'.
                88  WS-TRAILER-WRITTEN           VALUE 'Y'.
            05  WS-BAL-IN-COUNT         PIC S9(9) COMP-3 VALUE 0.
            05  WS-BAL-OUT-COUNT        PIC S9(9) COMP-3 VALUE 0.
            05  WS-BAL-MSTR-COUNT       PIC S9(9) COMP-3 VALUE 0.

      *----------------------------------------------------------------*
      *  WS-ARCH-CONTROL - WHAT THIS RUN APPENDED TO HISTARCH: THE     *
      *  RECORDS, THE VOIDED RUNS AMONG THEM, AND THE EARLIEST AND     *
      *  LATEST RUN DATE ARCHIVED - AND THE RECORDS HELD ON ARCHWORK.  *
      *----------------------------------------------------------------*
        01  WS-ARCH-CONTROL.
            05  WS-ARCH-HELD-COUNT      PIC S9(9) COMP-3 VALUE 0.
            05  WS-ARCH-WORK-EOF-SW     PIC X(01) VALUE 'N'.
                88  WS-ARCH-WORK-AT-EOF          VALUE 'Y'.
            05  WS-ARCH-COUNT           PIC S9(9) COMP-3 VALUE 0.
            05  WS-ARCH-VOID-COUNT      PIC S9(9) COMP-3 VALUE 0.
            05  WS-ARCH-FIRST-DATE      PIC 9(08) VALUE 99999999.
            05  WS-ARCH-LAST-DATE       PIC 9(08) VALUE 0.

      *----------------------------------------------------------------*
      *  WS-PHST-CONTROL - SWITCHES AND COUNTS FOR THE PROFILE MASTER. *
      *----------------------------------------------------------------*
        01  WS-PHST-CONTROL.
            05  WS-PH-MSTR-EOF-SW       PIC X(01) VALUE 'N'.
                88  WS-PH-MSTR-AT-EOF            VALUE 'Y'.
            05  WS-PH-DAILY-EOF-SW      PIC X(01) VALUE 'N'.
                88  WS-PH-DAILY-AT-EOF           VALUE 'Y'.
            05  WS-PH-SORT-EOF-SW       PIC X(01) VALUE 'N'.
                88  WS-PH-SORT-AT-EOF            VALUE 'Y'.
            05  WS-PH-MSTR-READ-COUNT   PIC S9(9) COMP-3 VALUE 0.
            05  WS-PH-DAILY-READ-COUNT  PIC S9(9) COMP-3 VALUE 0.
            05  WS-PH-SKIP-COUNT        PIC S9(9) COMP-3 VALUE 0.
            05  WS-PH-DUP-COUNT         PIC S9(9) COMP-3 VALUE 0.
            05  WS-PH-ADD-COUNT         PIC S9(9) COMP-3 VALUE 0.
            05  WS-PH-PURGE-COUNT       PIC S9(9) COMP-3 VALUE 0.
            05  WS-PH-WRITE-COUNT       PIC S9(9) COMP-3 VALUE 0.
        01  WS-PH-PREV-KEY.
            05  WS-PH-PREV-RUN-DATE     PIC X(08) VALUE LOW-VALUES.
            05  WS-PH-PREV-RUN-TIME     PIC X(11) VALUE LOW-VALUES.
            05  WS-PH-PREV-SORT-SIZE    PIC X(09) VALUE LOW-VALUES.
            05  WS-PH-PREV-RUN-CONTEXT  PIC X(21) VALUE LOW-VALUES.

      *----------------------------------------------------------------*
      *  WS-HSKP-CARD - SYSIN LAYOUT: COLUMNS 1-3 CARRY THE RETENTION  *
      *  IN MONTHS, COLUMNS 5-11 THE CONVERT OPTION.                   *
      *----------------------------------------------------------------*
        01  WS-HSKP-CARD.
            05  HC-RETAIN-MONTHS        PIC X(3).
            05  FILLER                  PIC X(1).
            05  HC-OPTION               PIC X(7).
            05  FILLER                  PIC X(69).

      *----------------------------------------------------------------*
      *  WS-CUTOFF-WORK - THE RETENTION CUTOFF AS A MONTH INDEX        *
            05  WS-PREV-RUN-DATE        PIC X(08) VALUE LOW-VALUES.
            05  WS-PREV-RUN-TIME        PIC X(11) VALUE LOW-VALUES.
            05  WS-PREV-SORT-SIZE       PIC X(09) VALUE LOW-VALUES.
            05  WS-PREV-RUN-CONTEXT     PIC X(21) VALUE LOW-VALUES.
        01  WS-CURR-KEY.
            05  WS-CURR-RUN-DATE        PIC X(08).
            05  WS-CURR-RUN-TIME        PIC X(11).
            05  WS-CURR-SORT-SIZE       PIC X(09).
            05  WS-CURR-RUN-CONTEXT     PIC X(21).

      *----------------------------------------------------------------*
      *  WS-SUMM-TABLE - ONE ENTRY PER SORT-SIZE AND RUN CONTEXT SEEN  *
      *  IN THE MONTH CURRENTLY BEING SUMMARIZED.  EACH ALGORITHM      *
      *  ACCUMULATES THE ELAPSED AND CPU HUNDREDTHS OF ITS PASSING     *
      *  RUNS; A FAILED OR NEVER-RUN COLUMN DOES NOT FEED THE          *
      *  AVERAGES.  THE TABLE IS FLUSHED, IN ASCENDING SIZE AND        *
      *  CONTEXT ORDER, WHEN THE MONTH CHANGES.                        *
      *----------------------------------------------------------------*
        01  WS-SUMM-CONTROL.
            05  WS-SUMM-MONTH-IX        PIC S9(9) COMP-3 VALUE -1.
            05  WS-SUMM-FOUND-SW        PIC X(01) VALUE 'N'.
                88  WS-SUMM-FOUND                VALUE 'Y'.
        01  WS-SUMM-TABLE.
            05  WS-SUMM-ENTRY           OCCURS 200 TIMES.
                10  SM-SORT-SIZE        PIC 9(9) COMP-3.
                10  SM-RUN-CONTEXT      PIC X(21).
                10  SM-FLUSHED-SW       PIC X(01).
                10  SM-ALGO             OCCURS 5 TIMES.
                    15  SM-RUN-COUNT    PIC S9(7) COMP-3.
                10  FILLER              PIC X(01).
                10  SR-CPU              PIC X(11).
                10  SR-COL-GAP          PIC X(02).
            05  SR-RUN-CONTEXT          PIC X(21).
            05  FILLER                  PIC X(35).

      *----------------------------------------------------------------*
      *  WS-RUN-STAMP - DATE/TIME THIS HOUSEKEEPING RUN STARTED, FOR   *
        01  WS-SUBSCRIPTS.
            05  WS-COL-IDX              PIC S9(4) COMP.

       COPY SORTHTRL.

       PROCEDURE DIVISION.

       PROGRAM-START.
               ON ASCENDING KEY SRT-RUN-DATE
                                SRT-RUN-TIME
                                SRT-SORT-SIZE
                                SRT-RUN-CONTEXT
                                SRT-ORIGIN
               INPUT PROCEDURE LOAD-SORT-INPUT
               OUTPUT PROCEDURE BUILD-NEW-MASTER.

           SORT PHST-SORT-FILE
               ON ASCENDING KEY PSR-RUN-DATE
                                PSR-RUN-TIME
                                PSR-SORT-SIZE
                                PSR-RUN-CONTEXT
                                PSR-ORIGIN
               INPUT PROCEDURE LOAD-PROFILE-SORT-INPUT
               OUTPUT PROCEDURE BUILD-NEW-PROFILE-MASTER.

           IF WS-MSTR-READ-COUNT + WS-DAILY-READ-COUNT = 0
               DISPLAY 'SORTHSKP: NO USABLE HISTORY RECORDS - '
                       'NEW MASTER IS EMPTY'
               MOVE 8 TO WS-HSKP-RC
           END-IF.
           IF HTRL-ERROR-COUNT > 0
               DISPLAY 'SORTHSKP: INPUT CONTROL TOTALS DO NOT AGREE - '
                       'NEW MASTER HAS NO TRAILER'
               MOVE 16 TO WS-HSKP-RC
           END-IF.
           IF NOT WS-IN-BALANCE
               DISPLAY 'SORTHSKP: NEW MASTER OUT OF BALANCE - '
                       'NEW MASTER HAS NO TRAILER'
               MOVE 16 TO WS-HSKP-RC
           END-IF.

           PERFORM WRITE-HOUSEKEEPING-REPORT
               THRU WRITE-HOUSEKEEPING-REPORT-EXIT.
           DISPLAY 'SORTHSKP: ' WS-DUP-COUNT ' DUPLICATES DROPPED, '
                   WS-PURGE-COUNT ' DETAIL RECORDS PURGED INTO '
                   WS-SUMM-COUNT ' SUMMARIES'.
           DISPLAY 'SORTHSKP: ' WS-ARCH-COUNT
                   ' PURGED DETAIL RECORDS ARCHIVED'.
           DISPLAY 'SORTHSKP: ' WS-PH-DAILY-READ-COUNT ' DAILY AND '
                   WS-PH-MSTR-READ-COUNT ' MASTER PROFILES IN, '
                   WS-PH-WRITE-COUNT ' OUT, '
                   WS-PH-PURGE-COUNT ' PURGED'.

           MOVE WS-HSKP-RC TO RETURN-CODE.

      *  READS THE OPTIONAL SYSIN CARD CARRYING THE RETENTION IN       *
      *  MONTHS IN COLUMNS 1-3.  A MISSING OR BLANK CARD LEAVES THE    *
      *  DEFAULT OF 12; A NON-NUMERIC OR ZERO CARD IS REPORTED AND     *
      *  IGNORED.  CONVERT IN COLUMNS 5-11 SETS THE CONVERT OPTION; ANY*
      *  OTHER OPTION IS REPORTED AND IGNORED.                         *
      *----------------------------------------------------------------*
       GET-RETENTION-PARAMETER.

                               'NONZERO NUMBER - DEFAULT OF 12 USED'
                   END-IF
               END-IF
               EVALUATE HC-OPTION
                   WHEN SPACES
                       CONTINUE
                   WHEN 'CONVERT'
                       MOVE 'Y' TO WS-CONVERT-SW
                       DISPLAY 'SORTHSKP: CONVERT - INPUTS WITHOUT '
                               'A TRAILER ACCEPTED'
                   WHEN OTHER
                       DISPLAY 'SORTHSKP: OPTION ' HC-OPTION
                               ' NOT RECOGNIZED - IGNORED'
               END-EVALUATE
           END-IF.
           CLOSE SYSIN-FILE.


      *----------------------------------------------------------------*
      *  LOAD-SORT-INPUT                                               *
      *  RELEASES THE OLD MASTER AND THE DAY'S GENERATION TO THE SORT, *
      *  CHECKING EACH AGAINST ITS CONTROL TRAILERS.  TRAILERS ARE NOT *
      *  RELEASED.  A RECORD WHOSE SORT-SIZE DOES NOT SCAN AS A NUMBER *
      *  IS COUNTED AND SKIPPED, AS SORTTRND DOES.  SRT-ORIGIN ORDERS  *
      *  THE MASTER COPY AHEAD OF A DAILY RECORD WITH THE SAME RUN     *
      *  STAMP.                                                        *
      *----------------------------------------------------------------*
       LOAD-SORT-INPUT.

           OPEN INPUT HIST-MSTR-IN.
           MOVE 'HISTMSTI' TO HTRL-SOURCE.
           PERFORM START-HISTORY-CONTROL
               THRU START-HISTORY-CONTROL-EXIT.
           PERFORM
             UNTIL WS-MSTR-AT-EOF
               READ HIST-MSTR-IN
                   AT END
                       MOVE 'Y' TO WS-MSTR-EOF-SW
                   NOT AT END
                       MOVE HIST-MSTR-IN-RECORD TO HTRL-RECORD
                       PERFORM LOAD-ONE-INPUT-RECORD
                           THRU LOAD-ONE-INPUT-RECORD-EXIT
               END-READ
           END-PERFORM.
           PERFORM END-INPUT-CONTROL
               THRU END-INPUT-CONTROL-EXIT.
           CLOSE HIST-MSTR-IN.

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
                       PERFORM LOAD-ONE-INPUT-RECORD
                           THRU LOAD-ONE-INPUT-RECORD-EXIT
               END-READ
           END-PERFORM.
           PERFORM END-INPUT-CONTROL
               THRU END-INPUT-CONTROL-EXIT.
           CLOSE SORT-HIST-FILE.

      *----------------------------------------------------------------*
      *  LOAD-ONE-INPUT-RECORD                                         *
      *  ONE RECORD OF THE INPUT NAMED IN HTRL-SOURCE, COPIED TO       *
      *  HTRL-RECORD: A TRAILER IS CHECKED, ANYTHING ELSE IS ADDED TO  *
      *  THE CONTROL TOTALS AND, IF ITS SIZE IS USABLE, RELEASED.      *
      *----------------------------------------------------------------*
       LOAD-ONE-INPUT-RECORD.

           IF HTRL-IS-TRAILER
               PERFORM CHECK-HISTORY-TRAILER
                   THRU CHECK-HISTORY-TRAILER-EXIT
               GO TO LOAD-ONE-INPUT-RECORD-EXIT
           END-IF.
           PERFORM ADD-HISTORY-CONTROL
               THRU ADD-HISTORY-CONTROL-EXIT.

           MOVE HTRL-RECORD (24 : 9) TO WS-SIZE-X.
           IF WS-SIZE-X NOT = SPACES
               INSPECT WS-SIZE-X REPLACING LEADING ' ' BY '0'
           END-IF.
           IF WS-SIZE-X IS NOT NUMERIC
               ADD 1 TO WS-SKIP-COUNT
               GO TO LOAD-ONE-INPUT-RECORD-EXIT
           END-IF.

           MOVE HTRL-RECORD TO HSKP-SORT-RECORD (1 : 240).
           IF HTRL-SOURCE = 'HISTMSTI'
               ADD 1 TO WS-MSTR-READ-COUNT
               MOVE '1' TO SRT-ORIGIN
           ELSE
               ADD 1 TO WS-DAILY-READ-COUNT
               MOVE '2' TO SRT-ORIGIN
           END-IF.
           RELEASE HSKP-SORT-RECORD.

       LOAD-ONE-INPUT-RECORD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  END-INPUT-CONTROL                                             *
      *  CLOSES THE CONTROL CHECK ON ONE INPUT.  UNDER CONVERT AN      *
      *  INPUT WITH NO TRAILER AT ALL IS TAKEN AS WRITTEN BEFORE       *
      *  TRAILERS WERE CARRIED AND IS LISTED, NOT COUNTED AS AN ERROR. *
      *----------------------------------------------------------------*
       END-INPUT-CONTROL.

           IF NOT WS-CONVERTING
               OR HTRL-FILE-TRAILERS > 0
               OR HTRL-SEG-COUNT = 0
               PERFORM END-HISTORY-CONTROL
                   THRU END-HISTORY-CONTROL-EXIT
               GO TO END-INPUT-CONTROL-EXIT
           END-IF.

           MOVE HTRL-SOURCE TO HRL-SOURCE.
           MOVE SPACES TO HRL-WRITER.
           MOVE SPACES TO HRL-WRITE-DATE.
           MOVE SPACES TO HRL-WRITE-TIME.
           MOVE '     NONE' TO HRL-TRAILER-COUNT.
           MOVE HTRL-SEG-COUNT TO HRL-COUNTED.
           MOVE HTRL-SEG-FIRST-DATE TO HRL-FIRST-DATE.
           MOVE HTRL-SEG-LAST-DATE TO HRL-LAST-DATE.
           MOVE 'NO TRAILER - ACCEPTED UNDER CONVERT' TO HRL-RESULT.
           DISPLAY 'SORTHSKP: ' HTRL-SOURCE ' CONTROL TOTALS - '
                   HRL-RESULT.
           IF HTRL-RESULT-COUNT < HTRL-RESULT-MAX
               ADD 1 TO HTRL-RESULT-COUNT
               MOVE HTRL-RESULT-LINE
                   TO HTRL-RESULT-TEXT (HTRL-RESULT-COUNT)
           END-IF.
           PERFORM CLEAR-HISTORY-SEGMENT
               THRU CLEAR-HISTORY-SEGMENT-EXIT.

       END-INPUT-CONTROL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  BUILD-NEW-MASTER                                              *
      *  TAKES THE SORTED STREAM, DROPS DUPLICATE RUN STAMPS, PASSES   *
      *  IN-RETENTION RECORDS THROUGH AS DETAIL AND FOLDS OLDER ONES   *
      *  INTO THE MONTHLY SUMMARY TABLE, FLUSHING IT AT EACH MONTH     *
      *  BREAK SO THE NEW MASTER STAYS IN KEY ORDER.  THE NEW MASTER   *
      *  IS THEN RECONCILED AND, IF IT BALANCES AND BOTH INPUTS AGREED *
      *  WITH THEIR TRAILERS, CLOSED WITH ITS OWN TRAILER AND THE      *
      *  PURGED DETAIL HELD ON ARCHWORK IS COPIED TO HISTARCH.         *
      *  OTHERWISE HISTARCH IS NOT TOUCHED.                            *
      *----------------------------------------------------------------*
       BUILD-NEW-MASTER.

           OPEN OUTPUT HIST-MSTR-OUT.
           OPEN OUTPUT ARCH-WORK-FILE.

           PERFORM
             UNTIL WS-SORT-AT-EOF
           PERFORM FLUSH-SUMMARY-MONTH
               THRU FLUSH-SUMMARY-MONTH-EXIT.

           PERFORM CHECK-MASTER-BALANCE
               THRU CHECK-MASTER-BALANCE-EXIT.
           IF HTRL-ERROR-COUNT = 0
               AND WS-IN-BALANCE
               PERFORM BUILD-HISTORY-TRAILER
                   THRU BUILD-HISTORY-TRAILER-EXIT
               MOVE HTRL-TRAILER TO HIST-MSTR-OUT-RECORD
               WRITE HIST-MSTR-OUT-RECORD
               MOVE 'Y' TO WS-TRAILER-SW
           END-IF.

           CLOSE HIST-MSTR-OUT.
           CLOSE ARCH-WORK-FILE.
           IF WS-TRAILER-WRITTEN
               PERFORM COPY-HELD-ARCHIVE
                   THRU COPY-HELD-ARCHIVE-EXIT
           END-IF.

      *----------------------------------------------------------------*
      *  PROCESS-SORTED-RECORD                                         *
      *  ONE RECORD OFF THE SORTED STREAM: DEDUP, THEN DETAIL OR       *
      *  SUMMARY ACCORDING TO THE RETENTION CUTOFF.  A VOIDED RUN      *
      *  OLDER THAN THE CUTOFF IS DROPPED, NOT SUMMARIZED.  EITHER WAY *
      *  A DETAIL RECORD LEAVING THE MASTER IS HELD FOR THE ARCHIVE    *
      *  FIRST.                                                        *
      *----------------------------------------------------------------*
       PROCESS-SORTED-RECORD.

           MOVE SRT-RUN-DATE  TO WS-CURR-RUN-DATE.
           MOVE SRT-RUN-TIME  TO WS-CURR-RUN-TIME.
           MOVE SRT-SORT-SIZE TO WS-CURR-SORT-SIZE.
           MOVE SRT-RUN-CONTEXT TO WS-CURR-RUN-CONTEXT.
           IF WS-CURR-KEY = WS-PREV-KEY
               ADD 1 TO WS-DUP-COUNT
               GO TO PROCESS-SORTED-RECORD-EXIT
           MOVE SRT-RUN-DATE TO WS-DATE-PARTS.
           IF WS-DATE-PARTS IS NOT NUMERIC
               ADD 1 TO WS-SKIP-COUNT
               ADD 1 TO WS-DATE-SKIP-COUNT
               GO TO PROCESS-SORTED-RECORD-EXIT
           END-IF.
           COMPUTE WS-REC-MONTH-IX
      *  KEEPS THE NEW MASTER IN KEY ORDER.
               PERFORM FLUSH-SUMMARY-MONTH
                   THRU FLUSH-SUMMARY-MONTH-EXIT
               MOVE HSKP-SORT-RECORD (1 : 240)
                   TO HIST-MSTR-OUT-RECORD
               WRITE HIST-MSTR-OUT-RECORD
               MOVE HIST-MSTR-OUT-RECORD TO HTRL-RECORD
               PERFORM ADD-OUTPUT-CONTROL
                   THRU ADD-OUTPUT-CONTROL-EXIT
               ADD 1 TO WS-WRITE-COUNT
               ADD 1 TO WS-DETAIL-COUNT
               IF SRT-ORIGIN = '2'
                   ADD 1 TO WS-ADD-COUNT
               END-IF
               IF SRT-VOIDED
                   ADD 1 TO WS-VOID-KEPT-COUNT
               END-IF
           ELSE
               IF SRT-RUN-TIME NOT = 'SUMMARY'
                   PERFORM ARCHIVE-PURGED-DETAIL
                       THRU ARCHIVE-PURGED-DETAIL-EXIT
               END-IF
               IF SRT-VOIDED
                   ADD 1 TO WS-VOID-DROP-COUNT
                   GO TO PROCESS-SORTED-RECORD-EXIT
               END-IF
               PERFORM ACCUMULATE-SUMMARY-RECORD
                   THRU ACCUMULATE-SUMMARY-RECORD-EXIT
           END-IF.
       PROCESS-SORTED-RECORD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  ARCHIVE-PURGED-DETAIL                                         *
      *  HOLDS THE DETAIL RECORD ON THE SORTED STREAM, AS IT STOOD ON  *
      *  THE MASTER, ON ARCHWORK UNTIL THE NEW MASTER HAS BALANCED.    *
      *----------------------------------------------------------------*
       ARCHIVE-PURGED-DETAIL.

           MOVE HSKP-SORT-RECORD (1 : 240) TO ARCH-WORK-RECORD.
           WRITE ARCH-WORK-RECORD.
           ADD 1 TO WS-ARCH-HELD-COUNT.

       ARCHIVE-PURGED-DETAIL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  COPY-HELD-ARCHIVE                                             *
      *  APPENDS THE PURGED DETAIL HELD ON ARCHWORK TO HISTARCH, ONCE  *
      *  BOTH INPUTS HAVE AGREED WITH THEIR TRAILERS AND THE NEW       *
      *  MASTER HAS BALANCED, COUNTING THE RECORDS, THE VOIDED RUNS    *
      *  AMONG THEM AND THE RUN DATES THEY SPAN.                       *
      *----------------------------------------------------------------*
       COPY-HELD-ARCHIVE.

           OPEN INPUT ARCH-WORK-FILE.
           OPEN EXTEND HIST-ARCH-FILE.
           PERFORM
             UNTIL WS-ARCH-WORK-AT-EOF
               READ ARCH-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-ARCH-WORK-EOF-SW
                   NOT AT END
                       MOVE ARCH-WORK-RECORD TO HIST-ARCH-RECORD
                       WRITE HIST-ARCH-RECORD
                       ADD 1 TO WS-ARCH-COUNT
                       IF AW-VOIDED
                           ADD 1 TO WS-ARCH-VOID-COUNT
                       END-IF
                       MOVE AW-RUN-DATE TO WS-DATE-PARTS
                       IF WS-DATE-PARTS < WS-ARCH-FIRST-DATE
                           MOVE WS-DATE-PARTS TO WS-ARCH-FIRST-DATE
                       END-IF
                       IF WS-DATE-PARTS > WS-ARCH-LAST-DATE
                           MOVE WS-DATE-PARTS TO WS-ARCH-LAST-DATE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HIST-ARCH-FILE.
           CLOSE ARCH-WORK-FILE.

       COPY-HELD-ARCHIVE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  ACCUMULATE-SUMMARY-RECORD                                     *
      *  FOLDS ONE OLDER-THAN-RETENTION RECORD INTO THE SUMMARY TABLE  *
      *  FOR ITS MONTH, FLUSHING THE PREVIOUS MONTH FIRST.  A SUMMARY  *
      *  RECORD WRITTEN BY AN EARLIER HOUSEKEEPING RUN FOLDS IN THE    *
      *  SAME WAY, SO A LATE-ARRIVING GENERATION FOR AN OLD MONTH      *
      *  STILL YIELDS ONE SUMMARY PER MONTH PER SIZE PER CONTEXT.  A   *
      *  RECORD COUNTS AS PURGED OR FOLDED AGAIN ONLY ONCE IT HAS A    *
      *  SUMMARY ENTRY; ONE THAT CANNOT HAVE ONE IS COUNTED APART SO   *
      *  THE RECONCILIATION SHOWS IT.                                  *
      *----------------------------------------------------------------*
       ACCUMULATE-SUMMARY-RECORD.

               MOVE '01' TO WS-SUMM-MONTH-DATE (7 : 2)
           END-IF.

           MOVE SRT-SORT-SIZE TO WS-SIZE-X.
           INSPECT WS-SIZE-X REPLACING LEADING ' ' BY '0'.
           IF WS-SIZE-X IS NOT NUMERIC
               ADD 1 TO WS-SKIP-COUNT
               ADD 1 TO WS-SUMM-SKIP-COUNT
               GO TO ACCUMULATE-SUMMARY-RECORD-EXIT
           END-IF.

               GO TO ACCUMULATE-SUMMARY-RECORD-EXIT
           END-IF.

           IF SRT-RUN-TIME NOT = 'SUMMARY'
               ADD 1 TO WS-PURGE-COUNT
           ELSE
               ADD 1 TO WS-REFOLD-COUNT
           END-IF.

           PERFORM
             VARYING WS-ALGO-IDX FROM 1 BY 1
             UNTIL WS-ALGO-IDX > 5

      *----------------------------------------------------------------*
      *  FIND-SUMMARY-ENTRY                                            *
      *  LOCATES (OR CREATES) THE SUMMARY ENTRY FOR WS-SIZE-9 AND THE  *
      *  RECORD'S RUN CONTEXT IN THE MONTH TABLE, LEAVING WS-SUMM-IDX  *
      *  POINTING AT IT.                                               *
      *----------------------------------------------------------------*
       FIND-SUMMARY-ENTRY.

             UNTIL WS-SUMM-IDX > WS-SUMM-SIZES
             OR WS-SUMM-FOUND
               IF SM-SORT-SIZE (WS-SUMM-IDX) = WS-SIZE-9
                   AND SM-RUN-CONTEXT (WS-SUMM-IDX) = SRT-RUN-CONTEXT
                   MOVE 'Y' TO WS-SUMM-FOUND-SW
               END-IF
           END-PERFORM.
               GO TO FIND-SUMMARY-ENTRY-EXIT
           END-IF.

           IF WS-SUMM-SIZES >= 200
               DISPLAY 'SORTHSKP: SUMMARY SIZE TABLE FULL - '
                       'RECORD SKIPPED'
               ADD 1 TO WS-SKIP-COUNT
               ADD 1 TO WS-SUMM-SKIP-COUNT
               GO TO FIND-SUMMARY-ENTRY-EXIT
           END-IF.

           ADD 1 TO WS-SUMM-SIZES.
           MOVE WS-SUMM-SIZES TO WS-SUMM-IDX.
           MOVE WS-SIZE-9 TO SM-SORT-SIZE (WS-SUMM-IDX).
           MOVE SRT-RUN-CONTEXT TO SM-RUN-CONTEXT (WS-SUMM-IDX).
           MOVE 'N' TO SM-FLUSHED-SW (WS-SUMM-IDX).
           PERFORM
             VARYING WS-ALGO-IDX FROM 1 BY 1

      *----------------------------------------------------------------*
      *  FLUSH-SUMMARY-MONTH                                           *
      *  WRITES ONE SUMMARY RECORD PER ACCUMULATED SORT-SIZE AND      *
      *  CONTEXT, IN ASCENDING SIZE THEN CONTEXT ORDER SO THE NEW      *
      *  MASTER STAYS IN KEY ORDER, THEN EMPTIES THE TABLE FOR THE     *
      *  NEXT MONTH.                                                   *
      *----------------------------------------------------------------*
       FLUSH-SUMMARY-MONTH.

                       ELSE
                           IF SM-SORT-SIZE (WS-SUMM-IDX)
                                   < SM-SORT-SIZE (WS-SUMM-PICK)
                               OR (SM-SORT-SIZE (WS-SUMM-IDX)
                                   = SM-SORT-SIZE (WS-SUMM-PICK)
                               AND SM-RUN-CONTEXT (WS-SUMM-IDX)
                                   < SM-RUN-CONTEXT (WS-SUMM-PICK))
                               MOVE WS-SUMM-IDX TO WS-SUMM-PICK
                           END-IF
                       END-IF
           MOVE WS-SUMM-MONTH-DATE TO SR-RUN-DATE.
           MOVE 'SUMMARY' TO SR-RUN-TIME.
           MOVE SM-SORT-SIZE (WS-SUMM-PICK) TO SR-SORT-SIZE.
           MOVE SM-RUN-CONTEXT (WS-SUMM-PICK) TO SR-RUN-CONTEXT.

           PERFORM
             VARYING WS-ALGO-IDX FROM 1 BY 1

           MOVE WS-SUMM-RECORD TO HIST-MSTR-OUT-RECORD.
           WRITE HIST-MSTR-OUT-RECORD.
           MOVE HIST-MSTR-OUT-RECORD TO HTRL-RECORD.
           PERFORM ADD-OUTPUT-CONTROL
               THRU ADD-OUTPUT-CONTROL-EXIT.
           ADD 1 TO WS-WRITE-COUNT.
           ADD 1 TO WS-SUMM-COUNT.

       WRITE-ONE-SUMMARY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  CHECK-MASTER-BALANCE                                          *
      *  OLD MASTER PLUS DAILY RECORDS RELEASED MUST EQUAL THE         *
      *  DUPLICATES, UNUSABLE RUN DATES, DETAIL KEPT, VOIDED RUNS      *
      *  DROPPED, DETAIL PURGED, SUMMARIES FOLDED AGAIN AND RECORDS    *
      *  THAT COULD NOT BE FOLDED INTO A SUMMARY; THE NEW MASTER MUST  *
      *  HOLD THE DETAIL KEPT PLUS THE SUMMARIES WRITTEN, AND ITS      *
      *  TRAILER COUNT MUST SAY THE SAME.                              *
      *----------------------------------------------------------------*
       CHECK-MASTER-BALANCE.

           COMPUTE WS-BAL-IN-COUNT
                 = WS-MSTR-READ-COUNT + WS-DAILY-READ-COUNT.
           COMPUTE WS-BAL-OUT-COUNT
                 = WS-DUP-COUNT + WS-DATE-SKIP-COUNT
                 + WS-DETAIL-COUNT + WS-VOID-DROP-COUNT
                 + WS-PURGE-COUNT + WS-REFOLD-COUNT
                 + WS-SUMM-SKIP-COUNT.
           COMPUTE WS-BAL-MSTR-COUNT
                 = WS-DETAIL-COUNT + WS-SUMM-COUNT.
           IF WS-BAL-IN-COUNT = WS-BAL-OUT-COUNT
               AND WS-BAL-MSTR-COUNT = WS-WRITE-COUNT
               AND WS-BAL-MSTR-COUNT = HTRL-OUT-COUNT
               MOVE 'Y' TO WS-BALANCE-SW
           ELSE
               MOVE 'N' TO WS-BALANCE-SW
           END-IF.

       CHECK-MASTER-BALANCE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  PARSE-ELAPSED-FIELD                                           *
      *  REDUCES THE HH:MM:SS.DD VALUE IN WS-EP-FIELD TO HUNDREDTHS IN *
       PARSE-ELAPSED-FIELD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  LOAD-PROFILE-SORT-INPUT                                       *
      *  RELEASES THE OLD PROFILE MASTER AND THE DAY'S PROFILE HISTORY *
      *  TO THE PROFILE SORT.  A RECORD WHOSE SORT-SIZE IS NOT NUMERIC *
      *  IS COUNTED AND SKIPPED.  PSR-ORIGIN ORDERS THE MASTER COPY    *
      *  AHEAD OF A DAILY RECORD WITH THE SAME RUN STAMP.              *
      *----------------------------------------------------------------*
       LOAD-PROFILE-SORT-INPUT.

           OPEN INPUT PHST-MSTR-IN.
           PERFORM
             UNTIL WS-PH-MSTR-AT-EOF
               READ PHST-MSTR-IN
                   AT END
                       MOVE 'Y' TO WS-PH-MSTR-EOF-SW
                   NOT AT END
                       MOVE PHST-MSTR-IN-RECORD (20 : 9)
                           TO WS-SIZE-X
                       IF WS-SIZE-X IS NOT NUMERIC
                           ADD 1 TO WS-PH-SKIP-COUNT
                       ELSE
                           ADD 1 TO WS-PH-MSTR-READ-COUNT
                           MOVE PHST-MSTR-IN-RECORD
                               TO PHST-SORT-RECORD (1 : 450)
                           MOVE '1' TO PSR-ORIGIN
                           RELEASE PHST-SORT-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PHST-MSTR-IN.

           OPEN INPUT SORT-PHST-FILE.
           PERFORM
             UNTIL WS-PH-DAILY-AT-EOF
               READ SORT-PHST-FILE
                   AT END
                       MOVE 'Y' TO WS-PH-DAILY-EOF-SW
                   NOT AT END
                       IF PHST-SORT-SIZE IS NOT NUMERIC
                           ADD 1 TO WS-PH-SKIP-COUNT
                       ELSE
                           ADD 1 TO WS-PH-DAILY-READ-COUNT
                           MOVE SORT-PHST-RECORD
                               TO PHST-SORT-RECORD (1 : 450)
                           MOVE '2' TO PSR-ORIGIN
                           RELEASE PHST-SORT-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SORT-PHST-FILE.

      *----------------------------------------------------------------*
      *  BUILD-NEW-PROFILE-MASTER                                      *
      *  TAKES THE SORTED PROFILE STREAM, DROPS DUPLICATE RUN STAMPS,  *
      *  KEEPS EVERY PROFILE WHOSE RUN MONTH IS INSIDE THE RETENTION   *
      *  WINDOW AND PURGES THE REST - THE SAME CUTOFF THAT DECIDES     *
      *  DETAIL OR SUMMARY ON THE HISTORY MASTER.                      *
      *----------------------------------------------------------------*
       BUILD-NEW-PROFILE-MASTER.

           OPEN OUTPUT PHST-MSTR-OUT.

           PERFORM
             UNTIL WS-PH-SORT-AT-EOF
               RETURN PHST-SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-PH-SORT-EOF-SW
                   NOT AT END
                       PERFORM PROCESS-SORTED-PROFILE
                           THRU PROCESS-SORTED-PROFILE-EXIT
               END-RETURN
           END-PERFORM.

           CLOSE PHST-MSTR-OUT.

      *----------------------------------------------------------------*
      *  PROCESS-SORTED-PROFILE                                        *
      *  ONE RECORD OFF THE SORTED PROFILE STREAM: DEDUP, THEN KEEP OR *
      *  PURGE ACCORDING TO THE RETENTION CUTOFF.                      *
      *----------------------------------------------------------------*
       PROCESS-SORTED-PROFILE.

           MOVE PSR-RUN-DATE    TO WS-CURR-RUN-DATE.
           MOVE PSR-RUN-TIME    TO WS-CURR-RUN-TIME.
           MOVE PSR-SORT-SIZE   TO WS-CURR-SORT-SIZE.
           MOVE PSR-RUN-CONTEXT TO WS-CURR-RUN-CONTEXT.
           IF WS-CURR-KEY = WS-PH-PREV-KEY
               ADD 1 TO WS-PH-DUP-COUNT
               GO TO PROCESS-SORTED-PROFILE-EXIT
           END-IF.
           MOVE WS-CURR-KEY TO WS-PH-PREV-KEY.

           MOVE PSR-RUN-DATE TO WS-DATE-PARTS.
           IF WS-DATE-PARTS IS NOT NUMERIC
               ADD 1 TO WS-PH-SKIP-COUNT
               GO TO PROCESS-SORTED-PROFILE-EXIT
           END-IF.
           COMPUTE WS-REC-MONTH-IX
                 = WS-DATE-YYYY * 12 + WS-DATE-MM - 1.

           IF WS-REC-MONTH-IX < WS-CUT-MONTH-IX
               ADD 1 TO WS-PH-PURGE-COUNT
               GO TO PROCESS-SORTED-PROFILE-EXIT
           END-IF.

           MOVE PHST-SORT-RECORD (1 : 450) TO PHST-MSTR-OUT-RECORD.
           WRITE PHST-MSTR-OUT-RECORD.
           ADD 1 TO WS-PH-WRITE-COUNT.
           IF PSR-ORIGIN = '2'
               ADD 1 TO WS-PH-ADD-COUNT
           END-IF.

       PROCESS-SORTED-PROFILE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  WRITE-HOUSEKEEPING-REPORT                                     *
      *  THE PRINTED ACCOUNTING OF THIS RUN: WHAT CAME IN, WHAT WAS    *
           MOVE 'DETAIL RECORDS PURGED INTO SUMMARIES'
               TO CL-CAPTION.
           MOVE WS-PURGE-COUNT TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE
               THRU WRITE-COUNT-LINE-EXIT.
           MOVE 'VOIDED RUNS KEPT AS DETAIL' TO CL-CAPTION.
           MOVE WS-VOID-KEPT-COUNT TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE
               THRU WRITE-COUNT-LINE-EXIT.
           MOVE 'VOIDED RUNS DROPPED, NOT SUMMARIZED' TO CL-CAPTION.
           MOVE WS-VOID-DROP-COUNT TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE
               THRU WRITE-COUNT-LINE-EXIT.
           MOVE 'SUMMARY RECORDS WRITTEN' TO CL-CAPTION.
           PERFORM WRITE-COUNT-LINE
               THRU WRITE-COUNT-LINE-EXIT.

           PERFORM WRITE-BALANCE-COUNTS
               THRU WRITE-BALANCE-COUNTS-EXIT.

           MOVE SPACES TO HSKP-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.
           PERFORM WRITE-CONTROL-REPORT
               THRU WRITE-CONTROL-REPORT-EXIT.
           IF WS-TRAILER-WRITTEN
               MOVE 'NEW MASTER CLOSED WITH A CONTROL TRAILER'
                   TO HSKP-RPT-RECORD
           ELSE
               MOVE 'NEW MASTER LEFT WITHOUT A CONTROL TRAILER'
                   TO HSKP-RPT-RECORD
           END-IF.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.

           PERFORM WRITE-ARCHIVE-COUNTS
               THRU WRITE-ARCHIVE-COUNTS-EXIT.

           PERFORM WRITE-PROFILE-COUNTS
               THRU WRITE-PROFILE-COUNTS-EXIT.

       WRITE-HOUSEKEEPING-REPORT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  WRITE-BALANCE-COUNTS                                          *
      *  THE MASTER RECONCILIATION SECTION OF HSKPRPT: EVERY RECORD    *
      *  RELEASED FROM THE TWO INPUTS ACCOUNTED FOR, THEN THE NEW      *
      *  MASTER AGAINST THE DETAIL AND SUMMARIES THAT MAKE IT UP.      *
      *----------------------------------------------------------------*
       WRITE-BALANCE-COUNTS.

           MOVE SPACES TO HSKP-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.
           MOVE 'MASTER RECONCILIATION' TO HSKP-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.

           MOVE 'OLD MASTER RECORDS IN' TO CL-CAPTION.
           MOVE WS-MSTR-READ-COUNT TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE
               THRU WRITE-COUNT-LINE-EXIT.
           MOVE '+ DAILY GENERATION RECORDS IN' TO CL-CAPTION.
           MOVE WS-DAILY-READ-COUNT TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE
               THRU WRITE-COUNT-LINE-EXIT.
           MOVE '= RECORDS TO ACCOUNT FOR' TO CL-CAPTION.
           MOVE WS-BAL-IN-COUNT TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE
               THRU WRITE-COUNT-LINE-EXIT.
           MOVE '  DUPLICATE RUN STAMPS DROPPED' TO CL-CAPTION.
           MOVE WS-DUP-COUNT TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE
               THRU WRITE-COUNT-LINE-EXIT.
           MOVE '  RUN DATE UNUSABLE' TO CL-CAPTION.
           MOVE WS-DATE-SKIP-COUNT TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE
               THRU WRITE-COUNT-LINE-EXIT.
           MOVE '  DETAIL KEPT' TO CL-CAPTION.
           MOVE WS-DETAIL-COUNT TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE
               THRU WRITE-COUNT-LINE-EXIT.
           MOVE '  VOIDED RUNS DROPPED' TO CL-CAPTION.
           MOVE WS-VOID-DROP-COUNT TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE
               THRU WRITE-COUNT-LINE-EXIT.
           MOVE '  DETAIL PURGED INTO SUMMARIES' TO CL-CAPTION.
           MOVE WS-PURGE-COUNT TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE
               THRU WRITE-COUNT-LINE-EXIT.
           MOVE '  OLD SUMMARIES FOLDED AGAIN' TO CL-CAPTION.
           MOVE WS-REFOLD-COUNT TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE
               THRU WRITE-COUNT-LINE-EXIT.
           MOVE '  NOT FOLDED - NO SUMMARY ENTRY' TO CL-CAPTION.
           MOVE WS-SUMM-SKIP-COUNT TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE
               THRU WRITE-COUNT-LINE-EXIT.
           MOVE '= RECORDS ACCOUNTED FOR' TO CL-CAPTION.
           MOVE WS-BAL-OUT-COUNT TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE
               THRU WRITE-COUNT-LINE-EXIT.
           MOVE 'DETAIL KEPT + SUMMARIES WRITTEN' TO CL-CAPTION.
           MOVE WS-BAL-MSTR-COUNT TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE
               THRU WRITE-COUNT-LINE-EXIT.
           MOVE 'NEW MASTER RECORDS WRITTEN' TO CL-CAPTION.
           MOVE WS-WRITE-COUNT TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE
               THRU WRITE-COUNT-LINE-EXIT.
           IF WS-IN-BALANCE
               MOVE 'NEW MASTER IN BALANCE' TO HSKP-RPT-RECORD
           ELSE
               MOVE 'NEW MASTER OUT OF BALANCE' TO HSKP-RPT-RECORD
           END-IF.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.

       WRITE-BALANCE-COUNTS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  WRITE-ARCHIVE-COUNTS                                          *
      *  THE PURGE ARCHIVE SECTION OF HSKPRPT: THE DETAIL RECORDS THIS *
      *  RUN APPENDED TO HISTARCH - EVERY RUN PURGED PAST RETENTION    *
      *  PLUS EVERY VOIDED RUN DROPPED - AND THE RUN DATES THEY SPAN,  *
      *  OR, WHEN THE NEW MASTER WAS LEFT WITHOUT ITS TRAILER, THE     *
      *  RECORDS HELD BACK.                                            *
      *----------------------------------------------------------------*
       WRITE-ARCHIVE-COUNTS.

           MOVE SPACES TO HSKP-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.
           MOVE 'PURGE ARCHIVE' TO HSKP-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.

           MOVE 'DETAIL RECORDS ARCHIVED' TO CL-CAPTION.
           MOVE WS-ARCH-COUNT TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE
               THRU WRITE-COUNT-LINE-EXIT.
           IF NOT WS-TRAILER-WRITTEN
               MOVE 'HELD BACK, NOT ARCHIVED' TO CL-CAPTION
               MOVE WS-ARCH-HELD-COUNT TO CL-COUNT
               PERFORM WRITE-COUNT-LINE
                   THRU WRITE-COUNT-LINE-EXIT
           END-IF.
           MOVE '  PURGED PAST RETENTION' TO CL-CAPTION.
           COMPUTE CL-COUNT = WS-ARCH-COUNT - WS-ARCH-VOID-COUNT.
           PERFORM WRITE-COUNT-LINE
               THRU WRITE-COUNT-LINE-EXIT.
           MOVE '  VOIDED RUNS DROPPED' TO CL-CAPTION.
           MOVE WS-ARCH-VOID-COUNT TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE
               THRU WRITE-COUNT-LINE-EXIT.
           IF WS-ARCH-COUNT > 0
               MOVE 'EARLIEST RUN DATE ARCHIVED' TO CL-CAPTION
               MOVE WS-ARCH-FIRST-DATE TO CL-COUNT
               PERFORM WRITE-COUNT-LINE
                   THRU WRITE-COUNT-LINE-EXIT
               MOVE 'LATEST RUN DATE ARCHIVED' TO CL-CAPTION
               MOVE WS-ARCH-LAST-DATE TO CL-COUNT
               PERFORM WRITE-COUNT-LINE
                   THRU WRITE-COUNT-LINE-EXIT
           END-IF.

       WRITE-ARCHIVE-COUNTS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  WRITE-PROFILE-COUNTS                                          *
      *  THE PROFILE HISTORY SECTION OF HSKPRPT: WHAT CAME IN FROM THE *
      *  OLD PROFILE MASTER AND THE DAY'S SORTPHST, WHAT WAS DROPPED   *
      *  OR PURGED WITH ITS RUN, AND WHAT THE NEW PROFILE MASTER HOLDS.*
      *----------------------------------------------------------------*
       WRITE-PROFILE-COUNTS.

           MOVE SPACES TO HSKP-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.
           MOVE 'PROFILE HISTORY' TO HSKP-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.

           MOVE 'OLD PROFILE MASTER RECORDS READ' TO CL-CAPTION.
           MOVE WS-PH-MSTR-READ-COUNT TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE
               THRU WRITE-COUNT-LINE-EXIT.
           MOVE 'DAILY PROFILE RECORDS READ' TO CL-CAPTION.
           MOVE WS-PH-DAILY-READ-COUNT TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE
               THRU WRITE-COUNT-LINE-EXIT.
           MOVE 'UNUSABLE PROFILE RECORDS SKIPPED' TO CL-CAPTION.
           MOVE WS-PH-SKIP-COUNT TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE
               THRU WRITE-COUNT-LINE-EXIT.
           MOVE 'DUPLICATE PROFILE RUN STAMPS DROPPED' TO CL-CAPTION.
           MOVE WS-PH-DUP-COUNT TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE
               THRU WRITE-COUNT-LINE-EXIT.
           MOVE 'NEW PROFILES ADDED TO THE MASTER' TO CL-CAPTION.
           MOVE WS-PH-ADD-COUNT TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE
               THRU WRITE-COUNT-LINE-EXIT.
           MOVE 'PROFILES PURGED PAST RETENTION' TO CL-CAPTION.
           MOVE WS-PH-PURGE-COUNT TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE
               THRU WRITE-COUNT-LINE-EXIT.
           MOVE 'NEW PROFILE MASTER RECORDS WRITTEN' TO CL-CAPTION.
           MOVE WS-PH-WRITE-COUNT TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE
               THRU WRITE-COUNT-LINE-EXIT.

       WRITE-PROFILE-COUNTS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  WRITE-COUNT-LINE / WRITE-REPORT-LINE / WRITE-PAGE-HEADINGS    *
      *  ALL REPORT OUTPUT FUNNELS THROUGH HERE SO PAGE BREAKS AND     *

       FORMAT-ELAPSED-TIME-EXIT.
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
               DISPLAY 'SORTHSKP: ' HTRL-SOURCE ' CONTROL TOTALS - '
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
      *  ADD-OUTPUT-CONTROL                                            *
      *  ADDS THE RECORD JUST WRITTEN, COPIED TO HTRL-RECORD, TO THE   *
      *  TOTALS THE HISTORY TRAILER WILL CARRY.                        *
      *----------------------------------------------------------------*
       ADD-OUTPUT-CONTROL.

           PERFORM HASH-HISTORY-RECORD
               THRU HASH-HISTORY-RECORD-EXIT.
           ADD 1 TO HTRL-OUT-COUNT.
           ADD HTRL-REC-ELAPSED TO HTRL-OUT-ELAPSED-HASH.
           ADD HTRL-REC-CPU TO HTRL-OUT-CPU-HASH.
           IF HTRL-RUN-DATE < HTRL-OUT-FIRST-DATE
               MOVE HTRL-RUN-DATE TO HTRL-OUT-FIRST-DATE
           END-IF.
           IF HTRL-RUN-DATE > HTRL-OUT-LAST-DATE
               MOVE HTRL-RUN-DATE TO HTRL-OUT-LAST-DATE
           END-IF.

       ADD-OUTPUT-CONTROL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  BUILD-HISTORY-TRAILER                                         *
      *  LAYS OUT IN HTRL-TRAILER THE TRAILER CLOSING THE HISTORY FILE *
      *  BEING WRITTEN, STAMPED WITH THIS PROGRAM AND RUN.             *
      *----------------------------------------------------------------*
       BUILD-HISTORY-TRAILER.

           MOVE SPACES TO HTRL-TRAILER.
           MOVE WS-RUN-DATE TO HTRL-WRITE-DATE.
           MOVE 'TRAILER' TO HTRL-TRAILER-ID.
           MOVE 'SORTHSKP' TO HTRL-WRITER.
           MOVE WS-RUN-TIME-DISPLAY TO HTRL-WRITE-TIME.
           MOVE HTRL-OUT-COUNT TO HTRL-RECORD-COUNT.
           IF HTRL-OUT-COUNT = 0
               MOVE ZEROS TO HTRL-FIRST-DATE
               MOVE ZEROS TO HTRL-LAST-DATE
           ELSE
               MOVE HTRL-OUT-FIRST-DATE TO HTRL-FIRST-DATE
               MOVE HTRL-OUT-LAST-DATE TO HTRL-LAST-DATE
           END-IF.
           MOVE HTRL-OUT-ELAPSED-HASH TO HTRL-ELAPSED-HASH.
           MOVE HTRL-OUT-CPU-HASH TO HTRL-CPU-HASH.

       BUILD-HISTORY-TRAILER-EXIT.
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

           MOVE 'HISTORY CONTROL TOTALS' TO HSKP-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.
           MOVE HTRL-HEAD TO HSKP-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.
           PERFORM
             VARYING HTRL-RESULT-IDX FROM 1 BY 1
             UNTIL HTRL-RESULT-IDX > HTRL-RESULT-COUNT
               MOVE HTRL-RESULT-TEXT (HTRL-RESULT-IDX)
                   TO HSKP-RPT-RECORD
               PERFORM WRITE-REPORT-LINE
                   THRU WRITE-REPORT-LINE-EXIT
           END-PERFORM.
           MOVE 'TRAILERS CHECKED' TO HTL-CAPTION.
           MOVE HTRL-TRAILER-TOTAL TO HTL-COUNT.
           MOVE HTRL-TOTAL-LINE TO HSKP-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.
           MOVE 'CONTROL ERRORS' TO HTL-CAPTION.
           MOVE HTRL-ERROR-COUNT TO HTL-COUNT.
           MOVE HTRL-TOTAL-LINE TO HSKP-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.
           IF HTRL-ERROR-COUNT = 0
               MOVE 'CONTROL TOTALS AGREE' TO HSKP-RPT-RECORD
           ELSE
               MOVE 'CONTROL TOTALS DO NOT AGREE - NO MASTER TRAILER'
                   TO HSKP-RPT-RECORD
           END-IF.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.
           MOVE SPACES TO HSKP-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.

       WRITE-CONTROL-REPORT-EXIT.
           EXIT.
