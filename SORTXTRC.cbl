      * WRITES SORTEXTR: ONE COMMA-DELIMITED ROW PER RUN PER
      * ALGORITHM THAT RAN, CARRYING THE RUN STAMP, SORT SIZE,
      * ALGORITHM NAME, STATUS AND THE ELAPSED AND CPU TIMES
      * CONVERTED FROM HH:MM:SS.DD TO PLAIN SECONDS, FOLLOWED BY THE
      * RUN CONTEXT (GENERATION MODE, RUN MODE, WIDE SWITCH,
      * REPETITIONS, SYSTEM ID AND JOB NAME - EMPTY FOR HISTORY
      * WRITTEN BEFORE THE CONTEXT WAS CARRIED), UNDER A SINGLE
      * HEADER ROW NAMING THE COLUMNS.  NO MORE RE-KEYING NUMBERS
      * OFF THE PRINTED REPORTS.
      *
      * THE SYSIN CARD SUPPLIES AN OPTIONAL FROM/TO RUN-DATE RANGE,
      * AN OPTIONAL ALGORITHM FILTER AND AN OPTIONAL RUN-CONTEXT
      * FILTER:
      *   COLS  1-8   FROM RUN-DATE (YYYYMMDD, BLANK = OPEN)
      *   COLS 10-17  TO   RUN-DATE (YYYYMMDD, BLANK = OPEN)
      *   COLS 19-24  ALGORITHM (BUBBLE/JUMPUP/SHELL/NATIVE/MERGE,
      *               BLANK = ALL)
      *   COL  26     GENERATION MODE (1-4)
      *   COL  28     RUN MODE (S STANDARD, L LARGE-VOLUME,
      *               U USER-FILE, C CALIBRATION)
      *   COL  30     WIDE-RECORD SWITCH (Y/N)
      *   COLS 32-33  REPETITIONS (01-99)
      *   COLS 35-42  SYSTEM ID
      *   COLS 44-51  JOB NAME
      * A MALFORMED FIELD IS REPORTED AND TREATED AS BLANK; A BLANK
      * CONTEXT FIELD MATCHES ANYTHING.  RECORDS OUTSIDE THE
      * RUN-CONTEXT FILTER ARE COUNTED, NOT EXTRACTED.  SO ARE RUNS
      * VOIDED BY SORTHMNT (HIST-VOID-SW 'V'); THE VOIDED COUNT IS
      * ALWAYS SHOWN IN THE CLOSING MESSAGES.
      *
      * EVERY RECORD READ IS ADDED TO THE CONTROL TOTALS OF SORTHTRL
      * AND EVERY TRAILER ON SORTHIST IS CHECKED AGAINST THEM - ONE
      * TRAILER PER GENERATION WHEN SORTHIST IS A CONCATENATION.
      * TRAILERS ARE NOT EXTRACTED.  THE ROWS GO OUT AS THEY ARE READ,
      * SO A DISAGREEMENT CANNOT STOP THEM: IT IS DISPLAYED WITH THE
      * CLOSING MESSAGES AND RETURN CODE 16 TELLS THE DOWNLOAD STEP
      * NOT TO LOAD SORTEXTR.
      *
      * RETURN CODES:  0 = ROWS EXTRACTED, 4 = NOTHING SELECTED,
      * 8 = NO USABLE HISTORY RECORDS, 16 = SORTHIST CONTROL TOTALS
      * DO NOT AGREE - SORTEXTR NOT TO BE LOADED.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FD  SORT-HIST-FILE
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 240 CHARACTERS.
       COPY SORTHREC.

      *----------------------------------------------------------------*
      *  SORTEXTR - THE DELIMITED EXPORT FILE, ONE ROW PER RUN PER     *
      *  ALGORITHM PLUS THE HEADER ROW.  132 BYTES SINCE THE RUN       *
      *  CONTEXT COLUMNS WERE ADDED.                                   *
      *----------------------------------------------------------------*
       FD  EXTR-FILE
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  EXTR-RECORD                 PIC X(132).

       WORKING-STORAGE SECTION.

            05  WS-READ-COUNT           PIC S9(9) COMP-3 VALUE 0.
            05  WS-SKIP-COUNT           PIC S9(9) COMP-3 VALUE 0.
            05  WS-ROW-COUNT            PIC S9(9) COMP-3 VALUE 0.
            05  WS-FILTER-COUNT         PIC S9(9) COMP-3 VALUE 0.
            05  WS-VOID-COUNT           PIC S9(9) COMP-3 VALUE 0.
            05  WS-XTRC-RC              PIC S9(4) COMP VALUE ZERO.

      *----------------------------------------------------------------*
      *  WS-XTRC-CARD - SYSIN LAYOUT: FROM/TO RUN-DATE RANGE, THE      *
      *  OPTIONAL ALGORITHM FILTER AND THE OPTIONAL RUN-CONTEXT FILTER *
      *  (COLUMNS 26-51, LAID OUT AS WS-CTX-CARD).                     *
      *----------------------------------------------------------------*
        01  WS-XTRC-CARD.
            05  XC-FROM-DATE            PIC X(8).
            05  XC-TO-DATE              PIC X(8).
            05  FILLER                  PIC X(1).
            05  XC-ALGO                 PIC X(6).
            05  FILLER                  PIC X(1).
            05  XC-CONTEXT-FILTER       PIC X(26).
            05  FILLER                  PIC X(29).
        01  WS-FILTERS.
            05  WS-FROM-DATE            PIC X(8) VALUE '00000000'.
            05  WS-TO-DATE              PIC X(8) VALUE '99999999'.
            05  WS-ALGO-FILTER          PIC X(6) VALUE SPACES.

      *----------------------------------------------------------------*
      *  WS-CONTEXT-CONTROL - THE RUN-CONTEXT FILTER IN EFFECT.  A     *
      *  BLANK FILTER FIELD MATCHES ANY VALUE.                         *
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

      *----------------------------------------------------------------*
      *  WS-PARSE-WORK - PULLS THE DISPLAY FIELDS OFF A HISTORY RECORD *
      *  APART.  WS-EP-FIELD OVERLAYS AN HH:MM:SS.DD TIME COLUMN.      *
            05  WS-CPU-SECS             PIC X(10).
            05  WS-ROW-STATUS           PIC X(4).

       COPY SORTHTRL.

       PROCEDURE DIVISION.

       PROGRAM-START.
           MOVE SPACES TO EXTR-RECORD.
           MOVE 'RUN_DATE,RUN_TIME,SORT_SIZE,ALGORITHM,STATUS,'
               TO EXTR-RECORD (1 : 45).
           MOVE 'ELAPSED_SECONDS,CPU_SECONDS,'
               TO EXTR-RECORD (46 : 28).
           MOVE 'GEN_MODE,RUN_MODE,WIDE,REPEATS,'
               TO EXTR-RECORD (74 : 31).
           MOVE 'SYSTEM_ID,JOB_NAME'
               TO EXTR-RECORD (105 : 18).
           WRITE EXTR-RECORD.

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
                           PERFORM EXTRACT-HISTORY-RECORD
                               THRU EXTRACT-HISTORY-RECORD-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM END-HISTORY-CONTROL
               THRU END-HISTORY-CONTROL-EXIT.

           CLOSE SORT-HIST-FILE.
           CLOSE EXTR-FILE.

           EVALUATE TRUE
               WHEN HTRL-ERROR-COUNT > 0
                   DISPLAY 'SORTXTRC: SORTHIST CONTROL TOTALS DO NOT '
                           'AGREE - SORTEXTR NOT TO BE LOADED'
                   MOVE 16 TO WS-XTRC-RC
               WHEN WS-READ-COUNT = 0
                   DISPLAY 'SORTXTRC: NO USABLE SORTHIST RECORDS'
                   MOVE 8 TO WS-XTRC-RC
           DISPLAY 'SORTXTRC: ' WS-READ-COUNT ' RECORDS READ, '
                   WS-SKIP-COUNT ' SKIPPED, '
                   WS-ROW-COUNT ' ROWS EXTRACTED'.
           IF WS-CTX-FILTERED
               DISPLAY 'SORTXTRC: ' WS-FILTER-COUNT
                       ' RECORDS OUTSIDE THE RUN-CONTEXT FILTER'
           END-IF.
           DISPLAY 'SORTXTRC: ' WS-VOID-COUNT
                   ' VOIDED RUNS NOT EXTRACTED'.
           DISPLAY 'SORTXTRC: ' HTRL-TRAILER-TOTAL
                   ' TRAILERS CHECKED, ' HTRL-ERROR-COUNT
                   ' CONTROL ERRORS'.

           MOVE WS-XTRC-RC TO RETURN-CODE.

                           'RECOGNIZED - IGNORED'
               END-IF
           END-IF.
           MOVE XC-CONTEXT-FILTER TO WS-CTX-CARD.
           PERFORM GET-CONTEXT-FILTER
               THRU GET-CONTEXT-FILTER-EXIT.

           CLOSE SYSIN-FILE.

       GET-EXTRACT-PARAMETERS-EXIT.
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
                   DISPLAY 'SORTXTRC: CONTEXT GEN-MODE NOT 1-4'
                           ' - IGNORED'
               END-IF
           END-IF.
           IF KF-RUN-MODE NOT = SPACE
               IF KF-RUN-MODE = 'S' OR 'L' OR 'U' OR 'C'
                   MOVE KF-RUN-MODE TO WS-FLT-RUN-MODE
               ELSE
                   DISPLAY 'SORTXTRC: CONTEXT RUN-MODE NOT S/L/U/C'
                           ' - IGNORED'
               END-IF
           END-IF.
           IF KF-WIDE-SW NOT = SPACE
               IF KF-WIDE-SW = 'Y' OR 'N'
                   MOVE KF-WIDE-SW TO WS-FLT-WIDE-SW
               ELSE
                   DISPLAY 'SORTXTRC: CONTEXT WIDE SWITCH NOT Y/N'
                           ' - IGNORED'
               END-IF
           END-IF.
           IF KF-REPEAT-COUNT NOT = SPACES
               INSPECT KF-REPEAT-COUNT
                   REPLACING LEADING ' ' BY '0'
               IF KF-REPEAT-COUNT IS NUMERIC
                   AND KF-REPEAT-COUNT NOT = '00'
                   MOVE KF-REPEAT-COUNT TO WS-FLT-REPEAT-COUNT
               ELSE
                   DISPLAY 'SORTXTRC: CONTEXT REPETITIONS NOT 01-99'
                           ' - IGNORED'
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
      *  EXTRACT-HISTORY-RECORD                                        *
      *  VALIDATES ONE SORTHIST RECORD, APPLIES THE DATE RANGE AND THE *
      *  RUN-CONTEXT FILTER, PASSES OVER A VOIDED RUN AND WRITES ONE   *
      *  ROW PER ALGORITHM WHOSE ELAPSED COLUMN PARSES.                *
      *----------------------------------------------------------------*
       EXTRACT-HISTORY-RECORD.

               OR HIST-RUN-DATE > WS-TO-DATE
               GO TO EXTRACT-HISTORY-RECORD-EXIT
           END-IF.
           IF HIST-VOIDED
               ADD 1 TO WS-VOID-COUNT
               GO TO EXTRACT-HISTORY-RECORD-EXIT
           END-IF.
           PERFORM CHECK-CONTEXT-FILTER
               THRU CHECK-CONTEXT-FILTER-EXIT.
           IF NOT WS-CTX-MATCH
               ADD 1 TO WS-FILTER-COUNT
               GO TO EXTRACT-HISTORY-RECORD-EXIT
           END-IF.

           MOVE HIST-BUBBLE-ELAPSED TO AC-ELAPSED (1).
           MOVE HIST-BUBBLE-STATUS  TO AC-STATUS (1).
                  WS-ELAPSED-SECS        DELIMITED BY SIZE
                  ','                    DELIMITED BY SIZE
                  WS-CPU-SECS            DELIMITED BY SPACE
                  ','                    DELIMITED BY SIZE
                  HIST-GEN-MODE          DELIMITED BY SPACE
                  ','                    DELIMITED BY SIZE
                  HIST-RUN-MODE          DELIMITED BY SPACE
                  ','                    DELIMITED BY SIZE
                  HIST-WIDE-SW           DELIMITED BY SPACE
                  ','                    DELIMITED BY SIZE
                  HIST-REPEAT-COUNT      DELIMITED BY SPACE
                  ','                    DELIMITED BY SIZE
                  HIST-SYSTEM-ID         DELIMITED BY SPACE
                  ','                    DELIMITED BY SIZE
                  HIST-JOB-NAME          DELIMITED BY SPACE
               INTO EXTR-RECORD.
           WRITE EXTR-RECORD.
           ADD 1 TO WS-ROW-COUNT.

       PARSE-ELAPSED-FIELD-EXIT.
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
               DISPLAY 'SORTXTRC: ' HTRL-SOURCE ' CONTROL TOTALS - '
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
