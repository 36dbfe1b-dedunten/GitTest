       IDENTIFICATION DIVISION.
       PROGRAM-ID. SORTRSTR.
      *
      * RESTORE FROM THE SORTDALE HISTORY PURGE ARCHIVE.  SORTHSKP
      * APPENDS EVERY DETAIL RECORD IT PURGES FROM THE MASTER HISTORY
      * TO HISTARCH; THIS PROGRAM PULLS RUNS BACK OUT OF IT BY RUN
      * DATE RANGE, OPTIONALLY NARROWED TO ONE SORT SIZE AND TO RUNS
      * IN WHICH ONE ALGORITHM RAN, SO OLD CHARGE-BACK CAN BE RE-RUN
      * AND AUDIT REQUESTS FOR PAST DETAIL ANSWERED.
      *
      * THE RESTORED RUNS ARE WRITTEN TO RSTRHIST IN THE SORTHREC
      * LAYOUT, UNCHANGED AND IN RUN-STAMP ORDER, SO SORTTRND,
      * SORTCOST AND SORTXTRC READ IT DIRECTLY AS THEIR SORTHIST.
      * VOIDED RUNS COME BACK VOIDED AND ARE SKIPPED BY THOSE READERS
      * AS ON THE MASTER.  A RUN STAMP ARCHIVED MORE THAN ONCE (A
      * HOUSEKEEPING STEP RERUN AGAINST THE SAME OLD MASTER) IS
      * RETURNED ONCE.
      *
      * SYSIN RESTORE CARDS, UP TO 50:
      *   COLS  1-7   RESTORE
      *   COLS  9-16  FIRST RUN DATE, YYYYMMDD.
      *   COLS 18-25  LAST RUN DATE, YYYYMMDD (INCLUSIVE).
      *   COLS 27-35  SORT SIZE - OPTIONAL, BLANK FOR EVERY SIZE.
      *   COLS 37-42  ALGORITHM - OPTIONAL: BUBBLE, JUMPUP, SHELL,
      *               NATIVE OR MERGE RESTORES ONLY RUNS IN WHICH
      *               THAT ALGORITHM RAN.  BLANK FOR EVERY RUN.
      * A CARD WITH AN ASTERISK IN COLUMN 1 IS A COMMENT.  AN ARCHIVED
      * RUN MATCHING SEVERAL CARDS IS RETURNED ONCE, UNDER THE FIRST.
      *
      * RSTRRPT LISTS EVERY CARD WITH THE RECORDS IT REQUESTED (THE
      * ARCHIVED RUNS IT SELECTED), THE REPEATED RUN STAMPS DROPPED
      * AND THE RECORDS RETURNED, THEN BALANCES THE RUN: ARCHIVE
      * RECORDS READ AGAINST RECORDS REQUESTED, NOT REQUESTED AND
      * UNUSABLE, AND RECORDS REQUESTED AGAINST RECORDS RETURNED AND
      * REPEATS DROPPED, BOTH PER CARD AND IN TOTAL, AGAINST THE
      * RECORDS ACTUALLY WRITTEN TO RSTRHIST.
      *
      * WHEN THE RUN BALANCES RSTRHIST IS CLOSED WITH A CONTROL
      * TRAILER (SORTHTRL) LIKE ANY OTHER HISTORY FILE, SO ITS READERS
      * CAN PROVE IT COMPLETE; WHEN IT DOES NOT, THE TRAILER IS LEFT
      * OFF AND EVERY READER STOPS ON IT.  HISTARCH ITSELF IS EXTENDED
      * BY EVERY HOUSEKEEPING RUN AND CARRIES NO TRAILER; THE BALANCE
      * ABOVE IS ITS CONTROL.
      *
      * RETURN CODES:  0 = EVERY CARD RETURNED RECORDS, 4 = A CARD WAS
      * REJECTED OR RETURNED NOTHING, 8 = NOTHING RETURNED AT ALL,
      * 12 = NO VALID RESTORE CARD - NOTHING SEARCHED, 16 = THE RUN
      * DID NOT BALANCE - DO NOT USE RSTRHIST.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SYSIN-FILE ASSIGN TO SYSIN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HIST-ARCH-FILE ASSIGN TO HISTARCH.
           SELECT RSTR-HIST-FILE ASSIGN TO RSTRHIST.
           SELECT RSTR-RPT-FILE ASSIGN TO RSTRRPT.
           SELECT RSTR-SORT-FILE ASSIGN TO SORTWORK.
       DATA DIVISION.
       FILE SECTION.
       FD  SYSIN-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SYSIN-RECORD                PIC X(80).

      *----------------------------------------------------------------*
      *  HISTARCH - THE PURGE ARCHIVE WRITTEN BY SORTHSKP, READ        *
      *  THROUGH THE SORTHREC LAYOUT.                                  *
      *----------------------------------------------------------------*
       FD  HIST-ARCH-FILE
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 240 CHARACTERS.
       COPY SORTHREC.

      *----------------------------------------------------------------*
      *  RSTRHIST - THE RESTORED RUNS, SORTHREC LAYOUT.                *
      *----------------------------------------------------------------*
       FD  RSTR-HIST-FILE
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 240 CHARACTERS.
       01  RSTR-HIST-RECORD            PIC X(240).

      *----------------------------------------------------------------*
      *  RSTRRPT - THE PRINTED RESTORE REPORT.                         *
      *----------------------------------------------------------------*
       FD  RSTR-RPT-FILE
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  RSTR-RPT-RECORD             PIC X(133).

      *----------------------------------------------------------------*
      *  SORT WORK FILE - THE SELECTED RUNS SORTED ON THE RUN-STAMP    *
      *  KEY, WHICH SITS WHERE SORTHREC PUTS IT.  RSS-REQUEST IS THE   *
      *  CARD THAT SELECTED THE RUN AND THE LAST SORT KEY, SO A REPEAT *
      *  OF A RUN STAMP IS CHARGED TO THE CARD THAT ASKED FOR IT.      *
      *----------------------------------------------------------------*
       SD  RSTR-SORT-FILE.
       01  RSTR-SORT-RECORD.
           05  RSS-RUN-DATE            PIC X(08).
           05  FILLER                  PIC X(02).
           05  RSS-RUN-TIME            PIC X(11).
           05  FILLER                  PIC X(02).
           05  RSS-SORT-SIZE           PIC X(09).
           05  FILLER                  PIC X(152).
           05  RSS-RUN-CONTEXT         PIC X(21).
           05  FILLER                  PIC X(35).
           05  RSS-REQUEST             PIC 9(04).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      *  WS-RSTR-CONTROL - RUN SWITCHES AND COUNTS.                    *
      *----------------------------------------------------------------*
        01  WS-RSTR-CONTROL.
            05  WS-SYSIN-EOF-SW         PIC X(01) VALUE 'N'.
                88  WS-SYSIN-AT-EOF              VALUE 'Y'.
            05  WS-ARCH-EOF-SW          PIC X(01) VALUE 'N'.
                88  WS-ARCH-AT-EOF               VALUE 'Y'.
            05  WS-SORT-EOF-SW          PIC X(01) VALUE 'N'.
                88  WS-SORT-AT-EOF               VALUE 'Y'.
            05  WS-BALANCE-SW           PIC X(01) VALUE 'Y'.
                88  WS-IN-BALANCE                VALUE 'Y'.
            05  WS-CARD-COUNT           PIC S9(9) COMP-3 VALUE 0.
            05  WS-VALID-COUNT          PIC S9(9) COMP-3 VALUE 0.
            05  WS-REJECT-COUNT         PIC S9(9) COMP-3 VALUE 0.
            05  WS-EMPTY-COUNT          PIC S9(9) COMP-3 VALUE 0.
            05  WS-ARCH-READ-COUNT      PIC S9(9) COMP-3 VALUE 0.
            05  WS-SKIP-COUNT           PIC S9(9) COMP-3 VALUE 0.
            05  WS-NOSEL-COUNT          PIC S9(9) COMP-3 VALUE 0.
            05  WS-SELECT-COUNT         PIC S9(9) COMP-3 VALUE 0.
            05  WS-DUP-COUNT            PIC S9(9) COMP-3 VALUE 0.
            05  WS-RETURN-COUNT         PIC S9(9) COMP-3 VALUE 0.
            05  WS-WRITE-COUNT          PIC S9(9) COMP-3 VALUE 0.
            05  WS-VOID-COUNT           PIC S9(9) COMP-3 VALUE 0.
            05  WS-RSTR-RC              PIC S9(4) COMP VALUE ZERO.

      *----------------------------------------------------------------*
      *  WS-RSTR-CARD - SYSIN RESTORE CARD LAYOUT.                     *
      *----------------------------------------------------------------*
        01  WS-RSTR-CARD.
            05  RC-TAG                  PIC X(07).
            05  FILLER                  PIC X(01).
            05  RC-FROM-DATE            PIC X(08).
            05  FILLER                  PIC X(01).
            05  RC-TO-DATE              PIC X(08).
            05  FILLER                  PIC X(01).
            05  RC-SORT-SIZE            PIC X(09).
            05  FILLER                  PIC X(01).
            05  RC-ALGORITHM            PIC X(06).
            05  FILLER                  PIC X(38).

      *----------------------------------------------------------------*
      *  WS-REQ-TABLE - EVERY RESTORE CARD, IN CARD ORDER, WITH ITS    *
      *  COUNTS.  RQ-STATUS IS V (VALID) OR R (REJECTED, RQ-MESSAGE    *
      *  SAYS WHY).  RQ-ALGO-IDX IS ZERO WHEN NO ALGORITHM WAS GIVEN;  *
      *  RQ-SIZE-SW IS N WHEN NO SORT SIZE WAS GIVEN.                  *
      *----------------------------------------------------------------*
        01  WS-REQ-CONTROL.
            05  WS-REQ-MAX              PIC S9(4) COMP VALUE 50.
            05  WS-REQ-COUNT            PIC S9(4) COMP VALUE 0.
            05  WS-REQ-IDX              PIC S9(4) COMP VALUE 0.
            05  WS-REQ-HIT              PIC S9(4) COMP VALUE 0.
        01  WS-REQ-TABLE.
            05  WS-REQ-ENTRY            OCCURS 50 TIMES.
                10  RQ-CARD-NUMBER      PIC 9(04).
                10  RQ-FROM-DATE        PIC X(08).
                10  RQ-TO-DATE          PIC X(08).
                10  RQ-SIZE-SW          PIC X(01).
                10  RQ-SORT-SIZE        PIC 9(09).
                10  RQ-ALGORITHM        PIC X(06).
                10  RQ-ALGO-IDX         PIC S9(4) COMP.
                10  RQ-STATUS           PIC X(01).
                    88  RQ-VALID                 VALUE 'V'.
                    88  RQ-REJECTED              VALUE 'R'.
                10  RQ-SELECT-COUNT     PIC S9(9) COMP-3.
                10  RQ-DUP-COUNT        PIC S9(9) COMP-3.
                10  RQ-RETURN-COUNT     PIC S9(9) COMP-3.
                10  RQ-MESSAGE          PIC X(40).

        01  WS-ALGO-NAMES.
            05  FILLER                  PIC X(6) VALUE 'BUBBLE'.
            05  FILLER                  PIC X(6) VALUE 'JUMPUP'.
            05  FILLER                  PIC X(6) VALUE 'SHELL '.
            05  FILLER                  PIC X(6) VALUE 'NATIVE'.
            05  FILLER                  PIC X(6) VALUE 'MERGE '.
        01  WS-ALGO-NAME-TABLE REDEFINES WS-ALGO-NAMES.
            05  WS-ALGO-NAME            PIC X(6) OCCURS 5 TIMES.
        01  WS-ALGO-STATUSES.
            05  WS-ALGO-STATUS          PIC X(4) OCCURS 5 TIMES.

      *----------------------------------------------------------------*
      *  WS-PARSE-WORK - SORT-SIZE AND DATE CHECKS FOR THE CARDS AND   *
      *  THE ARCHIVE RECORDS, AND THE MESSAGE OF THE CARD BEING        *
      *  CHECKED.                                                      *
      *----------------------------------------------------------------*
        01  WS-PARSE-WORK.
            05  WS-SIZE-X               PIC X(9).
            05  WS-SIZE-9 REDEFINES WS-SIZE-X
                                        PIC 9(9).
            05  WS-ARCH-SIZE            PIC 9(9) VALUE 0.
            05  WS-ALGO-IDX             PIC S9(4) COMP.
            05  WS-CARD-MESSAGE         PIC X(40) VALUE SPACES.
        01  WS-DATE-PARTS.
            05  WS-DATE-YYYY            PIC 9(04).
            05  WS-DATE-MM              PIC 9(02).
            05  WS-DATE-DD              PIC 9(02).

      *----------------------------------------------------------------*
      *  WS-PREV-KEY - THE RUN STAMP OF THE RECORD JUST RETURNED, FOR  *
      *  THE REPEATED-STAMP CHECK ON THE SORTED STREAM.                *
      *----------------------------------------------------------------*
        01  WS-PREV-KEY.
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
      *  WS-RUN-STAMP - DATE/TIME THIS RESTORE RAN, FOR THE HEADINGS.  *
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
        01  WS-HEAD1.
            05  FILLER                  PIC X(30) VALUE
                'SORTRSTR - SORT HISTORY ARCHIV'.
            05  FILLER                  PIC X(18) VALUE
                'E RESTORE         '.
            05  FILLER                  PIC X(09) VALUE 'RUN DATE '.
            05  H1-RUN-DATE             PIC 9(08).
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  H1-RUN-TIME             PIC X(11).
            05  FILLER                  PIC X(45) VALUE SPACES.
            05  FILLER                  PIC X(05) VALUE 'PAGE '.
            05  H1-PAGE                 PIC ZZZ9.
            05  FILLER                  PIC X(01) VALUE SPACES.
        01  WS-HEAD2.
            05  FILLER                  PIC X(30) VALUE
                'CARD FIRST    LAST      SORT S'.
            05  FILLER                  PIC X(30) VALUE
                'IZE ALGO   RESULT    REQUESTED'.
            05  FILLER                  PIC X(30) VALUE
                '   REPEATS  RETURNED  MESSAGE '.
            05  FILLER                  PIC X(43) VALUE SPACES.
        01  WS-REQ-LINE.
            05  QL-CARD-NUMBER          PIC ZZZ9.
            05  FILLER                  PIC X(01) VALUE SPACES.
            05  QL-FROM-DATE            PIC X(08).
            05  FILLER                  PIC X(01) VALUE SPACES.
            05  QL-TO-DATE              PIC X(08).
            05  FILLER                  PIC X(01) VALUE SPACES.
            05  QL-SORT-SIZE            PIC X(09).
            05  FILLER                  PIC X(01) VALUE SPACES.
            05  QL-ALGORITHM            PIC X(06).
            05  FILLER                  PIC X(01) VALUE SPACES.
            05  QL-RESULT               PIC X(08).
            05  FILLER                  PIC X(03) VALUE SPACES.
            05  QL-SELECT-COUNT         PIC ZZZZZZZZ9.
            05  FILLER                  PIC X(01) VALUE SPACES.
            05  QL-DUP-COUNT            PIC ZZZZZZZZ9.
            05  FILLER                  PIC X(01) VALUE SPACES.
            05  QL-RETURN-COUNT         PIC ZZZZZZZZ9.
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  QL-MESSAGE              PIC X(40).
            05  FILLER                  PIC X(11) VALUE SPACES.
        01  WS-SIZE-EDIT                PIC ZZZZZZZZ9.
        01  WS-COUNT-LINE.
            05  CL-CAPTION              PIC X(40).
            05  CL-COUNT                PIC ZZZZZZZZ9.
            05  FILLER                  PIC X(84) VALUE SPACES.

       COPY SORTHTRL.

       PROCEDURE DIVISION.

       PROGRAM-START.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME FROM TIME.
           MOVE CORRESPONDING WS-TIME TO WS-RUN-TIME-DISPLAY.

           OPEN OUTPUT RSTR-RPT-FILE.

           PERFORM LOAD-RESTORE-REQUESTS
               THRU LOAD-RESTORE-REQUESTS-EXIT.

           IF WS-VALID-COUNT > 0
               SORT RSTR-SORT-FILE
                   ON ASCENDING KEY RSS-RUN-DATE
                                    RSS-RUN-TIME
                                    RSS-SORT-SIZE
                                    RSS-RUN-CONTEXT
                                    RSS-REQUEST
                   INPUT PROCEDURE SELECT-ARCHIVED-RUNS
                   OUTPUT PROCEDURE WRITE-RESTORED-RUNS
           ELSE
               OPEN OUTPUT RSTR-HIST-FILE
           END-IF.

           PERFORM CHECK-RESTORE-BALANCE
               THRU CHECK-RESTORE-BALANCE-EXIT.
           IF WS-IN-BALANCE
               PERFORM BUILD-HISTORY-TRAILER
                   THRU BUILD-HISTORY-TRAILER-EXIT
               MOVE HTRL-TRAILER TO RSTR-HIST-RECORD
               WRITE RSTR-HIST-RECORD
           END-IF.
           CLOSE RSTR-HIST-FILE.

           EVALUATE TRUE
               WHEN NOT WS-IN-BALANCE
                   MOVE 16 TO WS-RSTR-RC
               WHEN WS-VALID-COUNT = 0
                   DISPLAY 'SORTRSTR: NO VALID RESTORE CARD - '
                           'NOTHING SEARCHED'
                   MOVE 12 TO WS-RSTR-RC
               WHEN WS-WRITE-COUNT = 0
                   DISPLAY 'SORTRSTR: NO ARCHIVED RUN MATCHED - '
                           'RSTRHIST IS EMPTY'
                   MOVE 8 TO WS-RSTR-RC
               WHEN WS-REJECT-COUNT > 0
                   OR WS-EMPTY-COUNT > 0
                   MOVE 4 TO WS-RSTR-RC
               WHEN OTHER
                   MOVE 0 TO WS-RSTR-RC
           END-EVALUATE.

           PERFORM WRITE-RESTORE-REPORT
               THRU WRITE-RESTORE-REPORT-EXIT.

           CLOSE RSTR-RPT-FILE.

           DISPLAY 'SORTRSTR: ' WS-VALID-COUNT ' RESTORE CARDS, '
                   WS-REJECT-COUNT ' REJECTED'.
           DISPLAY 'SORTRSTR: ' WS-ARCH-READ-COUNT ' ARCHIVE RECORDS '
                   'READ, ' WS-SELECT-COUNT ' REQUESTED, '
                   WS-WRITE-COUNT ' RETURNED'.
           IF NOT WS-IN-BALANCE
               DISPLAY 'SORTRSTR: RESTORE OUT OF BALANCE - '
                       'DO NOT USE RSTRHIST'
           END-IF.

           MOVE WS-RSTR-RC TO RETURN-CODE.

           GOBACK.

      *----------------------------------------------------------------*
      *  LOAD-RESTORE-REQUESTS                                         *
      *  READS EVERY SYSIN CARD INTO THE REQUEST TABLE.  BLANK AND     *
      *  COMMENT CARDS ARE PASSED OVER; A CARD THAT FAILS ITS CHECKS   *
      *  IS TABLED AS REJECTED SO IT STILL APPEARS ON THE REPORT.      *
      *----------------------------------------------------------------*
       LOAD-RESTORE-REQUESTS.

           OPEN INPUT SYSIN-FILE.
           PERFORM
             UNTIL WS-SYSIN-AT-EOF
               READ SYSIN-FILE
                   AT END
                       MOVE 'Y' TO WS-SYSIN-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-CARD-COUNT
                       PERFORM LOAD-ONE-REQUEST
                           THRU LOAD-ONE-REQUEST-EXIT
               END-READ
           END-PERFORM.
           CLOSE SYSIN-FILE.

       LOAD-RESTORE-REQUESTS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  LOAD-ONE-REQUEST                                              *
      *  CHECKS ONE RESTORE CARD AND ADDS IT TO THE TABLE.             *
      *----------------------------------------------------------------*
       LOAD-ONE-REQUEST.

           IF SYSIN-RECORD = SPACES
               OR SYSIN-RECORD (1 : 1) = '*'
               GO TO LOAD-ONE-REQUEST-EXIT
           END-IF.

           IF WS-REQ-COUNT >= WS-REQ-MAX
               DISPLAY 'SORTRSTR: REQUEST TABLE FULL - CARD '
                       WS-CARD-COUNT ' IGNORED'
               ADD 1 TO WS-REJECT-COUNT
               GO TO LOAD-ONE-REQUEST-EXIT
           END-IF.

           MOVE SYSIN-RECORD TO WS-RSTR-CARD.
           ADD 1 TO WS-REQ-COUNT.
           MOVE WS-REQ-COUNT TO WS-REQ-IDX.
           MOVE WS-CARD-COUNT TO RQ-CARD-NUMBER (WS-REQ-IDX).
           MOVE RC-FROM-DATE TO RQ-FROM-DATE (WS-REQ-IDX).
           MOVE RC-TO-DATE TO RQ-TO-DATE (WS-REQ-IDX).
           MOVE 'N' TO RQ-SIZE-SW (WS-REQ-IDX).
           MOVE 0 TO RQ-SORT-SIZE (WS-REQ-IDX).
           MOVE RC-ALGORITHM TO RQ-ALGORITHM (WS-REQ-IDX).
           MOVE 0 TO RQ-ALGO-IDX (WS-REQ-IDX).
           MOVE 0 TO RQ-SELECT-COUNT (WS-REQ-IDX).
           MOVE 0 TO RQ-DUP-COUNT (WS-REQ-IDX).
           MOVE 0 TO RQ-RETURN-COUNT (WS-REQ-IDX).
           MOVE SPACES TO RQ-MESSAGE (WS-REQ-IDX).

           PERFORM VALIDATE-REQUEST
               THRU VALIDATE-REQUEST-EXIT.

           IF WS-CARD-MESSAGE = SPACES
               MOVE 'V' TO RQ-STATUS (WS-REQ-IDX)
               ADD 1 TO WS-VALID-COUNT
           ELSE
               MOVE 'R' TO RQ-STATUS (WS-REQ-IDX)
               MOVE WS-CARD-MESSAGE TO RQ-MESSAGE (WS-REQ-IDX)
               ADD 1 TO WS-REJECT-COUNT
           END-IF.

       LOAD-ONE-REQUEST-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  VALIDATE-REQUEST                                              *
      *  CHECKS THE CARD IN WS-RSTR-CARD, LEAVING WS-CARD-MESSAGE      *
      *  BLANK WHEN IT IS GOOD, AND FILLS IN THE SIZE AND ALGORITHM    *
      *  FILTERS OF THE ENTRY AT WS-REQ-IDX.  THE FIRST FAULT FOUND IS *
      *  THE ONE REPORTED.                                             *
      *----------------------------------------------------------------*
       VALIDATE-REQUEST.

           MOVE SPACES TO WS-CARD-MESSAGE.

           IF RC-TAG NOT = 'RESTORE'
               MOVE 'CARD IS NOT A RESTORE CARD' TO WS-CARD-MESSAGE
               GO TO VALIDATE-REQUEST-EXIT
           END-IF.

           MOVE RC-FROM-DATE TO WS-DATE-PARTS.
           IF WS-DATE-PARTS IS NOT NUMERIC
               OR WS-DATE-MM < 1 OR WS-DATE-MM > 12
               OR WS-DATE-DD < 1 OR WS-DATE-DD > 31
               MOVE 'FIRST RUN DATE NOT A VALID YYYYMMDD'
                   TO WS-CARD-MESSAGE
               GO TO VALIDATE-REQUEST-EXIT
           END-IF.
           MOVE RC-TO-DATE TO WS-DATE-PARTS.
           IF WS-DATE-PARTS IS NOT NUMERIC
               OR WS-DATE-MM < 1 OR WS-DATE-MM > 12
               OR WS-DATE-DD < 1 OR WS-DATE-DD > 31
               MOVE 'LAST RUN DATE NOT A VALID YYYYMMDD'
                   TO WS-CARD-MESSAGE
               GO TO VALIDATE-REQUEST-EXIT
           END-IF.
           IF RC-TO-DATE < RC-FROM-DATE
               MOVE 'LAST RUN DATE BEFORE THE FIRST'
                   TO WS-CARD-MESSAGE
               GO TO VALIDATE-REQUEST-EXIT
           END-IF.

           IF RC-SORT-SIZE NOT = SPACES
               MOVE RC-SORT-SIZE TO WS-SIZE-X
               INSPECT WS-SIZE-X REPLACING LEADING ' ' BY '0'
               IF WS-SIZE-X IS NOT NUMERIC
                   MOVE 'SORT SIZE NOT NUMERIC' TO WS-CARD-MESSAGE
                   GO TO VALIDATE-REQUEST-EXIT
               END-IF
               MOVE 'Y' TO RQ-SIZE-SW (WS-REQ-IDX)
               MOVE WS-SIZE-9 TO RQ-SORT-SIZE (WS-REQ-IDX)
           END-IF.

           IF RC-ALGORITHM NOT = SPACES
               PERFORM
                 VARYING WS-ALGO-IDX FROM 1 BY 1
                 UNTIL WS-ALGO-IDX > 5
                   IF RC-ALGORITHM = WS-ALGO-NAME (WS-ALGO-IDX)
                       MOVE WS-ALGO-IDX TO RQ-ALGO-IDX (WS-REQ-IDX)
                   END-IF
               END-PERFORM
               IF RQ-ALGO-IDX (WS-REQ-IDX) = 0
                   MOVE 'ALGORITHM NOT A SORTDALE ALGORITHM NAME'
                       TO WS-CARD-MESSAGE
                   GO TO VALIDATE-REQUEST-EXIT
               END-IF
           END-IF.

       VALIDATE-REQUEST-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  SELECT-ARCHIVED-RUNS                                          *
      *  READS THE ARCHIVE AND RELEASES EVERY RUN A VALID CARD ASKS    *
      *  FOR, TAGGED WITH THE FIRST SUCH CARD.  A RECORD WHOSE         *
      *  SORT-SIZE DOES NOT SCAN AS A NUMBER, OR A MONTHLY SUMMARY, IS *
      *  COUNTED AS UNUSABLE AND SKIPPED.                              *
      *----------------------------------------------------------------*
       SELECT-ARCHIVED-RUNS.

           OPEN INPUT HIST-ARCH-FILE.
           PERFORM
             UNTIL WS-ARCH-AT-EOF
               READ HIST-ARCH-FILE
                   AT END
                       MOVE 'Y' TO WS-ARCH-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-ARCH-READ-COUNT
                       PERFORM SELECT-ONE-ARCHIVED-RUN
                           THRU SELECT-ONE-ARCHIVED-RUN-EXIT
               END-READ
           END-PERFORM.
           CLOSE HIST-ARCH-FILE.

      *----------------------------------------------------------------*
      *  SELECT-ONE-ARCHIVED-RUN                                       *
      *----------------------------------------------------------------*
       SELECT-ONE-ARCHIVED-RUN.

           IF HIST-RUN-TIME = 'SUMMARY'
               ADD 1 TO WS-SKIP-COUNT
               GO TO SELECT-ONE-ARCHIVED-RUN-EXIT
           END-IF.
           MOVE HIST-SORT-SIZE TO WS-SIZE-X.
           IF WS-SIZE-X NOT = SPACES
               INSPECT WS-SIZE-X REPLACING LEADING ' ' BY '0'
           END-IF.
           IF WS-SIZE-X IS NOT NUMERIC
               ADD 1 TO WS-SKIP-COUNT
               GO TO SELECT-ONE-ARCHIVED-RUN-EXIT
           END-IF.
           MOVE WS-SIZE-9 TO WS-ARCH-SIZE.

           MOVE HIST-BUBBLE-STATUS TO WS-ALGO-STATUS (1).
           MOVE HIST-JUMPUP-STATUS TO WS-ALGO-STATUS (2).
           MOVE HIST-SHELL-STATUS  TO WS-ALGO-STATUS (3).
           MOVE HIST-NATIVE-STATUS TO WS-ALGO-STATUS (4).
           MOVE HIST-MERGE-STATUS  TO WS-ALGO-STATUS (5).

           MOVE 0 TO WS-REQ-HIT.
           PERFORM
             VARYING WS-REQ-IDX FROM 1 BY 1
             UNTIL WS-REQ-IDX > WS-REQ-COUNT
             OR WS-REQ-HIT > 0
               IF RQ-VALID (WS-REQ-IDX)
                   PERFORM MATCH-ONE-REQUEST
                       THRU MATCH-ONE-REQUEST-EXIT
               END-IF
           END-PERFORM.

           IF WS-REQ-HIT = 0
               ADD 1 TO WS-NOSEL-COUNT
               GO TO SELECT-ONE-ARCHIVED-RUN-EXIT
           END-IF.

           ADD 1 TO WS-SELECT-COUNT.
           ADD 1 TO RQ-SELECT-COUNT (WS-REQ-HIT).
           MOVE SORT-HIST-RECORD TO RSTR-SORT-RECORD (1 : 240).
           MOVE WS-REQ-HIT TO RSS-REQUEST.
           RELEASE RSTR-SORT-RECORD.

       SELECT-ONE-ARCHIVED-RUN-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  MATCH-ONE-REQUEST                                             *
      *  SETS WS-REQ-HIT TO WS-REQ-IDX WHEN THE ARCHIVED RUN FALLS IN  *
      *  THE CARD'S DATE RANGE, IS OF ITS SORT SIZE (WHEN GIVEN) AND   *
      *  RAN ITS ALGORITHM (WHEN GIVEN) - ANY STATUS BUT '----'.       *
      *----------------------------------------------------------------*
       MATCH-ONE-REQUEST.

           IF HIST-RUN-DATE < RQ-FROM-DATE (WS-REQ-IDX)
               OR HIST-RUN-DATE > RQ-TO-DATE (WS-REQ-IDX)
               GO TO MATCH-ONE-REQUEST-EXIT
           END-IF.
           IF RQ-SIZE-SW (WS-REQ-IDX) = 'Y'
               AND RQ-SORT-SIZE (WS-REQ-IDX) NOT = WS-ARCH-SIZE
               GO TO MATCH-ONE-REQUEST-EXIT
           END-IF.
           IF RQ-ALGO-IDX (WS-REQ-IDX) > 0
               MOVE RQ-ALGO-IDX (WS-REQ-IDX) TO WS-ALGO-IDX
               IF WS-ALGO-STATUS (WS-ALGO-IDX) = '----'
                   OR WS-ALGO-STATUS (WS-ALGO-IDX) = SPACES
                   GO TO MATCH-ONE-REQUEST-EXIT
               END-IF
           END-IF.
           MOVE WS-REQ-IDX TO WS-REQ-HIT.

       MATCH-ONE-REQUEST-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  WRITE-RESTORED-RUNS                                           *
      *  TAKES THE SORTED SELECTION, DROPS A REPEATED RUN STAMP AND    *
      *  WRITES EVERY OTHER RUN TO RSTRHIST AS IT WAS ARCHIVED.  THE   *
      *  FILE IS LEFT OPEN FOR ITS TRAILER ONCE THE RUN IS BALANCED.   *
      *----------------------------------------------------------------*
       WRITE-RESTORED-RUNS.

           OPEN OUTPUT RSTR-HIST-FILE.

           PERFORM
             UNTIL WS-SORT-AT-EOF
               RETURN RSTR-SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF-SW
                   NOT AT END
                       PERFORM WRITE-ONE-RESTORED-RUN
                           THRU WRITE-ONE-RESTORED-RUN-EXIT
               END-RETURN
           END-PERFORM.

      *----------------------------------------------------------------*
      *  WRITE-ONE-RESTORED-RUN                                        *
      *----------------------------------------------------------------*
       WRITE-ONE-RESTORED-RUN.

           MOVE RSS-REQUEST TO WS-REQ-IDX.
           MOVE RSS-RUN-DATE    TO WS-CURR-RUN-DATE.
           MOVE RSS-RUN-TIME    TO WS-CURR-RUN-TIME.
           MOVE RSS-SORT-SIZE   TO WS-CURR-SORT-SIZE.
           MOVE RSS-RUN-CONTEXT TO WS-CURR-RUN-CONTEXT.
           IF WS-CURR-KEY = WS-PREV-KEY
               ADD 1 TO WS-DUP-COUNT
               ADD 1 TO RQ-DUP-COUNT (WS-REQ-IDX)
               GO TO WRITE-ONE-RESTORED-RUN-EXIT
           END-IF.
           MOVE WS-CURR-KEY TO WS-PREV-KEY.

           MOVE RSTR-SORT-RECORD (1 : 240) TO RSTR-HIST-RECORD.
           WRITE RSTR-HIST-RECORD.
           MOVE RSTR-HIST-RECORD TO HTRL-RECORD.
           PERFORM ADD-OUTPUT-CONTROL
               THRU ADD-OUTPUT-CONTROL-EXIT.
           ADD 1 TO WS-WRITE-COUNT.
           ADD 1 TO WS-RETURN-COUNT.
           ADD 1 TO RQ-RETURN-COUNT (WS-REQ-IDX).
           IF RSTR-SORT-RECORD (206 : 1) = 'V'
               ADD 1 TO WS-VOID-COUNT
           END-IF.

       WRITE-ONE-RESTORED-RUN-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  CHECK-RESTORE-BALANCE                                         *
      *  EVERY ARCHIVE RECORD READ MUST BE REQUESTED, NOT REQUESTED OR *
      *  UNUSABLE; EVERY RECORD REQUESTED MUST BE RETURNED OR DROPPED  *
      *  AS A REPEAT, ON EACH CARD AND IN TOTAL; AND THE RECORDS       *
      *  RETURNED MUST BE THE RECORDS WRITTEN TO RSTRHIST.  A VALID    *
      *  CARD THAT RETURNED NOTHING IS COUNTED FOR THE RETURN CODE.    *
      *----------------------------------------------------------------*
       CHECK-RESTORE-BALANCE.

           MOVE 'Y' TO WS-BALANCE-SW.
           IF WS-ARCH-READ-COUNT
                   NOT = WS-SELECT-COUNT + WS-NOSEL-COUNT
                       + WS-SKIP-COUNT
               MOVE 'N' TO WS-BALANCE-SW
           END-IF.
           IF WS-SELECT-COUNT NOT = WS-RETURN-COUNT + WS-DUP-COUNT
               MOVE 'N' TO WS-BALANCE-SW
           END-IF.
           IF WS-RETURN-COUNT NOT = WS-WRITE-COUNT
               MOVE 'N' TO WS-BALANCE-SW
           END-IF.

           PERFORM
             VARYING WS-REQ-IDX FROM 1 BY 1
             UNTIL WS-REQ-IDX > WS-REQ-COUNT
               IF RQ-SELECT-COUNT (WS-REQ-IDX)
                       NOT = RQ-RETURN-COUNT (WS-REQ-IDX)
                           + RQ-DUP-COUNT (WS-REQ-IDX)
                   MOVE 'N' TO WS-BALANCE-SW
                   MOVE 'OUT OF BALANCE' TO RQ-MESSAGE (WS-REQ-IDX)
               END-IF
               IF RQ-VALID (WS-REQ-IDX)
                   AND RQ-RETURN-COUNT (WS-REQ-IDX) = 0
                   ADD 1 TO WS-EMPTY-COUNT
                   IF RQ-MESSAGE (WS-REQ-IDX) = SPACES
                       MOVE 'NO ARCHIVED RUN MATCHED'
                           TO RQ-MESSAGE (WS-REQ-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-RESTORE-BALANCE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  WRITE-RESTORE-REPORT                                          *
      *  ONE LINE PER RESTORE CARD WITH ITS COUNTS, THEN THE RUN       *
      *  TOTALS AND THE BALANCE.                                       *
      *----------------------------------------------------------------*
       WRITE-RESTORE-REPORT.

           MOVE SPACES TO RSTR-RPT-RECORD.
           PERFORM WRITE-PAGE-HEADINGS
               THRU WRITE-PAGE-HEADINGS-EXIT.

           PERFORM
             VARYING WS-REQ-IDX FROM 1 BY 1
             UNTIL WS-REQ-IDX > WS-REQ-COUNT
               PERFORM WRITE-ONE-REQUEST-LINE
                   THRU WRITE-ONE-REQUEST-LINE-EXIT
           END-PERFORM.

           MOVE SPACES TO RSTR-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.

           MOVE 'RESTORE CARDS READ' TO CL-CAPTION.
           MOVE WS-REQ-COUNT TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE
               THRU WRITE-COUNT-LINE-EXIT.
           MOVE 'RESTORE CARDS REJECTED' TO CL-CAPTION.
           MOVE WS-REJECT-COUNT TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE
               THRU WRITE-COUNT-LINE-EXIT.
           MOVE 'ARCHIVE RECORDS READ' TO CL-CAPTION.
           MOVE WS-ARCH-READ-COUNT TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE
               THRU WRITE-COUNT-LINE-EXIT.
           MOVE '  UNUSABLE RECORDS SKIPPED' TO CL-CAPTION.
           MOVE WS-SKIP-COUNT TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE
               THRU WRITE-COUNT-LINE-EXIT.
           MOVE '  NOT REQUESTED' TO CL-CAPTION.
           MOVE WS-NOSEL-COUNT TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE
               THRU WRITE-COUNT-LINE-EXIT.
           MOVE '  RECORDS REQUESTED' TO CL-CAPTION.
           MOVE WS-SELECT-COUNT TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE
               THRU WRITE-COUNT-LINE-EXIT.
           MOVE 'REPEATED RUN STAMPS DROPPED' TO CL-CAPTION.
           MOVE WS-DUP-COUNT TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE
               THRU WRITE-COUNT-LINE-EXIT.
           MOVE 'RECORDS RETURNED' TO CL-CAPTION.
           MOVE WS-RETURN-COUNT TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE
               THRU WRITE-COUNT-LINE-EXIT.
           MOVE '  VOIDED RUNS AMONG THEM' TO CL-CAPTION.
           MOVE WS-VOID-COUNT TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE
               THRU WRITE-COUNT-LINE-EXIT.
           MOVE 'RECORDS WRITTEN TO RSTRHIST' TO CL-CAPTION.
           MOVE WS-WRITE-COUNT TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE
               THRU WRITE-COUNT-LINE-EXIT.

           MOVE SPACES TO RSTR-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.
           IF WS-IN-BALANCE
               MOVE
                   'RESTORE IN BALANCE - REQUESTED = RETURNED + REPEATS'
                   TO RSTR-RPT-RECORD
           ELSE
               MOVE 'RESTORE OUT OF BALANCE - DO NOT USE RSTRHIST'
                   TO RSTR-RPT-RECORD
           END-IF.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.

       WRITE-RESTORE-REPORT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  WRITE-ONE-REQUEST-LINE                                        *
      *----------------------------------------------------------------*
       WRITE-ONE-REQUEST-LINE.

           MOVE RQ-CARD-NUMBER (WS-REQ-IDX) TO QL-CARD-NUMBER.
           MOVE RQ-FROM-DATE (WS-REQ-IDX) TO QL-FROM-DATE.
           MOVE RQ-TO-DATE (WS-REQ-IDX) TO QL-TO-DATE.
           IF RQ-SIZE-SW (WS-REQ-IDX) = 'Y'
               MOVE RQ-SORT-SIZE (WS-REQ-IDX) TO WS-SIZE-EDIT
               MOVE WS-SIZE-EDIT TO QL-SORT-SIZE
           ELSE
               MOVE '      ALL' TO QL-SORT-SIZE
           END-IF.
           IF RQ-ALGORITHM (WS-REQ-IDX) = SPACES
               MOVE 'ALL' TO QL-ALGORITHM
           ELSE
               MOVE RQ-ALGORITHM (WS-REQ-IDX) TO QL-ALGORITHM
           END-IF.
           IF RQ-VALID (WS-REQ-IDX)
               MOVE 'RESTORED' TO QL-RESULT
           ELSE
               MOVE 'REJECTED' TO QL-RESULT
           END-IF.
           MOVE RQ-SELECT-COUNT (WS-REQ-IDX) TO QL-SELECT-COUNT.
           MOVE RQ-DUP-COUNT (WS-REQ-IDX) TO QL-DUP-COUNT.
           MOVE RQ-RETURN-COUNT (WS-REQ-IDX) TO QL-RETURN-COUNT.
           MOVE RQ-MESSAGE (WS-REQ-IDX) TO QL-MESSAGE.
           MOVE WS-REQ-LINE TO RSTR-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.

       WRITE-ONE-REQUEST-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  WRITE-COUNT-LINE / WRITE-REPORT-LINE / WRITE-PAGE-HEADINGS    *
      *  ALL REPORT OUTPUT FUNNELS THROUGH HERE SO PAGE BREAKS AND     *
      *  HEADINGS STAY CONSISTENT.                                     *
      *----------------------------------------------------------------*
       WRITE-COUNT-LINE.

           MOVE WS-COUNT-LINE TO RSTR-RPT-RECORD.
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
           WRITE RSTR-RPT-RECORD.
           ADD 1 TO WS-LINE-COUNT.

       WRITE-REPORT-LINE-EXIT.
           EXIT.

       WRITE-PAGE-HEADINGS.

           MOVE RSTR-RPT-RECORD TO WS-RPT-LINE-HOLD.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE 0 TO WS-LINE-COUNT.
           MOVE WS-RUN-DATE TO H1-RUN-DATE.
           MOVE WS-RUN-TIME-DISPLAY TO H1-RUN-TIME.
           MOVE WS-PAGE-COUNT TO H1-PAGE.
           MOVE WS-HEAD1 TO RSTR-RPT-RECORD.
           WRITE RSTR-RPT-RECORD.
           MOVE WS-HEAD2 TO RSTR-RPT-RECORD.
           WRITE RSTR-RPT-RECORD.
           MOVE SPACES TO RSTR-RPT-RECORD.
           WRITE RSTR-RPT-RECORD.
           MOVE 3 TO WS-LINE-COUNT.
           MOVE WS-RPT-LINE-HOLD TO RSTR-RPT-RECORD.

       WRITE-PAGE-HEADINGS-EXIT.
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
           MOVE 'SORTRSTR' TO HTRL-WRITER.
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
