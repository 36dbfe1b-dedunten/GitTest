       IDENTIFICATION DIVISION.
       PROGRAM-ID. SORTHMNT.
      *
      * HISTORY MAINTENANCE FOR THE SORTDALE BENCHMARK SUITE.  APPLIES
      * TRANSACTION CARDS FROM SYSIN AGAINST THE MASTER HISTORY FILE
      * MAINTAINED BY SORTHSKP, SO A RUN THAT WAS MADE UNDER BAD
      * CONDITIONS (A DEGRADED LPAR, A DASD OUTAGE, A CONTROL CARD
      * THAT PASSED SORTAUDT BUT WAS WRONG) CAN BE TAKEN OUT OF THE
      * TREND, FORECAST, COST AND EXTRACT FIGURES WITHOUT LOSING THE
      * LINE ITSELF.
      *
      * THE OLD MASTER (HISTMSTI) IS COPIED TO THE NEW MASTER
      * (HISTMSTO) IN ONE SEQUENTIAL PASS.  EACH RECORD WHOSE RUN DATE,
      * RUN TIME AND SORT SIZE MATCH A TRANSACTION HAS THAT
      * TRANSACTION APPLIED TO ITS MAINTENANCE FLAGS
      * (HIST-MAINT-FLAGS IN SORTHREC); TRANSACTIONS FOR THE SAME RUN
      * ARE APPLIED IN CARD ORDER.  SORTTRND, SORTCOST AND SORTXTRC
      * SKIP A VOIDED RUN AND COUNT IT; SORTHSKP NEVER FOLDS ONE INTO
      * A MONTHLY SUMMARY.  MONTHLY SUMMARY RECORDS THEMSELVES CANNOT
      * BE MAINTAINED.
      *
      * SYSIN TRANSACTION CARDS:
      *   COLS  1-6   ACTION:  VOID   - VOID THE RUN (HIST-VOID-SW V)
      *                        NOTE   - ATTACH A REASON TO THE RUN
      *                                 (HIST-NOTE-SW Y)
      *                        REINST - REINSTATE A VOIDED RUN
      *                                 (HIST-VOID-SW R)
      *   COLS  8-15  RUN DATE, YYYYMMDD, AS ON SORTHIST.
      *   COLS 17-27  RUN TIME, HH:MM:SS.DD, AS ON SORTHIST.
      *   COLS 29-37  SORT SIZE.
      *   COLS 39-46  USER ID OF THE PERSON MAKING THE CHANGE.
      *   COLS 48-80  FREE-TEXT REASON.  REQUIRED ON EVERY ACTION.
      * A CARD WITH AN ASTERISK IN COLUMN 1 IS A COMMENT.
      *
      * EVERY CHANGE APPLIED IS APPENDED TO HMNTAUDT, THE PERMANENT
      * AUDIT TRAIL: WHEN IT WAS MADE, BY WHOM, THE RUN IT TOUCHED,
      * THE VOID FLAG BEFORE AND AFTER, AND THE REASON.  THE FILE IS
      * NEVER REWRITTEN - EACH RUN OF THIS PROGRAM EXTENDS IT - SO IT
      * MUST BE ALLOCATED DISP=MOD.  THE CHANGES ARE HELD ON THE
      * HMNTWORK WORK FILE DURING THE MASTER PASS AND THE TRAIL IS
      * EXTENDED ONLY WHEN THE NEW MASTER CLOSES WITH A TRAILER, SO A
      * RUN WHOSE CHANGES DID NOT TAKE EFFECT ADDS NOTHING TO IT AND
      * ITS CORRECTED RERUN AUDITS EACH CHANGE ONCE.  HMNTRPT LISTS
      * EVERY TRANSACTION WITH ITS RESULT AND THE RUN TOTALS.
      *
      * RETURN CODES:  0 = EVERY TRANSACTION APPLIED, 4 = ONE OR MORE
      * TRANSACTIONS REJECTED (OR NONE SUPPLIED) - THE MASTER WAS
      * STILL COPIED, WITH THE GOOD ONES APPLIED, 8 = THE OLD MASTER
      * HELD NO RECORDS - THE NEW MASTER WAS WRITTEN EMPTY, SO THE
      * JOB MUST NOT CATALOG IT OVER THE OLD GENERATION.
      * 16 = THE OLD MASTER'S CONTROL TOTALS DO NOT AGREE - THE NEW
      * MASTER WAS WRITTEN WITHOUT A TRAILER AND MUST NOT BE
      * CATALOGED.
      *
      * THE OLD MASTER IS CHECKED AGAINST ITS CONTROL TRAILER
      * (SORTHTRL) AS IT IS COPIED, AND THE NEW MASTER IS CLOSED WITH
      * A TRAILER OF ITS OWN.  WHEN THE OLD MASTER'S TRAILER
      * DISAGREES OR IS MISSING THE NEW ONE IS LEFT OFF, SO EVERY
      * LATER READER OF THE NEW MASTER STOPS ON IT TOO.  A MASTER
      * WRITTEN BEFORE TRAILERS WERE CARRIED MUST FIRST BE PASSED
      * THROUGH SORTHSKP WITH ITS CONVERT OPTION.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SYSIN-FILE ASSIGN TO SYSIN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HIST-MSTR-IN ASSIGN TO HISTMSTI.
           SELECT HIST-MSTR-OUT ASSIGN TO HISTMSTO.
           SELECT OPTIONAL HMNT-AUDIT-FILE ASSIGN TO HMNTAUDT.
           SELECT HMNT-WORK-FILE ASSIGN TO HMNTWORK.
           SELECT HMNT-RPT-FILE ASSIGN TO HMNTRPT.
       DATA DIVISION.
       FILE SECTION.
       FD  SYSIN-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SYSIN-RECORD                PIC X(80).

      *----------------------------------------------------------------*
      *  HISTMSTI / HISTMSTO - THE MASTER HISTORY FILE, OLD AND NEW.   *
      *  THE OLD MASTER IS READ THROUGH THE SORTHREC LAYOUT.           *
      *----------------------------------------------------------------*
       FD  HIST-MSTR-IN
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 240 CHARACTERS.
       COPY SORTHREC.

       FD  HIST-MSTR-OUT
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 240 CHARACTERS.
       01  HIST-MSTR-OUT-RECORD        PIC X(240).

      *----------------------------------------------------------------*
      *  HMNTAUDT - THE PERMANENT AUDIT TRAIL, ONE RECORD PER CHANGE   *
      *  APPLIED TO THE MASTER.                                        *
      *----------------------------------------------------------------*
       FD  HMNT-AUDIT-FILE
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.
       01  HMNT-AUDIT-RECORD.
           05  AU-CHANGE-DATE           PIC 9(08).
           05  FILLER                   PIC X(01).
           05  AU-CHANGE-TIME           PIC X(11).
           05  FILLER                   PIC X(01).
           05  AU-USER-ID               PIC X(08).
           05  FILLER                   PIC X(01).
           05  AU-ACTION                PIC X(06).
           05  FILLER                   PIC X(01).
           05  AU-RUN-DATE              PIC X(08).
           05  FILLER                   PIC X(01).
           05  AU-RUN-TIME              PIC X(11).
           05  FILLER                   PIC X(01).
           05  AU-SORT-SIZE             PIC X(09).
           05  FILLER                   PIC X(01).
           05  AU-OLD-VOID-SW           PIC X(01).
           05  FILLER                   PIC X(01).
           05  AU-NEW-VOID-SW           PIC X(01).
           05  FILLER                   PIC X(01).
           05  AU-REASON                PIC X(33).
           05  FILLER                   PIC X(01).
           05  AU-CARD-NUMBER           PIC 9(04).
           05  FILLER                   PIC X(11).

      *----------------------------------------------------------------*
      *  HMNTWORK - THE CHANGES OF THIS RUN, IN THE HMNTAUDT LAYOUT,   *
      *  HELD UNTIL THE NEW MASTER HAS ITS TRAILER.  A TEMPORARY       *
      *  DATASET.                                                      *
      *----------------------------------------------------------------*
       FD  HMNT-WORK-FILE
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.
       01  HMNT-WORK-RECORD            PIC X(120).

      *----------------------------------------------------------------*
      *  HMNTRPT - THE PRINTED MAINTENANCE REPORT.                     *
      *----------------------------------------------------------------*
       FD  HMNT-RPT-FILE
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  HMNT-RPT-RECORD             PIC X(133).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      *  WS-HMNT-CONTROL - RUN SWITCHES AND COUNTS.                    *
      *----------------------------------------------------------------*
        01  WS-HMNT-CONTROL.
            05  WS-SYSIN-EOF-SW         PIC X(01) VALUE 'N'.
                88  WS-SYSIN-AT-EOF              VALUE 'Y'.
            05  WS-MSTR-EOF-SW          PIC X(01) VALUE 'N'.
                88  WS-MSTR-AT-EOF               VALUE 'Y'.
            05  WS-WORK-EOF-SW          PIC X(01) VALUE 'N'.
                88  WS-WORK-AT-EOF               VALUE 'Y'.
            05  WS-CARD-COUNT           PIC S9(9) COMP-3 VALUE 0.
            05  WS-TRAN-COUNT           PIC S9(9) COMP-3 VALUE 0.
            05  WS-APPLY-COUNT          PIC S9(9) COMP-3 VALUE 0.
            05  WS-REJECT-COUNT         PIC S9(9) COMP-3 VALUE 0.
            05  WS-CHANGE-COUNT         PIC S9(9) COMP-3 VALUE 0.
            05  WS-AUDIT-COUNT          PIC S9(9) COMP-3 VALUE 0.
            05  WS-MSTR-READ-COUNT      PIC S9(9) COMP-3 VALUE 0.
            05  WS-WRITE-COUNT          PIC S9(9) COMP-3 VALUE 0.
            05  WS-VOID-COUNT           PIC S9(9) COMP-3 VALUE 0.
            05  WS-NOTE-COUNT           PIC S9(9) COMP-3 VALUE 0.
            05  WS-HMNT-RC              PIC S9(4) COMP VALUE ZERO.

      *----------------------------------------------------------------*
      *  WS-HMNT-CARD - SYSIN TRANSACTION CARD LAYOUT.                 *
      *----------------------------------------------------------------*
        01  WS-HMNT-CARD.
            05  MC-ACTION               PIC X(06).
            05  FILLER                  PIC X(01).
            05  MC-RUN-DATE             PIC X(08).
            05  FILLER                  PIC X(01).
            05  MC-RUN-TIME             PIC X(11).
            05  FILLER                  PIC X(01).
            05  MC-SORT-SIZE            PIC X(09).
            05  FILLER                  PIC X(01).
            05  MC-USER-ID              PIC X(08).
            05  FILLER                  PIC X(01).
            05  MC-REASON               PIC X(33).

      *----------------------------------------------------------------*
      *  WS-TRAN-TABLE - EVERY TRANSACTION CARD, IN CARD ORDER, WITH   *
      *  ITS OUTCOME.  TT-STATUS IS P (PENDING - NOT YET MATCHED),     *
      *  A (APPLIED) OR R (REJECTED, TT-MESSAGE SAYS WHY).             *
      *----------------------------------------------------------------*
        01  WS-TRAN-CONTROL.
            05  WS-TRAN-MAX             PIC S9(4) COMP VALUE 500.
            05  WS-TRAN-IDX             PIC S9(4) COMP VALUE 0.
        01  WS-TRAN-TABLE.
            05  WS-TRAN-ENTRY           OCCURS 500 TIMES.
                10  TT-CARD-NUMBER      PIC 9(04).
                10  TT-ACTION           PIC X(06).
                10  TT-RUN-DATE         PIC X(08).
                10  TT-RUN-TIME         PIC X(11).
                10  TT-SORT-SIZE        PIC 9(09).
                10  TT-USER-ID          PIC X(08).
                10  TT-REASON           PIC X(33).
                10  TT-STATUS           PIC X(01).
                    88  TT-PENDING               VALUE 'P'.
                    88  TT-APPLIED               VALUE 'A'.
                    88  TT-REJECTED              VALUE 'R'.
                10  TT-HIT-COUNT        PIC S9(4) COMP.
                10  TT-MESSAGE          PIC X(40).

      *----------------------------------------------------------------*
      *  WS-PARSE-WORK - SORT-SIZE CONVERSION FOR THE CARD AND THE     *
      *  MASTER RECORD, AND THE MESSAGE OF THE CARD BEING CHECKED.     *
      *----------------------------------------------------------------*
        01  WS-PARSE-WORK.
            05  WS-SIZE-X               PIC X(9).
            05  WS-SIZE-9 REDEFINES WS-SIZE-X
                                        PIC 9(9).
            05  WS-MSTR-SIZE            PIC 9(9) VALUE 0.
            05  WS-CARD-MESSAGE         PIC X(40) VALUE SPACES.
            05  WS-OLD-VOID-SW          PIC X(01) VALUE SPACE.
        01  WS-DATE-PARTS.
            05  WS-DATE-YYYY            PIC 9(04).
            05  WS-DATE-MM              PIC 9(02).
            05  WS-DATE-DD              PIC 9(02).

      *----------------------------------------------------------------*
      *  WS-RUN-STAMP - DATE/TIME THIS MAINTENANCE RUN STARTED, FOR    *
      *  THE REPORT HEADINGS AND THE AUDIT TRAIL.                      *
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
            05  WS-TRAN-LINE-HOLD       PIC X(133) VALUE SPACES.
        01  WS-HEAD1.
            05  FILLER                  PIC X(30) VALUE
                'SORTHMNT - SORT HISTORY MAINTE'.
            05  FILLER                  PIC X(18) VALUE
                'NANCE             '.
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
                'CARD ACTION RUN DATE RUN TIME '.
            05  FILLER                  PIC X(30) VALUE
                '    SORT SIZE USER ID  RESULT '.
            05  FILLER                  PIC X(30) VALUE
                '  MESSAGE / REASON            '.
            05  FILLER                  PIC X(43) VALUE SPACES.
        01  WS-TRAN-LINE.
            05  TL-CARD-NUMBER          PIC ZZZ9.
            05  FILLER                  PIC X(01) VALUE SPACES.
            05  TL-ACTION               PIC X(06).
            05  FILLER                  PIC X(01) VALUE SPACES.
            05  TL-RUN-DATE             PIC X(08).
            05  FILLER                  PIC X(01) VALUE SPACES.
            05  TL-RUN-TIME             PIC X(11).
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  TL-SORT-SIZE            PIC ZZZZZZZZ9.
            05  FILLER                  PIC X(01) VALUE SPACES.
            05  TL-USER-ID              PIC X(08).
            05  FILLER                  PIC X(01) VALUE SPACES.
            05  TL-RESULT               PIC X(08).
            05  FILLER                  PIC X(01) VALUE SPACES.
            05  TL-MESSAGE              PIC X(40).
            05  FILLER                  PIC X(31) VALUE SPACES.
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

           OPEN OUTPUT HMNT-RPT-FILE.

           PERFORM LOAD-TRANSACTIONS
               THRU LOAD-TRANSACTIONS-EXIT.

           OPEN INPUT HIST-MSTR-IN.
           OPEN OUTPUT HIST-MSTR-OUT.
           OPEN OUTPUT HMNT-WORK-FILE.

           MOVE 'HISTMSTI' TO HTRL-SOURCE.
           PERFORM START-HISTORY-CONTROL
               THRU START-HISTORY-CONTROL-EXIT.
           PERFORM
             UNTIL WS-MSTR-AT-EOF
               READ HIST-MSTR-IN
                   AT END
                       MOVE 'Y' TO WS-MSTR-EOF-SW
                   NOT AT END
                       MOVE SORT-HIST-RECORD TO HTRL-RECORD
                       IF HTRL-IS-TRAILER
                           PERFORM CHECK-HISTORY-TRAILER
                               THRU CHECK-HISTORY-TRAILER-EXIT
                       ELSE
                           PERFORM ADD-HISTORY-CONTROL
                               THRU ADD-HISTORY-CONTROL-EXIT
                           PERFORM PROCESS-MASTER-RECORD
                               THRU PROCESS-MASTER-RECORD-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM END-HISTORY-CONTROL
               THRU END-HISTORY-CONTROL-EXIT.

           CLOSE HMNT-WORK-FILE.
           IF HTRL-ERROR-COUNT = 0
               PERFORM BUILD-HISTORY-TRAILER
                   THRU BUILD-HISTORY-TRAILER-EXIT
               MOVE HTRL-TRAILER TO HIST-MSTR-OUT-RECORD
               WRITE HIST-MSTR-OUT-RECORD
               PERFORM COPY-HELD-AUDIT
                   THRU COPY-HELD-AUDIT-EXIT
           END-IF.

           CLOSE HIST-MSTR-IN.
           CLOSE HIST-MSTR-OUT.

           PERFORM CLOSE-OUT-TRANSACTIONS
               THRU CLOSE-OUT-TRANSACTIONS-EXIT.

           IF WS-REJECT-COUNT > 0
               MOVE 4 TO WS-HMNT-RC
           END-IF.
           IF WS-TRAN-COUNT = 0
               DISPLAY 'SORTHMNT: NO TRANSACTION CARDS ON SYSIN - '
                       'MASTER COPIED UNCHANGED'
               MOVE 4 TO WS-HMNT-RC
           END-IF.
           IF WS-MSTR-READ-COUNT = 0
               DISPLAY 'SORTHMNT: OLD MASTER HELD NO RECORDS - '
                       'NEW MASTER IS EMPTY'
               MOVE 8 TO WS-HMNT-RC
           END-IF.
           IF HTRL-ERROR-COUNT > 0
               DISPLAY 'SORTHMNT: OLD MASTER CONTROL TOTALS DO NOT '
                       'AGREE - NEW MASTER HAS NO TRAILER'
               MOVE 16 TO WS-HMNT-RC
           END-IF.

           PERFORM WRITE-MAINTENANCE-REPORT
               THRU WRITE-MAINTENANCE-REPORT-EXIT.

           CLOSE HMNT-RPT-FILE.

           DISPLAY 'SORTHMNT: ' WS-TRAN-COUNT ' TRANSACTIONS, '
                   WS-APPLY-COUNT ' APPLIED, '
                   WS-REJECT-COUNT ' REJECTED'.
           DISPLAY 'SORTHMNT: ' WS-MSTR-READ-COUNT ' MASTER RECORDS '
                   'IN, ' WS-WRITE-COUNT ' OUT, '
                   WS-AUDIT-COUNT ' CHANGES AUDITED'.

           MOVE WS-HMNT-RC TO RETURN-CODE.

           GOBACK.

      *----------------------------------------------------------------*
      *  LOAD-TRANSACTIONS                                             *
      *  READS EVERY SYSIN CARD INTO THE TRANSACTION TABLE.  BLANK AND *
      *  COMMENT CARDS ARE PASSED OVER; A CARD THAT FAILS ITS CHECKS   *
      *  IS TABLED AS REJECTED SO IT STILL APPEARS ON THE REPORT.      *
      *----------------------------------------------------------------*
       LOAD-TRANSACTIONS.

           OPEN INPUT SYSIN-FILE.
           PERFORM
             UNTIL WS-SYSIN-AT-EOF
               READ SYSIN-FILE
                   AT END
                       MOVE 'Y' TO WS-SYSIN-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-CARD-COUNT
                       PERFORM LOAD-ONE-TRANSACTION
                           THRU LOAD-ONE-TRANSACTION-EXIT
               END-READ
           END-PERFORM.
           CLOSE SYSIN-FILE.

       LOAD-TRANSACTIONS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  LOAD-ONE-TRANSACTION                                          *
      *  CHECKS ONE TRANSACTION CARD AND ADDS IT TO THE TABLE.         *
      *----------------------------------------------------------------*
       LOAD-ONE-TRANSACTION.

           IF SYSIN-RECORD = SPACES
               OR SYSIN-RECORD (1 : 1) = '*'
               GO TO LOAD-ONE-TRANSACTION-EXIT
           END-IF.

           IF WS-TRAN-IDX >= WS-TRAN-MAX
               DISPLAY 'SORTHMNT: TRANSACTION TABLE FULL - CARD '
                       WS-CARD-COUNT ' IGNORED'
               ADD 1 TO WS-REJECT-COUNT
               GO TO LOAD-ONE-TRANSACTION-EXIT
           END-IF.

           MOVE SYSIN-RECORD TO WS-HMNT-CARD.
           ADD 1 TO WS-TRAN-COUNT.
           ADD 1 TO WS-TRAN-IDX.
           MOVE WS-CARD-COUNT TO TT-CARD-NUMBER (WS-TRAN-IDX).
           MOVE MC-ACTION TO TT-ACTION (WS-TRAN-IDX).
           MOVE MC-RUN-DATE TO TT-RUN-DATE (WS-TRAN-IDX).
           MOVE MC-RUN-TIME TO TT-RUN-TIME (WS-TRAN-IDX).
           MOVE 0 TO TT-SORT-SIZE (WS-TRAN-IDX).
           MOVE MC-USER-ID TO TT-USER-ID (WS-TRAN-IDX).
           MOVE MC-REASON TO TT-REASON (WS-TRAN-IDX).
           MOVE 0 TO TT-HIT-COUNT (WS-TRAN-IDX).
           MOVE SPACES TO TT-MESSAGE (WS-TRAN-IDX).

           PERFORM VALIDATE-TRANSACTION
               THRU VALIDATE-TRANSACTION-EXIT.

           IF WS-CARD-MESSAGE = SPACES
               MOVE WS-SIZE-9 TO TT-SORT-SIZE (WS-TRAN-IDX)
               MOVE 'P' TO TT-STATUS (WS-TRAN-IDX)
           ELSE
               MOVE 'R' TO TT-STATUS (WS-TRAN-IDX)
               MOVE WS-CARD-MESSAGE TO TT-MESSAGE (WS-TRAN-IDX)
               ADD 1 TO WS-REJECT-COUNT
           END-IF.

       LOAD-ONE-TRANSACTION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  VALIDATE-TRANSACTION                                          *
      *  CHECKS THE CARD IN WS-HMNT-CARD, LEAVING WS-CARD-MESSAGE      *
      *  BLANK WHEN IT IS GOOD AND THE SORT SIZE IN WS-SIZE-9.  THE    *
      *  FIRST FAULT FOUND IS THE ONE REPORTED.                        *
      *----------------------------------------------------------------*
       VALIDATE-TRANSACTION.

           MOVE SPACES TO WS-CARD-MESSAGE.

           IF MC-ACTION NOT = 'VOID  '
               AND MC-ACTION NOT = 'NOTE  '
               AND MC-ACTION NOT = 'REINST'
               MOVE 'ACTION NOT VOID, NOTE OR REINST'
                   TO WS-CARD-MESSAGE
               GO TO VALIDATE-TRANSACTION-EXIT
           END-IF.

           MOVE MC-RUN-DATE TO WS-DATE-PARTS.
           IF WS-DATE-PARTS IS NOT NUMERIC
               OR WS-DATE-MM < 1 OR WS-DATE-MM > 12
               OR WS-DATE-DD < 1 OR WS-DATE-DD > 31
               MOVE 'RUN DATE NOT A VALID YYYYMMDD'
                   TO WS-CARD-MESSAGE
               GO TO VALIDATE-TRANSACTION-EXIT
           END-IF.

           IF MC-RUN-TIME = SPACES
               OR MC-RUN-TIME = 'SUMMARY'
               MOVE 'RUN TIME MISSING OR A MONTHLY SUMMARY'
                   TO WS-CARD-MESSAGE
               GO TO VALIDATE-TRANSACTION-EXIT
           END-IF.

           MOVE MC-SORT-SIZE TO WS-SIZE-X.
           IF WS-SIZE-X NOT = SPACES
               INSPECT WS-SIZE-X REPLACING LEADING ' ' BY '0'
           END-IF.
           IF WS-SIZE-X IS NOT NUMERIC
               MOVE 'SORT SIZE NOT NUMERIC'
                   TO WS-CARD-MESSAGE
               GO TO VALIDATE-TRANSACTION-EXIT
           END-IF.

           IF MC-USER-ID = SPACES
               MOVE 'USER ID REQUIRED IN COLUMNS 39-46'
                   TO WS-CARD-MESSAGE
               GO TO VALIDATE-TRANSACTION-EXIT
           END-IF.

           IF MC-REASON = SPACES
               MOVE 'REASON REQUIRED IN COLUMNS 48-80'
                   TO WS-CARD-MESSAGE
               GO TO VALIDATE-TRANSACTION-EXIT
           END-IF.

       VALIDATE-TRANSACTION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  PROCESS-MASTER-RECORD                                         *
      *  ONE OLD-MASTER RECORD: APPLY EVERY TRANSACTION NOT REJECTED   *
      *  FOR ITS RUN STAMP AND SIZE, IN CARD ORDER, THEN               *
      *  WRITE IT TO THE NEW MASTER.  A RECORD WHOSE SIZE DOES NOT     *
      *  SCAN AS A NUMBER, OR A MONTHLY SUMMARY, IS COPIED UNTOUCHED.  *
      *----------------------------------------------------------------*
       PROCESS-MASTER-RECORD.

           ADD 1 TO WS-MSTR-READ-COUNT.

           IF HIST-RUN-TIME = 'SUMMARY'
               GO TO PROCESS-MASTER-RECORD-WRITE
           END-IF.

           MOVE HIST-SORT-SIZE TO WS-SIZE-X.
           IF WS-SIZE-X NOT = SPACES
               INSPECT WS-SIZE-X REPLACING LEADING ' ' BY '0'
           END-IF.
           IF WS-SIZE-X IS NOT NUMERIC
               GO TO PROCESS-MASTER-RECORD-WRITE
           END-IF.
           MOVE WS-SIZE-9 TO WS-MSTR-SIZE.

           PERFORM
             VARYING WS-TRAN-IDX FROM 1 BY 1
             UNTIL WS-TRAN-IDX > WS-TRAN-COUNT
               IF TT-PENDING (WS-TRAN-IDX)
                   OR TT-APPLIED (WS-TRAN-IDX)
                   IF TT-RUN-DATE (WS-TRAN-IDX) = HIST-RUN-DATE
                       AND TT-RUN-TIME (WS-TRAN-IDX) = HIST-RUN-TIME
                       AND TT-SORT-SIZE (WS-TRAN-IDX) = WS-MSTR-SIZE
                       ADD 1 TO TT-HIT-COUNT (WS-TRAN-IDX)
                       PERFORM APPLY-TRANSACTION
                           THRU APPLY-TRANSACTION-EXIT
                   END-IF
               END-IF
           END-PERFORM.

       PROCESS-MASTER-RECORD-WRITE.

           IF HIST-VOIDED
               ADD 1 TO WS-VOID-COUNT
           END-IF.
           IF HIST-ANNOTATED
               ADD 1 TO WS-NOTE-COUNT
           END-IF.
           MOVE SORT-HIST-RECORD TO HIST-MSTR-OUT-RECORD.
           WRITE HIST-MSTR-OUT-RECORD.
           ADD 1 TO WS-WRITE-COUNT.
           MOVE SORT-HIST-RECORD TO HTRL-RECORD.
           PERFORM ADD-OUTPUT-CONTROL
               THRU ADD-OUTPUT-CONTROL-EXIT.

       PROCESS-MASTER-RECORD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  APPLY-TRANSACTION                                             *
      *  APPLIES THE TRANSACTION AT WS-TRAN-IDX TO THE MASTER RECORD   *
      *  IN SORTHREC AND AUDITS IT.  VOID NEEDS A RUN THAT IS NOT      *
      *  ALREADY VOID; REINST NEEDS ONE THAT IS.  A CARD THAT CANNOT   *
      *  BE APPLIED IS REJECTED WITH THE REASON.                       *
      *----------------------------------------------------------------*
       APPLY-TRANSACTION.

           MOVE HIST-VOID-SW TO WS-OLD-VOID-SW.

           EVALUATE TT-ACTION (WS-TRAN-IDX)
               WHEN 'VOID  '
                   IF HIST-VOIDED
                       MOVE 'RUN IS ALREADY VOID'
                           TO WS-CARD-MESSAGE
                       GO TO APPLY-TRANSACTION-REJECT
                   END-IF
                   MOVE 'V' TO HIST-VOID-SW
               WHEN 'NOTE  '
                   MOVE 'Y' TO HIST-NOTE-SW
               WHEN 'REINST'
                   IF NOT HIST-VOIDED
                       MOVE 'RUN IS NOT VOID - NOTHING TO REINSTATE'
                           TO WS-CARD-MESSAGE
                       GO TO APPLY-TRANSACTION-REJECT
                   END-IF
                   MOVE 'R' TO HIST-VOID-SW
           END-EVALUATE.

           IF NOT TT-APPLIED (WS-TRAN-IDX)
               MOVE 'A' TO TT-STATUS (WS-TRAN-IDX)
               MOVE TT-REASON (WS-TRAN-IDX) TO TT-MESSAGE (WS-TRAN-IDX)
               ADD 1 TO WS-APPLY-COUNT
           END-IF.

           PERFORM WRITE-AUDIT-RECORD
               THRU WRITE-AUDIT-RECORD-EXIT.
           GO TO APPLY-TRANSACTION-EXIT.

       APPLY-TRANSACTION-REJECT.

           IF TT-PENDING (WS-TRAN-IDX)
               MOVE 'R' TO TT-STATUS (WS-TRAN-IDX)
               MOVE WS-CARD-MESSAGE TO TT-MESSAGE (WS-TRAN-IDX)
               ADD 1 TO WS-REJECT-COUNT
           END-IF.

       APPLY-TRANSACTION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  WRITE-AUDIT-RECORD                                            *
      *  HOLDS ONE CHANGE FOR HMNTAUDT ON HMNTWORK: WHEN, WHO, THE     *
      *  RUN, THE VOID FLAG BEFORE AND AFTER, AND WHY.                 *
      *----------------------------------------------------------------*
       WRITE-AUDIT-RECORD.

           MOVE SPACES TO HMNT-AUDIT-RECORD.
           MOVE WS-RUN-DATE TO AU-CHANGE-DATE.
           MOVE WS-RUN-TIME-DISPLAY TO AU-CHANGE-TIME.
           MOVE TT-USER-ID (WS-TRAN-IDX) TO AU-USER-ID.
           MOVE TT-ACTION (WS-TRAN-IDX) TO AU-ACTION.
           MOVE HIST-RUN-DATE TO AU-RUN-DATE.
           MOVE HIST-RUN-TIME TO AU-RUN-TIME.
           MOVE HIST-SORT-SIZE TO AU-SORT-SIZE.
           MOVE WS-OLD-VOID-SW TO AU-OLD-VOID-SW.
           MOVE HIST-VOID-SW TO AU-NEW-VOID-SW.
           MOVE TT-REASON (WS-TRAN-IDX) TO AU-REASON.
           MOVE TT-CARD-NUMBER (WS-TRAN-IDX) TO AU-CARD-NUMBER.
           MOVE HMNT-AUDIT-RECORD TO HMNT-WORK-RECORD.
           WRITE HMNT-WORK-RECORD.
           ADD 1 TO WS-CHANGE-COUNT.

       WRITE-AUDIT-RECORD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  COPY-HELD-AUDIT                                               *
      *  APPENDS THE CHANGES HELD ON HMNTWORK TO HMNTAUDT, ONCE THE    *
      *  NEW MASTER HAS BEEN CLOSED OFF WITH ITS TRAILER.              *
      *----------------------------------------------------------------*
       COPY-HELD-AUDIT.

           OPEN INPUT HMNT-WORK-FILE.
           OPEN EXTEND HMNT-AUDIT-FILE.
           PERFORM
             UNTIL WS-WORK-AT-EOF
               READ HMNT-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-WORK-EOF-SW
                   NOT AT END
                       MOVE HMNT-WORK-RECORD TO HMNT-AUDIT-RECORD
                       WRITE HMNT-AUDIT-RECORD
                       ADD 1 TO WS-AUDIT-COUNT
               END-READ
           END-PERFORM.
           CLOSE HMNT-AUDIT-FILE.
           CLOSE HMNT-WORK-FILE.

       COPY-HELD-AUDIT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  CLOSE-OUT-TRANSACTIONS                                        *
      *  ANY TRANSACTION STILL PENDING AFTER THE MASTER PASS NAMED A   *
      *  RUN THAT IS NOT ON THE MASTER.                                *
      *----------------------------------------------------------------*
       CLOSE-OUT-TRANSACTIONS.

           PERFORM
             VARYING WS-TRAN-IDX FROM 1 BY 1
             UNTIL WS-TRAN-IDX > WS-TRAN-COUNT
               IF TT-PENDING (WS-TRAN-IDX)
                   MOVE 'R' TO TT-STATUS (WS-TRAN-IDX)
                   MOVE 'RUN NOT FOUND ON THE MASTER'
                       TO TT-MESSAGE (WS-TRAN-IDX)
                   ADD 1 TO WS-REJECT-COUNT
               END-IF
           END-PERFORM.

       CLOSE-OUT-TRANSACTIONS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  WRITE-MAINTENANCE-REPORT                                      *
      *  ONE LINE PER TRANSACTION WITH ITS RESULT, THEN THE RUN        *
      *  TOTALS AND THE OLD MASTER'S CONTROL-TOTAL CHECK.              *
      *----------------------------------------------------------------*
       WRITE-MAINTENANCE-REPORT.

           PERFORM WRITE-PAGE-HEADINGS
               THRU WRITE-PAGE-HEADINGS-EXIT.

           PERFORM
             VARYING WS-TRAN-IDX FROM 1 BY 1
             UNTIL WS-TRAN-IDX > WS-TRAN-COUNT
               MOVE TT-CARD-NUMBER (WS-TRAN-IDX) TO TL-CARD-NUMBER
               MOVE TT-ACTION (WS-TRAN-IDX) TO TL-ACTION
               MOVE TT-RUN-DATE (WS-TRAN-IDX) TO TL-RUN-DATE
               MOVE TT-RUN-TIME (WS-TRAN-IDX) TO TL-RUN-TIME
               MOVE TT-SORT-SIZE (WS-TRAN-IDX) TO TL-SORT-SIZE
               MOVE TT-USER-ID (WS-TRAN-IDX) TO TL-USER-ID
               IF TT-APPLIED (WS-TRAN-IDX)
                   MOVE 'APPLIED' TO TL-RESULT
               ELSE
                   MOVE 'REJECTED' TO TL-RESULT
               END-IF
               MOVE TT-MESSAGE (WS-TRAN-IDX) TO TL-MESSAGE
               MOVE WS-TRAN-LINE TO HMNT-RPT-RECORD
               PERFORM WRITE-REPORT-LINE
                   THRU WRITE-REPORT-LINE-EXIT
           END-PERFORM.

           MOVE SPACES TO HMNT-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.

           MOVE 'TRANSACTION CARDS READ' TO CL-CAPTION.
           MOVE WS-TRAN-COUNT TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE
               THRU WRITE-COUNT-LINE-EXIT.
           MOVE 'TRANSACTIONS APPLIED' TO CL-CAPTION.
           MOVE WS-APPLY-COUNT TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE
               THRU WRITE-COUNT-LINE-EXIT.
           MOVE 'TRANSACTIONS REJECTED' TO CL-CAPTION.
           MOVE WS-REJECT-COUNT TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE
               THRU WRITE-COUNT-LINE-EXIT.
           MOVE 'CHANGES WRITTEN TO THE AUDIT TRAIL' TO CL-CAPTION.
           MOVE WS-AUDIT-COUNT TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE
               THRU WRITE-COUNT-LINE-EXIT.
           IF HTRL-ERROR-COUNT > 0
               MOVE 'CHANGES HELD BACK, NOT AUDITED' TO CL-CAPTION
               MOVE WS-CHANGE-COUNT TO CL-COUNT
               PERFORM WRITE-COUNT-LINE
                   THRU WRITE-COUNT-LINE-EXIT
           END-IF.
           MOVE 'OLD MASTER RECORDS READ' TO CL-CAPTION.
           MOVE WS-MSTR-READ-COUNT TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE
               THRU WRITE-COUNT-LINE-EXIT.
           MOVE 'NEW MASTER RECORDS WRITTEN' TO CL-CAPTION.
           MOVE WS-WRITE-COUNT TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE
               THRU WRITE-COUNT-LINE-EXIT.
           MOVE 'VOIDED RUNS NOW ON THE MASTER' TO CL-CAPTION.
           MOVE WS-VOID-COUNT TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE
               THRU WRITE-COUNT-LINE-EXIT.
           MOVE 'ANNOTATED RUNS NOW ON THE MASTER' TO CL-CAPTION.
           MOVE WS-NOTE-COUNT TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE
               THRU WRITE-COUNT-LINE-EXIT.

           MOVE SPACES TO HMNT-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.
           PERFORM WRITE-CONTROL-REPORT
               THRU WRITE-CONTROL-REPORT-EXIT.

       WRITE-MAINTENANCE-REPORT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  WRITE-COUNT-LINE / WRITE-REPORT-LINE / WRITE-PAGE-HEADINGS    *
      *  ALL REPORT OUTPUT FUNNELS THROUGH HERE SO PAGE BREAKS AND     *
      *  HEADINGS STAY CONSISTENT.                                     *
      *----------------------------------------------------------------*
       WRITE-COUNT-LINE.

           MOVE WS-COUNT-LINE TO HMNT-RPT-RECORD.
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
           WRITE HMNT-RPT-RECORD.
           ADD 1 TO WS-LINE-COUNT.

       WRITE-REPORT-LINE-EXIT.
           EXIT.

       WRITE-PAGE-HEADINGS.

           MOVE HMNT-RPT-RECORD TO WS-TRAN-LINE-HOLD.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE 0 TO WS-LINE-COUNT.
           MOVE WS-RUN-DATE TO H1-RUN-DATE.
           MOVE WS-RUN-TIME-DISPLAY TO H1-RUN-TIME.
           MOVE WS-PAGE-COUNT TO H1-PAGE.
           MOVE WS-HEAD1 TO HMNT-RPT-RECORD.
           WRITE HMNT-RPT-RECORD.
           MOVE WS-HEAD2 TO HMNT-RPT-RECORD.
           WRITE HMNT-RPT-RECORD.
           MOVE SPACES TO HMNT-RPT-RECORD.
           WRITE HMNT-RPT-RECORD.
           MOVE 3 TO WS-LINE-COUNT.
           MOVE WS-TRAN-LINE-HOLD TO HMNT-RPT-RECORD.

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
               DISPLAY 'SORTHMNT: ' HTRL-SOURCE ' CONTROL TOTALS - '
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
           MOVE 'SORTHMNT' TO HTRL-WRITER.
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

           MOVE 'HISTORY CONTROL TOTALS' TO HMNT-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.
           MOVE HTRL-HEAD TO HMNT-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.
           PERFORM
             VARYING HTRL-RESULT-IDX FROM 1 BY 1
             UNTIL HTRL-RESULT-IDX > HTRL-RESULT-COUNT
               MOVE HTRL-RESULT-TEXT (HTRL-RESULT-IDX)
                   TO HMNT-RPT-RECORD
               PERFORM WRITE-REPORT-LINE
                   THRU WRITE-REPORT-LINE-EXIT
           END-PERFORM.
           MOVE 'TRAILERS CHECKED' TO HTL-CAPTION.
           MOVE HTRL-TRAILER-TOTAL TO HTL-COUNT.
           MOVE HTRL-TOTAL-LINE TO HMNT-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.
           MOVE 'CONTROL ERRORS' TO HTL-CAPTION.
           MOVE HTRL-ERROR-COUNT TO HTL-COUNT.
           MOVE HTRL-TOTAL-LINE TO HMNT-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.
           IF HTRL-ERROR-COUNT = 0
               MOVE 'CONTROL TOTALS AGREE' TO HMNT-RPT-RECORD
           ELSE
               MOVE 'CONTROL TOTALS DO NOT AGREE - NO MASTER TRAILER'
                   TO HMNT-RPT-RECORD
           END-IF.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.
           MOVE SPACES TO HMNT-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.

       WRITE-CONTROL-REPORT-EXIT.
           EXIT.
