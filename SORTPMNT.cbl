       IDENTIFICATION DIVISION.
       PROGRAM-ID. SORTPMNT.
      *
      * PROFILE LIBRARY MAINTENANCE FOR THE SORTDALE BENCHMARK SUITE.
      * THE STANDARD BENCHMARKS (THE NIGHTLY UNIFORM SWEEP, THE
      * MONTH-END WIDE RUN, THE QUARTERLY LARGE-VOLUME RUN, THE
      * CALIBRATION AGAINST THE WINDOW) ARE KEPT IN THE PROFILE
      * LIBRARY AS NAMED, VERSIONED CARD SETS (LAYOUT SORTPREC), SO A
      * JOB RUNS SORTDALE WITH A SINGLE PROF CARD INSTEAD OF ITS OWN
      * HAND-KEPT DECK AND SORTAUDT NAMES THE VERSION THAT WAS RUN.
      *
      * THE OLD LIBRARY (PROFLIBI) IS LOADED INTO A TABLE, THE SYSIN
      * TRANSACTIONS ARE APPLIED TO IT IN CARD ORDER, AND THE TABLE IS
      * WRITTEN, STILL IN KEY SEQUENCE, AS THE NEW LIBRARY (PROFLIBO).
      * A STORED VERSION IS NEVER ALTERED: CHANGE ADDS THE NEXT
      * VERSION, AND RETIRE ONLY MARKS A VERSION SO SORTDALE WILL NOT
      * RUN IT - IT STAYS ON FILE SO OLD SORTAUDT LINES STILL TRACE
      * BACK TO IT.
      *
      * SYSIN TRANSACTION CARDS:
      *   COLS  1-6   ACTION:  ADD    - STORE A NEW PROFILE AS VERSION
      *                                 001
      *                        CHANGE - STORE THE NEXT VERSION OF AN
      *                                 EXISTING PROFILE
      *                        COPY   - COPY A VERSION'S CARDS TO A
      *                                 NEW PROFILE AS ITS VERSION 001
      *                        RETIRE - RETIRE ONE VERSION, OR EVERY
      *                                 ACTIVE VERSION WHEN COLUMNS
      *                                 17-19 ARE BLANK
      *                        LIST   - LIST THE LIBRARY, OR ONE
      *                                 PROFILE WITH ITS CARDS
      *   COLS  8-15  PROFILE NAME, LEFT-JUSTIFIED.
      *   COLS 17-19  VERSION.  COPY AND RETIRE ONLY; BLANK ON COPY
      *               MEANS THE CURRENT VERSION (THE HIGHEST ONE NOT
      *               RETIRED).  ADD AND CHANGE ASSIGN THE VERSION.
      *   COLS 21-28  NEW PROFILE NAME.  COPY ONLY.
      *   COLS 30-37  USER ID OF THE PERSON MAKING THE CHANGE.
      *               REQUIRED ON EVERY ACTION BUT LIST.
      *   COLS 39-78  DESCRIPTION (ADD, CHANGE, COPY) OR REASON
      *               (RETIRE).  REQUIRED ON ADD, CHANGE AND RETIRE;
      *               A COPY WITHOUT ONE KEEPS THE SOURCE'S.
      * ADD AND CHANGE ARE FOLLOWED BY THE CARD SET, EXACTLY AS
      * SORTDALE WOULD READ IT FROM SYSIN (CONTROL CARD FIRST, THEN ANY
      * SWEEP, MODE, FILE, KEY AND QUAL CARDS), ENDED BY A CARD WITH
      * ENDPROF IN COLUMNS 1-7.  UP TO 30 CARDS.  THE SET IS CHECKED
      * WITH THE SAME RULES SORTDALE APPLIES TO ITS OWN CARDS, AND A
      * SET SORTDALE WOULD REJECT IS NOT STORED.
      * A CARD WITH AN ASTERISK IN COLUMN 1 IS A COMMENT.
      *
      * PMNTRPT LISTS EVERY TRANSACTION WITH ITS RESULT (AND, FOR A
      * REJECTED CARD SET, THE CARD AND THE RULE IT BROKE), ANY
      * LISTINGS ASKED FOR, AND THE RUN TOTALS.
      *
      * RETURN CODES:  0 = EVERY TRANSACTION APPLIED, 4 = ONE OR MORE
      * TRANSACTIONS REJECTED (OR NONE SUPPLIED) - THE LIBRARY WAS
      * STILL WRITTEN, WITH THE GOOD ONES APPLIED, 12 = THE OLD LIBRARY
      * IS OUT OF KEY SEQUENCE, HOLDS A CARD WITH NO HEADER, OR WILL
      * NOT FIT THE TABLE - NO TRANSACTIONS WERE APPLIED AND THE NEW
      * LIBRARY WAS WRITTEN EMPTY, SO THE JOB MUST NOT CATALOG IT OVER
      * THE OLD GENERATION.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SYSIN-FILE ASSIGN TO SYSIN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PROF-LIB-IN ASSIGN TO PROFLIBI.
           SELECT PROF-LIB-OUT ASSIGN TO PROFLIBO.
           SELECT PMNT-RPT-FILE ASSIGN TO PMNTRPT.
       DATA DIVISION.
       FILE SECTION.
       FD  SYSIN-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SYSIN-RECORD                PIC X(80).

      *----------------------------------------------------------------*
      *  PROFLIBI / PROFLIBO - THE PROFILE LIBRARY, OLD AND NEW.  THE  *
      *  OLD LIBRARY IS READ INTO THE SORTPREC LAYOUT IN WORKING-      *
      *  STORAGE, WHERE EVERY RECORD IS BUILT AND INSPECTED.           *
      *----------------------------------------------------------------*
       FD  PROF-LIB-IN
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.
       01  PROF-LIB-IN-RECORD          PIC X(120).

       FD  PROF-LIB-OUT
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.
       01  PROF-LIB-OUT-RECORD         PIC X(120).

      *----------------------------------------------------------------*
      *  PMNTRPT - THE PRINTED MAINTENANCE REPORT.                     *
      *----------------------------------------------------------------*
       FD  PMNT-RPT-FILE
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  PMNT-RPT-RECORD             PIC X(133).

       WORKING-STORAGE SECTION.

       COPY SORTPREC.

      *----------------------------------------------------------------*
      *  WS-PMNT-CONTROL - RUN SWITCHES AND COUNTS.                    *
      *----------------------------------------------------------------*
        01  WS-PMNT-CONTROL.
            05  WS-SYSIN-EOF-SW         PIC X(01) VALUE 'N'.
                88  WS-SYSIN-AT-EOF              VALUE 'Y'.
            05  WS-LIB-EOF-SW           PIC X(01) VALUE 'N'.
                88  WS-LIB-AT-EOF                VALUE 'Y'.
            05  WS-LIB-ERROR-SW         PIC X(01) VALUE 'N'.
                88  WS-LIB-UNUSABLE              VALUE 'Y'.
            05  WS-SET-END-SW           PIC X(01) VALUE 'N'.
                88  WS-SET-ENDED                 VALUE 'Y'.
            05  WS-CARD-COUNT           PIC S9(9) COMP-3 VALUE 0.
            05  WS-TRAN-COUNT           PIC S9(9) COMP-3 VALUE 0.
            05  WS-APPLY-COUNT          PIC S9(9) COMP-3 VALUE 0.
            05  WS-REJECT-COUNT         PIC S9(9) COMP-3 VALUE 0.
            05  WS-ADD-COUNT            PIC S9(9) COMP-3 VALUE 0.
            05  WS-CHANGE-COUNT         PIC S9(9) COMP-3 VALUE 0.
            05  WS-COPY-COUNT           PIC S9(9) COMP-3 VALUE 0.
            05  WS-RETIRE-COUNT         PIC S9(9) COMP-3 VALUE 0.
            05  WS-LIST-COUNT           PIC S9(9) COMP-3 VALUE 0.
            05  WS-LIB-READ-COUNT       PIC S9(9) COMP-3 VALUE 0.
            05  WS-WRITE-COUNT          PIC S9(9) COMP-3 VALUE 0.
            05  WS-ACTIVE-COUNT         PIC S9(9) COMP-3 VALUE 0.
            05  WS-RETIRED-COUNT        PIC S9(9) COMP-3 VALUE 0.
            05  WS-PMNT-RC              PIC S9(4) COMP VALUE ZERO.

      *----------------------------------------------------------------*
      *  WS-PMNT-CARD - SYSIN TRANSACTION CARD LAYOUT.                 *
      *----------------------------------------------------------------*
        01  WS-PMNT-CARD.
            05  PC-ACTION               PIC X(06).
            05  FILLER                  PIC X(01).
            05  PC-NAME                 PIC X(08).
            05  FILLER                  PIC X(01).
            05  PC-VERSION              PIC X(03).
            05  PC-VERSION-9 REDEFINES PC-VERSION
                                        PIC 9(03).
            05  FILLER                  PIC X(01).
            05  PC-NEW-NAME             PIC X(08).
            05  FILLER                  PIC X(01).
            05  PC-USER-ID              PIC X(08).
            05  FILLER                  PIC X(01).
            05  PC-DESCRIPTION          PIC X(40).
            05  FILLER                  PIC X(02).

      *----------------------------------------------------------------*
      *  WS-LIB-TABLE - THE WHOLE LIBRARY, IN KEY SEQUENCE.  A NEW     *
      *  VERSION IS INSERTED AFTER THE LAST RECORD OF ITS PROFILE (OR  *
      *  IN NAME ORDER FOR A NEW PROFILE) SO THE TABLE NEVER NEEDS     *
      *  SORTING.  LT-STATUS AND LT-CARD-COUNT ARE MEANINGFUL ON       *
      *  HEADER ENTRIES ONLY.                                          *
      *----------------------------------------------------------------*
        01  WS-LIB-CONTROL.
            05  WS-LIB-MAX              PIC S9(4) COMP VALUE 3000.
            05  WS-LIB-COUNT            PIC S9(4) COMP VALUE 0.
            05  WS-LIB-IDX              PIC S9(4) COMP VALUE 0.
            05  WS-INS-IDX              PIC S9(4) COMP VALUE 0.
            05  WS-SHIFT                PIC S9(4) COMP VALUE 0.
            05  WS-PREV-KEY             PIC X(14) VALUE LOW-VALUES.
            05  WS-HDR-NAME             PIC X(08) VALUE SPACES.
            05  WS-HDR-VERSION          PIC 9(03) VALUE 0.
        01  WS-LIB-TABLE.
            05  WS-LIB-ENTRY            OCCURS 3000 TIMES.
                10  LT-NAME             PIC X(08).
                10  LT-VERSION          PIC 9(03).
                10  LT-CARD-SEQ         PIC 9(03).
                10  LT-REC-TYPE         PIC X(01).
                    88  LT-HEADER                VALUE 'H'.
                10  LT-STATUS           PIC X(01).
                    88  LT-ACTIVE                VALUE 'A'.
                    88  LT-RETIRED               VALUE 'R'.
                10  LT-CARD-COUNT       PIC 9(03).
                10  FILLER              PIC X(101).

      *----------------------------------------------------------------*
      *  WS-SET-TABLE - THE CARD SET FOLLOWING AN ADD OR CHANGE, OR    *
      *  THE CARDS OF THE VERSION BEING COPIED.                        *
      *----------------------------------------------------------------*
        01  WS-SET-CONTROL.
            05  WS-SET-MAX              PIC S9(4) COMP VALUE 30.
            05  WS-SET-COUNT            PIC S9(4) COMP VALUE 0.
            05  WS-SET-READ             PIC S9(4) COMP VALUE 0.
            05  WS-SET-IDX              PIC S9(4) COMP VALUE 0.
            05  WS-COL-IDX              PIC S9(4) COMP VALUE 0.
            05  WS-CHECK-WORK           PIC S9(15) COMP-3 VALUE 0.
            05  WS-CHECK-TOTAL          PIC 9(09) VALUE 0.
        01  WS-SET-TABLE.
            05  ST-CARD                 PIC X(80) OCCURS 30 TIMES.

      *----------------------------------------------------------------*
      *  WS-FIND-WORK - RESULT OF FIND-PROFILE: THE HIGHEST VERSION ON *
      *  FILE FOR THE NAME (ZERO WHEN THE NAME IS NOT IN THE LIBRARY)  *
      *  AND THE TABLE INDEX OF THE HEADER ASKED FOR - THE VERSION     *
      *  NAMED, OR THE CURRENT ONE WHEN WS-FIND-VERSION IS ZERO.       *
      *----------------------------------------------------------------*
        01  WS-FIND-WORK.
            05  WS-FIND-NAME            PIC X(08) VALUE SPACES.
            05  WS-FIND-VERSION         PIC 9(03) VALUE 0.
            05  WS-HIGH-VERSION         PIC 9(03) VALUE 0.
            05  WS-FOUND-IDX            PIC S9(4) COMP VALUE 0.
            05  WS-FOUND-COUNT          PIC S9(4) COMP VALUE 0.

      *----------------------------------------------------------------*
      *  WS-STORE-WORK - THE VERSION STORE-NEW-VERSION IS TO BUILD.    *
      *----------------------------------------------------------------*
        01  WS-STORE-WORK.
            05  WS-STORE-NAME           PIC X(08) VALUE SPACES.
            05  WS-STORE-VERSION        PIC 9(03) VALUE 0.
            05  WS-STORE-ORIGIN         PIC X(01) VALUE SPACE.
            05  WS-STORE-FROM-NAME      PIC X(08) VALUE SPACES.
            05  WS-STORE-FROM-VERSION   PIC 9(03) VALUE 0.
            05  WS-STORE-DESCRIPTION    PIC X(40) VALUE SPACES.

      *----------------------------------------------------------------*
      *  WS-CARD-MESSAGE / WS-RESULT-MESSAGE - WHY THE TRANSACTION     *
      *  BEING PROCESSED WAS REJECTED, OR WHAT IT DID.                 *
      *----------------------------------------------------------------*
        01  WS-MESSAGE-WORK.
            05  WS-CARD-MESSAGE         PIC X(40) VALUE SPACES.
            05  WS-RESULT-MESSAGE       PIC X(40) VALUE SPACES.
            05  WS-SET-REJECT-SW        PIC X(01) VALUE 'N'.
                88  WS-SET-REJECTED              VALUE 'Y'.
            05  WS-REJECT-CARD-NO       PIC S9(4) COMP VALUE 0.
        01  WS-STORED-MESSAGE.
            05  FILLER                  PIC X(08) VALUE 'VERSION '.
            05  SM-VERSION              PIC 9(03).
            05  FILLER                  PIC X(09) VALUE ' STORED, '.
            05  SM-CARDS                PIC ZZ9.
            05  FILLER                  PIC X(17) VALUE ' CARDS'.
        01  WS-RETIRED-MESSAGE.
            05  RM-COUNT                PIC ZZ9.
            05  FILLER                  PIC X(37) VALUE
                ' VERSION(S) RETIRED'.
        01  WS-LISTED-MESSAGE.
            05  LM-COUNT                PIC ZZZ9.
            05  FILLER                  PIC X(36) VALUE
                ' VERSION(S) LISTED'.

      *----------------------------------------------------------------*
      *  CARD-SET VALIDATION WORK.  THE CARD LAYOUTS, SWITCHES AND     *
      *  AUDIT FIELDS BELOW CARRY THE SAME NAMES AS THEIR COUNTERPARTS *
      *  IN SORTDALE SO THE VALIDATE- PARAGRAPHS OF THE TWO PROGRAMS   *
      *  CAN BE COMPARED LINE FOR LINE.  A RULE CHANGED IN ONE MUST BE *
      *  CHANGED IN THE OTHER; SORTDALE STILL CHECKS EVERY CARD IT     *
      *  TAKES FROM THE LIBRARY, SO A SET THAT SLIPS PAST HERE IS      *
      *  REJECTED AT RUN TIME RATHER THAN RUN WRONG.                   *
      *----------------------------------------------------------------*
        01  WS-CONTROL-CARD.
            05  CC-SORT-SIZE            PIC 9(9).
            05  CC-SORT-SIZE-X REDEFINES CC-SORT-SIZE
                                        PIC X(9).
            05  FILLER                  PIC X(1).
            05  CC-GEN-MODE             PIC X(1).
            05  FILLER                  PIC X(1).
            05  CC-SAVE-SW              PIC X(1).
            05  FILLER                  PIC X(1).
            05  CC-LOAD-SW              PIC X(1).
            05  FILLER                  PIC X(1).
            05  CC-CKPT-SW              PIC X(1).
            05  FILLER                  PIC X(1).
            05  CC-RESTART-SW           PIC X(1).
            05  FILLER                  PIC X(1).
            05  CC-WIDE-SW              PIC X(1).
            05  FILLER                  PIC X(1).
            05  CC-REPEAT-COUNT         PIC X(2).
            05  FILLER                  PIC X(1).
            05  CC-CUTOFF-TIME          PIC X(6).
            05  FILLER                  PIC X(1).
            05  CC-LARGE-SW             PIC X(1).
            05  FILLER                  PIC X(1).
            05  CC-CALIB-SW             PIC X(1).
            05  FILLER                  PIC X(1).
            05  CC-CALIB-TARGET         PIC X(6).
            05  FILLER                  PIC X(1).
            05  CC-CALIB-ALGO           PIC X(6).
            05  FILLER                  PIC X(1).
            05  CC-USER-SW              PIC X(1).
            05  FILLER                  PIC X(1).
            05  CC-SYSTEM-ID            PIC X(8).
            05  FILLER                  PIC X(1).
            05  CC-JOB-NAME             PIC X(8).
            05  FILLER                  PIC X(11).
        01  WS-FILE-CARD.
            05  FC-TAG                  PIC X(4).
            05  FILLER                  PIC X(1).
            05  FC-RECLEN               PIC X(5).
            05  FILLER                  PIC X(70).
        01  WS-KEY-CARD.
            05  KC-TAG                  PIC X(3).
            05  FILLER                  PIC X(2).
            05  KC-POS                  PIC X(5).
            05  FILLER                  PIC X(1).
            05  KC-LEN                  PIC X(3).
            05  FILLER                  PIC X(1).
            05  KC-TYPE                 PIC X(1).
            05  FILLER                  PIC X(1).
            05  KC-ORDER                PIC X(1).
            05  FILLER                  PIC X(62).
        01  WS-QUAL-CARD.
            05  QL-TAG                  PIC X(4).
            05  FILLER                  PIC X(1).
            05  QL-ACTION               PIC X(8).
            05  FILLER                  PIC X(1).
            05  QL-UNIQUE               PIC X(6).
            05  FILLER                  PIC X(60).
        01  WS-MODE-CARD.
            05  MC-TAG                  PIC X(4).
            05  FILLER                  PIC X(1).
            05  MC-OPERAND              PIC X(8).
            05  FILLER                  PIC X(1).
            05  MC-WORKER-ID            PIC X(8).
            05  FILLER                  PIC X(58).
        01  WS-PARM-WORK.
            05  WS-PARM-NUMERIC         PIC 9(9).
            05  WS-PARM-ERROR-SW        PIC X(01) VALUE 'N'.
                88  WS-PARM-REJECTED             VALUE 'Y'.
            05  WS-CARD-NUMBER          PIC S9(4) COMP VALUE 0.
            05  WS-SIZE-JUST            PIC X(9) JUSTIFIED RIGHT.
        01  WS-AUDIT-LINE.
            05  AUD-ITEM                PIC X(18).
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  AUD-VALUE               PIC X(20).
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  AUD-SOURCE              PIC X(50).
            05  FILLER                  PIC X(41) VALUE SPACES.
        01  WS-CUTOFF-TIME-X.
            05  WS-CUTOFF-HH            PIC 99.
            05  WS-CUTOFF-MM            PIC 99.
            05  WS-CUTOFF-SS            PIC 99.
        01  WS-CALIB-TIME-X.
            05  WS-CALIB-HH             PIC 99.
            05  WS-CALIB-MM             PIC 99.
            05  WS-CALIB-SS             PIC 99.
        01  WS-USER-CONTROL.
            05  WS-USER-MODE-SW         PIC X(01) VALUE 'N'.
                88  WS-USER-MODE                  VALUE 'Y'.
            05  WS-USR-FILE-SEEN-SW     PIC X(01) VALUE 'N'.
                88  WS-USR-FILE-SEEN              VALUE 'Y'.
            05  WS-USR-RECLEN           PIC S9(4) COMP VALUE 0.
            05  WS-USR-KEY-COUNT        PIC S9(4) COMP VALUE 0.
            05  WS-USR-KEY-TOTAL        PIC S9(4) COMP VALUE 0.
            05  WS-USR-END-POS          PIC S9(9) COMP-3 VALUE 0.
            05  WS-USR-POS-WORK         PIC S9(4) COMP VALUE 0.
            05  WS-USR-LEN-WORK         PIC S9(4) COMP VALUE 0.
            05  WS-KQ-CARD-SEEN-SW      PIC X(01) VALUE 'N'.
                88  WS-KQ-CARD-SEEN               VALUE 'Y'.
        01  WS-SWEEP-CONTROL.
            05  WS-SWEEP-COUNT          PIC S9(4) COMP VALUE 1.

      *----------------------------------------------------------------*
      *  WS-RUN-STAMP - DATE/TIME THIS MAINTENANCE RUN STARTED, FOR    *
      *  THE REPORT HEADINGS AND THE HEADERS OF VERSIONS IT STORES.    *
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
                'SORTPMNT - BENCHMARK PROFILE L'.
            05  FILLER                  PIC X(20) VALUE
                'IBRARY MAINTENANCE'.
            05  FILLER                  PIC X(09) VALUE 'RUN DATE '.
            05  H1-RUN-DATE             PIC 9(08).
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  H1-RUN-TIME             PIC X(11).
            05  FILLER                  PIC X(43) VALUE SPACES.
            05  FILLER                  PIC X(05) VALUE 'PAGE '.
            05  H1-PAGE                 PIC ZZZ9.
            05  FILLER                  PIC X(01) VALUE SPACES.
        01  WS-HEAD2.
            05  FILLER                  PIC X(30) VALUE
                'CARD ACTION PROFILE  VER NEW P'.
            05  FILLER                  PIC X(30) VALUE
                'ROF USER ID  RESULT   MESSAGE '.
            05  FILLER                  PIC X(30) VALUE
                '                              '.
            05  FILLER                  PIC X(30) VALUE
                ' DESCRIPTION / REASON         '.
            05  FILLER                  PIC X(13) VALUE SPACES.
        01  WS-TRAN-LINE.
            05  TL-CARD-NUMBER          PIC ZZZ9.
            05  FILLER                  PIC X(01) VALUE SPACES.
            05  TL-ACTION               PIC X(06).
            05  FILLER                  PIC X(01) VALUE SPACES.
            05  TL-NAME                 PIC X(08).
            05  FILLER                  PIC X(01) VALUE SPACES.
            05  TL-VERSION              PIC X(03).
            05  FILLER                  PIC X(01) VALUE SPACES.
            05  TL-NEW-NAME             PIC X(08).
            05  FILLER                  PIC X(01) VALUE SPACES.
            05  TL-USER-ID              PIC X(08).
            05  FILLER                  PIC X(01) VALUE SPACES.
            05  TL-RESULT               PIC X(08).
            05  FILLER                  PIC X(01) VALUE SPACES.
            05  TL-MESSAGE              PIC X(40).
            05  FILLER                  PIC X(01) VALUE SPACES.
            05  TL-DESCRIPTION          PIC X(40).
        01  WS-SET-REJECT-LINE.
            05  FILLER                  PIC X(12) VALUE SPACES.
            05  FILLER                  PIC X(09) VALUE 'SET CARD '.
            05  SR-CARD-NUMBER          PIC ZZ9.
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  SR-ITEM                 PIC X(18).
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  SR-VALUE                PIC X(20).
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  SR-REASON               PIC X(50).
            05  FILLER                  PIC X(15) VALUE SPACES.
        01  WS-LIST-HEAD.
            05  FILLER                  PIC X(12) VALUE SPACES.
            05  FILLER                  PIC X(30) VALUE
                'PROFILE  VER STATUS  CARDS CHE'.
            05  FILLER                  PIC X(30) VALUE
                'CK TOTAL CREATED  BY       ORI'.
            05  FILLER                  PIC X(30) VALUE
                'GIN FROM         DESCRIPTION  '.
            05  FILLER                  PIC X(31) VALUE SPACES.
        01  WS-LIST-LINE.
            05  FILLER                  PIC X(12) VALUE SPACES.
            05  LL-NAME                 PIC X(08).
            05  FILLER                  PIC X(01) VALUE SPACES.
            05  LL-VERSION              PIC 9(03).
            05  FILLER                  PIC X(01) VALUE SPACES.
            05  LL-STATUS               PIC X(07).
            05  FILLER                  PIC X(01) VALUE SPACES.
            05  LL-CARDS                PIC ZZ9.
            05  FILLER                  PIC X(03) VALUE SPACES.
            05  LL-CHECK-TOTAL          PIC 9(09).
            05  FILLER                  PIC X(01) VALUE SPACES.
            05  LL-CREATED              PIC X(08).
            05  FILLER                  PIC X(01) VALUE SPACES.
            05  LL-CREATED-BY           PIC X(08).
            05  FILLER                  PIC X(01) VALUE SPACES.
            05  LL-ORIGIN               PIC X(06).
            05  FILLER                  PIC X(01) VALUE SPACES.
            05  LL-FROM-NAME            PIC X(08).
            05  FILLER                  PIC X(01) VALUE SPACES.
            05  LL-FROM-VERSION         PIC X(03).
            05  FILLER                  PIC X(01) VALUE SPACES.
            05  LL-DESCRIPTION          PIC X(40).
            05  FILLER                  PIC X(06) VALUE SPACES.
        01  WS-LIST-RETIRED-LINE.
            05  FILLER                  PIC X(24) VALUE SPACES.
            05  FILLER                  PIC X(11) VALUE 'RETIRED ON '.
            05  LR-DATE                 PIC X(08).
            05  FILLER                  PIC X(04) VALUE ' BY '.
            05  LR-USER-ID              PIC X(08).
            05  FILLER                  PIC X(78) VALUE SPACES.
        01  WS-LIST-CARD-LINE.
            05  FILLER                  PIC X(24) VALUE SPACES.
            05  FILLER                  PIC X(05) VALUE 'CARD '.
            05  LC-CARD-SEQ             PIC ZZ9.
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  LC-CARD-IMAGE           PIC X(80).
            05  FILLER                  PIC X(19) VALUE SPACES.
        01  WS-COUNT-LINE.
            05  CL-CAPTION              PIC X(40).
            05  CL-COUNT                PIC ZZZZZZZZ9.
            05  FILLER                  PIC X(84) VALUE SPACES.

       PROCEDURE DIVISION.

       PROGRAM-START.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME FROM TIME.
           MOVE CORRESPONDING WS-TIME TO WS-RUN-TIME-DISPLAY.

           OPEN OUTPUT PMNT-RPT-FILE.

           PERFORM LOAD-LIBRARY
               THRU LOAD-LIBRARY-EXIT.

           IF WS-LIB-UNUSABLE
               DISPLAY 'SORTPMNT: OLD LIBRARY UNUSABLE - NO '
                       'TRANSACTIONS APPLIED, NEW LIBRARY IS EMPTY'
               MOVE 12 TO WS-PMNT-RC
           ELSE
               PERFORM PROCESS-TRANSACTIONS
                   THRU PROCESS-TRANSACTIONS-EXIT
           END-IF.

           PERFORM WRITE-NEW-LIBRARY
               THRU WRITE-NEW-LIBRARY-EXIT.

           IF WS-PMNT-RC = 0
               IF WS-REJECT-COUNT > 0
                   MOVE 4 TO WS-PMNT-RC
               END-IF
               IF WS-TRAN-COUNT = 0
                   DISPLAY 'SORTPMNT: NO TRANSACTION CARDS ON SYSIN - '
                           'LIBRARY COPIED UNCHANGED'
                   MOVE 4 TO WS-PMNT-RC
               END-IF
           END-IF.

           PERFORM WRITE-RUN-TOTALS
               THRU WRITE-RUN-TOTALS-EXIT.

           CLOSE PMNT-RPT-FILE.

           DISPLAY 'SORTPMNT: ' WS-TRAN-COUNT ' TRANSACTIONS, '
                   WS-APPLY-COUNT ' APPLIED, '
                   WS-REJECT-COUNT ' REJECTED'.
           DISPLAY 'SORTPMNT: ' WS-LIB-READ-COUNT ' LIBRARY RECORDS '
                   'IN, ' WS-WRITE-COUNT ' OUT'.

           MOVE WS-PMNT-RC TO RETURN-CODE.

           GOBACK.

      *----------------------------------------------------------------*
      *  LOAD-LIBRARY                                                  *
      *  READS THE OLD LIBRARY INTO WS-LIB-TABLE.  THE FIRST RECORD    *
      *  OUT OF KEY SEQUENCE, CARD WITHOUT ITS HEADER, OR RECORD PAST  *
      *  THE TABLE'S CAPACITY MAKES THE LIBRARY UNUSABLE - APPLYING    *
      *  CHANGES TO A LIBRARY THAT CANNOT BE TRUSTED WOULD ONLY HIDE   *
      *  THE DAMAGE.                                                   *
      *----------------------------------------------------------------*
       LOAD-LIBRARY.

           OPEN INPUT PROF-LIB-IN.
           PERFORM
             UNTIL WS-LIB-AT-EOF OR WS-LIB-UNUSABLE
               READ PROF-LIB-IN INTO SORT-PROF-RECORD
                   AT END
                       MOVE 'Y' TO WS-LIB-EOF-SW
                   NOT AT END
                       PERFORM LOAD-ONE-LIBRARY-RECORD
                           THRU LOAD-ONE-LIBRARY-RECORD-EXIT
               END-READ
           END-PERFORM.
           CLOSE PROF-LIB-IN.

       LOAD-LIBRARY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  LOAD-ONE-LIBRARY-RECORD                                       *
      *  CHECKS ONE OLD-LIBRARY RECORD AND ADDS IT TO THE TABLE.       *
      *----------------------------------------------------------------*
       LOAD-ONE-LIBRARY-RECORD.

           ADD 1 TO WS-LIB-READ-COUNT.

           IF WS-LIB-COUNT >= WS-LIB-MAX
               DISPLAY 'SORTPMNT: OLD LIBRARY HOLDS MORE THAN '
                       WS-LIB-MAX ' RECORDS'
               MOVE 'Y' TO WS-LIB-ERROR-SW
               GO TO LOAD-ONE-LIBRARY-RECORD-EXIT
           END-IF.

           IF PROF-KEY NOT > WS-PREV-KEY
               DISPLAY 'SORTPMNT: OLD LIBRARY OUT OF SEQUENCE AT '
                       PROF-NAME ' ' PROF-VERSION ' ' PROF-CARD-SEQ
               MOVE 'Y' TO WS-LIB-ERROR-SW
               GO TO LOAD-ONE-LIBRARY-RECORD-EXIT
           END-IF.

           IF PROF-HEADER AND PROF-CARD-SEQ = 0
               MOVE PROF-NAME TO WS-HDR-NAME
               MOVE PROF-VERSION TO WS-HDR-VERSION
           ELSE
               IF NOT PROF-CARD
                   OR PROF-CARD-SEQ = 0
                   OR PROF-NAME NOT = WS-HDR-NAME
                   OR PROF-VERSION NOT = WS-HDR-VERSION
                   DISPLAY 'SORTPMNT: OLD LIBRARY CARD WITHOUT A '
                           'HEADER AT ' PROF-NAME ' ' PROF-VERSION
                           ' ' PROF-CARD-SEQ
                   MOVE 'Y' TO WS-LIB-ERROR-SW
                   GO TO LOAD-ONE-LIBRARY-RECORD-EXIT
               END-IF
           END-IF.

           MOVE PROF-KEY TO WS-PREV-KEY.
           ADD 1 TO WS-LIB-COUNT.
           MOVE SORT-PROF-RECORD TO WS-LIB-ENTRY (WS-LIB-COUNT).

       LOAD-ONE-LIBRARY-RECORD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  PROCESS-TRANSACTIONS                                          *
      *  READS THE SYSIN TRANSACTIONS AND APPLIES EACH TO THE TABLE IN *
      *  CARD ORDER, SO A PROFILE ADDED BY ONE CARD CAN BE CHANGED,    *
      *  COPIED OR LISTED BY A LATER ONE IN THE SAME RUN.              *
      *----------------------------------------------------------------*
       PROCESS-TRANSACTIONS.

           OPEN INPUT SYSIN-FILE.
           PERFORM
             UNTIL WS-SYSIN-AT-EOF
               READ SYSIN-FILE
                   AT END
                       MOVE 'Y' TO WS-SYSIN-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-CARD-COUNT
                       PERFORM PROCESS-ONE-TRANSACTION
                           THRU PROCESS-ONE-TRANSACTION-EXIT
               END-READ
           END-PERFORM.
           CLOSE SYSIN-FILE.

       PROCESS-TRANSACTIONS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  PROCESS-ONE-TRANSACTION                                       *
      *  ONE TRANSACTION CARD (AND, FOR ADD AND CHANGE, ITS CARD SET): *
      *  CHECK IT, APPLY IT, AND REPORT THE OUTCOME.  BLANK AND        *
      *  COMMENT CARDS ARE PASSED OVER.                                *
      *----------------------------------------------------------------*
       PROCESS-ONE-TRANSACTION.

           IF SYSIN-RECORD = SPACES
               OR SYSIN-RECORD (1 : 1) = '*'
               GO TO PROCESS-ONE-TRANSACTION-EXIT
           END-IF.

           MOVE SYSIN-RECORD TO WS-PMNT-CARD.
           ADD 1 TO WS-TRAN-COUNT.
           MOVE SPACES TO WS-CARD-MESSAGE.
           MOVE SPACES TO WS-RESULT-MESSAGE.
           MOVE 'N' TO WS-SET-REJECT-SW.
           MOVE 0 TO WS-SET-COUNT.

           MOVE WS-CARD-COUNT TO TL-CARD-NUMBER.
           MOVE PC-ACTION TO TL-ACTION.
           MOVE PC-NAME TO TL-NAME.
           MOVE PC-VERSION TO TL-VERSION.
           MOVE PC-NEW-NAME TO TL-NEW-NAME.
           MOVE PC-USER-ID TO TL-USER-ID.
           MOVE PC-DESCRIPTION TO TL-DESCRIPTION.

           IF PC-ACTION = 'ADD   ' OR PC-ACTION = 'CHANGE'
               PERFORM READ-CARD-SET
                   THRU READ-CARD-SET-EXIT
           END-IF.

           PERFORM VALIDATE-TRANSACTION
               THRU VALIDATE-TRANSACTION-EXIT.

           IF WS-CARD-MESSAGE = SPACES
               EVALUATE PC-ACTION
                   WHEN 'ADD   '
                       PERFORM APPLY-ADD
                           THRU APPLY-ADD-EXIT
                   WHEN 'CHANGE'
                       PERFORM APPLY-CHANGE
                           THRU APPLY-CHANGE-EXIT
                   WHEN 'COPY  '
                       PERFORM APPLY-COPY
                           THRU APPLY-COPY-EXIT
                   WHEN 'RETIRE'
                       PERFORM APPLY-RETIRE
                           THRU APPLY-RETIRE-EXIT
                   WHEN 'LIST  '
                       PERFORM CHECK-LIST-REQUEST
                           THRU CHECK-LIST-REQUEST-EXIT
               END-EVALUATE
           END-IF.

           IF WS-CARD-MESSAGE = SPACES
               MOVE 'APPLIED' TO TL-RESULT
               MOVE WS-RESULT-MESSAGE TO TL-MESSAGE
               ADD 1 TO WS-APPLY-COUNT
           ELSE
               MOVE 'REJECTED' TO TL-RESULT
               MOVE WS-CARD-MESSAGE TO TL-MESSAGE
               ADD 1 TO WS-REJECT-COUNT
           END-IF.
           MOVE WS-TRAN-LINE TO PMNT-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.

           IF WS-SET-REJECTED
               MOVE WS-REJECT-CARD-NO TO SR-CARD-NUMBER
               MOVE AUD-ITEM TO SR-ITEM
               MOVE AUD-VALUE TO SR-VALUE
               MOVE AUD-SOURCE TO SR-REASON
               MOVE WS-SET-REJECT-LINE TO PMNT-RPT-RECORD
               PERFORM WRITE-REPORT-LINE
                   THRU WRITE-REPORT-LINE-EXIT
           END-IF.

           IF PC-ACTION = 'LIST  ' AND WS-CARD-MESSAGE = SPACES
               PERFORM LIST-LIBRARY
                   THRU LIST-LIBRARY-EXIT
           END-IF.

       PROCESS-ONE-TRANSACTION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  READ-CARD-SET                                                 *
      *  READS THE CARDS FOLLOWING AN ADD OR CHANGE UP TO THE ENDPROF  *
      *  CARD INTO WS-SET-TABLE.  THE WHOLE SET IS CONSUMED EVEN WHEN  *
      *  IT IS TOO LONG, SO ITS CARDS ARE NEVER TAKEN FOR TRANSACTIONS.*
      *  WS-SET-READ IS THE NUMBER OF CARDS FOUND, WS-SET-COUNT THE    *
      *  NUMBER KEPT.                                                  *
      *----------------------------------------------------------------*
       READ-CARD-SET.

           MOVE 0 TO WS-SET-READ.
           MOVE 'N' TO WS-SET-END-SW.
           PERFORM
             UNTIL WS-SET-ENDED OR WS-SYSIN-AT-EOF
               READ SYSIN-FILE
                   AT END
                       MOVE 'Y' TO WS-SYSIN-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-CARD-COUNT
                       IF SYSIN-RECORD (1 : 7) = 'ENDPROF'
                           MOVE 'Y' TO WS-SET-END-SW
                       ELSE
                           ADD 1 TO WS-SET-READ
                           IF WS-SET-READ <= WS-SET-MAX
                               MOVE WS-SET-READ TO WS-SET-COUNT
                               MOVE SYSIN-RECORD
                                   TO ST-CARD (WS-SET-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       READ-CARD-SET-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  VALIDATE-TRANSACTION                                          *
      *  CHECKS THE CARD IN WS-PMNT-CARD (AND ITS CARD SET), LEAVING   *
      *  WS-CARD-MESSAGE BLANK WHEN IT IS GOOD.  THE FIRST FAULT FOUND *
      *  IS THE ONE REPORTED.  CHECKS THAT NEED THE LIBRARY ITSELF ARE *
      *  MADE WHEN THE TRANSACTION IS APPLIED.                         *
      *----------------------------------------------------------------*
       VALIDATE-TRANSACTION.

           IF PC-ACTION NOT = 'ADD   '
               AND PC-ACTION NOT = 'CHANGE'
               AND PC-ACTION NOT = 'COPY  '
               AND PC-ACTION NOT = 'RETIRE'
               AND PC-ACTION NOT = 'LIST  '
               MOVE 'ACTION NOT ADD/CHANGE/COPY/RETIRE/LIST'
                   TO WS-CARD-MESSAGE
               GO TO VALIDATE-TRANSACTION-EXIT
           END-IF.

           IF PC-NAME = SPACES
               IF PC-ACTION NOT = 'LIST  '
                   MOVE 'PROFILE NAME REQUIRED IN COLUMNS 8-15'
                       TO WS-CARD-MESSAGE
               END-IF
               GO TO VALIDATE-TRANSACTION-EXIT
           END-IF.
           IF PC-NAME (1 : 1) = SPACE
               MOVE 'PROFILE NAME MUST BE LEFT-JUSTIFIED'
                   TO WS-CARD-MESSAGE
               GO TO VALIDATE-TRANSACTION-EXIT
           END-IF.
           IF PC-ACTION = 'LIST  '
               GO TO VALIDATE-TRANSACTION-EXIT
           END-IF.

           IF PC-VERSION NOT = SPACES
               IF PC-ACTION = 'ADD   ' OR PC-ACTION = 'CHANGE'
                   MOVE 'VERSION IS ASSIGNED - LEAVE COLS 17-19'
                       TO WS-CARD-MESSAGE
                   GO TO VALIDATE-TRANSACTION-EXIT
               END-IF
               INSPECT PC-VERSION REPLACING LEADING ' ' BY '0'
               IF PC-VERSION IS NOT NUMERIC
                   OR PC-VERSION = '000'
                   MOVE 'VERSION NOT 001-999'
                       TO WS-CARD-MESSAGE
                   GO TO VALIDATE-TRANSACTION-EXIT
               END-IF
           END-IF.

           IF PC-ACTION = 'COPY  '
               IF PC-NEW-NAME = SPACES
                   OR PC-NEW-NAME (1 : 1) = SPACE
                   MOVE 'NEW NAME REQUIRED IN COLUMNS 21-28'
                       TO WS-CARD-MESSAGE
                   GO TO VALIDATE-TRANSACTION-EXIT
               END-IF
               IF PC-NEW-NAME = PC-NAME
                   MOVE 'NEW NAME IS THE SAME AS THE SOURCE'
                       TO WS-CARD-MESSAGE
                   GO TO VALIDATE-TRANSACTION-EXIT
               END-IF
           END-IF.

           IF PC-USER-ID = SPACES
               MOVE 'USER ID REQUIRED IN COLUMNS 30-37'
                   TO WS-CARD-MESSAGE
               GO TO VALIDATE-TRANSACTION-EXIT
           END-IF.

           IF PC-DESCRIPTION = SPACES
               AND PC-ACTION NOT = 'COPY  '
               IF PC-ACTION = 'RETIRE'
                   MOVE 'REASON REQUIRED IN COLUMNS 39-78'
                       TO WS-CARD-MESSAGE
               ELSE
                   MOVE 'DESCRIPTION REQUIRED IN COLUMNS 39-78'
                       TO WS-CARD-MESSAGE
               END-IF
               GO TO VALIDATE-TRANSACTION-EXIT
           END-IF.

           IF PC-ACTION = 'ADD   ' OR PC-ACTION = 'CHANGE'
               IF NOT WS-SET-ENDED
                   MOVE 'NO ENDPROF CARD BEFORE END OF SYSIN'
                       TO WS-CARD-MESSAGE
                   GO TO VALIDATE-TRANSACTION-EXIT
               END-IF
               IF WS-SET-READ = 0
                   MOVE 'NO CARDS BEFORE THE ENDPROF CARD'
                       TO WS-CARD-MESSAGE
                   GO TO VALIDATE-TRANSACTION-EXIT
               END-IF
               IF WS-SET-READ > WS-SET-MAX
                   MOVE 'MORE THAN 30 CARDS IN THE SET'
                       TO WS-CARD-MESSAGE
                   GO TO VALIDATE-TRANSACTION-EXIT
               END-IF
               PERFORM VALIDATE-CARD-SET
                   THRU VALIDATE-CARD-SET-EXIT
               IF WS-PARM-REJECTED
                   MOVE 'Y' TO WS-SET-REJECT-SW
                   MOVE 'CARD SET FAILS SORTDALE VALIDATION'
                       TO WS-CARD-MESSAGE
                   GO TO VALIDATE-TRANSACTION-EXIT
               END-IF
           END-IF.

       VALIDATE-TRANSACTION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  VALIDATE-CARD-SET                                             *
      *  RUNS THE SET THROUGH THE SAME CHECKS, IN THE SAME ORDER, AS   *
      *  SORTDALE'S GET-SORT-SIZE-PARAMETER AND READ-SWEEP-CARDS: THE  *
      *  FIRST CARD AS THE CONTROL CARD, EVERY LATER CARD BY ITS TAG,  *
      *  THEN THE USER-FILE COMPLETENESS CHECK.  SORTDALE STOPS        *
      *  READING AT THE TENTH SWEEP VOLUME, SO A CARD BEYOND IT WOULD  *
      *  SILENTLY NEVER RUN - THAT IS REJECTED HERE.                   *
      *----------------------------------------------------------------*
       VALIDATE-CARD-SET.

           MOVE 'N' TO WS-PARM-ERROR-SW.
           MOVE 'N' TO WS-USER-MODE-SW.
           MOVE 'N' TO WS-USR-FILE-SEEN-SW.
           MOVE 'N' TO WS-KQ-CARD-SEEN-SW.
           MOVE 0 TO WS-USR-RECLEN.
           MOVE 0 TO WS-USR-KEY-COUNT.
           MOVE 0 TO WS-USR-KEY-TOTAL.
           MOVE 1 TO WS-SWEEP-COUNT.
           MOVE 1 TO WS-CARD-NUMBER.

           MOVE ST-CARD (1) TO WS-CONTROL-CARD.
           PERFORM VALIDATE-CONTROL-CARD
               THRU VALIDATE-CONTROL-CARD-EXIT.
           IF WS-PARM-REJECTED
               GO TO VALIDATE-CARD-SET-EXIT
           END-IF.
           IF CC-USER-SW = 'Y'
               MOVE 'Y' TO WS-USER-MODE-SW
           END-IF.

           PERFORM
             VARYING WS-CARD-NUMBER FROM 2 BY 1
             UNTIL WS-CARD-NUMBER > WS-SET-COUNT
             OR WS-PARM-REJECTED
               MOVE ST-CARD (WS-CARD-NUMBER) TO WS-CONTROL-CARD
               IF WS-SWEEP-COUNT >= 10
                   MOVE SPACES TO WS-AUDIT-LINE
                   MOVE 'CARD SET' TO AUD-ITEM
                   MOVE ST-CARD (WS-CARD-NUMBER) TO AUD-VALUE
                   MOVE 'REJECTED - PAST THE TENTH VOLUME, NEVER READ'
                       TO AUD-SOURCE
                   PERFORM AUDIT-REJECT-RUN
                       THRU AUDIT-REJECT-RUN-EXIT
               ELSE
                   EVALUATE TRUE
                       WHEN ST-CARD (WS-CARD-NUMBER) (1 : 5) = 'FILE '
                           MOVE ST-CARD (WS-CARD-NUMBER)
                               TO WS-FILE-CARD
                           PERFORM VALIDATE-FILE-CARD
                               THRU VALIDATE-FILE-CARD-EXIT
                       WHEN ST-CARD (WS-CARD-NUMBER) (1 : 4) = 'KEY '
                           MOVE ST-CARD (WS-CARD-NUMBER)
                               TO WS-KEY-CARD
                           PERFORM VALIDATE-KEY-CARD
                               THRU VALIDATE-KEY-CARD-EXIT
                       WHEN ST-CARD (WS-CARD-NUMBER) (1 : 5) = 'MODE '
                           MOVE ST-CARD (WS-CARD-NUMBER)
                               TO WS-MODE-CARD
                           PERFORM VALIDATE-MODE-CARD
                               THRU VALIDATE-MODE-CARD-EXIT
                       WHEN ST-CARD (WS-CARD-NUMBER) (1 : 5) = 'QUAL '
                           MOVE ST-CARD (WS-CARD-NUMBER)
                               TO WS-QUAL-CARD
                           PERFORM VALIDATE-QUAL-CARD
                               THRU VALIDATE-QUAL-CARD-EXIT
                       WHEN OTHER
                           PERFORM VALIDATE-SWEEP-CARD
                               THRU VALIDATE-SWEEP-CARD-EXIT
                   END-EVALUATE
               END-IF
           END-PERFORM.

           IF WS-USER-MODE AND NOT WS-PARM-REJECTED
               MOVE 0 TO WS-CARD-NUMBER
               PERFORM CHECK-USER-CARDS-COMPLETE
                   THRU CHECK-USER-CARDS-COMPLETE-EXIT
           END-IF.

       VALIDATE-CARD-SET-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  VALIDATE-CONTROL-CARD                                         *
      *  THE FIRST CARD OF THE SET.  THE RULES OF SORTDALE'S           *
      *  PARAGRAPH OF THE SAME NAME.                                   *
      *----------------------------------------------------------------*
       VALIDATE-CONTROL-CARD.

           IF CC-SORT-SIZE-X NOT = SPACES
               MOVE CC-SORT-SIZE-X TO WS-SIZE-JUST
               INSPECT WS-SIZE-JUST REPLACING LEADING ' ' BY '0'
               IF WS-SIZE-JUST IS NOT NUMERIC
                   MOVE SPACES TO WS-AUDIT-LINE
                   MOVE 'SORT-SIZE' TO AUD-ITEM
                   MOVE CC-SORT-SIZE-X TO AUD-VALUE
                   MOVE 'REJECTED - NOT NUMERIC' TO AUD-SOURCE
                   PERFORM AUDIT-REJECT-RUN
                       THRU AUDIT-REJECT-RUN-EXIT
                   GO TO VALIDATE-CONTROL-CARD-EXIT
               END-IF
               MOVE WS-SIZE-JUST TO CC-SORT-SIZE-X
               IF CC-SORT-SIZE = 0
                   MOVE SPACES TO WS-AUDIT-LINE
                   MOVE 'SORT-SIZE' TO AUD-ITEM
                   MOVE CC-SORT-SIZE-X TO AUD-VALUE
                   MOVE 'REJECTED - RECORD COUNT IS ZERO'
                       TO AUD-SOURCE
                   PERFORM AUDIT-REJECT-RUN
                       THRU AUDIT-REJECT-RUN-EXIT
                   GO TO VALIDATE-CONTROL-CARD-EXIT
               END-IF
           END-IF.

           IF CC-GEN-MODE NOT = SPACE AND '1' AND '2' AND '3' AND '4'
               MOVE SPACES TO WS-AUDIT-LINE
               MOVE 'CC-GEN-MODE' TO AUD-ITEM
               MOVE CC-GEN-MODE TO AUD-VALUE
               MOVE 'REJECTED - MUST BE 1-4' TO AUD-SOURCE
               PERFORM AUDIT-REJECT-RUN
                   THRU AUDIT-REJECT-RUN-EXIT
               GO TO VALIDATE-CONTROL-CARD-EXIT
           END-IF.

           IF CC-SAVE-SW NOT = SPACE AND 'Y' AND 'N'
               MOVE 'CC-SAVE-SW' TO AUD-ITEM
               MOVE CC-SAVE-SW TO AUD-VALUE
               PERFORM AUDIT-REJECT-SWITCH
                   THRU AUDIT-REJECT-SWITCH-EXIT
               GO TO VALIDATE-CONTROL-CARD-EXIT
           END-IF.
           IF CC-LOAD-SW NOT = SPACE AND 'Y' AND 'N'
               MOVE 'CC-LOAD-SW' TO AUD-ITEM
               MOVE CC-LOAD-SW TO AUD-VALUE
               PERFORM AUDIT-REJECT-SWITCH
                   THRU AUDIT-REJECT-SWITCH-EXIT
               GO TO VALIDATE-CONTROL-CARD-EXIT
           END-IF.
           IF CC-CKPT-SW NOT = SPACE AND 'Y' AND 'N'
               MOVE 'CC-CKPT-SW' TO AUD-ITEM
               MOVE CC-CKPT-SW TO AUD-VALUE
               PERFORM AUDIT-REJECT-SWITCH
                   THRU AUDIT-REJECT-SWITCH-EXIT
               GO TO VALIDATE-CONTROL-CARD-EXIT
           END-IF.
           IF CC-RESTART-SW NOT = SPACE AND 'Y' AND 'N'
               MOVE 'CC-RESTART-SW' TO AUD-ITEM
               MOVE CC-RESTART-SW TO AUD-VALUE
               PERFORM AUDIT-REJECT-SWITCH
                   THRU AUDIT-REJECT-SWITCH-EXIT
               GO TO VALIDATE-CONTROL-CARD-EXIT
           END-IF.
           IF CC-WIDE-SW NOT = SPACE AND 'Y' AND 'N'
               MOVE 'CC-WIDE-SW' TO AUD-ITEM
               MOVE CC-WIDE-SW TO AUD-VALUE
               PERFORM AUDIT-REJECT-SWITCH
                   THRU AUDIT-REJECT-SWITCH-EXIT
               GO TO VALIDATE-CONTROL-CARD-EXIT
           END-IF.
           IF CC-LARGE-SW NOT = SPACE AND 'Y' AND 'N'
               MOVE 'CC-LARGE-SW' TO AUD-ITEM
               MOVE CC-LARGE-SW TO AUD-VALUE
               PERFORM AUDIT-REJECT-SWITCH
                   THRU AUDIT-REJECT-SWITCH-EXIT
               GO TO VALIDATE-CONTROL-CARD-EXIT
           END-IF.
           IF CC-USER-SW NOT = SPACE AND 'Y' AND 'N'
               MOVE 'CC-USER-SW' TO AUD-ITEM
               MOVE CC-USER-SW TO AUD-VALUE
               PERFORM AUDIT-REJECT-SWITCH
                   THRU AUDIT-REJECT-SWITCH-EXIT
               GO TO VALIDATE-CONTROL-CARD-EXIT
           END-IF.

           IF CC-REPEAT-COUNT NOT = SPACES
               INSPECT CC-REPEAT-COUNT
                   REPLACING LEADING ' ' BY '0'
               IF CC-REPEAT-COUNT IS NOT NUMERIC
                   OR CC-REPEAT-COUNT = '00'
                   MOVE SPACES TO WS-AUDIT-LINE
                   MOVE 'CC-REPEAT-COUNT' TO AUD-ITEM
                   MOVE CC-REPEAT-COUNT TO AUD-VALUE
                   MOVE 'REJECTED - MUST BE 01-99' TO AUD-SOURCE
                   PERFORM AUDIT-REJECT-RUN
                       THRU AUDIT-REJECT-RUN-EXIT
                   GO TO VALIDATE-CONTROL-CARD-EXIT
               END-IF
           END-IF.

           IF CC-CUTOFF-TIME NOT = SPACES
               MOVE CC-CUTOFF-TIME TO WS-CUTOFF-TIME-X
               IF WS-CUTOFF-TIME-X IS NOT NUMERIC
                   OR WS-CUTOFF-HH > 23
                   OR WS-CUTOFF-MM > 59
                   OR WS-CUTOFF-SS > 59
                   MOVE SPACES TO WS-AUDIT-LINE
                   MOVE 'CC-CUTOFF-TIME' TO AUD-ITEM
                   MOVE CC-CUTOFF-TIME TO AUD-VALUE
                   MOVE 'REJECTED - NOT A VALID HHMMSS'
                       TO AUD-SOURCE
                   PERFORM AUDIT-REJECT-RUN
                       THRU AUDIT-REJECT-RUN-EXIT
                   GO TO VALIDATE-CONTROL-CARD-EXIT
               END-IF
           END-IF.

           IF CC-CALIB-SW NOT = SPACE AND 'Y' AND 'N'
               MOVE 'CC-CALIB-SW' TO AUD-ITEM
               MOVE CC-CALIB-SW TO AUD-VALUE
               PERFORM AUDIT-REJECT-SWITCH
                   THRU AUDIT-REJECT-SWITCH-EXIT
               GO TO VALIDATE-CONTROL-CARD-EXIT
           END-IF.
           IF CC-CALIB-SW = 'Y'
               MOVE CC-CALIB-TARGET TO WS-CALIB-TIME-X
               IF WS-CALIB-TIME-X IS NOT NUMERIC
                   OR WS-CALIB-HH > 23
                   OR WS-CALIB-MM > 59
                   OR WS-CALIB-SS > 59
                   OR CC-CALIB-TARGET = '000000'
                   MOVE SPACES TO WS-AUDIT-LINE
                   MOVE 'CC-CALIB-TARGET' TO AUD-ITEM
                   MOVE CC-CALIB-TARGET TO AUD-VALUE
                   MOVE 'REJECTED - NOT A NONZERO HHMMSS'
                       TO AUD-SOURCE
                   PERFORM AUDIT-REJECT-RUN
                       THRU AUDIT-REJECT-RUN-EXIT
                   GO TO VALIDATE-CONTROL-CARD-EXIT
               END-IF
               IF CC-CALIB-ALGO NOT = 'BUBBLE' AND 'JUMPUP'
                   AND 'SHELL ' AND 'NATIVE'
                   MOVE SPACES TO WS-AUDIT-LINE
                   MOVE 'CC-CALIB-ALGO' TO AUD-ITEM
                   MOVE CC-CALIB-ALGO TO AUD-VALUE
                   MOVE 'REJECTED - MUST BE BUBBLE/JUMPUP/SHELL/NATIVE'
                       TO AUD-SOURCE
                   PERFORM AUDIT-REJECT-RUN
                       THRU AUDIT-REJECT-RUN-EXIT
                   GO TO VALIDATE-CONTROL-CARD-EXIT
               END-IF
           END-IF.

           IF CC-SYSTEM-ID (1 : 1) = SPACE
               AND CC-SYSTEM-ID NOT = SPACES
               MOVE SPACES TO WS-AUDIT-LINE
               MOVE 'CC-SYSTEM-ID' TO AUD-ITEM
               MOVE CC-SYSTEM-ID TO AUD-VALUE
               MOVE 'REJECTED - MUST BE LEFT-JUSTIFIED' TO AUD-SOURCE
               PERFORM AUDIT-REJECT-RUN
                   THRU AUDIT-REJECT-RUN-EXIT
               GO TO VALIDATE-CONTROL-CARD-EXIT
           END-IF.
           IF CC-JOB-NAME (1 : 1) = SPACE
               AND CC-JOB-NAME NOT = SPACES
               MOVE SPACES TO WS-AUDIT-LINE
               MOVE 'CC-JOB-NAME' TO AUD-ITEM
               MOVE CC-JOB-NAME TO AUD-VALUE
               MOVE 'REJECTED - MUST BE LEFT-JUSTIFIED' TO AUD-SOURCE
               PERFORM AUDIT-REJECT-RUN
                   THRU AUDIT-REJECT-RUN-EXIT
               GO TO VALIDATE-CONTROL-CARD-EXIT
           END-IF.

       VALIDATE-CONTROL-CARD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  VALIDATE-SWEEP-CARD                                           *
      *  ONE MORE SORT-SIZE.  A FULLY BLANK CARD IS PASSED OVER, AS    *
      *  SORTDALE PASSES IT OVER; A COUNT THAT DOES NOT SCAN, OR IS    *
      *  ZERO, REJECTS THE SET.                                        *
      *----------------------------------------------------------------*
       VALIDATE-SWEEP-CARD.

           IF WS-CONTROL-CARD = SPACES
               GO TO VALIDATE-SWEEP-CARD-EXIT
           END-IF.

           MOVE CC-SORT-SIZE-X TO WS-SIZE-JUST.
           INSPECT WS-SIZE-JUST REPLACING LEADING ' ' BY '0'.
           IF CC-SORT-SIZE-X = SPACES
               OR WS-SIZE-JUST IS NOT NUMERIC
               MOVE SPACES TO WS-AUDIT-LINE
               MOVE 'SWEEP SORT-SIZE' TO AUD-ITEM
               MOVE CC-SORT-SIZE-X TO AUD-VALUE
               MOVE 'REJECTED - NOT NUMERIC' TO AUD-SOURCE
               PERFORM AUDIT-REJECT-RUN
                   THRU AUDIT-REJECT-RUN-EXIT
               GO TO VALIDATE-SWEEP-CARD-EXIT
           END-IF.
           MOVE WS-SIZE-JUST TO CC-SORT-SIZE-X.
           IF CC-SORT-SIZE = 0
               MOVE SPACES TO WS-AUDIT-LINE
               MOVE 'SWEEP SORT-SIZE' TO AUD-ITEM
               MOVE CC-SORT-SIZE-X TO AUD-VALUE
               MOVE 'REJECTED - RECORD COUNT IS ZERO' TO AUD-SOURCE
               PERFORM AUDIT-REJECT-RUN
                   THRU AUDIT-REJECT-RUN-EXIT
               GO TO VALIDATE-SWEEP-CARD-EXIT
           END-IF.

           ADD 1 TO WS-SWEEP-COUNT.

       VALIDATE-SWEEP-CARD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  VALIDATE-MODE-CARD                                            *
      *  COORD, WORKER, CONSOL OR RESET; ANYTHING ELSE REJECTS.        *
      *----------------------------------------------------------------*
       VALIDATE-MODE-CARD.

           EVALUATE MC-OPERAND
               WHEN 'COORD   '
               WHEN 'WORKER  '
               WHEN 'CONSOL  '
               WHEN 'RESET   '
                   CONTINUE
               WHEN OTHER
                   MOVE SPACES TO WS-AUDIT-LINE
                   MOVE 'MODE CARD' TO AUD-ITEM
                   MOVE MC-OPERAND TO AUD-VALUE
                   MOVE 'REJECTED - MUST BE COORD/WORKER/CONSOL/RESET'
                       TO AUD-SOURCE
                   PERFORM AUDIT-REJECT-RUN
                       THRU AUDIT-REJECT-RUN-EXIT
           END-EVALUATE.

       VALIDATE-MODE-CARD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  VALIDATE-FILE-CARD                                            *
      *  RECORD LENGTH IN COLUMNS 6-10.  VALID ONLY ONCE, AND ONLY     *
      *  WITH CC-USER-SW.                                              *
      *----------------------------------------------------------------*
       VALIDATE-FILE-CARD.

           IF NOT WS-USER-MODE
               MOVE SPACES TO WS-AUDIT-LINE
               MOVE 'FILE CARD' TO AUD-ITEM
               MOVE FC-RECLEN TO AUD-VALUE
               MOVE 'REJECTED - CC-USER-SW IS NOT Y' TO AUD-SOURCE
               PERFORM AUDIT-REJECT-RUN
                   THRU AUDIT-REJECT-RUN-EXIT
               GO TO VALIDATE-FILE-CARD-EXIT
           END-IF.
           IF WS-USR-FILE-SEEN
               MOVE SPACES TO WS-AUDIT-LINE
               MOVE 'FILE CARD' TO AUD-ITEM
               MOVE FC-RECLEN TO AUD-VALUE
               MOVE 'REJECTED - DUPLICATE FILE CARD' TO AUD-SOURCE
               PERFORM AUDIT-REJECT-RUN
                   THRU AUDIT-REJECT-RUN-EXIT
               GO TO VALIDATE-FILE-CARD-EXIT
           END-IF.

           INSPECT FC-RECLEN REPLACING LEADING ' ' BY '0'.
           IF FC-RECLEN IS NOT NUMERIC
               MOVE SPACES TO WS-AUDIT-LINE
               MOVE 'FILE RECLEN' TO AUD-ITEM
               MOVE FC-RECLEN TO AUD-VALUE
               MOVE 'REJECTED - NOT NUMERIC' TO AUD-SOURCE
               PERFORM AUDIT-REJECT-RUN
                   THRU AUDIT-REJECT-RUN-EXIT
               GO TO VALIDATE-FILE-CARD-EXIT
           END-IF.
           MOVE FC-RECLEN TO WS-PARM-NUMERIC.
           IF WS-PARM-NUMERIC = 0 OR WS-PARM-NUMERIC > 200
               MOVE SPACES TO WS-AUDIT-LINE
               MOVE 'FILE RECLEN' TO AUD-ITEM
               MOVE FC-RECLEN TO AUD-VALUE
               MOVE 'REJECTED - MUST BE 1-200' TO AUD-SOURCE
               PERFORM AUDIT-REJECT-RUN
                   THRU AUDIT-REJECT-RUN-EXIT
               GO TO VALIDATE-FILE-CARD-EXIT
           END-IF.

           MOVE WS-PARM-NUMERIC TO WS-USR-RECLEN.
           MOVE 'Y' TO WS-USR-FILE-SEEN-SW.

       VALIDATE-FILE-CARD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  VALIDATE-KEY-CARD                                             *
      *  POSITION (COLUMNS 6-10), LENGTH (12-14), TYPE N/C (16) AND    *
      *  ORDER A/D (18, BLANK = A).  AFTER THE FILE CARD, WITHIN THE   *
      *  RECORD, UP TO FIVE FIELDS AND 64 KEY BYTES IN ALL.            *
      *----------------------------------------------------------------*
       VALIDATE-KEY-CARD.

           IF NOT WS-USER-MODE
               MOVE SPACES TO WS-AUDIT-LINE
               MOVE 'KEY CARD' TO AUD-ITEM
               MOVE KC-POS TO AUD-VALUE
               MOVE 'REJECTED - CC-USER-SW IS NOT Y' TO AUD-SOURCE
               PERFORM AUDIT-REJECT-RUN
                   THRU AUDIT-REJECT-RUN-EXIT
               GO TO VALIDATE-KEY-CARD-EXIT
           END-IF.
           IF NOT WS-USR-FILE-SEEN
               MOVE SPACES TO WS-AUDIT-LINE
               MOVE 'KEY CARD' TO AUD-ITEM
               MOVE KC-POS TO AUD-VALUE
               MOVE 'REJECTED - KEY CARD BEFORE FILE CARD'
                   TO AUD-SOURCE
               PERFORM AUDIT-REJECT-RUN
                   THRU AUDIT-REJECT-RUN-EXIT
               GO TO VALIDATE-KEY-CARD-EXIT
           END-IF.
           IF WS-USR-KEY-COUNT >= 5
               MOVE SPACES TO WS-AUDIT-LINE
               MOVE 'KEY CARD' TO AUD-ITEM
               MOVE KC-POS TO AUD-VALUE
               MOVE 'REJECTED - MORE THAN FIVE KEY FIELDS'
                   TO AUD-SOURCE
               PERFORM AUDIT-REJECT-RUN
                   THRU AUDIT-REJECT-RUN-EXIT
               GO TO VALIDATE-KEY-CARD-EXIT
           END-IF.

           INSPECT KC-POS REPLACING LEADING ' ' BY '0'.
           INSPECT KC-LEN REPLACING LEADING ' ' BY '0'.
           IF KC-POS IS NOT NUMERIC OR KC-LEN IS NOT NUMERIC
               MOVE SPACES TO WS-AUDIT-LINE
               MOVE 'KEY POS/LEN' TO AUD-ITEM
               MOVE KC-POS TO AUD-VALUE
               MOVE KC-LEN TO AUD-VALUE (7 : 3)
               MOVE 'REJECTED - NOT NUMERIC' TO AUD-SOURCE
               PERFORM AUDIT-REJECT-RUN
                   THRU AUDIT-REJECT-RUN-EXIT
               GO TO VALIDATE-KEY-CARD-EXIT
           END-IF.
           MOVE KC-POS TO WS-PARM-NUMERIC.
           MOVE WS-PARM-NUMERIC TO WS-USR-POS-WORK.
           MOVE KC-LEN TO WS-PARM-NUMERIC.
           MOVE WS-PARM-NUMERIC TO WS-USR-LEN-WORK.
           IF WS-USR-POS-WORK = 0 OR WS-USR-LEN-WORK = 0
               MOVE SPACES TO WS-AUDIT-LINE
               MOVE 'KEY POS/LEN' TO AUD-ITEM
               MOVE KC-POS TO AUD-VALUE
               MOVE KC-LEN TO AUD-VALUE (7 : 3)
               MOVE 'REJECTED - POSITION AND LENGTH MUST BE NONZERO'
                   TO AUD-SOURCE
               PERFORM AUDIT-REJECT-RUN
                   THRU AUDIT-REJECT-RUN-EXIT
               GO TO VALIDATE-KEY-CARD-EXIT
           END-IF.
           COMPUTE WS-USR-END-POS
                 = WS-USR-POS-WORK + WS-USR-LEN-WORK - 1.
           IF WS-USR-END-POS > WS-USR-RECLEN
               MOVE SPACES TO WS-AUDIT-LINE
               MOVE 'KEY POS/LEN' TO AUD-ITEM
               MOVE KC-POS TO AUD-VALUE
               MOVE KC-LEN TO AUD-VALUE (7 : 3)
               MOVE 'REJECTED - KEY FIELD PAST END OF RECORD'
                   TO AUD-SOURCE
               PERFORM AUDIT-REJECT-RUN
                   THRU AUDIT-REJECT-RUN-EXIT
               GO TO VALIDATE-KEY-CARD-EXIT
           END-IF.
           IF KC-TYPE NOT = 'N' AND 'C'
               MOVE SPACES TO WS-AUDIT-LINE
               MOVE 'KEY TYPE' TO AUD-ITEM
               MOVE KC-TYPE TO AUD-VALUE
               MOVE 'REJECTED - MUST BE N OR C' TO AUD-SOURCE
               PERFORM AUDIT-REJECT-RUN
                   THRU AUDIT-REJECT-RUN-EXIT
               GO TO VALIDATE-KEY-CARD-EXIT
           END-IF.
           IF KC-ORDER NOT = 'A' AND 'D' AND SPACE
               MOVE SPACES TO WS-AUDIT-LINE
               MOVE 'KEY ORDER' TO AUD-ITEM
               MOVE KC-ORDER TO AUD-VALUE
               MOVE 'REJECTED - MUST BE A, D OR BLANK' TO AUD-SOURCE
               PERFORM AUDIT-REJECT-RUN
                   THRU AUDIT-REJECT-RUN-EXIT
               GO TO VALIDATE-KEY-CARD-EXIT
           END-IF.
           IF WS-USR-KEY-TOTAL + WS-USR-LEN-WORK > 64
               MOVE SPACES TO WS-AUDIT-LINE
               MOVE 'KEY LENGTH' TO AUD-ITEM
               MOVE KC-LEN TO AUD-VALUE
               MOVE 'REJECTED - KEY IMAGE OVER 64 BYTES'
                   TO AUD-SOURCE
               PERFORM AUDIT-REJECT-RUN
                   THRU AUDIT-REJECT-RUN-EXIT
               GO TO VALIDATE-KEY-CARD-EXIT
           END-IF.

           ADD 1 TO WS-USR-KEY-COUNT.
           ADD WS-USR-LEN-WORK TO WS-USR-KEY-TOTAL.

       VALIDATE-KEY-CARD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  VALIDATE-QUAL-CARD                                            *
      *  WARN OR REJECT IN COLUMNS 6-13, UNIQUE OR BLANK IN 15-20.     *
      *  VALID ONLY ONCE, AND ONLY WITH CC-USER-SW.                    *
      *----------------------------------------------------------------*
       VALIDATE-QUAL-CARD.

           IF NOT WS-USER-MODE
               MOVE SPACES TO WS-AUDIT-LINE
               MOVE 'QUAL CARD' TO AUD-ITEM
               MOVE QL-ACTION TO AUD-VALUE
               MOVE 'REJECTED - CC-USER-SW IS NOT Y' TO AUD-SOURCE
               PERFORM AUDIT-REJECT-RUN
                   THRU AUDIT-REJECT-RUN-EXIT
               GO TO VALIDATE-QUAL-CARD-EXIT
           END-IF.
           IF WS-KQ-CARD-SEEN
               MOVE SPACES TO WS-AUDIT-LINE
               MOVE 'QUAL CARD' TO AUD-ITEM
               MOVE QL-ACTION TO AUD-VALUE
               MOVE 'REJECTED - DUPLICATE QUAL CARD' TO AUD-SOURCE
               PERFORM AUDIT-REJECT-RUN
                   THRU AUDIT-REJECT-RUN-EXIT
               GO TO VALIDATE-QUAL-CARD-EXIT
           END-IF.

           IF QL-ACTION NOT = 'WARN    ' AND 'REJECT  '
               MOVE SPACES TO WS-AUDIT-LINE
               MOVE 'QUAL ACTION' TO AUD-ITEM
               MOVE QL-ACTION TO AUD-VALUE
               MOVE 'REJECTED - MUST BE WARN OR REJECT'
                   TO AUD-SOURCE
               PERFORM AUDIT-REJECT-RUN
                   THRU AUDIT-REJECT-RUN-EXIT
               GO TO VALIDATE-QUAL-CARD-EXIT
           END-IF.
           IF QL-UNIQUE NOT = 'UNIQUE' AND SPACES
               MOVE SPACES TO WS-AUDIT-LINE
               MOVE 'QUAL UNIQUE' TO AUD-ITEM
               MOVE QL-UNIQUE TO AUD-VALUE
               MOVE 'REJECTED - MUST BE UNIQUE OR BLANK'
                   TO AUD-SOURCE
               PERFORM AUDIT-REJECT-RUN
                   THRU AUDIT-REJECT-RUN-EXIT
               GO TO VALIDATE-QUAL-CARD-EXIT
           END-IF.

           MOVE 'Y' TO WS-KQ-CARD-SEEN-SW.

       VALIDATE-QUAL-CARD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  CHECK-USER-CARDS-COMPLETE                                     *
      *  A CC-USER-SW SET NEEDS A FILE CARD AND AT LEAST ONE KEY CARD. *
      *----------------------------------------------------------------*
       CHECK-USER-CARDS-COMPLETE.

           IF NOT WS-USR-FILE-SEEN
               MOVE SPACES TO WS-AUDIT-LINE
               MOVE 'CC-USER-SW' TO AUD-ITEM
               MOVE 'Y' TO AUD-VALUE
               MOVE 'REJECTED - NO FILE CARD SUPPLIED' TO AUD-SOURCE
               PERFORM AUDIT-REJECT-RUN
                   THRU AUDIT-REJECT-RUN-EXIT
               GO TO CHECK-USER-CARDS-COMPLETE-EXIT
           END-IF.
           IF WS-USR-KEY-COUNT = 0
               MOVE SPACES TO WS-AUDIT-LINE
               MOVE 'CC-USER-SW' TO AUD-ITEM
               MOVE 'Y' TO AUD-VALUE
               MOVE 'REJECTED - NO KEY CARD SUPPLIED' TO AUD-SOURCE
               PERFORM AUDIT-REJECT-RUN
                   THRU AUDIT-REJECT-RUN-EXIT
           END-IF.

       CHECK-USER-CARDS-COMPLETE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  AUDIT-REJECT-RUN / AUDIT-REJECT-SWITCH                        *
      *  WHERE SORTDALE WOULD REJECT THE RUN, THE SET IS REJECTED: THE *
      *  REASON STAYS IN WS-AUDIT-LINE FOR THE REPORT, WITH THE NUMBER *
      *  OF THE CARD THAT BROKE THE RULE.                              *
      *----------------------------------------------------------------*
       AUDIT-REJECT-RUN.

           MOVE 'Y' TO WS-PARM-ERROR-SW.
           MOVE WS-CARD-NUMBER TO WS-REJECT-CARD-NO.

       AUDIT-REJECT-RUN-EXIT.
           EXIT.

       AUDIT-REJECT-SWITCH.

           MOVE 'REJECTED - MUST BE Y, N OR BLANK' TO AUD-SOURCE.
           PERFORM AUDIT-REJECT-RUN
               THRU AUDIT-REJECT-RUN-EXIT.

       AUDIT-REJECT-SWITCH-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  FIND-PROFILE                                                  *
      *  LOOKS UP WS-FIND-NAME.  WS-HIGH-VERSION IS THE HIGHEST        *
      *  VERSION ON FILE (ZERO WHEN THE NAME IS NOT IN THE LIBRARY);   *
      *  WS-FOUND-IDX IS THE HEADER OF VERSION WS-FIND-VERSION, OR OF  *
      *  THE CURRENT VERSION - THE HIGHEST NOT RETIRED - WHEN          *
      *  WS-FIND-VERSION IS ZERO.  ZERO WHEN THERE IS NO SUCH HEADER.  *
      *----------------------------------------------------------------*
       FIND-PROFILE.

           MOVE 0 TO WS-HIGH-VERSION.
           MOVE 0 TO WS-FOUND-IDX.

           PERFORM
             VARYING WS-LIB-IDX FROM 1 BY 1
             UNTIL WS-LIB-IDX > WS-LIB-COUNT
               IF LT-NAME (WS-LIB-IDX) = WS-FIND-NAME
                   AND LT-HEADER (WS-LIB-IDX)
                   MOVE LT-VERSION (WS-LIB-IDX) TO WS-HIGH-VERSION
                   IF WS-FIND-VERSION = 0
                       IF LT-ACTIVE (WS-LIB-IDX)
                           MOVE WS-LIB-IDX TO WS-FOUND-IDX
                       END-IF
                   ELSE
                       IF LT-VERSION (WS-LIB-IDX) = WS-FIND-VERSION
                           MOVE WS-LIB-IDX TO WS-FOUND-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       FIND-PROFILE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  APPLY-ADD                                                     *
      *  A NEW PROFILE, STORED AS VERSION 001.  A NAME ALREADY IN THE  *
      *  LIBRARY, EVEN RETIRED, IS NEVER REUSED FOR A DIFFERENT DECK.  *
      *----------------------------------------------------------------*
       APPLY-ADD.

           MOVE PC-NAME TO WS-FIND-NAME.
           MOVE 0 TO WS-FIND-VERSION.
           PERFORM FIND-PROFILE
               THRU FIND-PROFILE-EXIT.
           IF WS-HIGH-VERSION > 0
               MOVE 'PROFILE ALREADY IN LIBRARY - USE CHANGE'
                   TO WS-CARD-MESSAGE
               GO TO APPLY-ADD-EXIT
           END-IF.

           MOVE PC-NAME TO WS-STORE-NAME.
           MOVE 1 TO WS-STORE-VERSION.
           MOVE 'A' TO WS-STORE-ORIGIN.
           MOVE SPACES TO WS-STORE-FROM-NAME.
           MOVE 0 TO WS-STORE-FROM-VERSION.
           MOVE PC-DESCRIPTION TO WS-STORE-DESCRIPTION.
           PERFORM STORE-NEW-VERSION
               THRU STORE-NEW-VERSION-EXIT.
           IF WS-CARD-MESSAGE = SPACES
               ADD 1 TO WS-ADD-COUNT
           END-IF.

       APPLY-ADD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  APPLY-CHANGE                                                  *
      *  THE NEXT VERSION OF AN EXISTING PROFILE.  EARLIER VERSIONS    *
      *  STAY AS THEY WERE; THE NEW ONE BECOMES CURRENT.               *
      *----------------------------------------------------------------*
       APPLY-CHANGE.

           MOVE PC-NAME TO WS-FIND-NAME.
           MOVE 0 TO WS-FIND-VERSION.
           PERFORM FIND-PROFILE
               THRU FIND-PROFILE-EXIT.
           IF WS-HIGH-VERSION = 0
               MOVE 'PROFILE NOT IN LIBRARY - USE ADD'
                   TO WS-CARD-MESSAGE
               GO TO APPLY-CHANGE-EXIT
           END-IF.
           IF WS-HIGH-VERSION = 999
               MOVE 'PROFILE HAS REACHED VERSION 999'
                   TO WS-CARD-MESSAGE
               GO TO APPLY-CHANGE-EXIT
           END-IF.

           MOVE PC-NAME TO WS-STORE-NAME.
           COMPUTE WS-STORE-VERSION = WS-HIGH-VERSION + 1.
           MOVE 'C' TO WS-STORE-ORIGIN.
           MOVE PC-NAME TO WS-STORE-FROM-NAME.
           MOVE WS-HIGH-VERSION TO WS-STORE-FROM-VERSION.
           MOVE PC-DESCRIPTION TO WS-STORE-DESCRIPTION.
           PERFORM STORE-NEW-VERSION
               THRU STORE-NEW-VERSION-EXIT.
           IF WS-CARD-MESSAGE = SPACES
               ADD 1 TO WS-CHANGE-COUNT
           END-IF.

       APPLY-CHANGE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  APPLY-COPY                                                    *
      *  COPIES THE CARDS OF AN ACTIVE VERSION (THE CURRENT ONE WHEN   *
      *  NO VERSION IS GIVEN) TO A NEW PROFILE AS ITS VERSION 001.     *
      *  THE CARDS WERE VALIDATED WHEN THE SOURCE WAS STORED.          *
      *----------------------------------------------------------------*
       APPLY-COPY.

           MOVE PC-NAME TO WS-FIND-NAME.
           IF PC-VERSION = SPACES
               MOVE 0 TO WS-FIND-VERSION
           ELSE
               MOVE PC-VERSION-9 TO WS-FIND-VERSION
           END-IF.
           PERFORM FIND-PROFILE
               THRU FIND-PROFILE-EXIT.
           IF WS-HIGH-VERSION = 0
               MOVE 'SOURCE PROFILE NOT IN LIBRARY'
                   TO WS-CARD-MESSAGE
               GO TO APPLY-COPY-EXIT
           END-IF.
           IF WS-FOUND-IDX = 0
               IF WS-FIND-VERSION = 0
                   MOVE 'SOURCE PROFILE HAS NO ACTIVE VERSION'
                       TO WS-CARD-MESSAGE
               ELSE
                   MOVE 'SOURCE VERSION NOT IN LIBRARY'
                       TO WS-CARD-MESSAGE
               END-IF
               GO TO APPLY-COPY-EXIT
           END-IF.
           IF LT-RETIRED (WS-FOUND-IDX)
               MOVE 'SOURCE VERSION IS RETIRED'
                   TO WS-CARD-MESSAGE
               GO TO APPLY-COPY-EXIT
           END-IF.

           MOVE WS-LIB-ENTRY (WS-FOUND-IDX) TO SORT-PROF-RECORD.
           MOVE PROF-NAME TO WS-STORE-FROM-NAME.
           MOVE PROF-VERSION TO WS-STORE-FROM-VERSION.
           IF PC-DESCRIPTION = SPACES
               MOVE PROF-DESCRIPTION TO WS-STORE-DESCRIPTION
           ELSE
               MOVE PC-DESCRIPTION TO WS-STORE-DESCRIPTION
           END-IF.
           MOVE PROF-CARD-COUNT TO WS-SET-COUNT.
           PERFORM
             VARYING WS-SET-IDX FROM 1 BY 1
             UNTIL WS-SET-IDX > WS-SET-COUNT
               MOVE WS-LIB-ENTRY (WS-FOUND-IDX + WS-SET-IDX)
                   TO SORT-PROF-RECORD
               MOVE PROF-CARD-IMAGE TO ST-CARD (WS-SET-IDX)
           END-PERFORM.

           MOVE PC-NEW-NAME TO WS-FIND-NAME.
           MOVE 0 TO WS-FIND-VERSION.
           PERFORM FIND-PROFILE
               THRU FIND-PROFILE-EXIT.
           IF WS-HIGH-VERSION > 0
               MOVE 'NEW NAME ALREADY IN LIBRARY'
                   TO WS-CARD-MESSAGE
               GO TO APPLY-COPY-EXIT
           END-IF.

           MOVE PC-NEW-NAME TO WS-STORE-NAME.
           MOVE 1 TO WS-STORE-VERSION.
           MOVE 'P' TO WS-STORE-ORIGIN.
           PERFORM STORE-NEW-VERSION
               THRU STORE-NEW-VERSION-EXIT.
           IF WS-CARD-MESSAGE = SPACES
               ADD 1 TO WS-COPY-COUNT
           END-IF.

       APPLY-COPY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  APPLY-RETIRE                                                  *
      *  RETIRES THE VERSION GIVEN, OR EVERY ACTIVE VERSION OF THE     *
      *  PROFILE WHEN NONE IS.  RETIRED VERSIONS STAY ON FILE.         *
      *----------------------------------------------------------------*
       APPLY-RETIRE.

           MOVE PC-NAME TO WS-FIND-NAME.
           IF PC-VERSION = SPACES
               MOVE 0 TO WS-FIND-VERSION
           ELSE
               MOVE PC-VERSION-9 TO WS-FIND-VERSION
           END-IF.
           PERFORM FIND-PROFILE
               THRU FIND-PROFILE-EXIT.
           IF WS-HIGH-VERSION = 0
               MOVE 'PROFILE NOT IN LIBRARY'
                   TO WS-CARD-MESSAGE
               GO TO APPLY-RETIRE-EXIT
           END-IF.

           MOVE 0 TO WS-FOUND-COUNT.
           IF WS-FIND-VERSION NOT = 0
               IF WS-FOUND-IDX = 0
                   MOVE 'VERSION NOT IN LIBRARY'
                       TO WS-CARD-MESSAGE
                   GO TO APPLY-RETIRE-EXIT
               END-IF
               IF LT-RETIRED (WS-FOUND-IDX)
                   MOVE 'VERSION IS ALREADY RETIRED'
                       TO WS-CARD-MESSAGE
                   GO TO APPLY-RETIRE-EXIT
               END-IF
               MOVE WS-FOUND-IDX TO WS-LIB-IDX
               PERFORM RETIRE-ONE-VERSION
                   THRU RETIRE-ONE-VERSION-EXIT
           ELSE
               PERFORM
                 VARYING WS-LIB-IDX FROM 1 BY 1
                 UNTIL WS-LIB-IDX > WS-LIB-COUNT
                   IF LT-NAME (WS-LIB-IDX) = WS-FIND-NAME
                       AND LT-HEADER (WS-LIB-IDX)
                       AND LT-ACTIVE (WS-LIB-IDX)
                       PERFORM RETIRE-ONE-VERSION
                           THRU RETIRE-ONE-VERSION-EXIT
                   END-IF
               END-PERFORM
           END-IF.

           IF WS-FOUND-COUNT = 0
               MOVE 'PROFILE HAS NO ACTIVE VERSION TO RETIRE'
                   TO WS-CARD-MESSAGE
               GO TO APPLY-RETIRE-EXIT
           END-IF.
           MOVE WS-FOUND-COUNT TO RM-COUNT.
           MOVE WS-RETIRED-MESSAGE TO WS-RESULT-MESSAGE.

       APPLY-RETIRE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  RETIRE-ONE-VERSION                                            *
      *  MARKS THE HEADER AT WS-LIB-IDX RETIRED, WITH WHEN AND BY WHOM.*
      *----------------------------------------------------------------*
       RETIRE-ONE-VERSION.

           MOVE WS-LIB-ENTRY (WS-LIB-IDX) TO SORT-PROF-RECORD.
           MOVE 'R' TO PROF-STATUS.
           MOVE WS-RUN-DATE TO PROF-RETIRED-DATE.
           MOVE PC-USER-ID TO PROF-RETIRED-BY.
           MOVE SORT-PROF-RECORD TO WS-LIB-ENTRY (WS-LIB-IDX).
           ADD 1 TO WS-FOUND-COUNT.
           ADD 1 TO WS-RETIRE-COUNT.

       RETIRE-ONE-VERSION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  STORE-NEW-VERSION                                             *
      *  INSERTS A HEADER AND THE CARDS IN WS-SET-TABLE INTO THE TABLE *
      *  AS VERSION WS-STORE-VERSION OF WS-STORE-NAME.  THE VERSION IS *
      *  ALWAYS THE HIGHEST FOR ITS NAME, SO IT GOES IN FRONT OF THE   *
      *  FIRST ENTRY FOR A LATER NAME; EVERYTHING FROM THERE ON MOVES  *
      *  DOWN TO MAKE ROOM.                                            *
      *----------------------------------------------------------------*
       STORE-NEW-VERSION.

           COMPUTE WS-SHIFT = WS-SET-COUNT + 1.
           IF WS-LIB-COUNT + WS-SHIFT > WS-LIB-MAX
               MOVE 'LIBRARY TABLE FULL - VERSION NOT STORED'
                   TO WS-CARD-MESSAGE
               GO TO STORE-NEW-VERSION-EXIT
           END-IF.

           PERFORM COMPUTE-PROFILE-CHECK-TOTAL
               THRU COMPUTE-PROFILE-CHECK-TOTAL-EXIT.

           COMPUTE WS-INS-IDX = WS-LIB-COUNT + 1.
           PERFORM
             VARYING WS-LIB-IDX FROM WS-LIB-COUNT BY -1
             UNTIL WS-LIB-IDX < 1
             OR LT-NAME (WS-LIB-IDX) NOT > WS-STORE-NAME
               MOVE WS-LIB-IDX TO WS-INS-IDX
           END-PERFORM.
           PERFORM
             VARYING WS-LIB-IDX FROM WS-LIB-COUNT BY -1
             UNTIL WS-LIB-IDX < WS-INS-IDX
               MOVE WS-LIB-ENTRY (WS-LIB-IDX)
                   TO WS-LIB-ENTRY (WS-LIB-IDX + WS-SHIFT)
           END-PERFORM.

           MOVE SPACES TO SORT-PROF-RECORD.
           MOVE WS-STORE-NAME TO PROF-NAME.
           MOVE WS-STORE-VERSION TO PROF-VERSION.
           MOVE 0 TO PROF-CARD-SEQ.
           MOVE 'H' TO PROF-REC-TYPE.
           MOVE 'A' TO PROF-STATUS.
           MOVE WS-SET-COUNT TO PROF-CARD-COUNT.
           MOVE WS-CHECK-TOTAL TO PROF-CHECK-TOTAL.
           MOVE WS-RUN-DATE TO PROF-CREATED-DATE.
           MOVE PC-USER-ID TO PROF-CREATED-BY.
           MOVE WS-STORE-ORIGIN TO PROF-ORIGIN.
           MOVE WS-STORE-FROM-NAME TO PROF-FROM-NAME.
           MOVE WS-STORE-FROM-VERSION TO PROF-FROM-VERSION.
           MOVE WS-STORE-DESCRIPTION TO PROF-DESCRIPTION.
           MOVE SORT-PROF-RECORD TO WS-LIB-ENTRY (WS-INS-IDX).

           PERFORM
             VARYING WS-SET-IDX FROM 1 BY 1
             UNTIL WS-SET-IDX > WS-SET-COUNT
               MOVE SPACES TO SORT-PROF-RECORD
               MOVE WS-STORE-NAME TO PROF-NAME
               MOVE WS-STORE-VERSION TO PROF-VERSION
               MOVE WS-SET-IDX TO PROF-CARD-SEQ
               MOVE 'C' TO PROF-REC-TYPE
               MOVE ST-CARD (WS-SET-IDX) TO PROF-CARD-IMAGE
               MOVE SORT-PROF-RECORD
                   TO WS-LIB-ENTRY (WS-INS-IDX + WS-SET-IDX)
           END-PERFORM.

           ADD WS-SHIFT TO WS-LIB-COUNT.

           MOVE WS-STORE-VERSION TO SM-VERSION.
           MOVE WS-SET-COUNT TO SM-CARDS.
           MOVE WS-STORED-MESSAGE TO WS-RESULT-MESSAGE.

       STORE-NEW-VERSION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  COMPUTE-PROFILE-CHECK-TOTAL                                   *
      *  EVERY BYTE OF EVERY CARD IN WS-SET-TABLE, WEIGHTED BY ITS     *
      *  POSITION IN THE SET, SUMMED MODULO 10**9.  SORTDALE'S         *
      *  PARAGRAPH OF THE SAME NAME MUST GIVE THE SAME ANSWER.         *
      *----------------------------------------------------------------*
       COMPUTE-PROFILE-CHECK-TOTAL.

           MOVE 0 TO WS-CHECK-WORK.
           PERFORM
             VARYING WS-SET-IDX FROM 1 BY 1
             UNTIL WS-SET-IDX > WS-SET-COUNT
               PERFORM
                 VARYING WS-COL-IDX FROM 1 BY 1
                 UNTIL WS-COL-IDX > 80
                   COMPUTE WS-CHECK-WORK = WS-CHECK-WORK
                       + FUNCTION ORD (ST-CARD (WS-SET-IDX)
                                       (WS-COL-IDX : 1))
                       * ((WS-SET-IDX - 1) * 80 + WS-COL-IDX)
               END-PERFORM
           END-PERFORM.
           COMPUTE WS-CHECK-TOTAL
                 = FUNCTION MOD (WS-CHECK-WORK, 1000000000).

       COMPUTE-PROFILE-CHECK-TOTAL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  CHECK-LIST-REQUEST                                            *
      *  A LIST OF ONE PROFILE NEEDS THE PROFILE TO BE IN THE LIBRARY. *
      *----------------------------------------------------------------*
       CHECK-LIST-REQUEST.

           IF PC-NAME NOT = SPACES
               MOVE PC-NAME TO WS-FIND-NAME
               MOVE 0 TO WS-FIND-VERSION
               PERFORM FIND-PROFILE
                   THRU FIND-PROFILE-EXIT
               IF WS-HIGH-VERSION = 0
                   MOVE 'PROFILE NOT IN LIBRARY'
                       TO WS-CARD-MESSAGE
                   GO TO CHECK-LIST-REQUEST-EXIT
               END-IF
           END-IF.

           MOVE 0 TO WS-FOUND-COUNT.
           PERFORM
             VARYING WS-LIB-IDX FROM 1 BY 1
             UNTIL WS-LIB-IDX > WS-LIB-COUNT
               IF LT-HEADER (WS-LIB-IDX)
                   AND (PC-NAME = SPACES
                        OR LT-NAME (WS-LIB-IDX) = PC-NAME)
                   ADD 1 TO WS-FOUND-COUNT
               END-IF
           END-PERFORM.
           MOVE WS-FOUND-COUNT TO LM-COUNT.
           MOVE WS-LISTED-MESSAGE TO WS-RESULT-MESSAGE.
           ADD 1 TO WS-LIST-COUNT.

       CHECK-LIST-REQUEST-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  LIST-LIBRARY                                                  *
      *  ONE LINE PER VERSION - THE WHOLE LIBRARY, OR EVERY VERSION OF *
      *  THE PROFILE NAMED WITH ITS CARD IMAGES - AS IT STANDS AT THIS *
      *  POINT IN THE TRANSACTIONS.                                    *
      *----------------------------------------------------------------*
       LIST-LIBRARY.

           MOVE WS-LIST-HEAD TO PMNT-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.

           PERFORM
             VARYING WS-LIB-IDX FROM 1 BY 1
             UNTIL WS-LIB-IDX > WS-LIB-COUNT
               IF PC-NAME = SPACES
                   OR LT-NAME (WS-LIB-IDX) = PC-NAME
                   MOVE WS-LIB-ENTRY (WS-LIB-IDX) TO SORT-PROF-RECORD
                   IF PROF-HEADER
                       PERFORM LIST-ONE-VERSION
                           THRU LIST-ONE-VERSION-EXIT
                   ELSE
                       IF PC-NAME NOT = SPACES
                           MOVE PROF-CARD-SEQ TO LC-CARD-SEQ
                           MOVE PROF-CARD-IMAGE TO LC-CARD-IMAGE
                           MOVE WS-LIST-CARD-LINE TO PMNT-RPT-RECORD
                           PERFORM WRITE-REPORT-LINE
                               THRU WRITE-REPORT-LINE-EXIT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           MOVE SPACES TO PMNT-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.

       LIST-LIBRARY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  LIST-ONE-VERSION                                              *
      *  THE HEADER NOW IN SORT-PROF-RECORD.                           *
      *----------------------------------------------------------------*
       LIST-ONE-VERSION.

           MOVE PROF-NAME TO LL-NAME.
           MOVE PROF-VERSION TO LL-VERSION.
           IF PROF-RETIRED
               MOVE 'RETIRED' TO LL-STATUS
           ELSE
               MOVE 'ACTIVE' TO LL-STATUS
           END-IF.
           MOVE PROF-CARD-COUNT TO LL-CARDS.
           MOVE PROF-CHECK-TOTAL TO LL-CHECK-TOTAL.
           MOVE PROF-CREATED-DATE TO LL-CREATED.
           MOVE PROF-CREATED-BY TO LL-CREATED-BY.
           MOVE SPACES TO LL-FROM-NAME.
           MOVE SPACES TO LL-FROM-VERSION.
           EVALUATE TRUE
               WHEN PROF-FROM-CHANGE
                   MOVE 'CHANGE' TO LL-ORIGIN
                   MOVE PROF-FROM-NAME TO LL-FROM-NAME
                   MOVE PROF-FROM-VERSION TO LL-FROM-VERSION
               WHEN PROF-FROM-COPY
                   MOVE 'COPY' TO LL-ORIGIN
                   MOVE PROF-FROM-NAME TO LL-FROM-NAME
                   MOVE PROF-FROM-VERSION TO LL-FROM-VERSION
               WHEN OTHER
                   MOVE 'ADD' TO LL-ORIGIN
           END-EVALUATE.
           MOVE PROF-DESCRIPTION TO LL-DESCRIPTION.
           MOVE WS-LIST-LINE TO PMNT-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.

           IF PROF-RETIRED
               MOVE PROF-RETIRED-DATE TO LR-DATE
               MOVE PROF-RETIRED-BY TO LR-USER-ID
               MOVE WS-LIST-RETIRED-LINE TO PMNT-RPT-RECORD
               PERFORM WRITE-REPORT-LINE
                   THRU WRITE-REPORT-LINE-EXIT
           END-IF.

       LIST-ONE-VERSION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  WRITE-NEW-LIBRARY                                             *
      *  WRITES THE TABLE, IN KEY SEQUENCE, AS THE NEW LIBRARY.  WHEN  *
      *  THE OLD LIBRARY WAS UNUSABLE THE NEW ONE IS LEFT EMPTY.       *
      *----------------------------------------------------------------*
       WRITE-NEW-LIBRARY.

           OPEN OUTPUT PROF-LIB-OUT.

           IF NOT WS-LIB-UNUSABLE
               PERFORM
                 VARYING WS-LIB-IDX FROM 1 BY 1
                 UNTIL WS-LIB-IDX > WS-LIB-COUNT
                   MOVE WS-LIB-ENTRY (WS-LIB-IDX) TO PROF-LIB-OUT-RECORD
                   WRITE PROF-LIB-OUT-RECORD
                   ADD 1 TO WS-WRITE-COUNT
                   IF LT-HEADER (WS-LIB-IDX)
                       IF LT-RETIRED (WS-LIB-IDX)
                           ADD 1 TO WS-RETIRED-COUNT
                       ELSE
                           ADD 1 TO WS-ACTIVE-COUNT
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

           CLOSE PROF-LIB-OUT.

       WRITE-NEW-LIBRARY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  WRITE-RUN-TOTALS                                              *
      *----------------------------------------------------------------*
       WRITE-RUN-TOTALS.

           IF WS-PAGE-COUNT = 0
               PERFORM WRITE-PAGE-HEADINGS
                   THRU WRITE-PAGE-HEADINGS-EXIT
           END-IF.

           MOVE SPACES TO PMNT-RPT-RECORD.
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
           MOVE 'PROFILES ADDED' TO CL-CAPTION.
           MOVE WS-ADD-COUNT TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE
               THRU WRITE-COUNT-LINE-EXIT.
           MOVE 'NEW VERSIONS FROM CHANGE' TO CL-CAPTION.
           MOVE WS-CHANGE-COUNT TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE
               THRU WRITE-COUNT-LINE-EXIT.
           MOVE 'PROFILES COPIED' TO CL-CAPTION.
           MOVE WS-COPY-COUNT TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE
               THRU WRITE-COUNT-LINE-EXIT.
           MOVE 'VERSIONS RETIRED' TO CL-CAPTION.
           MOVE WS-RETIRE-COUNT TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE
               THRU WRITE-COUNT-LINE-EXIT.
           MOVE 'LISTINGS PRINTED' TO CL-CAPTION.
           MOVE WS-LIST-COUNT TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE
               THRU WRITE-COUNT-LINE-EXIT.
           MOVE 'OLD LIBRARY RECORDS READ' TO CL-CAPTION.
           MOVE WS-LIB-READ-COUNT TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE
               THRU WRITE-COUNT-LINE-EXIT.
           MOVE 'NEW LIBRARY RECORDS WRITTEN' TO CL-CAPTION.
           MOVE WS-WRITE-COUNT TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE
               THRU WRITE-COUNT-LINE-EXIT.
           MOVE 'ACTIVE VERSIONS NOW IN THE LIBRARY' TO CL-CAPTION.
           MOVE WS-ACTIVE-COUNT TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE
               THRU WRITE-COUNT-LINE-EXIT.
           MOVE 'RETIRED VERSIONS NOW IN THE LIBRARY' TO CL-CAPTION.
           MOVE WS-RETIRED-COUNT TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE
               THRU WRITE-COUNT-LINE-EXIT.

       WRITE-RUN-TOTALS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  WRITE-COUNT-LINE / WRITE-REPORT-LINE / WRITE-PAGE-HEADINGS    *
      *  ALL REPORT OUTPUT FUNNELS THROUGH HERE SO PAGE BREAKS AND     *
      *  HEADINGS STAY CONSISTENT.                                     *
      *----------------------------------------------------------------*
       WRITE-COUNT-LINE.

           MOVE WS-COUNT-LINE TO PMNT-RPT-RECORD.
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
           WRITE PMNT-RPT-RECORD.
           ADD 1 TO WS-LINE-COUNT.

       WRITE-REPORT-LINE-EXIT.
           EXIT.

       WRITE-PAGE-HEADINGS.

           MOVE PMNT-RPT-RECORD TO WS-TRAN-LINE-HOLD.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE 0 TO WS-LINE-COUNT.
           MOVE WS-RUN-DATE TO H1-RUN-DATE.
           MOVE WS-RUN-TIME-DISPLAY TO H1-RUN-TIME.
           MOVE WS-PAGE-COUNT TO H1-PAGE.
           MOVE WS-HEAD1 TO PMNT-RPT-RECORD.
           WRITE PMNT-RPT-RECORD.
           MOVE WS-HEAD2 TO PMNT-RPT-RECORD.
           WRITE PMNT-RPT-RECORD.
           MOVE SPACES TO PMNT-RPT-RECORD.
           WRITE PMNT-RPT-RECORD.
           MOVE 3 TO WS-LINE-COUNT.
           MOVE WS-TRAN-LINE-HOLD TO PMNT-RPT-RECORD.

       WRITE-PAGE-HEADINGS-EXIT.
           EXIT.
