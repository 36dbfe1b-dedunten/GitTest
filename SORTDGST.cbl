       IDENTIFICATION DIVISION.
       PROGRAM-ID. SORTDGST.
      *
      * DAILY OPERATIONS DIGEST FOR THE SORTDALE BENCHMARK SUITE.
      * RUN LAST IN THE NIGHT'S SCHEDULE, IT READS WHAT THE REST OF
      * THE SUITE HAS ALREADY PRINTED OR WRITTEN - EVERY INPUT IS
      * OPTIONAL AND OPENED FOR INPUT ONLY - AND PRINTS ONE SHORT
      * STATUS REPORT, DGSTRPT, WITH A FIXED-LAYOUT STATUS RECORD,
      * DGSTSTAT, FOR THE SCHEDULER:
      *   - SORTDALE RUNS: THE RETURN CODE OF EVERY SORTDALE STEP,
      *     SUPPLIED BY THE SCHEDULER ON RC CARDS.  A STEP THAT STOPPED
      *     AT THE WINDOW (RC 8) AND HAS NOT SINCE BEEN RESTARTED, ONE
      *     THAT FAILED RECONCILIATION (RC 16), ONE REJECTED (RC 12 OR
      *     20) AND ONE THAT ENDED ANY OTHER WAY ARE LISTED.
      *   - PARAMETER AUDIT: THE RUNS ON SORTAUDT AND EVERY REJECTED
      *     PARAMETER LINE.
      *   - TREND EXCEPTIONS: WARNING AND CRITICAL EXCEPTIONS ON
      *     TRNDEXCP FOR RUNS DATED THE DAY BEFORE THE DIGEST DATE OR
      *     LATER - THE ONES NOBODY HAS SEEN YET.
      *   - CAPACITY FORECAST: THE ALGORITHM / SORT-SIZE PAIRS TRNDRPT
      *     FLAGS *90DAY*, PROJECTED TO BREACH THE WINDOW WITHIN 90
      *     DAYS.
      *   - MASTER HISTORY: THE RECORD COUNTS, BALANCE AND TRAILER
      *     STATE FROM THE HOUSEKEEPING REPORT, HSKPRPT.
      *   - COST: THE MONTH-TO-DATE CHARGE-BACK FROM COSTRPT AGAINST
      *     THE PRIOR MONTH, WITH THE MONTH-TO-DATE FIGURE PROJECTED
      *     TO MONTH END AT THE SAME DAILY RATE.
      *   - THE REASONS FOR, AND THE OVERALL, STATUS:
      *       RED   - A STEP FAILED RECONCILIATION OR ENDED WITH A CODE
      *               THE SUITE DOES NOT SET, A NEW CRITICAL EXCEPTION,
      *               CONTROL TOTALS THAT DO NOT AGREE ON ANY REPORT,
      *               A NEW MASTER OUT OF BALANCE OR WITHOUT ITS
      *               TRAILER, OR A TRNDEXCP WITH NO TRAILER.
      *       AMBER - A RESTART STILL DUE, A REJECTED STEP OR AUDIT
      *               REJECT, A NEW WARNING EXCEPTION, A 90-DAY PAIR,
      *               A MONTH-END COST PROJECTED OVER THE PRIOR MONTH
      *               BY MORE THAN THE TOLERANCE, NO RC CARDS, AN
      *               UNUSABLE CARD, OR AN INPUT NOT SUPPLIED.
      *       GREEN - NONE OF THESE.
      *
      * SYSIN CARDS, TAGGED IN COLUMNS 1-5:
      *   RC      JOB NAME IN COLUMNS 6-13, STEP NAME IN 15-22 AND THE
      *           STEP'S RETURN CODE IN 24-27 - A NUMBER, RIGHT OR LEFT
      *           JUSTIFIED, OR AN ABEND CODE SUCH AS S0C7.  ONE CARD
      *           PER SORTDALE STEP IN THE ORDER THE STEPS RAN; A LATER
      *           CARD FOR THE SAME JOB AND STEP IS A RERUN AND
      *           REPLACES THE EARLIER RESULT.
      *   DATE    COLUMNS 6-13 CARRY THE DIGEST DATE, YYYYMMDD, WHEN A
      *           DIGEST IS RERUN FOR AN EARLIER NIGHT; TODAY OTHERWISE.
      *   COST    COLUMNS 6-8 CARRY THE PERCENTAGE BY WHICH THE
      *           PROJECTED MONTH-END COST MAY EXCEED THE PRIOR MONTH,
      *           DEFAULT 25.
      * AN UNUSABLE CARD IS REPORTED AND IGNORED.
      *
      * RETURN CODES:  0 = GREEN, 4 = AMBER, 8 = RED.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SYSIN-FILE ASSIGN TO SYSIN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HSKP-RPT-FILE ASSIGN TO HSKPRPT.
           SELECT OPTIONAL TRND-RPT-FILE ASSIGN TO TRNDRPT.
           SELECT OPTIONAL TRND-EXCP-FILE ASSIGN TO TRNDEXCP.
           SELECT OPTIONAL COST-RPT-FILE ASSIGN TO COSTRPT.
           SELECT OPTIONAL SORT-AUDIT-FILE ASSIGN TO SORTAUDT.
           SELECT DGST-RPT-FILE ASSIGN TO DGSTRPT.
           SELECT DGST-STAT-FILE ASSIGN TO DGSTSTAT.
       DATA DIVISION.
       FILE SECTION.
       FD  SYSIN-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SYSIN-RECORD                PIC X(80).

      *----------------------------------------------------------------*
      *  HSKPRPT - THE SORTHSKP REPORT.  COUNT LINES CARRY THEIR       *
      *  CAPTION IN COLUMNS 1-40 AND THE COUNT IN 41-49.               *
      *----------------------------------------------------------------*
       FD  HSKP-RPT-FILE
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  HSKP-RPT-RECORD.
           05  HR-CAPTION               PIC X(40).
           05  HR-COUNT                 PIC X(09).
           05  FILLER                   PIC X(84).

      *----------------------------------------------------------------*
      *  TRNDRPT - THE SORTTRND REPORT.  ONLY THE FORECAST LINE        *
      *  COLUMNS ARE NAMED; ITS FLAG IN 66-72 IS *90DAY* FOR A PAIR    *
      *  PROJECTED TO BREACH THE WINDOW WITHIN 90 DAYS.                *
      *----------------------------------------------------------------*
       FD  TRND-RPT-FILE
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  TRND-RPT-RECORD.
           05  TR-ALGO                  PIC X(06).
           05  FILLER                   PIC X(04).
           05  TR-SORT-SIZE             PIC X(09).
           05  FILLER                   PIC X(34).
           05  TR-BREACH                PIC X(10).
           05  FILLER                   PIC X(02).
           05  TR-FLAG                  PIC X(07).
           05  FILLER                   PIC X(61).

      *----------------------------------------------------------------*
      *  TRNDEXCP - THE SORTTRND EXCEPTION FILE: ONE 'E' RECORD PER    *
      *  EXCEPTION AND A CLOSING 'T' TRAILER WITH THE COUNTS.          *
      *----------------------------------------------------------------*
       FD  TRND-EXCP-FILE
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  TRND-EXCP-RECORD.
           05  XD-REC-TYPE              PIC X(01).
               88  XD-DETAIL                      VALUE 'E'.
               88  XD-TRAILER                     VALUE 'T'.
           05  XD-RUN-DATE              PIC X(08).
           05  XD-RUN-TIME              PIC X(11).
           05  XD-ALGO                  PIC X(06).
           05  XD-SORT-SIZE             PIC 9(09).
           05  XD-ELAPSED-HUND          PIC 9(09).
           05  XD-AVG-HUND              PIC 9(09).
           05  XD-PCT-OVER              PIC 9(05).
           05  XD-SEVERITY              PIC X(01).
               88  XD-WARNING                     VALUE 'W'.
               88  XD-CRITICAL                    VALUE 'C'.
           05  XD-RUN-CONTEXT           PIC X(21).
       01  TRND-EXCP-TRAILER.
           05  FILLER                   PIC X(01).
           05  XT-WARN-COUNT            PIC 9(07).
           05  XT-CRIT-COUNT            PIC 9(07).
           05  XT-TOTAL-COUNT           PIC 9(07).
           05  FILLER                   PIC X(58).

      *----------------------------------------------------------------*
      *  COSTRPT - THE SORTCOST REPORT.  A MONTHLY ROLL-UP TOTAL LINE  *
      *  CARRIES THE MONTH IN COLUMNS 1-6, *TOTAL* IN 9-16 AND THE     *
      *  EDITED COST IN 43-59.                                         *
      *----------------------------------------------------------------*
       FD  COST-RPT-FILE
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  COST-RPT-RECORD.
           05  CR-MONTH                 PIC X(06).
           05  FILLER                   PIC X(02).
           05  CR-ALGO                  PIC X(08).
           05  FILLER                   PIC X(26).
           05  CR-COST                  PIC X(17).
           05  FILLER                   PIC X(74).

      *----------------------------------------------------------------*
      *  SORTAUDT - THE SORTDALE PARAMETER AUDIT, EVERY RUN'S LINES    *
      *  CONCATENATED.  A RUN OPENS WITH 'SORTDALE AUDIT', ITS DATE IN *
      *  THE VALUE COLUMNS AND ITS TIME IN THE SOURCE COLUMNS; A       *
      *  REJECTED CARD'S SOURCE BEGINS 'REJECTED'.                     *
      *----------------------------------------------------------------*
       FD  SORT-AUDIT-FILE
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  SORT-AUDIT-RECORD.
           05  AUD-ITEM                 PIC X(18).
           05  FILLER                   PIC X(02).
           05  AUD-VALUE                PIC X(20).
           05  FILLER                   PIC X(02).
           05  AUD-SOURCE               PIC X(50).
           05  FILLER                   PIC X(41).

      *----------------------------------------------------------------*
      *  DGSTRPT - THE PRINTED DIGEST.                                 *
      *----------------------------------------------------------------*
       FD  DGST-RPT-FILE
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  DGST-RPT-RECORD             PIC X(133).

      *----------------------------------------------------------------*
      *  DGSTSTAT - ONE STATUS RECORD FOR THE SCHEDULER, 120 BYTES:    *
      *  DS-STATUS G / A / R AND THE COUNTS BEHIND IT.  COSTS ARE IN   *
      *  CURRENCY UNITS WITH TWO IMPLIED DECIMALS.                     *
      *----------------------------------------------------------------*
       FD  DGST-STAT-FILE
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.
       01  DGST-STAT-RECORD.
           05  DS-REC-TYPE              PIC X(01).
           05  DS-DIGEST-DATE           PIC 9(08).
           05  DS-RUN-DATE              PIC 9(08).
           05  DS-RUN-TIME              PIC X(11).
           05  DS-STATUS                PIC X(01).
               88  DS-GREEN                       VALUE 'G'.
               88  DS-AMBER                       VALUE 'A'.
               88  DS-RED                         VALUE 'R'.
           05  DS-RETURN-CODE           PIC 9(02).
           05  DS-RUNS-COMPLETED        PIC 9(04).
           05  DS-RUNS-RESTARTED        PIC 9(04).
           05  DS-RUNS-RESTART-DUE      PIC 9(04).
           05  DS-RUNS-RECON-FAILED     PIC 9(04).
           05  DS-RUNS-REJECTED         PIC 9(04).
           05  DS-RUNS-OTHER            PIC 9(04).
           05  DS-AUDIT-REJECTS         PIC 9(04).
           05  DS-NEW-WARNINGS          PIC 9(05).
           05  DS-NEW-CRITICALS         PIC 9(05).
           05  DS-FORECAST-90DAY        PIC 9(04).
           05  DS-MASTER-RECORDS        PIC 9(09).
           05  DS-MTD-COST              PIC 9(09)V99.
           05  DS-PRIOR-COST            PIC 9(09)V99.
           05  DS-CONTROL-ERRORS        PIC 9(02).
           05  DS-INPUTS-MISSING        PIC 9(01).
           05  DS-REASON-COUNT          PIC 9(02).
           05  FILLER                   PIC X(11).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      *  WS-DGST-CONTROL - RUN SWITCHES AND COUNTS.                    *
      *----------------------------------------------------------------*
        01  WS-DGST-CONTROL.
            05  WS-COST-TOL-PCT         PIC 9(3) VALUE 25.
            05  WS-DIGEST-DATE          PIC 9(08) VALUE 0.
            05  WS-SINCE-DATE           PIC 9(08) VALUE 0.
            05  WS-DIGEST-DAYNUM        PIC S9(9) COMP-3 VALUE 0.
            05  WS-SYSIN-EOF-SW         PIC X(01) VALUE 'N'.
                88  WS-SYSIN-AT-EOF              VALUE 'Y'.
            05  WS-INPUT-EOF-SW         PIC X(01) VALUE 'N'.
                88  WS-INPUT-AT-EOF              VALUE 'Y'.
            05  WS-CARD-COUNT           PIC S9(4) COMP VALUE 0.
            05  WS-BAD-CARD-COUNT       PIC S9(4) COMP VALUE 0.
            05  WS-RC-CARD-COUNT        PIC S9(4) COMP VALUE 0.
            05  WS-INPUT-COUNT          PIC S9(9) COMP-3 VALUE 0.
            05  WS-MISSING-COUNT        PIC S9(4) COMP VALUE 0.
            05  WS-CONTROL-ERRORS       PIC S9(4) COMP VALUE 0.
            05  WS-LIST-MAX             PIC S9(4) COMP VALUE 10.
            05  WS-LIST-COUNT           PIC S9(4) COMP VALUE 0.
            05  WS-DGST-RC              PIC S9(4) COMP VALUE ZERO.

      *----------------------------------------------------------------*
      *  SYSIN CARD LAYOUTS, TAGGED IN COLUMNS 1-5.                    *
      *----------------------------------------------------------------*
        01  WS-DGST-CARD.
            05  DG-TAG                  PIC X(5).
                88  DG-RC-CARD                   VALUE 'RC   '.
                88  DG-DATE-CARD                 VALUE 'DATE '.
                88  DG-COST-CARD                 VALUE 'COST '.
            05  FILLER                  PIC X(75).
        01  WS-RC-CARD REDEFINES WS-DGST-CARD.
            05  FILLER                  PIC X(5).
            05  RK-JOB-NAME             PIC X(8).
            05  FILLER                  PIC X(1).
            05  RK-STEP-NAME            PIC X(8).
            05  FILLER                  PIC X(1).
            05  RK-RC                   PIC X(4).
            05  RK-RC-9 REDEFINES RK-RC PIC 9(4).
            05  FILLER                  PIC X(53).
        01  WS-DATE-CARD REDEFINES WS-DGST-CARD.
            05  FILLER                  PIC X(5).
            05  DK-DATE                 PIC X(8).
            05  FILLER                  PIC X(67).
        01  WS-COST-CARD REDEFINES WS-DGST-CARD.
            05  FILLER                  PIC X(5).
            05  CK-TOLERANCE            PIC X(3).
            05  CK-TOLERANCE-9 REDEFINES CK-TOLERANCE
                                        PIC 9(3).
            05  FILLER                  PIC X(72).

      *----------------------------------------------------------------*
      *  WS-JOB-TABLE - ONE ENTRY PER SORTDALE JOB AND STEP ON THE RC  *
      *  CARDS, HOLDING THE LATEST RESULT.  JT-STOPPED IS SET ONCE THE *
      *  STEP HAS STOPPED AT THE WINDOW, SO A LATER GOOD RESULT COUNTS *
      *  AS A RESTART.                                                 *
      *----------------------------------------------------------------*
        01  WS-JOB-CONTROL.
            05  WS-JOB-COUNT            PIC S9(4) COMP VALUE 0.
            05  WS-JOB-MAX              PIC S9(4) COMP VALUE 100.
            05  WS-JOB-IDX              PIC S9(4) COMP VALUE 0.
            05  WS-JOB-FOUND-SW         PIC X(01) VALUE 'N'.
                88  WS-JOB-FOUND                 VALUE 'Y'.
            05  WS-JOB-FULL-COUNT       PIC S9(4) COMP VALUE 0.
            05  WS-RUNS-COMPLETED       PIC S9(4) COMP VALUE 0.
            05  WS-RUNS-RESTARTED       PIC S9(4) COMP VALUE 0.
            05  WS-RUNS-RESTART-DUE     PIC S9(4) COMP VALUE 0.
            05  WS-RUNS-RECON-FAILED    PIC S9(4) COMP VALUE 0.
            05  WS-RUNS-REJECTED        PIC S9(4) COMP VALUE 0.
            05  WS-RUNS-OTHER           PIC S9(4) COMP VALUE 0.
            05  WS-RC-SHIFT             PIC X(3).
        01  WS-JOB-TABLE.
            05  WS-JOB-ENTRY            OCCURS 100 TIMES.
                10  JT-JOB-NAME         PIC X(08).
                10  JT-STEP-NAME        PIC X(08).
                10  JT-RC               PIC X(04).
                10  JT-STATE            PIC X(01).
                    88  JT-COMPLETED             VALUE 'C'.
                    88  JT-RESTART-DUE           VALUE 'W'.
                    88  JT-RECON-FAILED          VALUE 'F'.
                    88  JT-REJECTED              VALUE 'R'.
                    88  JT-OTHER                 VALUE 'O'.
                10  JT-STOPPED-SW       PIC X(01).
                    88  JT-STOPPED               VALUE 'Y'.
                10  JT-CARD-COUNT       PIC S9(4) COMP.

      *----------------------------------------------------------------*
      *  WS-SCAN-WORK - WHAT THE INPUT SCANS PICK UP.                  *
      *----------------------------------------------------------------*
        01  WS-SCAN-WORK.
            05  WS-AUD-RUN-COUNT        PIC S9(4) COMP VALUE 0.
            05  WS-AUD-REJECT-RUNS      PIC S9(4) COMP VALUE 0.
            05  WS-AUD-REJECT-LINES     PIC S9(4) COMP VALUE 0.
            05  WS-AUD-RUN-REJECT-SW    PIC X(01) VALUE 'N'.
                88  WS-AUD-RUN-REJECTED          VALUE 'Y'.
            05  WS-AUD-RUN-DATE         PIC X(08) VALUE SPACES.
            05  WS-AUD-RUN-TIME         PIC X(11) VALUE SPACES.
            05  WS-XCP-DETAIL-COUNT     PIC S9(9) COMP-3 VALUE 0.
            05  WS-XCP-NEW-WARN         PIC S9(9) COMP-3 VALUE 0.
            05  WS-XCP-NEW-CRIT         PIC S9(9) COMP-3 VALUE 0.
            05  WS-XCP-TRAILER-SW       PIC X(01) VALUE 'N'.
                88  WS-XCP-TRAILER-SEEN          VALUE 'Y'.
            05  WS-XCP-MISMATCH-SW      PIC X(01) VALUE 'N'.
                88  WS-XCP-MISMATCH              VALUE 'Y'.
            05  WS-FCT-SECTION-SW       PIC X(01) VALUE 'N'.
                88  WS-FCT-SECTION               VALUE 'Y'.
            05  WS-FCT-90DAY-COUNT      PIC S9(4) COMP VALUE 0.
            05  WS-FCT-CONTEXT          PIC X(90) VALUE SPACES.
            05  WS-CONTROL-SW           PIC X(01) VALUE ' '.
                88  WS-CONTROL-OK                VALUE 'Y'.
                88  WS-CONTROL-BAD               VALUE 'N'.
            05  WS-TRND-CONTROL-SW      PIC X(01) VALUE ' '.
                88  WS-TRND-CONTROL-OK           VALUE 'Y'.
                88  WS-TRND-CONTROL-BAD          VALUE 'N'.
            05  WS-COST-CONTROL-SW      PIC X(01) VALUE ' '.
                88  WS-COST-CONTROL-OK           VALUE 'Y'.
                88  WS-COST-CONTROL-BAD          VALUE 'N'.
            05  WS-HSKP-CONTROL-SW      PIC X(01) VALUE ' '.
                88  WS-HSKP-CONTROL-OK           VALUE 'Y'.
                88  WS-HSKP-CONTROL-BAD          VALUE 'N'.
            05  WS-HSKP-BALANCE-SW      PIC X(01) VALUE ' '.
                88  WS-HSKP-IN-BALANCE           VALUE 'Y'.
                88  WS-HSKP-OUT-OF-BALANCE       VALUE 'N'.
            05  WS-HSKP-TRAILER-SW      PIC X(01) VALUE ' '.
                88  WS-HSKP-TRAILER-WRITTEN      VALUE 'Y'.
                88  WS-HSKP-TRAILER-MISSING      VALUE 'N'.

      *----------------------------------------------------------------*
      *  WS-CTX-WORK / WS-CTX-CARD - A RUN CONTEXT AS CARRIED (21      *
      *  BYTES) AND SPREAD INTO THE SPACED 26-COLUMN FORM PRINTED      *
      *  UNDER THE G R W RP SYSTEM JOB HEADING.                        *
      *----------------------------------------------------------------*
        01  WS-CTX-WORK.
            05  CW-GEN-MODE             PIC X(01).
            05  CW-RUN-MODE             PIC X(01).
            05  CW-WIDE-SW              PIC X(01).
            05  CW-REPEAT-COUNT         PIC X(02).
            05  CW-SYSTEM-ID            PIC X(08).
            05  CW-JOB-NAME             PIC X(08).
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
      *  WS-MASTER-COUNTS - THE HSKPRPT COUNTS CARRIED INTO THE DIGEST.*
      *  WS-HSKP-COUNT-X OVERLAYS ONE COUNT FIELD WHILE IT IS READ.    *
      *----------------------------------------------------------------*
        01  WS-MASTER-COUNTS.
            05  WS-MST-OLD-READ         PIC S9(9) COMP-3 VALUE 0.
            05  WS-MST-DAILY-READ       PIC S9(9) COMP-3 VALUE 0.
            05  WS-MST-RUNS-ADDED       PIC S9(9) COMP-3 VALUE 0.
            05  WS-MST-DETAIL-KEPT      PIC S9(9) COMP-3 VALUE 0.
            05  WS-MST-SUMMARIES        PIC S9(9) COMP-3 VALUE 0.
            05  WS-MST-NEW-WRITTEN      PIC S9(9) COMP-3 VALUE 0.
            05  WS-MST-ARCHIVED         PIC S9(9) COMP-3 VALUE 0.
            05  WS-MST-PROFILES         PIC S9(9) COMP-3 VALUE 0.
            05  WS-HSKP-COUNT           PIC S9(9) COMP-3 VALUE 0.
        01  WS-HSKP-COUNT-X             PIC X(09).
        01  WS-HSKP-COUNT-9 REDEFINES WS-HSKP-COUNT-X
                                        PIC 9(09).

      *----------------------------------------------------------------*
      *  WS-COST-WORK - MONTH-TO-DATE AGAINST THE PRIOR MONTH.  THE    *
      *  EDITED COST IS TAKEN BACK TO A NUMBER THROUGH ITS OWN         *
      *  PICTURE.  THE PROJECTION IS MONTH-TO-DATE * DAYS IN THE       *
      *  MONTH / DAYS SO FAR.                                          *
      *----------------------------------------------------------------*
        01  WS-COST-WORK.
            05  WS-CUR-MONTH            PIC X(06) VALUE SPACES.
            05  WS-PRIOR-MONTH          PIC X(06) VALUE SPACES.
            05  WS-CUR-FOUND-SW         PIC X(01) VALUE 'N'.
                88  WS-CUR-FOUND                 VALUE 'Y'.
            05  WS-PRIOR-FOUND-SW       PIC X(01) VALUE 'N'.
                88  WS-PRIOR-FOUND               VALUE 'Y'.
            05  WS-OVER-TOL-SW          PIC X(01) VALUE 'N'.
                88  WS-OVER-TOL                  VALUE 'Y'.
            05  WS-MTD-COST             PIC S9(11)V99 COMP-3 VALUE 0.
            05  WS-PRIOR-COST           PIC S9(11)V99 COMP-3 VALUE 0.
            05  WS-PROJECTED-COST       PIC S9(11)V99 COMP-3 VALUE 0.
            05  WS-COST-VALUE           PIC S9(11)V99 COMP-3 VALUE 0.
            05  WS-COST-CHANGE-PCT      PIC S9(7)V99 COMP-3 VALUE 0.
            05  WS-DAYS-SO-FAR          PIC S9(4) COMP VALUE 0.
            05  WS-DAYS-IN-MONTH        PIC S9(4) COMP VALUE 0.
            05  WS-MONTH-START          PIC S9(9) COMP-3 VALUE 0.
        01  WS-COST-EDIT                PIC $$,$$$,$$$,$$9.99.
        01  WS-COST-EDIT-X REDEFINES WS-COST-EDIT
                                        PIC X(17).

      *----------------------------------------------------------------*
      *  WS-REASON-TABLE - WHY THE STATUS IS NOT GREEN, WORST FIRST    *
      *  AS FOUND.                                                     *
      *----------------------------------------------------------------*
        01  WS-STATUS-CONTROL.
            05  WS-STATUS-SW            PIC X(01) VALUE 'G'.
                88  WS-STATUS-GREEN              VALUE 'G'.
                88  WS-STATUS-AMBER              VALUE 'A'.
                88  WS-STATUS-RED                VALUE 'R'.
            05  WS-REASON-LEVEL         PIC X(01) VALUE SPACES.
                88  WS-REASON-RED                VALUE 'R'.
                88  WS-REASON-AMBER              VALUE 'A'.
            05  WS-REASON-TEXT          PIC X(70) VALUE SPACES.
            05  WS-REASON-COUNT         PIC S9(4) COMP VALUE 0.
            05  WS-REASON-IDX           PIC S9(4) COMP VALUE 0.
        01  WS-REASON-TABLE.
            05  WS-REASON-ENTRY         OCCURS 30 TIMES.
                10  RT-LEVEL            PIC X(01).
                10  RT-TEXT             PIC X(70).

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
      *  WS-RUN-STAMP - DATE/TIME THIS DIGEST WAS TAKEN.               *
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
                'SORTDGST - DAILY OPERATIONS DI'.
            05  FILLER                  PIC X(18) VALUE
                'GEST              '.
            05  FILLER                  PIC X(09) VALUE 'RUN DATE '.
            05  H1-RUN-DATE             PIC 9(08).
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  H1-RUN-TIME             PIC X(11).
            05  FILLER                  PIC X(45) VALUE SPACES.
            05  FILLER                  PIC X(05) VALUE 'PAGE '.
            05  H1-PAGE                 PIC ZZZ9.
            05  FILLER                  PIC X(01) VALUE SPACES.
        01  WS-HEAD2.
            05  FILLER                  PIC X(17) VALUE
                'DIGEST DATE      '.
            05  H2-DIGEST-DATE          PIC 9(08).
            05  FILLER                  PIC X(27) VALUE
                '  - EXCEPTIONS NEW SINCE   '.
            05  H2-SINCE-DATE           PIC 9(08).
            05  FILLER                  PIC X(73) VALUE SPACES.
        01  WS-SECTION-LINE.
            05  SL-TITLE                PIC X(60).
            05  FILLER                  PIC X(73) VALUE SPACES.
        01  WS-JOB-HEAD.
            05  FILLER                  PIC X(30) VALUE
                'JOB       STEP      RC    RESU'.
            05  FILLER                  PIC X(30) VALUE
                'LT                            '.
            05  FILLER                  PIC X(73) VALUE SPACES.
        01  WS-JOB-LINE.
            05  JL-JOB-NAME             PIC X(08).
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  JL-STEP-NAME            PIC X(08).
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  JL-RC                   PIC X(04).
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  JL-RESULT               PIC X(50).
            05  FILLER                  PIC X(57) VALUE SPACES.
        01  WS-AUDIT-HEAD.
            05  FILLER                  PIC X(30) VALUE
                'RUN DATE RUN TIME    ITEM     '.
            05  FILLER                  PIC X(30) VALUE
                '          VALUE               '.
            05  FILLER                  PIC X(30) VALUE
                '  SOURCE                      '.
            05  FILLER                  PIC X(43) VALUE SPACES.
        01  WS-AUDIT-LINE.
            05  AL-RUN-DATE             PIC X(08).
            05  FILLER                  PIC X(01) VALUE SPACES.
            05  AL-RUN-TIME             PIC X(11).
            05  FILLER                  PIC X(01) VALUE SPACES.
            05  AL-ITEM                 PIC X(18).
            05  FILLER                  PIC X(01) VALUE SPACES.
            05  AL-VALUE                PIC X(20).
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  AL-SOURCE               PIC X(50).
            05  FILLER                  PIC X(21) VALUE SPACES.
        01  WS-EXCP-HEAD.
            05  FILLER                  PIC X(30) VALUE
                'RUN DATE  RUN TIME     ALGO   '.
            05  FILLER                  PIC X(30) VALUE
                ' SORT SIZE  ELAPSED      HIST-'.
            05  FILLER                  PIC X(30) VALUE
                'AVG    PCT-OVER  SEVERITY  G R'.
            05  FILLER                  PIC X(30) VALUE
                ' W RP SYSTEM   JOB            '.
            05  FILLER                  PIC X(13) VALUE SPACES.
        01  WS-EXCP-LINE.
            05  EL-RUN-DATE             PIC X(08).
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  EL-RUN-TIME             PIC X(11).
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  EL-ALGO                 PIC X(06).
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  EL-SORT-SIZE            PIC ZZZZZZZZ9.
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  EL-ELAPSED              PIC X(11).
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  EL-AVERAGE              PIC X(11).
            05  FILLER                  PIC X(04) VALUE SPACES.
            05  EL-PCT-OVER             PIC ZZZZ9.
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  EL-SEVERITY             PIC X(08).
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  EL-CONTEXT              PIC X(26).
            05  FILLER                  PIC X(20) VALUE SPACES.
        01  WS-FCT-HEAD.
            05  FILLER                  PIC X(30) VALUE
                'ALGO    SORT SIZE  BREACH-DATE'.
            05  FILLER                  PIC X(30) VALUE
                '  RUN CONTEXT                 '.
            05  FILLER                  PIC X(73) VALUE SPACES.
        01  WS-FCT-LINE.
            05  FL-ALGO                 PIC X(06).
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  FL-SORT-SIZE            PIC X(09).
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  FL-BREACH               PIC X(10).
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  FL-CONTEXT              PIC X(90).
            05  FILLER                  PIC X(12) VALUE SPACES.
        01  WS-REASON-LINE.
            05  RL-LEVEL                PIC X(05).
            05  FILLER                  PIC X(02) VALUE SPACES.
            05  RL-TEXT                 PIC X(70).
            05  FILLER                  PIC X(56) VALUE SPACES.
        01  WS-MONEY-LINE.
            05  ML-CAPTION              PIC X(40).
            05  ML-AMOUNT               PIC $$,$$$,$$$,$$9.99.
            05  FILLER                  PIC X(76) VALUE SPACES.
        01  WS-PCT-LINE.
            05  PL-CAPTION              PIC X(40).
            05  PL-PCT                  PIC +ZZZZZZ9.99.
            05  FILLER                  PIC X(82) VALUE SPACES.
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
            05  WS-EDIT-PCT             PIC ZZ9.

       PROCEDURE DIVISION.

       PROGRAM-START.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME FROM TIME.
           MOVE CORRESPONDING WS-TIME TO WS-RUN-TIME-DISPLAY.
           MOVE WS-RUN-DATE TO WS-DIGEST-DATE.

           PERFORM GET-DIGEST-PARAMETERS
               THRU GET-DIGEST-PARAMETERS-EXIT.
           PERFORM SET-DIGEST-DATES
               THRU SET-DIGEST-DATES-EXIT.

           OPEN OUTPUT DGST-RPT-FILE.

           PERFORM WRITE-RUN-SECTION
               THRU WRITE-RUN-SECTION-EXIT.
           PERFORM WRITE-AUDIT-SECTION
               THRU WRITE-AUDIT-SECTION-EXIT.
           PERFORM WRITE-EXCEPTION-SECTION
               THRU WRITE-EXCEPTION-SECTION-EXIT.
           PERFORM WRITE-FORECAST-SECTION
               THRU WRITE-FORECAST-SECTION-EXIT.
           PERFORM WRITE-MASTER-SECTION
               THRU WRITE-MASTER-SECTION-EXIT.
           PERFORM WRITE-COST-SECTION
               THRU WRITE-COST-SECTION-EXIT.

           EVALUATE TRUE
               WHEN WS-STATUS-RED
                   MOVE 8 TO WS-DGST-RC
               WHEN WS-STATUS-AMBER
                   MOVE 4 TO WS-DGST-RC
               WHEN OTHER
                   MOVE 0 TO WS-DGST-RC
           END-EVALUATE.

           PERFORM WRITE-STATUS-SECTION
               THRU WRITE-STATUS-SECTION-EXIT.

           CLOSE DGST-RPT-FILE.

           PERFORM WRITE-STATUS-RECORD
               THRU WRITE-STATUS-RECORD-EXIT.

           EVALUATE TRUE
               WHEN WS-STATUS-RED
                   DISPLAY 'SORTDGST: STATUS RED - ' WS-REASON-COUNT
                           ' REASONS - SEE DGSTRPT'
               WHEN WS-STATUS-AMBER
                   DISPLAY 'SORTDGST: STATUS AMBER - ' WS-REASON-COUNT
                           ' REASONS - SEE DGSTRPT'
               WHEN OTHER
                   DISPLAY 'SORTDGST: STATUS GREEN'
           END-EVALUATE.

           MOVE WS-DGST-RC TO RETURN-CODE.

           GOBACK.

      *----------------------------------------------------------------*
      *  GET-DIGEST-PARAMETERS                                         *
      *  READS THE OPTIONAL SYSIN CARDS: RC CARDS INTO THE JOB TABLE,  *
      *  THE DATE CARD AND THE COST TOLERANCE CARD.  AN UNUSABLE CARD  *
      *  IS REPORTED, COUNTED AND IGNORED.                             *
      *----------------------------------------------------------------*
       GET-DIGEST-PARAMETERS.

           OPEN INPUT SYSIN-FILE.
           PERFORM
             UNTIL WS-SYSIN-AT-EOF
               READ SYSIN-FILE
                   AT END
                       MOVE 'Y' TO WS-SYSIN-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-CARD-COUNT
                       MOVE SYSIN-RECORD TO WS-DGST-CARD
                       PERFORM APPLY-ONE-DIGEST-CARD
                           THRU APPLY-ONE-DIGEST-CARD-EXIT
               END-READ
           END-PERFORM.
           CLOSE SYSIN-FILE.

       GET-DIGEST-PARAMETERS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  APPLY-ONE-DIGEST-CARD                                         *
      *  ACTS ON ONE SYSIN CARD BY ITS TAG.  A BLANK CARD IS SKIPPED.  *
      *----------------------------------------------------------------*
       APPLY-ONE-DIGEST-CARD.

           IF WS-DGST-CARD = SPACES
               GO TO APPLY-ONE-DIGEST-CARD-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN DG-RC-CARD
                   PERFORM RECORD-ONE-RETURN-CODE
                       THRU RECORD-ONE-RETURN-CODE-EXIT
               WHEN DG-DATE-CARD
                   MOVE DK-DATE TO WS-DW-DATE-X
                   PERFORM CONVERT-DATE-TO-DAYNUM
                       THRU CONVERT-DATE-TO-DAYNUM-EXIT
                   IF WS-DW-DAYNUM < 0
                       DISPLAY 'SORTDGST: DATE CARD ' WS-CARD-COUNT
                               ' NOT A YYYYMMDD DATE - IGNORED'
                       ADD 1 TO WS-BAD-CARD-COUNT
                   ELSE
                       MOVE WS-DW-DATE-9 TO WS-DIGEST-DATE
                   END-IF
               WHEN DG-COST-CARD
                   INSPECT CK-TOLERANCE
                       REPLACING LEADING ' ' BY '0'
                   IF CK-TOLERANCE IS NUMERIC
                       MOVE CK-TOLERANCE-9 TO WS-COST-TOL-PCT
                   ELSE
                       DISPLAY 'SORTDGST: COST CARD ' WS-CARD-COUNT
                               ' TOLERANCE NOT NUMERIC - IGNORED'
                       ADD 1 TO WS-BAD-CARD-COUNT
                   END-IF
               WHEN OTHER
                   DISPLAY 'SORTDGST: CARD ' WS-CARD-COUNT
                           ' TAG ' DG-TAG ' NOT RECOGNIZED - IGNORED'
                   ADD 1 TO WS-BAD-CARD-COUNT
           END-EVALUATE.

       APPLY-ONE-DIGEST-CARD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  RECORD-ONE-RETURN-CODE                                        *
      *  FILES ONE RC CARD AGAINST ITS JOB AND STEP.  THE RETURN CODE  *
      *  DECIDES THE STEP'S STATE:                                     *
      *     0          COMPLETED                                       *
      *     8          STOPPED AT THE WINDOW - RESTART DUE             *
      *    12, 20      REJECTED - PARAMETERS OR KEY DATA               *
      *    16          FAILED RECONCILIATION                           *
      *    ANY OTHER   ABEND OR A CODE THE SUITE DOES NOT SET          *
      *  A STEP THAT HAS STOPPED AT THE WINDOW AND THEN RUNS AGAIN IS  *
      *  COUNTED AS RESTARTED, WHATEVER THE LATER RESULT.              *
      *----------------------------------------------------------------*
       RECORD-ONE-RETURN-CODE.

           IF RK-JOB-NAME = SPACES OR RK-RC = SPACES
               DISPLAY 'SORTDGST: RC CARD ' WS-CARD-COUNT
                       ' HAS NO JOB NAME OR NO RETURN CODE - IGNORED'
               ADD 1 TO WS-BAD-CARD-COUNT
               GO TO RECORD-ONE-RETURN-CODE-EXIT
           END-IF.
           ADD 1 TO WS-RC-CARD-COUNT.

           MOVE 'N' TO WS-JOB-FOUND-SW.
           PERFORM
             VARYING WS-JOB-IDX FROM 1 BY 1
             UNTIL WS-JOB-IDX > WS-JOB-COUNT
                OR WS-JOB-FOUND
               IF JT-JOB-NAME (WS-JOB-IDX) = RK-JOB-NAME
                   AND JT-STEP-NAME (WS-JOB-IDX) = RK-STEP-NAME
                   MOVE 'Y' TO WS-JOB-FOUND-SW
               END-IF
           END-PERFORM.
           IF WS-JOB-FOUND
               SUBTRACT 1 FROM WS-JOB-IDX
           ELSE
               IF WS-JOB-COUNT >= WS-JOB-MAX
                   ADD 1 TO WS-JOB-FULL-COUNT
                   GO TO RECORD-ONE-RETURN-CODE-EXIT
               END-IF
               ADD 1 TO WS-JOB-COUNT
               MOVE WS-JOB-COUNT TO WS-JOB-IDX
               MOVE RK-JOB-NAME TO JT-JOB-NAME (WS-JOB-IDX)
               MOVE RK-STEP-NAME TO JT-STEP-NAME (WS-JOB-IDX)
               MOVE 'N' TO JT-STOPPED-SW (WS-JOB-IDX)
               MOVE 0 TO JT-CARD-COUNT (WS-JOB-IDX)
           END-IF.

           ADD 1 TO JT-CARD-COUNT (WS-JOB-IDX).
      *  A RETURN CODE PUNCHED FROM COLUMN 24 ('8   ') IS SHIFTED TO
      *  THE RIGHT OF THE FIELD BEFORE IT IS TESTED AS A NUMBER.
           PERFORM
             UNTIL RK-RC (4 : 1) NOT = SPACE
               MOVE RK-RC (1 : 3) TO WS-RC-SHIFT
               MOVE SPACE TO RK-RC (1 : 1)
               MOVE WS-RC-SHIFT TO RK-RC (2 : 3)
           END-PERFORM.
           MOVE RK-RC TO JT-RC (WS-JOB-IDX).
           INSPECT RK-RC REPLACING LEADING ' ' BY '0'.
           IF RK-RC IS NOT NUMERIC
               MOVE 'O' TO JT-STATE (WS-JOB-IDX)
               GO TO RECORD-ONE-RETURN-CODE-EXIT
           END-IF.
           MOVE RK-RC-9 TO JT-RC (WS-JOB-IDX).
           EVALUATE RK-RC-9
               WHEN 0
                   MOVE 'C' TO JT-STATE (WS-JOB-IDX)
               WHEN 8
                   MOVE 'W' TO JT-STATE (WS-JOB-IDX)
                   MOVE 'Y' TO JT-STOPPED-SW (WS-JOB-IDX)
               WHEN 12
               WHEN 20
                   MOVE 'R' TO JT-STATE (WS-JOB-IDX)
               WHEN 16
                   MOVE 'F' TO JT-STATE (WS-JOB-IDX)
               WHEN OTHER
                   MOVE 'O' TO JT-STATE (WS-JOB-IDX)
           END-EVALUATE.

       RECORD-ONE-RETURN-CODE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  SET-DIGEST-DATES                                              *
      *  AN EXCEPTION IS NEW WHEN ITS RUN IS DATED THE DAY BEFORE THE  *
      *  DIGEST DATE OR LATER, SO A NIGHT'S RUNS THAT START BEFORE     *
      *  MIDNIGHT ARE STILL NEW THE NEXT MORNING.  THE COST MONTHS ARE *
      *  THE DIGEST DATE'S MONTH AND THE ONE BEFORE IT.                *
      *----------------------------------------------------------------*
       SET-DIGEST-DATES.

           MOVE WS-DIGEST-DATE TO WS-DW-DATE-X.
           MOVE WS-DW-DATE-X (1:6) TO WS-CUR-MONTH.
           MOVE WS-DW-DD TO WS-DAYS-SO-FAR.
           PERFORM CONVERT-DATE-TO-DAYNUM
               THRU CONVERT-DATE-TO-DAYNUM-EXIT.
           MOVE WS-DW-DAYNUM TO WS-DIGEST-DAYNUM.

           SUBTRACT 1 FROM WS-DW-DAYNUM.
           PERFORM CONVERT-DAYNUM-TO-DATE
               THRU CONVERT-DAYNUM-TO-DATE-EXIT.
           MOVE WS-DW-DATE-9 TO WS-SINCE-DATE.

      *    DAYS IN THE MONTH: FROM ITS FIRST DAY TO THE FIRST OF THE
      *    NEXT.  THE PRIOR MONTH IS THE ONE HOLDING THE DAY BEFORE
      *    THE FIRST.
           COMPUTE WS-MONTH-START
                 = WS-DIGEST-DAYNUM - WS-DAYS-SO-FAR + 1.
           COMPUTE WS-DW-DAYNUM = WS-MONTH-START - 1.
           PERFORM CONVERT-DAYNUM-TO-DATE
               THRU CONVERT-DAYNUM-TO-DATE-EXIT.
           MOVE WS-DW-DATE-X (1:6) TO WS-PRIOR-MONTH.
           COMPUTE WS-DW-DAYNUM = WS-MONTH-START + 31.
           PERFORM CONVERT-DAYNUM-TO-DATE
               THRU CONVERT-DAYNUM-TO-DATE-EXIT.
           COMPUTE WS-DAYS-IN-MONTH = 32 - WS-DW-DD.

       SET-DIGEST-DATES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  WRITE-RUN-SECTION                                             *
      *  THE SORTDALE STEPS BY THEIR LATEST RETURN CODE.  EVERY STEP   *
      *  THAT DID NOT COMPLETE IS LISTED.                              *
      *----------------------------------------------------------------*
       WRITE-RUN-SECTION.

           MOVE 'SORTDALE RUNS' TO SL-TITLE.
           MOVE WS-SECTION-LINE TO DGST-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.

           IF WS-BAD-CARD-COUNT > 0
               MOVE 'A' TO WS-REASON-LEVEL
               MOVE 'SYSIN CARDS IGNORED AS UNUSABLE' TO WS-REASON-TEXT
               PERFORM ADD-STATUS-REASON
                   THRU ADD-STATUS-REASON-EXIT
           END-IF.

           IF WS-RC-CARD-COUNT = 0
               MOVE 'NO RETURN CODES SUPPLIED' TO DGST-RPT-RECORD
               PERFORM WRITE-REPORT-LINE
                   THRU WRITE-REPORT-LINE-EXIT
               MOVE SPACES TO DGST-RPT-RECORD
               PERFORM WRITE-REPORT-LINE
                   THRU WRITE-REPORT-LINE-EXIT
               MOVE 'A' TO WS-REASON-LEVEL
               MOVE 'NO SORTDALE RETURN CODES SUPPLIED ON RC CARDS'
                   TO WS-REASON-TEXT
               PERFORM ADD-STATUS-REASON
                   THRU ADD-STATUS-REASON-EXIT
               GO TO WRITE-RUN-SECTION-EXIT
           END-IF.

           MOVE 0 TO WS-LIST-COUNT.
           PERFORM
             VARYING WS-JOB-IDX FROM 1 BY 1
             UNTIL WS-JOB-IDX > WS-JOB-COUNT
               IF JT-STOPPED (WS-JOB-IDX)
                   AND NOT JT-RESTART-DUE (WS-JOB-IDX)
                   ADD 1 TO WS-RUNS-RESTARTED
               END-IF
               EVALUATE TRUE
                   WHEN JT-COMPLETED (WS-JOB-IDX)
                       ADD 1 TO WS-RUNS-COMPLETED
                   WHEN JT-RESTART-DUE (WS-JOB-IDX)
                       ADD 1 TO WS-RUNS-RESTART-DUE
                       MOVE 'STOPPED AT THE WINDOW - RESTART DUE'
                           TO JL-RESULT
                   WHEN JT-RECON-FAILED (WS-JOB-IDX)
                       ADD 1 TO WS-RUNS-RECON-FAILED
                       MOVE 'FAILED RECONCILIATION' TO JL-RESULT
                   WHEN JT-REJECTED (WS-JOB-IDX)
                       ADD 1 TO WS-RUNS-REJECTED
                       MOVE 'REJECTED - PARAMETERS OR KEY DATA'
                           TO JL-RESULT
                   WHEN OTHER
                       ADD 1 TO WS-RUNS-OTHER
                       MOVE 'ABENDED OR ENDED WITH AN UNEXPECTED CODE'
                           TO JL-RESULT
               END-EVALUATE
               IF NOT JT-COMPLETED (WS-JOB-IDX)
                   PERFORM WRITE-ONE-JOB
                       THRU WRITE-ONE-JOB-EXIT
               END-IF
           END-PERFORM.
           IF WS-LIST-COUNT > 0
               MOVE SPACES TO DGST-RPT-RECORD
               PERFORM WRITE-REPORT-LINE
                   THRU WRITE-REPORT-LINE-EXIT
           END-IF.

           MOVE 'RC CARDS READ' TO CL-CAPTION.
           MOVE WS-RC-CARD-COUNT TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE
               THRU WRITE-COUNT-LINE-EXIT.
           MOVE 'SORTDALE STEPS' TO CL-CAPTION.
           MOVE WS-JOB-COUNT TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE
               THRU WRITE-COUNT-LINE-EXIT.
           MOVE '  COMPLETED' TO CL-CAPTION.
           MOVE WS-RUNS-COMPLETED TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE
               THRU WRITE-COUNT-LINE-EXIT.
           MOVE '  STOPPED AT THE WINDOW, RESTART DUE' TO CL-CAPTION.
           MOVE WS-RUNS-RESTART-DUE TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE
               THRU WRITE-COUNT-LINE-EXIT.
           MOVE '  FAILED RECONCILIATION' TO CL-CAPTION.
           MOVE WS-RUNS-RECON-FAILED TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE
               THRU WRITE-COUNT-LINE-EXIT.
           MOVE '  REJECTED' TO CL-CAPTION.
           MOVE WS-RUNS-REJECTED TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE
               THRU WRITE-COUNT-LINE-EXIT.
           MOVE '  ABENDED OR UNEXPECTED CODE' TO CL-CAPTION.
           MOVE WS-RUNS-OTHER TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE
               THRU WRITE-COUNT-LINE-EXIT.
           MOVE 'STEPS RESTARTED AFTER A WINDOW STOP' TO CL-CAPTION.
           MOVE WS-RUNS-RESTARTED TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE
               THRU WRITE-COUNT-LINE-EXIT.
           IF WS-JOB-FULL-COUNT > 0
               MOVE 'RC CARDS PAST THE 100-STEP TABLE' TO CL-CAPTION
               MOVE WS-JOB-FULL-COUNT TO CL-COUNT
               PERFORM WRITE-COUNT-LINE
                   THRU WRITE-COUNT-LINE-EXIT
               MOVE 'A' TO WS-REASON-LEVEL
               MOVE 'MORE SORTDALE STEPS THAN THE DIGEST HOLDS'
                   TO WS-REASON-TEXT
               PERFORM ADD-STATUS-REASON
                   THRU ADD-STATUS-REASON-EXIT
           END-IF.
           MOVE SPACES TO DGST-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.

           IF WS-RUNS-RECON-FAILED > 0
               MOVE 'R' TO WS-REASON-LEVEL
               MOVE 'SORTDALE STEPS FAILED RECONCILIATION (RC 16)'
                   TO WS-REASON-TEXT
               PERFORM ADD-STATUS-REASON
                   THRU ADD-STATUS-REASON-EXIT
           END-IF.
           IF WS-RUNS-OTHER > 0
               MOVE 'R' TO WS-REASON-LEVEL
               MOVE 'SORTDALE STEPS ABENDED OR ENDED WITH AN ODD CODE'
                   TO WS-REASON-TEXT
               PERFORM ADD-STATUS-REASON
                   THRU ADD-STATUS-REASON-EXIT
           END-IF.
           IF WS-RUNS-RESTART-DUE > 0
               MOVE 'A' TO WS-REASON-LEVEL
               MOVE 'SORTDALE STEPS STOPPED AT THE WINDOW, RESTART DUE'
                   TO WS-REASON-TEXT
               PERFORM ADD-STATUS-REASON
                   THRU ADD-STATUS-REASON-EXIT
           END-IF.
           IF WS-RUNS-REJECTED > 0
               MOVE 'A' TO WS-REASON-LEVEL
               MOVE 'SORTDALE STEPS REJECTED (RC 12 OR 20)'
                   TO WS-REASON-TEXT
               PERFORM ADD-STATUS-REASON
                   THRU ADD-STATUS-REASON-EXIT
           END-IF.

       WRITE-RUN-SECTION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  WRITE-ONE-JOB                                                 *
      *  LISTS ONE STEP THAT DID NOT COMPLETE, UP TO THE LISTING LIMIT.*
      *----------------------------------------------------------------*
       WRITE-ONE-JOB.

           ADD 1 TO WS-LIST-COUNT.
           IF WS-LIST-COUNT = 1
               MOVE WS-JOB-HEAD TO DGST-RPT-RECORD
               PERFORM WRITE-REPORT-LINE
                   THRU WRITE-REPORT-LINE-EXIT
           END-IF.
           MOVE JT-JOB-NAME (WS-JOB-IDX) TO JL-JOB-NAME.
           MOVE JT-STEP-NAME (WS-JOB-IDX) TO JL-STEP-NAME.
           MOVE JT-RC (WS-JOB-IDX) TO JL-RC.
           MOVE WS-JOB-LINE TO DGST-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.
           MOVE SPACES TO WS-JOB-LINE.

       WRITE-ONE-JOB-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  WRITE-AUDIT-SECTION                                           *
      *  READS SORTAUDT: COUNTS THE RUNS AUDITED AND THE REJECTED      *
      *  PARAMETER LINES, AND LISTS THE FIRST OF THOSE.                *
      *----------------------------------------------------------------*
       WRITE-AUDIT-SECTION.

           MOVE 'PARAMETER AUDIT - SORTAUDT' TO SL-TITLE.
           MOVE WS-SECTION-LINE TO DGST-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.

           MOVE 0 TO WS-INPUT-COUNT.
           MOVE 0 TO WS-LIST-COUNT.
           MOVE 'N' TO WS-INPUT-EOF-SW.
           OPEN INPUT SORT-AUDIT-FILE.
           PERFORM
             UNTIL WS-INPUT-AT-EOF
               READ SORT-AUDIT-FILE
                   AT END
                       MOVE 'Y' TO WS-INPUT-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-INPUT-COUNT
                       PERFORM SCAN-ONE-AUDIT-LINE
                           THRU SCAN-ONE-AUDIT-LINE-EXIT
               END-READ
           END-PERFORM.
           CLOSE SORT-AUDIT-FILE.

           IF WS-INPUT-COUNT = 0
               MOVE 'SORTAUDT' TO WS-REASON-TEXT
               PERFORM WRITE-INPUT-MISSING
                   THRU WRITE-INPUT-MISSING-EXIT
               GO TO WRITE-AUDIT-SECTION-EXIT
           END-IF.

           PERFORM WRITE-LIST-OVERFLOW
               THRU WRITE-LIST-OVERFLOW-EXIT.
           MOVE 'RUNS AUDITED' TO CL-CAPTION.
           MOVE WS-AUD-RUN-COUNT TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE
               THRU WRITE-COUNT-LINE-EXIT.
           MOVE 'RUNS WITH REJECTED PARAMETERS' TO CL-CAPTION.
           MOVE WS-AUD-REJECT-RUNS TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE
               THRU WRITE-COUNT-LINE-EXIT.
           MOVE 'REJECTED PARAMETER LINES' TO CL-CAPTION.
           MOVE WS-AUD-REJECT-LINES TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE
               THRU WRITE-COUNT-LINE-EXIT.
           MOVE SPACES TO DGST-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.

           IF WS-AUD-REJECT-LINES > 0
               MOVE 'A' TO WS-REASON-LEVEL
               MOVE 'SORTAUDT CARRIES REJECTED PARAMETERS'
                   TO WS-REASON-TEXT
               PERFORM ADD-STATUS-REASON
                   THRU ADD-STATUS-REASON-EXIT
           END-IF.

       WRITE-AUDIT-SECTION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  SCAN-ONE-AUDIT-LINE                                           *
      *  A 'SORTDALE AUDIT' LINE OPENS A RUN; A LINE WHOSE SOURCE      *
      *  BEGINS 'REJECTED' IS A REJECTED PARAMETER OF THAT RUN.        *
      *----------------------------------------------------------------*
       SCAN-ONE-AUDIT-LINE.

           IF AUD-ITEM (1:14) = 'SORTDALE AUDIT'
               ADD 1 TO WS-AUD-RUN-COUNT
               MOVE 'N' TO WS-AUD-RUN-REJECT-SW
               MOVE AUD-VALUE (1:8) TO WS-AUD-RUN-DATE
               MOVE AUD-SOURCE (1:11) TO WS-AUD-RUN-TIME
               GO TO SCAN-ONE-AUDIT-LINE-EXIT
           END-IF.
           IF AUD-SOURCE (1:8) NOT = 'REJECTED'
               GO TO SCAN-ONE-AUDIT-LINE-EXIT
           END-IF.

           ADD 1 TO WS-AUD-REJECT-LINES.
           IF NOT WS-AUD-RUN-REJECTED
               MOVE 'Y' TO WS-AUD-RUN-REJECT-SW
               ADD 1 TO WS-AUD-REJECT-RUNS
           END-IF.
           ADD 1 TO WS-LIST-COUNT.
           IF WS-LIST-COUNT > WS-LIST-MAX
               GO TO SCAN-ONE-AUDIT-LINE-EXIT
           END-IF.
           IF WS-LIST-COUNT = 1
               MOVE WS-AUDIT-HEAD TO DGST-RPT-RECORD
               PERFORM WRITE-REPORT-LINE
                   THRU WRITE-REPORT-LINE-EXIT
           END-IF.
           MOVE WS-AUD-RUN-DATE TO AL-RUN-DATE.
           MOVE WS-AUD-RUN-TIME TO AL-RUN-TIME.
           MOVE AUD-ITEM TO AL-ITEM.
           MOVE AUD-VALUE TO AL-VALUE.
           MOVE AUD-SOURCE TO AL-SOURCE.
           MOVE WS-AUDIT-LINE TO DGST-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.
           MOVE SPACES TO WS-AUDIT-LINE.

       SCAN-ONE-AUDIT-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  WRITE-EXCEPTION-SECTION                                       *
      *  READS TRNDEXCP: LISTS THE NEW EXCEPTIONS AND COUNTS THEM BY   *
      *  SEVERITY.  THE FILE MUST CLOSE WITH ITS TRAILER AND THE       *
      *  TRAILER TOTAL MUST MATCH THE DETAIL RECORDS READ.             *
      *----------------------------------------------------------------*
       WRITE-EXCEPTION-SECTION.

           MOVE 'TREND EXCEPTIONS - TRNDEXCP' TO SL-TITLE.
           MOVE WS-SECTION-LINE TO DGST-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.

           MOVE 0 TO WS-INPUT-COUNT.
           MOVE 0 TO WS-LIST-COUNT.
           MOVE 'N' TO WS-INPUT-EOF-SW.
           OPEN INPUT TRND-EXCP-FILE.
           PERFORM
             UNTIL WS-INPUT-AT-EOF
               READ TRND-EXCP-FILE
                   AT END
                       MOVE 'Y' TO WS-INPUT-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-INPUT-COUNT
                       PERFORM SCAN-ONE-EXCEPTION
                           THRU SCAN-ONE-EXCEPTION-EXIT
               END-READ
           END-PERFORM.
           CLOSE TRND-EXCP-FILE.

           IF WS-INPUT-COUNT = 0
               MOVE 'TRNDEXCP' TO WS-REASON-TEXT
               PERFORM WRITE-INPUT-MISSING
                   THRU WRITE-INPUT-MISSING-EXIT
               GO TO WRITE-EXCEPTION-SECTION-EXIT
           END-IF.

           PERFORM WRITE-LIST-OVERFLOW
               THRU WRITE-LIST-OVERFLOW-EXIT.
           MOVE 'EXCEPTIONS ON FILE' TO CL-CAPTION.
           MOVE WS-XCP-DETAIL-COUNT TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE
               THRU WRITE-COUNT-LINE-EXIT.
           MOVE 'NEW WARNING EXCEPTIONS' TO CL-CAPTION.
           MOVE WS-XCP-NEW-WARN TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE
               THRU WRITE-COUNT-LINE-EXIT.
           MOVE 'NEW CRITICAL EXCEPTIONS' TO CL-CAPTION.
           MOVE WS-XCP-NEW-CRIT TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE
               THRU WRITE-COUNT-LINE-EXIT.
           EVALUATE TRUE
               WHEN NOT WS-XCP-TRAILER-SEEN
                   MOVE 'TRNDEXCP HAS NO TRAILER - FILE INCOMPLETE'
                       TO DGST-RPT-RECORD
                   MOVE 'R' TO WS-REASON-LEVEL
                   MOVE 'TRNDEXCP HAS NO TRAILER - FILE INCOMPLETE'
                       TO WS-REASON-TEXT
               WHEN WS-XCP-MISMATCH
                   MOVE 'TRNDEXCP TRAILER DOES NOT AGREE'
                       TO DGST-RPT-RECORD
                   MOVE 'R' TO WS-REASON-LEVEL
                   MOVE 'TRNDEXCP TRAILER DOES NOT AGREE'
                       TO WS-REASON-TEXT
               WHEN OTHER
                   MOVE 'TRNDEXCP TRAILER AGREES' TO DGST-RPT-RECORD
                   MOVE SPACES TO WS-REASON-LEVEL
           END-EVALUATE.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.
           IF WS-REASON-LEVEL NOT = SPACES
               ADD 1 TO WS-CONTROL-ERRORS
               PERFORM ADD-STATUS-REASON
                   THRU ADD-STATUS-REASON-EXIT
           END-IF.
           MOVE SPACES TO DGST-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.

           IF WS-XCP-NEW-CRIT > 0
               MOVE 'R' TO WS-REASON-LEVEL
               MOVE 'NEW CRITICAL TREND EXCEPTIONS' TO WS-REASON-TEXT
               PERFORM ADD-STATUS-REASON
                   THRU ADD-STATUS-REASON-EXIT
           END-IF.
           IF WS-XCP-NEW-WARN > 0
               MOVE 'A' TO WS-REASON-LEVEL
               MOVE 'NEW WARNING TREND EXCEPTIONS' TO WS-REASON-TEXT
               PERFORM ADD-STATUS-REASON
                   THRU ADD-STATUS-REASON-EXIT
           END-IF.

       WRITE-EXCEPTION-SECTION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  SCAN-ONE-EXCEPTION                                            *
      *  A DETAIL RECORD FOR A RUN ON OR AFTER THE SINCE DATE IS NEW   *
      *  AND IS COUNTED AND LISTED; THE TRAILER IS CHECKED AGAINST THE *
      *  DETAIL RECORDS READ BEFORE IT.                                *
      *----------------------------------------------------------------*
       SCAN-ONE-EXCEPTION.

           IF XD-TRAILER
               MOVE 'Y' TO WS-XCP-TRAILER-SW
               IF XT-TOTAL-COUNT IS NOT NUMERIC
                   OR XT-TOTAL-COUNT NOT = WS-XCP-DETAIL-COUNT
                   MOVE 'Y' TO WS-XCP-MISMATCH-SW
               END-IF
               GO TO SCAN-ONE-EXCEPTION-EXIT
           END-IF.
           IF NOT XD-DETAIL
               GO TO SCAN-ONE-EXCEPTION-EXIT
           END-IF.

           ADD 1 TO WS-XCP-DETAIL-COUNT.
           IF XD-RUN-DATE < WS-SINCE-DATE
               GO TO SCAN-ONE-EXCEPTION-EXIT
           END-IF.
           IF XD-CRITICAL
               ADD 1 TO WS-XCP-NEW-CRIT
               MOVE 'CRITICAL' TO EL-SEVERITY
           ELSE
               ADD 1 TO WS-XCP-NEW-WARN
               MOVE 'WARNING' TO EL-SEVERITY
           END-IF.

           ADD 1 TO WS-LIST-COUNT.
           IF WS-LIST-COUNT > WS-LIST-MAX
               MOVE SPACES TO WS-EXCP-LINE
               GO TO SCAN-ONE-EXCEPTION-EXIT
           END-IF.
           IF WS-LIST-COUNT = 1
               MOVE WS-EXCP-HEAD TO DGST-RPT-RECORD
               PERFORM WRITE-REPORT-LINE
                   THRU WRITE-REPORT-LINE-EXIT
           END-IF.
           MOVE XD-RUN-DATE TO EL-RUN-DATE.
           MOVE XD-RUN-TIME TO EL-RUN-TIME.
           MOVE XD-ALGO TO EL-ALGO.
           MOVE XD-SORT-SIZE TO EL-SORT-SIZE.
           MOVE XD-ELAPSED-HUND TO WS-FMT-HUND.
           PERFORM FORMAT-ELAPSED-TIME
               THRU FORMAT-ELAPSED-TIME-EXIT.
           MOVE WS-FMT-DISPLAY TO EL-ELAPSED.
           MOVE XD-AVG-HUND TO WS-FMT-HUND.
           PERFORM FORMAT-ELAPSED-TIME
               THRU FORMAT-ELAPSED-TIME-EXIT.
           MOVE WS-FMT-DISPLAY TO EL-AVERAGE.
           MOVE XD-PCT-OVER TO EL-PCT-OVER.
           MOVE XD-RUN-CONTEXT TO WS-CTX-WORK.
           PERFORM FORMAT-CONTEXT-SHORT
               THRU FORMAT-CONTEXT-SHORT-EXIT.
           MOVE WS-CTX-CARD TO EL-CONTEXT.
           MOVE WS-EXCP-LINE TO DGST-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.
           MOVE SPACES TO WS-EXCP-LINE.

       SCAN-ONE-EXCEPTION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  WRITE-FORECAST-SECTION                                        *
      *  READS TRNDRPT: LISTS THE PAIRS FLAGGED *90DAY* WITH THE RUN   *
      *  CONTEXT THEY WERE FORECAST UNDER, AND CHECKS THE REPORT'S     *
      *  CONTROL TOTALS.                                               *
      *----------------------------------------------------------------*
       WRITE-FORECAST-SECTION.

           MOVE 'CAPACITY FORECAST - TRNDRPT' TO SL-TITLE.
           MOVE WS-SECTION-LINE TO DGST-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.

           MOVE 0 TO WS-INPUT-COUNT.
           MOVE 0 TO WS-LIST-COUNT.
           MOVE 'N' TO WS-INPUT-EOF-SW.
           OPEN INPUT TRND-RPT-FILE.
           PERFORM
             UNTIL WS-INPUT-AT-EOF
               READ TRND-RPT-FILE
                   AT END
                       MOVE 'Y' TO WS-INPUT-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-INPUT-COUNT
                       PERFORM SCAN-ONE-TREND-LINE
                           THRU SCAN-ONE-TREND-LINE-EXIT
               END-READ
           END-PERFORM.
           CLOSE TRND-RPT-FILE.

           IF WS-INPUT-COUNT = 0
               MOVE 'TRNDRPT' TO WS-REASON-TEXT
               PERFORM WRITE-INPUT-MISSING
                   THRU WRITE-INPUT-MISSING-EXIT
               GO TO WRITE-FORECAST-SECTION-EXIT
           END-IF.

           PERFORM WRITE-LIST-OVERFLOW
               THRU WRITE-LIST-OVERFLOW-EXIT.
           MOVE 'PAIRS TO BREACH THE WINDOW IN 90 DAYS' TO CL-CAPTION.
           MOVE WS-FCT-90DAY-COUNT TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE
               THRU WRITE-COUNT-LINE-EXIT.
           MOVE 'TRNDRPT CONTROL TOTALS' TO TX-CAPTION.
           MOVE WS-TRND-CONTROL-SW TO WS-CONTROL-SW.
           PERFORM SET-CONTROL-TEXT
               THRU SET-CONTROL-TEXT-EXIT.
           PERFORM WRITE-TEXT-LINE
               THRU WRITE-TEXT-LINE-EXIT.
           MOVE SPACES TO DGST-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.

           IF WS-TRND-CONTROL-BAD
               ADD 1 TO WS-CONTROL-ERRORS
               MOVE 'R' TO WS-REASON-LEVEL
               MOVE 'TRNDRPT CONTROL TOTALS DO NOT AGREE'
                   TO WS-REASON-TEXT
               PERFORM ADD-STATUS-REASON
                   THRU ADD-STATUS-REASON-EXIT
           END-IF.
           IF WS-FCT-90DAY-COUNT > 0
               MOVE 'A' TO WS-REASON-LEVEL
               MOVE 'PAIRS TO BREACH THE WINDOW WITHIN 90 DAYS'
                   TO WS-REASON-TEXT
               PERFORM ADD-STATUS-REASON
                   THRU ADD-STATUS-REASON-EXIT
           END-IF.

       WRITE-FORECAST-SECTION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  SCAN-ONE-TREND-LINE                                           *
      *  KEEPS THE LATEST RUN CONTEXT HEADING, NOTES THE CONTROL TOTAL *
      *  RESULT, AND LISTS A FORECAST LINE FLAGGED *90DAY*.  THE       *
      *  FORECAST IS THE LAST SECTION SORTTRND PRINTS, SO EVERYTHING   *
      *  FROM ITS TITLE ON IS FORECAST.                                *
      *----------------------------------------------------------------*
       SCAN-ONE-TREND-LINE.

           IF TRND-RPT-RECORD (1:14) = 'RUN CONTEXT - '
               MOVE TRND-RPT-RECORD (15:90) TO WS-FCT-CONTEXT
               GO TO SCAN-ONE-TREND-LINE-EXIT
           END-IF.
           IF TRND-RPT-RECORD (1:27) = 'CONTROL TOTALS DO NOT AGREE'
               MOVE 'N' TO WS-TRND-CONTROL-SW
               GO TO SCAN-ONE-TREND-LINE-EXIT
           END-IF.
           IF TRND-RPT-RECORD (1:20) = 'CONTROL TOTALS AGREE'
               AND NOT WS-TRND-CONTROL-BAD
               MOVE 'Y' TO WS-TRND-CONTROL-SW
               GO TO SCAN-ONE-TREND-LINE-EXIT
           END-IF.
           IF TRND-RPT-RECORD (1:17) = 'CAPACITY FORECAST'
               MOVE 'Y' TO WS-FCT-SECTION-SW
               GO TO SCAN-ONE-TREND-LINE-EXIT
           END-IF.
           IF NOT WS-FCT-SECTION
               OR TR-FLAG NOT = '*90DAY*'
               GO TO SCAN-ONE-TREND-LINE-EXIT
           END-IF.

           ADD 1 TO WS-FCT-90DAY-COUNT.
           ADD 1 TO WS-LIST-COUNT.
           IF WS-LIST-COUNT > WS-LIST-MAX
               GO TO SCAN-ONE-TREND-LINE-EXIT
           END-IF.
           IF WS-LIST-COUNT = 1
               MOVE WS-FCT-HEAD TO DGST-RPT-RECORD
               PERFORM WRITE-REPORT-LINE
                   THRU WRITE-REPORT-LINE-EXIT
           END-IF.
           MOVE TR-ALGO TO FL-ALGO.
           MOVE TR-SORT-SIZE TO FL-SORT-SIZE.
           MOVE TR-BREACH TO FL-BREACH.
           MOVE WS-FCT-CONTEXT TO FL-CONTEXT.
           MOVE WS-FCT-LINE TO DGST-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.
           MOVE SPACES TO WS-FCT-LINE.

       SCAN-ONE-TREND-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  WRITE-MASTER-SECTION                                          *
      *  READS HSKPRPT FOR THE MASTER HISTORY RECORD COUNTS AND THE    *
      *  BALANCE, TRAILER AND CONTROL TOTAL RESULTS.                   *
      *----------------------------------------------------------------*
       WRITE-MASTER-SECTION.

           MOVE 'MASTER HISTORY - HSKPRPT' TO SL-TITLE.
           MOVE WS-SECTION-LINE TO DGST-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.

           MOVE 0 TO WS-INPUT-COUNT.
           MOVE 'N' TO WS-INPUT-EOF-SW.
           OPEN INPUT HSKP-RPT-FILE.
           PERFORM
             UNTIL WS-INPUT-AT-EOF
               READ HSKP-RPT-FILE
                   AT END
                       MOVE 'Y' TO WS-INPUT-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-INPUT-COUNT
                       PERFORM SCAN-ONE-HSKP-LINE
                           THRU SCAN-ONE-HSKP-LINE-EXIT
               END-READ
           END-PERFORM.
           CLOSE HSKP-RPT-FILE.

           IF WS-INPUT-COUNT = 0
               MOVE 'HSKPRPT' TO WS-REASON-TEXT
               PERFORM WRITE-INPUT-MISSING
                   THRU WRITE-INPUT-MISSING-EXIT
               GO TO WRITE-MASTER-SECTION-EXIT
           END-IF.

           MOVE 'OLD MASTER RECORDS READ' TO CL-CAPTION.
           MOVE WS-MST-OLD-READ TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE
               THRU WRITE-COUNT-LINE-EXIT.
           MOVE 'DAILY GENERATION RECORDS READ' TO CL-CAPTION.
           MOVE WS-MST-DAILY-READ TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE
               THRU WRITE-COUNT-LINE-EXIT.
           MOVE 'NEW RUNS ADDED TO THE MASTER' TO CL-CAPTION.
           MOVE WS-MST-RUNS-ADDED TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE
               THRU WRITE-COUNT-LINE-EXIT.
           MOVE 'DETAIL RECORDS KEPT' TO CL-CAPTION.
           MOVE WS-MST-DETAIL-KEPT TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE
               THRU WRITE-COUNT-LINE-EXIT.
           MOVE 'SUMMARY RECORDS WRITTEN' TO CL-CAPTION.
           MOVE WS-MST-SUMMARIES TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE
               THRU WRITE-COUNT-LINE-EXIT.
           MOVE 'NEW MASTER RECORDS WRITTEN' TO CL-CAPTION.
           MOVE WS-MST-NEW-WRITTEN TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE
               THRU WRITE-COUNT-LINE-EXIT.
           MOVE 'DETAIL RECORDS ARCHIVED' TO CL-CAPTION.
           MOVE WS-MST-ARCHIVED TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE
               THRU WRITE-COUNT-LINE-EXIT.
           MOVE 'NEW PROFILE MASTER RECORDS WRITTEN' TO CL-CAPTION.
           MOVE WS-MST-PROFILES TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE
               THRU WRITE-COUNT-LINE-EXIT.

           MOVE 'NEW MASTER BALANCE' TO TX-CAPTION.
           EVALUATE TRUE
               WHEN WS-HSKP-IN-BALANCE
                   MOVE 'IN BALANCE' TO TX-VALUE
               WHEN WS-HSKP-OUT-OF-BALANCE
                   MOVE 'OUT OF BALANCE' TO TX-VALUE
               WHEN OTHER
                   MOVE 'NOT REPORTED' TO TX-VALUE
           END-EVALUATE.
           PERFORM WRITE-TEXT-LINE
               THRU WRITE-TEXT-LINE-EXIT.
           MOVE 'NEW MASTER CONTROL TRAILER' TO TX-CAPTION.
           EVALUATE TRUE
               WHEN WS-HSKP-TRAILER-WRITTEN
                   MOVE 'WRITTEN' TO TX-VALUE
               WHEN WS-HSKP-TRAILER-MISSING
                   MOVE 'NOT WRITTEN' TO TX-VALUE
               WHEN OTHER
                   MOVE 'NOT REPORTED' TO TX-VALUE
           END-EVALUATE.
           PERFORM WRITE-TEXT-LINE
               THRU WRITE-TEXT-LINE-EXIT.
           MOVE 'HSKPRPT CONTROL TOTALS' TO TX-CAPTION.
           MOVE WS-HSKP-CONTROL-SW TO WS-CONTROL-SW.
           PERFORM SET-CONTROL-TEXT
               THRU SET-CONTROL-TEXT-EXIT.
           PERFORM WRITE-TEXT-LINE
               THRU WRITE-TEXT-LINE-EXIT.
           MOVE SPACES TO DGST-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.

           IF WS-HSKP-CONTROL-BAD
               ADD 1 TO WS-CONTROL-ERRORS
               MOVE 'R' TO WS-REASON-LEVEL
               MOVE 'HSKPRPT CONTROL TOTALS DO NOT AGREE'
                   TO WS-REASON-TEXT
               PERFORM ADD-STATUS-REASON
                   THRU ADD-STATUS-REASON-EXIT
           END-IF.
           IF WS-HSKP-OUT-OF-BALANCE
               ADD 1 TO WS-CONTROL-ERRORS
               MOVE 'R' TO WS-REASON-LEVEL
               MOVE 'NEW MASTER OUT OF BALANCE' TO WS-REASON-TEXT
               PERFORM ADD-STATUS-REASON
                   THRU ADD-STATUS-REASON-EXIT
           END-IF.
           IF WS-HSKP-TRAILER-MISSING
               ADD 1 TO WS-CONTROL-ERRORS
               MOVE 'R' TO WS-REASON-LEVEL
               MOVE 'NEW MASTER LEFT WITHOUT A CONTROL TRAILER'
                   TO WS-REASON-TEXT
               PERFORM ADD-STATUS-REASON
                   THRU ADD-STATUS-REASON-EXIT
           END-IF.

       WRITE-MASTER-SECTION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  SCAN-ONE-HSKP-LINE                                            *
      *  PICKS UP THE COUNTS BY CAPTION AND THE RESULT LINES BY TEXT.  *
      *  NEW MASTER RECORDS WRITTEN IS PRINTED TWICE; BOTH CARRY THE   *
      *  SAME COUNT.                                                   *
      *----------------------------------------------------------------*
       SCAN-ONE-HSKP-LINE.

           EVALUATE TRUE
               WHEN HSKP-RPT-RECORD (1:25) = 'NEW MASTER OUT OF BALANCE'
                   MOVE 'N' TO WS-HSKP-BALANCE-SW
                   GO TO SCAN-ONE-HSKP-LINE-EXIT
               WHEN HSKP-RPT-RECORD (1:21) = 'NEW MASTER IN BALANCE'
                   MOVE 'Y' TO WS-HSKP-BALANCE-SW
                   GO TO SCAN-ONE-HSKP-LINE-EXIT
               WHEN HSKP-RPT-RECORD (1:40)
                    = 'NEW MASTER CLOSED WITH A CONTROL TRAILER'
                   MOVE 'Y' TO WS-HSKP-TRAILER-SW
                   GO TO SCAN-ONE-HSKP-LINE-EXIT
               WHEN HSKP-RPT-RECORD (1:41)
                    = 'NEW MASTER LEFT WITHOUT A CONTROL TRAILER'
                   MOVE 'N' TO WS-HSKP-TRAILER-SW
                   GO TO SCAN-ONE-HSKP-LINE-EXIT
               WHEN HSKP-RPT-RECORD (1:27)
                    = 'CONTROL TOTALS DO NOT AGREE'
                   MOVE 'N' TO WS-HSKP-CONTROL-SW
                   GO TO SCAN-ONE-HSKP-LINE-EXIT
               WHEN HSKP-RPT-RECORD (1:20) = 'CONTROL TOTALS AGREE'
                   IF NOT WS-HSKP-CONTROL-BAD
                       MOVE 'Y' TO WS-HSKP-CONTROL-SW
                   END-IF
                   GO TO SCAN-ONE-HSKP-LINE-EXIT
           END-EVALUATE.

           MOVE HR-COUNT TO WS-HSKP-COUNT-X.
           INSPECT WS-HSKP-COUNT-X REPLACING LEADING ' ' BY '0'.
           IF WS-HSKP-COUNT-X IS NOT NUMERIC
               GO TO SCAN-ONE-HSKP-LINE-EXIT
           END-IF.
           MOVE WS-HSKP-COUNT-9 TO WS-HSKP-COUNT.

           EVALUATE HR-CAPTION
               WHEN 'OLD MASTER RECORDS READ'
                   MOVE WS-HSKP-COUNT TO WS-MST-OLD-READ
               WHEN 'DAILY GENERATION RECORDS READ'
                   MOVE WS-HSKP-COUNT TO WS-MST-DAILY-READ
               WHEN 'NEW RUNS ADDED TO THE MASTER'
                   MOVE WS-HSKP-COUNT TO WS-MST-RUNS-ADDED
               WHEN 'DETAIL RECORDS KEPT'
                   MOVE WS-HSKP-COUNT TO WS-MST-DETAIL-KEPT
               WHEN 'SUMMARY RECORDS WRITTEN'
                   MOVE WS-HSKP-COUNT TO WS-MST-SUMMARIES
               WHEN 'NEW MASTER RECORDS WRITTEN'
                   MOVE WS-HSKP-COUNT TO WS-MST-NEW-WRITTEN
               WHEN 'DETAIL RECORDS ARCHIVED'
                   MOVE WS-HSKP-COUNT TO WS-MST-ARCHIVED
               WHEN 'NEW PROFILE MASTER RECORDS WRITTEN'
                   MOVE WS-HSKP-COUNT TO WS-MST-PROFILES
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       SCAN-ONE-HSKP-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  WRITE-COST-SECTION                                            *
      *  READS COSTRPT FOR THE MONTHLY TOTALS OF THE DIGEST MONTH AND  *
      *  THE MONTH BEFORE, PROJECTS THE DIGEST MONTH TO ITS END AND    *
      *  COMPARES THE PROJECTION WITH THE PRIOR MONTH.                 *
      *----------------------------------------------------------------*
       WRITE-COST-SECTION.

           MOVE 'COST - COSTRPT' TO SL-TITLE.
           MOVE WS-SECTION-LINE TO DGST-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.

           MOVE 0 TO WS-INPUT-COUNT.
           MOVE 'N' TO WS-INPUT-EOF-SW.
           OPEN INPUT COST-RPT-FILE.
           PERFORM
             UNTIL WS-INPUT-AT-EOF
               READ COST-RPT-FILE
                   AT END
                       MOVE 'Y' TO WS-INPUT-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-INPUT-COUNT
                       PERFORM SCAN-ONE-COST-LINE
                           THRU SCAN-ONE-COST-LINE-EXIT
               END-READ
           END-PERFORM.
           CLOSE COST-RPT-FILE.

           IF WS-INPUT-COUNT = 0
               MOVE 'COSTRPT' TO WS-REASON-TEXT
               PERFORM WRITE-INPUT-MISSING
                   THRU WRITE-INPUT-MISSING-EXIT
               GO TO WRITE-COST-SECTION-EXIT
           END-IF.

           COMPUTE WS-PROJECTED-COST ROUNDED
                 = WS-MTD-COST * WS-DAYS-IN-MONTH / WS-DAYS-SO-FAR.
           IF WS-PRIOR-COST > 0
               COMPUTE WS-COST-CHANGE-PCT ROUNDED
                     = (WS-PROJECTED-COST - WS-PRIOR-COST) * 100
                     / WS-PRIOR-COST
                   ON SIZE ERROR
                       MOVE 9999999.99 TO WS-COST-CHANGE-PCT
               END-COMPUTE
               IF WS-COST-CHANGE-PCT > WS-COST-TOL-PCT
                   MOVE 'Y' TO WS-OVER-TOL-SW
               END-IF
           END-IF.

           MOVE 'MONTH TO DATE' TO TX-CAPTION.
           MOVE WS-CUR-MONTH TO TX-VALUE.
           MOVE '- DAY' TO TX-VALUE (8:5).
           MOVE WS-DAYS-SO-FAR TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT (3:2) TO TX-VALUE (14:2).
           MOVE 'OF' TO TX-VALUE (17:2).
           MOVE WS-DAYS-IN-MONTH TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT (3:2) TO TX-VALUE (20:2).
           PERFORM WRITE-TEXT-LINE
               THRU WRITE-TEXT-LINE-EXIT.
           MOVE 'MONTH-TO-DATE COST' TO ML-CAPTION.
           MOVE WS-MTD-COST TO ML-AMOUNT.
           PERFORM WRITE-MONEY-LINE
               THRU WRITE-MONEY-LINE-EXIT.
           MOVE 'PROJECTED MONTH-END COST' TO ML-CAPTION.
           MOVE WS-PROJECTED-COST TO ML-AMOUNT.
           PERFORM WRITE-MONEY-LINE
               THRU WRITE-MONEY-LINE-EXIT.
           MOVE SPACES TO ML-CAPTION.
           STRING 'PRIOR MONTH COST - ' DELIMITED BY SIZE
                  WS-PRIOR-MONTH DELIMITED BY SIZE
                  INTO ML-CAPTION.
           MOVE WS-PRIOR-COST TO ML-AMOUNT.
           PERFORM WRITE-MONEY-LINE
               THRU WRITE-MONEY-LINE-EXIT.
           IF WS-PRIOR-COST > 0
               MOVE 'PROJECTED CHANGE ON PRIOR MONTH PCT' TO PL-CAPTION
               MOVE WS-COST-CHANGE-PCT TO PL-PCT
               MOVE WS-PCT-LINE TO DGST-RPT-RECORD
               PERFORM WRITE-REPORT-LINE
                   THRU WRITE-REPORT-LINE-EXIT
               MOVE SPACES TO WS-PCT-LINE
           ELSE
               MOVE 'PROJECTED CHANGE ON PRIOR MONTH PCT' TO TX-CAPTION
               MOVE '    NO PRIOR MONTH COST' TO TX-VALUE
               PERFORM WRITE-TEXT-LINE
                   THRU WRITE-TEXT-LINE-EXIT
           END-IF.
           MOVE 'TOLERANCE PCT' TO CL-CAPTION.
           MOVE WS-COST-TOL-PCT TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE
               THRU WRITE-COUNT-LINE-EXIT.
           MOVE 'COSTRPT CONTROL TOTALS' TO TX-CAPTION.
           MOVE WS-COST-CONTROL-SW TO WS-CONTROL-SW.
           PERFORM SET-CONTROL-TEXT
               THRU SET-CONTROL-TEXT-EXIT.
           PERFORM WRITE-TEXT-LINE
               THRU WRITE-TEXT-LINE-EXIT.
           MOVE SPACES TO DGST-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.

           IF WS-COST-CONTROL-BAD
               ADD 1 TO WS-CONTROL-ERRORS
               MOVE 'R' TO WS-REASON-LEVEL
               MOVE 'COSTRPT CONTROL TOTALS DO NOT AGREE'
                   TO WS-REASON-TEXT
               PERFORM ADD-STATUS-REASON
                   THRU ADD-STATUS-REASON-EXIT
           END-IF.
           IF WS-OVER-TOL
               MOVE 'A' TO WS-REASON-LEVEL
               MOVE 'MONTH-END COST PROJECTED OVER TOLERANCE'
                   TO WS-REASON-TEXT
               PERFORM ADD-STATUS-REASON
                   THRU ADD-STATUS-REASON-EXIT
           END-IF.

       WRITE-COST-SECTION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  SCAN-ONE-COST-LINE                                            *
      *  TAKES THE *TOTAL* LINE OF THE MONTHLY ROLL-UP FOR THE DIGEST  *
      *  MONTH AND THE PRIOR MONTH, AND NOTES THE CONTROL TOTAL        *
      *  RESULT.                                                       *
      *----------------------------------------------------------------*
       SCAN-ONE-COST-LINE.

           IF COST-RPT-RECORD (1:27) = 'CONTROL TOTALS DO NOT AGREE'
               MOVE 'N' TO WS-COST-CONTROL-SW
               GO TO SCAN-ONE-COST-LINE-EXIT
           END-IF.
           IF COST-RPT-RECORD (1:20) = 'CONTROL TOTALS AGREE'
               AND NOT WS-COST-CONTROL-BAD
               MOVE 'Y' TO WS-COST-CONTROL-SW
               GO TO SCAN-ONE-COST-LINE-EXIT
           END-IF.
           IF CR-ALGO NOT = '*TOTAL* '
               GO TO SCAN-ONE-COST-LINE-EXIT
           END-IF.
           IF CR-MONTH NOT = WS-CUR-MONTH
               AND CR-MONTH NOT = WS-PRIOR-MONTH
               GO TO SCAN-ONE-COST-LINE-EXIT
           END-IF.

           MOVE CR-COST TO WS-COST-EDIT-X.
           MOVE WS-COST-EDIT TO WS-COST-VALUE.
           IF CR-MONTH = WS-CUR-MONTH
               MOVE WS-COST-VALUE TO WS-MTD-COST
               MOVE 'Y' TO WS-CUR-FOUND-SW
           ELSE
               MOVE WS-COST-VALUE TO WS-PRIOR-COST
               MOVE 'Y' TO WS-PRIOR-FOUND-SW
           END-IF.

       SCAN-ONE-COST-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  WRITE-STATUS-SECTION                                          *
      *  THE REASONS FOUND, WORST LEVEL FIRST, AND THE OVERALL STATUS. *
      *----------------------------------------------------------------*
       WRITE-STATUS-SECTION.

           MOVE 'STATUS' TO SL-TITLE.
           MOVE WS-SECTION-LINE TO DGST-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.

           PERFORM
             VARYING WS-REASON-IDX FROM 1 BY 1
             UNTIL WS-REASON-IDX > WS-REASON-COUNT
               IF RT-LEVEL (WS-REASON-IDX) = 'R'
                   MOVE 'RED' TO RL-LEVEL
                   PERFORM WRITE-ONE-REASON
                       THRU WRITE-ONE-REASON-EXIT
               END-IF
           END-PERFORM.
           PERFORM
             VARYING WS-REASON-IDX FROM 1 BY 1
             UNTIL WS-REASON-IDX > WS-REASON-COUNT
               IF RT-LEVEL (WS-REASON-IDX) = 'A'
                   MOVE 'AMBER' TO RL-LEVEL
                   PERFORM WRITE-ONE-REASON
                       THRU WRITE-ONE-REASON-EXIT
               END-IF
           END-PERFORM.
           IF WS-REASON-COUNT > 0
               MOVE SPACES TO DGST-RPT-RECORD
               PERFORM WRITE-REPORT-LINE
                   THRU WRITE-REPORT-LINE-EXIT
           END-IF.

           MOVE 'OVERALL STATUS' TO TX-CAPTION.
           EVALUATE TRUE
               WHEN WS-STATUS-RED
                   MOVE 'RED - ACTION REQUIRED' TO TX-VALUE
               WHEN WS-STATUS-AMBER
                   MOVE 'AMBER - ATTENTION NEEDED' TO TX-VALUE
               WHEN OTHER
                   MOVE 'GREEN' TO TX-VALUE
           END-EVALUATE.
           PERFORM WRITE-TEXT-LINE
               THRU WRITE-TEXT-LINE-EXIT.

       WRITE-STATUS-SECTION-EXIT.
           EXIT.

       WRITE-ONE-REASON.

           MOVE RT-TEXT (WS-REASON-IDX) TO RL-TEXT.
           MOVE WS-REASON-LINE TO DGST-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.
           MOVE SPACES TO WS-REASON-LINE.

       WRITE-ONE-REASON-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  WRITE-STATUS-RECORD                                           *
      *  THE ONE DGSTSTAT RECORD THE SCHEDULER READS.                  *
      *----------------------------------------------------------------*
       WRITE-STATUS-RECORD.

           MOVE SPACES TO DGST-STAT-RECORD.
           MOVE 'S' TO DS-REC-TYPE.
           MOVE WS-DIGEST-DATE TO DS-DIGEST-DATE.
           MOVE WS-RUN-DATE TO DS-RUN-DATE.
           MOVE WS-RUN-TIME-DISPLAY TO DS-RUN-TIME.
           MOVE WS-STATUS-SW TO DS-STATUS.
           MOVE WS-DGST-RC TO DS-RETURN-CODE.
           MOVE WS-RUNS-COMPLETED TO DS-RUNS-COMPLETED.
           MOVE WS-RUNS-RESTARTED TO DS-RUNS-RESTARTED.
           MOVE WS-RUNS-RESTART-DUE TO DS-RUNS-RESTART-DUE.
           MOVE WS-RUNS-RECON-FAILED TO DS-RUNS-RECON-FAILED.
           MOVE WS-RUNS-REJECTED TO DS-RUNS-REJECTED.
           MOVE WS-RUNS-OTHER TO DS-RUNS-OTHER.
           MOVE WS-AUD-REJECT-LINES TO DS-AUDIT-REJECTS.
           MOVE WS-XCP-NEW-WARN TO DS-NEW-WARNINGS.
           MOVE WS-XCP-NEW-CRIT TO DS-NEW-CRITICALS.
           MOVE WS-FCT-90DAY-COUNT TO DS-FORECAST-90DAY.
           MOVE WS-MST-NEW-WRITTEN TO DS-MASTER-RECORDS.
           MOVE WS-MTD-COST TO DS-MTD-COST.
           MOVE WS-PRIOR-COST TO DS-PRIOR-COST.
           MOVE WS-CONTROL-ERRORS TO DS-CONTROL-ERRORS.
           MOVE WS-MISSING-COUNT TO DS-INPUTS-MISSING.
           MOVE WS-REASON-COUNT TO DS-REASON-COUNT.

           OPEN OUTPUT DGST-STAT-FILE.
           WRITE DGST-STAT-RECORD.
           CLOSE DGST-STAT-FILE.

       WRITE-STATUS-RECORD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  ADD-STATUS-REASON                                             *
      *  FILES WS-REASON-TEXT AT WS-REASON-LEVEL (R OR A) AND RAISES   *
      *  THE OVERALL STATUS TO IT.                                     *
      *----------------------------------------------------------------*
       ADD-STATUS-REASON.

           IF WS-REASON-RED
               MOVE 'R' TO WS-STATUS-SW
           ELSE
               IF WS-STATUS-GREEN
                   MOVE 'A' TO WS-STATUS-SW
               END-IF
           END-IF.
           IF WS-REASON-COUNT < 30
               ADD 1 TO WS-REASON-COUNT
               MOVE WS-REASON-LEVEL TO RT-LEVEL (WS-REASON-COUNT)
               MOVE WS-REASON-TEXT TO RT-TEXT (WS-REASON-COUNT)
           END-IF.
           MOVE SPACES TO WS-REASON-TEXT.

       ADD-STATUS-REASON-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  WRITE-INPUT-MISSING                                           *
      *  AN INPUT THAT WAS NOT SUPPLIED OR IS EMPTY: SAYS SO IN ITS    *
      *  SECTION AND FILES AN AMBER REASON.  THE FILE NAME COMES IN    *
      *  WS-REASON-TEXT.                                               *
      *----------------------------------------------------------------*
       WRITE-INPUT-MISSING.

           ADD 1 TO WS-MISSING-COUNT.
           MOVE SPACES TO DGST-RPT-RECORD.
           STRING WS-REASON-TEXT DELIMITED BY SPACE
                  ' NOT SUPPLIED OR EMPTY' DELIMITED BY SIZE
                  INTO DGST-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.
           MOVE DGST-RPT-RECORD TO WS-REASON-TEXT.
           MOVE SPACES TO DGST-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.
           MOVE 'A' TO WS-REASON-LEVEL.
           PERFORM ADD-STATUS-REASON
               THRU ADD-STATUS-REASON-EXIT.

       WRITE-INPUT-MISSING-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  WRITE-LIST-OVERFLOW                                           *
      *  A LISTING IS CUT AT WS-LIST-MAX LINES TO KEEP THE DIGEST      *
      *  SHORT; SAYS HOW MANY MORE THE SOURCE CARRIES.                 *
      *----------------------------------------------------------------*
       WRITE-LIST-OVERFLOW.

           IF WS-LIST-COUNT > WS-LIST-MAX
               MOVE '  FURTHER LINES NOT LISTED HERE' TO CL-CAPTION
               COMPUTE CL-COUNT = WS-LIST-COUNT - WS-LIST-MAX
               PERFORM WRITE-COUNT-LINE
                   THRU WRITE-COUNT-LINE-EXIT
           END-IF.
           IF WS-LIST-COUNT > 0
               MOVE SPACES TO DGST-RPT-RECORD
               PERFORM WRITE-REPORT-LINE
                   THRU WRITE-REPORT-LINE-EXIT
           END-IF.

       WRITE-LIST-OVERFLOW-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  SET-CONTROL-TEXT                                              *
      *  THE CONTROL TOTAL RESULT HELD IN WS-CONTROL-SW AS TEXT FOR    *
      *  TX-VALUE.                                                     *
      *----------------------------------------------------------------*
       SET-CONTROL-TEXT.

           EVALUATE TRUE
               WHEN WS-CONTROL-OK
                   MOVE 'AGREE' TO TX-VALUE
               WHEN WS-CONTROL-BAD
                   MOVE 'DO NOT AGREE' TO TX-VALUE
               WHEN OTHER
                   MOVE 'NOT REPORTED' TO TX-VALUE
           END-EVALUATE.

       SET-CONTROL-TEXT-EXIT.
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
      *  WRITE-TEXT-LINE / WRITE-COUNT-LINE / WRITE-MONEY-LINE /       *
      *  WRITE-REPORT-LINE / WRITE-PAGE-HEADINGS                       *
      *  ALL REPORT OUTPUT FUNNELS THROUGH HERE SO PAGE BREAKS AND     *
      *  HEADINGS STAY CONSISTENT.                                     *
      *----------------------------------------------------------------*
       WRITE-TEXT-LINE.

           MOVE WS-TEXT-LINE TO DGST-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.
           MOVE SPACES TO WS-TEXT-LINE.

       WRITE-TEXT-LINE-EXIT.
           EXIT.

       WRITE-COUNT-LINE.

           MOVE WS-COUNT-LINE TO DGST-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.
           MOVE SPACES TO WS-COUNT-LINE.

       WRITE-COUNT-LINE-EXIT.
           EXIT.

       WRITE-MONEY-LINE.

           MOVE WS-MONEY-LINE TO DGST-RPT-RECORD.
           PERFORM WRITE-REPORT-LINE
               THRU WRITE-REPORT-LINE-EXIT.
           MOVE SPACES TO WS-MONEY-LINE.

       WRITE-MONEY-LINE-EXIT.
           EXIT.

       WRITE-REPORT-LINE.

           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-PAGE-HEADINGS
                   THRU WRITE-PAGE-HEADINGS-EXIT
           END-IF.
           WRITE DGST-RPT-RECORD.
           ADD 1 TO WS-LINE-COUNT.

       WRITE-REPORT-LINE-EXIT.
           EXIT.

       WRITE-PAGE-HEADINGS.

           MOVE DGST-RPT-RECORD TO WS-LINE-HOLD.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE 0 TO WS-LINE-COUNT.
           MOVE WS-RUN-DATE TO H1-RUN-DATE.
           MOVE WS-RUN-TIME-DISPLAY TO H1-RUN-TIME.
           MOVE WS-PAGE-COUNT TO H1-PAGE.
           MOVE WS-HEAD1 TO DGST-RPT-RECORD.
           WRITE DGST-RPT-RECORD.
           MOVE WS-DIGEST-DATE TO H2-DIGEST-DATE.
           MOVE WS-SINCE-DATE TO H2-SINCE-DATE.
           MOVE WS-HEAD2 TO DGST-RPT-RECORD.
           WRITE DGST-RPT-RECORD.
           MOVE SPACES TO DGST-RPT-RECORD.
           WRITE DGST-RPT-RECORD.
           MOVE 3 TO WS-LINE-COUNT.
           MOVE WS-LINE-HOLD TO DGST-RPT-RECORD.

       WRITE-PAGE-HEADINGS-EXIT.
           EXIT.
