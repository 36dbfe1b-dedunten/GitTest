      *   EXACTLY AS A ONE-JOB SWEEP DOES.  MODE RESET FLIPS UNITS A
      *   DEAD WORKER LEFT CLAIMED BACK TO PENDING SO THEY CAN BE
      *   RE-DRIVEN WITHOUT RERUNNING THE WHOLE SWEEP.
      *
      *   EVERY SORTHIST RECORD NOW CARRIES ITS RUN CONTEXT IN THE
      *   FORMER TAIL FILLER: GENERATION MODE, RUN MODE (STANDARD,
      *   LARGE-VOLUME, USER-FILE OR CALIBRATION), THE WIDE-RECORD
      *   SWITCH, THE REPETITIONS AVERAGED, AND A SYSTEM ID AND JOB
      *   NAME TAKEN FROM TWO NEW FIELDS ON THE FIRST SYSIN CARD
      *   (CC-SYSTEM-ID, CC-JOB-NAME).  SORTHSKP, SORTTRND, SORTCOST
      *   AND SORTXTRC GROUP AND FILTER ON IT, SO A WIDE-RECORD
      *   DUPLICATE-KEY RUN IS NEVER AVERAGED WITH A NARROW UNIFORM
      *   ONE.
      *
      *   SORTHIST RECORDS ARE WRITTEN WITH THE NEW MAINTENANCE FLAGS
      *   (HIST-MAINT-FLAGS) BLANK.  ONLY SORTHMNT SETS THEM, ON THE
      *   MASTER, TO VOID, ANNOTATE OR REINSTATE A RUN.
      *
      *   USER-FILE MODE NOW CHECKS THE DATA IN EVERY KEY FIELD
      *   DURING THE PRESCAN.  A NUMERIC KEY HOLDING SPACES, SIGNS,
      *   PACKED OR BINARY BYTES OR LETTERS, OR A CHARACTER KEY
      *   HOLDING NON-DISPLAY BYTES, IS WRITTEN TO THE NEW SORTKEYX
      *   EXCEPTION FILE WITH ITS RECORD NUMBER, FIELD NUMBER,
      *   POSITION AND RAW BYTES, AND EVERY GROUP OF RECORDS SHARING
      *   A FULL KEY IS WRITTEN THERE WITH EACH RECORD NUMBER.
      *   SORTPRNT CARRIES A KEY DATA QUALITY SECTION WITH THE
      *   COUNTS.  A QUAL CARD CHOOSES WHETHER BAD KEYS ONLY WARN
      *   (THE DEFAULT) OR REJECT THE RUN WITH RC 20 BEFORE ANY PASS
      *   RUNS, AND WHETHER DUPLICATE KEYS COUNT AS BAD.
      *
      *   A PROF CARD ON SYSIN (PROF IN COLUMNS 1-4, PROFILE NAME IN
      *   COLUMNS 6-13, OPTIONAL VERSION IN 15-17) RUNS A STANDARD
      *   BENCHMARK FROM THE PROFILE LIBRARY (PROFLIB, MAINTAINED BY
      *   SORTPMNT) INSTEAD OF INLINE CARDS.  THE STORED CARD SET IS
      *   CHECKED AGAINST ITS CARD COUNT AND CHECK TOTAL, THEN READ
      *   THROUGH THE SAME VALIDATION AS SYSIN CARDS.  A BLANK
      *   VERSION RUNS THE CURRENT ONE; A RETIRED VERSION IS
      *   REJECTED WITH RC 12.  SORTAUDT RECORDS THE PROFILE NAME AND
      *   VERSION RUN.
      *
      *   EVERY PROFILED VOLUME NOW ALSO WRITES ITS DATA PROFILE TO
      *   THE NEW SORTPHST PROFILE HISTORY FILE (LAYOUT SORTPHRC),
      *   UNDER THE RUN STAMP OF ITS SORTHIST RECORD, SO THE PROFILE
      *   OUTLIVES SORTPRNT.  SORTHSKP KEEPS IT UNDER THE SORTHIST
      *   RETENTION AND SORTADVS READS IT TO RECOMMEND AN ALGORITHM.
      *   USER-FILE MODE NOW PROFILES THE KEY IMAGE DURING THE
      *   PRESCAN, SO AN OPERATOR'S OWN FILE CARRIES A PROFILE TOO.
      *
      *   SORTHIST NOW CLOSES WITH A CONTROL TRAILER (LAYOUT SORTHTRL):
      *   THE COUNT OF RECORDS WRITTEN, THE RUN DATES THEY COVER AND
      *   HASH TOTALS OF THEIR ELAPSED AND CPU COLUMNS, STAMPED WITH
      *   THIS RUN.  EVERY PROGRAM THAT READS SORTHIST CHECKS IT.
      *
      *   EACH VOLUME NOW RUNS A FIXED REFERENCE WORKLOAD JUST BEFORE
      *   ITS FIRST SORT PASS AND AGAIN JUST AFTER ITS LAST, AND
      *   WRITES THE TWO MACHINE SPEED INDEXES IT YIELDS (100.00 = THE
      *   REFERENCE MACHINE) ON ITS SORTHIST RECORD, NOW 240 BYTES, SO
      *   SORTTRND AND SORTCOST CAN NORMALIZE THE TIMES FOR LPAR LOAD
      *   AND CAPACITY AND SET ASIDE RUNS TAKEN WHILE THE SPEED MOVED.
      *
      *   THE SORTWRKQ CLAIM AND DONE STAMPS NOW CARRY THE DATE THE
      *   UNIT WAS CLAIMED OR COMPLETED, NOT THE WORKER JOB'S START
      *   DATE, SO SORTQMON TIMES A UNIT CLAIMED OR FINISHED AFTER
      *   MIDNIGHT CORRECTLY.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT SORT-WORK-FILE ASSIGN TO SORTWORK.
           SELECT OPTIONAL SORT-DATA-FILE ASSIGN TO SORTDATA.
           SELECT SORT-HIST-FILE ASSIGN TO SORTHIST.
           SELECT SORT-PHST-FILE ASSIGN TO SORTPHST.
           SELECT SORT-CMP-FILE ASSIGN TO SORTCMP.
           SELECT SORT-PRNT-FILE ASSIGN TO SORTPRNT.
           SELECT OPTIONAL MERGE-WORK1-FILE ASSIGN TO SORTMG1.
           SELECT OPTIONAL USER-MG3-FILE ASSIGN TO USERMG3.
           SELECT OPTIONAL USER-MG4-FILE ASSIGN TO USERMG4.
           SELECT OPTIONAL USER-OUT-FILE ASSIGN TO USEROUT.
           SELECT OPTIONAL SORT-KEYX-FILE ASSIGN TO SORTKEYX.
           SELECT SORT-AUDIT-FILE ASSIGN TO SORTAUDT.
           SELECT OPTIONAL SORT-CKPT-FILE ASSIGN TO SORTCKPT.
           SELECT OPTIONAL SORT-STOP-FILE ASSIGN TO SORTSTOP.
           SELECT OPTIONAL SORT-WRKQ-FILE ASSIGN TO SORTWRKQ.
           SELECT OPTIONAL SORT-PART-FILE ASSIGN TO SORTPART.
           SELECT OPTIONAL PROF-LIB-FILE ASSIGN TO PROFLIB.
       DATA DIVISION.
       FILE SECTION.
       FD  SYSIN-FILE
       01  SORT-WORK-USER-REC.
           05  SWU-KEY                 PIC X(64).
           05  SWU-DATA                PIC X(200).
       01  SORT-WORK-DUPK-REC.
           05  SWK-KEY                 PIC X(64).
           05  SWK-REC-NO              PIC 9(09).

      *----------------------------------------------------------------*
      *  SORTDATA - ONE GENERATED VALUE PER RECORD, SO THE EXACT SAME   *
           05  UOT-KEY                 PIC X(64).
           05  UOT-DATA                PIC X(200).

      *----------------------------------------------------------------*
      *  SORTKEYX - USER-FILE KEY DATA QUALITY EXCEPTIONS, WRITTEN BY  *
      *  THE PRESCAN.  TYPE F IS ONE KEY FIELD WHOSE BYTES DO NOT FIT  *
      *  ITS DECLARED TYPE: RECORD NUMBER, FIELD NUMBER (KEY CARD      *
      *  ORDER), POSITION, LENGTH, TYPE, REASON AND THE RAW BYTES.     *
      *  TYPE D IS ONE MEMBER OF A GROUP OF RECORDS SHARING A FULL     *
      *  KEY: THE GROUP NUMBER, THE RECORD NUMBER AND THE KEY IMAGE.   *
      *----------------------------------------------------------------*
       FD  SORT-KEYX-FILE
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.
       01  SORT-KEYX-RECORD.
           05  KX-REC-TYPE             PIC X(01).
               88  KX-FIELD-EXCEPTION           VALUE 'F'.
               88  KX-DUPLICATE-KEY             VALUE 'D'.
           05  FILLER                  PIC X(01).
           05  KX-RECORD-NO            PIC 9(09).
           05  FILLER                  PIC X(01).
           05  KX-FIELD-NO             PIC 9(01).
           05  FILLER                  PIC X(01).
           05  KX-POSITION             PIC 9(05).
           05  FILLER                  PIC X(01).
           05  KX-LENGTH               PIC 9(03).
           05  FILLER                  PIC X(01).
           05  KX-FIELD-TYPE           PIC X(01).
           05  FILLER                  PIC X(01).
           05  KX-REASON               PIC X(16).
           05  FILLER                  PIC X(01).
           05  KX-DUP-GROUP            PIC 9(07).
           05  FILLER                  PIC X(01).
           05  KX-RAW-BYTES            PIC X(64).
           05  FILLER                  PIC X(05).

      *----------------------------------------------------------------*
      *  SORTHIST - ONE RECORD PER VOLUME RUN, APPENDED ACROSS         *
      *  EXECUTIONS (A NEW GDG GENERATION PER JOB) SO RESULTS CAN BE   *
       FD  SORT-HIST-FILE
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 240 CHARACTERS.
       COPY SORTHREC.

      *----------------------------------------------------------------*
      *  SORTPHST - THE DATA PROFILE OF EACH VOLUME RUN, WRITTEN NEXT  *
      *  TO ITS SORTHIST RECORD UNDER THE SAME RUN STAMP.  LAYOUT AND  *
      *  RULES IN SORTPHRC.                                            *
      *----------------------------------------------------------------*
       FD  SORT-PHST-FILE
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 450 CHARACTERS.
       COPY SORTPHRC.

      *----------------------------------------------------------------*
      *  SORTCMP - ONE LINE PER SORT-SIZE SWEPT IN THIS RUN, SO A JOB  *
      *  THAT SWEEPS SEVERAL SORT-SIZE VALUES GETS A SINGLE SIDE-BY-   *
                                        SEPARATE OCCURS 10 TIMES.
           05  FILLER                   PIC X(07).

      *----------------------------------------------------------------*
      *  PROFLIB - THE BENCHMARK PROFILE LIBRARY, READ ONLY WHEN A     *
      *  PROF CARD NAMES A PROFILE.  KEPT BY SORTPMNT; LAYOUT AND      *
      *  RULES IN SORTPREC.                                            *
      *----------------------------------------------------------------*
       FD  PROF-LIB-FILE
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.
       COPY SORTPREC.

       WORKING-STORAGE SECTION.

      *  Code:
      *                       (DESCENDING).  UP TO FIVE KEY FIELDS,   *
      *                       64 KEY BYTES IN ALL.  THE EXTERNAL      *
      *                       MERGE AND THE NATIVE SORT RUN AGAINST   *
      *                       THE FILE AND RECONCILE AS USUAL.  AN    *
      *                       OPTIONAL CARD SETS THE KEY CHECKS:      *
      *                         QUAL  WARN|REJECT  UNIQUE             *
      *                       REJECT ENDS A RUN WITH BAD KEYS AT RC   *
      *                       20; UNIQUE MAKES DUPLICATE KEYS BAD.    *
      *    CC-SYSTEM-ID   COLS 53-60, SYSTEM THE RUN WAS MADE ON       *
      *    CC-JOB-NAME    COLS 62-69, JOB NAME OF THE RUN.  BOTH ARE   *
      *                       FREE TEXT, LEFT-JUSTIFIED, CARRIED ON    *
      *                       EVERY SORTHIST RECORD AS PART OF THE RUN *
      *                       CONTEXT; BLANK MEANS NOT RECORDED        *
      *----------------------------------------------------------------*
        01  WS-CONTROL-CARD.
            05  CC-SORT-SIZE            PIC 9(9).
            05  CC-CALIB-ALGO           PIC X(6).
            05  FILLER                  PIC X(1).
            05  CC-USER-SW              PIC X(1).
            05  FILLER                  PIC X(1).
            05  CC-SYSTEM-ID            PIC X(8).
            05  FILLER                  PIC X(1).
            05  CC-JOB-NAME             PIC X(8).
            05  FILLER                  PIC X(11).
        01  WS-PARM-WORK.
            05  WS-PARM-NUMERIC         PIC 9(9).
            05  WS-PARM-JUST            PIC X(9) JUSTIFIED RIGHT.
            05  WS-HIST-NATIVE-HUND     PIC S9(9) COMP-3 VALUE -1.
            05  WS-HIST-MERGE-HUND      PIC S9(9) COMP-3 VALUE -1.

      *----------------------------------------------------------------*
      *  WS-SPEED-WORK - THE MACHINE SPEED INDEX.  THE REFERENCE       *
      *  WORKLOAD IS A FIXED RUN OF WS-REF-ITERATIONS STEPS OF A       *
      *  LINEAR CONGRUENTIAL SEQUENCE FROM A FIXED SEED, SO EVERY RUN  *
      *  DOES THE SAME WORK.  WS-REF-BASE-HUND IS ITS WALL-CLOCK TIME  *
      *  ON THE REFERENCE MACHINE; THE INDEX IS THAT TIME OVER THE     *
      *  TIME TAKEN HERE, TIMES 100, SO A BUSY OR SLOWER MACHINE       *
      *  SCORES UNDER 100.00.  ZERO MEANS NOT MEASURED.                *
      *----------------------------------------------------------------*
        01  WS-SPEED-WORK.
            05  WS-SPEED-BEFORE         PIC 9(3)V99 VALUE 0.
            05  WS-SPEED-AFTER          PIC 9(3)V99 VALUE 0.
            05  WS-SPEED-MEASURED       PIC 9(3)V99 VALUE 0.
            05  WS-SPEED-EDIT           PIC ZZ9.99.
            05  WS-REF-ITERATIONS       PIC S9(9) COMP-3 VALUE 1250000.
            05  WS-REF-BASE-HUND        PIC S9(5) COMP-3 VALUE 50.
            05  WS-REF-SEED-START       PIC S9(9) COMP-3 VALUE 12345.
            05  WS-REF-IDX              PIC S9(9) COMP-3 VALUE 0.
            05  WS-REF-SEED             PIC S9(9) COMP-3 VALUE 0.
            05  WS-REF-QUOT             PIC S9(9) COMP-3 VALUE 0.
            05  WS-REF-WORK             PIC S9(11) COMP-3 VALUE 0.
            05  WS-REF-TOTAL            PIC S9(15) COMP-3 VALUE 0.
            05  WS-REF-START-HUND       PIC S9(9) COMP-3 VALUE 0.
            05  WS-REF-END-HUND         PIC S9(9) COMP-3 VALUE 0.
            05  WS-REF-USED-HUND        PIC S9(9) COMP-3 VALUE 0.

      *----------------------------------------------------------------*
      *  WS-CPU-WORK - PROCESSOR TIME CONSUMED BY EACH SORT PASS,      *
      *  CAPTURED FROM THE TIMEUSED SERVICE BEFORE AND AFTER THE PASS. *
            05  FILLER                  PIC X(04) VALUE ' IS '.
            05  PCL-SIZE                PIC ZZZZZZZZ9.
            05  FILLER                  PIC X(79) VALUE SPACES.
        01  WS-PRT-KQ-LINE.
            05  PKQ-CAPTION             PIC X(40).
            05  PKQ-COUNT               PIC ZZZZZZZZ9.
            05  FILLER                  PIC X(84) VALUE SPACES.
        01  WS-PRT-KQ-TEXT.
            05  PKT-CAPTION             PIC X(40).
            05  PKT-TEXT                PIC X(50).
            05  FILLER                  PIC X(43) VALUE SPACES.

      *----------------------------------------------------------------*
      *  WS-CALIB-CONTROL - CALIBRATION MODE.  EACH PROBE RUNS ONE     *
            05  WS-USR-PREV-KEY         PIC X(64).

      *----------------------------------------------------------------*
      *  WS-KEY-QUALITY - KEY DATA QUALITY CHECKS RUN BY THE PRESCAN.  *
      *  EVERY KEY FIELD IS TESTED AGAINST ITS DECLARED TYPE BEFORE    *
      *  BUILD-USER-KEY ZERO-FILLS IT, AND EVERY RECORD'S RAW KEY      *
      *  GOES THROUGH A SORT ON KEY AND RECORD NUMBER SO RECORDS       *
      *  SHARING A FULL KEY COME OUT TOGETHER.  THE QUAL CARD CHOOSES  *
      *  WARN (DEFAULT) OR REJECT, AND WHETHER DUPLICATES ARE BAD.     *
      *----------------------------------------------------------------*
        01  WS-KEY-QUALITY.
            05  WS-KQ-ACTION-SW         PIC X(01) VALUE 'W'.
                88  WS-KQ-WARN                    VALUE 'W'.
                88  WS-KQ-REJECT                  VALUE 'R'.
            05  WS-KQ-UNIQUE-SW         PIC X(01) VALUE 'N'.
                88  WS-KQ-UNIQUE-KEYS             VALUE 'Y'.
            05  WS-KQ-CARD-SEEN-SW      PIC X(01) VALUE 'N'.
                88  WS-KQ-CARD-SEEN               VALUE 'Y'.
            05  WS-KQ-REC-BAD-SW        PIC X(01) VALUE 'N'.
                88  WS-KQ-REC-BAD                 VALUE 'Y'.
            05  WS-KQ-HELD-SW           PIC X(01) VALUE 'N'.
                88  WS-KQ-HELD                    VALUE 'Y'.
            05  WS-KQ-IN-GROUP-SW       PIC X(01) VALUE 'N'.
                88  WS-KQ-IN-GROUP                VALUE 'Y'.
            05  WS-KQ-DUP-EOF-SW        PIC X(01) VALUE 'N'.
                88  WS-KQ-DUP-AT-EOF              VALUE 'Y'.
            05  WS-KQ-REASON            PIC X(16) VALUE SPACES.
            05  WS-KQ-SPACE-BYTES       PIC S9(4) COMP VALUE 0.
            05  WS-KQ-SIGN-BYTES        PIC S9(4) COMP VALUE 0.
            05  WS-KQ-ALPHA-BYTES       PIC S9(4) COMP VALUE 0.
            05  WS-KQ-OTHER-BYTES       PIC S9(4) COMP VALUE 0.
            05  WS-KQ-BAD-RECORDS       PIC S9(9) COMP-3 VALUE 0.
            05  WS-KQ-FIELD-EXCP        PIC S9(9) COMP-3 VALUE 0.
            05  WS-KQ-PACKED-COUNT      PIC S9(9) COMP-3 VALUE 0.
            05  WS-KQ-SIGNED-COUNT      PIC S9(9) COMP-3 VALUE 0.
            05  WS-KQ-ALPHA-COUNT       PIC S9(9) COMP-3 VALUE 0.
            05  WS-KQ-SPACES-COUNT      PIC S9(9) COMP-3 VALUE 0.
            05  WS-KQ-NONDISP-COUNT     PIC S9(9) COMP-3 VALUE 0.
            05  WS-KQ-DUP-GROUPS        PIC S9(9) COMP-3 VALUE 0.
            05  WS-KQ-DUP-RECORDS       PIC S9(9) COMP-3 VALUE 0.
            05  WS-KQ-EXCP-WRITTEN      PIC S9(9) COMP-3 VALUE 0.
            05  WS-KQ-PREV-REC-NO       PIC 9(09) VALUE 0.
            05  WS-KQ-PREV-KEY          PIC X(64) VALUE SPACES.
            05  WS-KQ-RAW-KEY           PIC X(64) VALUE SPACES.

      *----------------------------------------------------------------*
      *  WS-FILE-CARD / WS-KEY-CARD / WS-QUAL-CARD - SYSIN LAYOUTS OF  *
      *  THE USER-FILE DESCRIPTION AND KEY-CHECK CARDS.                *
      *----------------------------------------------------------------*
        01  WS-FILE-CARD.
            05  FC-TAG                  PIC X(4).
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

      *----------------------------------------------------------------*
      *  WS-PROF-LIB-CARD / WS-PROF-LIB-CONTROL - A PROF CARD (PROF IN *
      *  COLUMNS 1-4, PROFILE NAME IN 6-13, VERSION IN 15-17 OR BLANK  *
      *  FOR THE CURRENT VERSION) AS THE ONLY SYSIN CARD RUNS THE      *
      *  NAMED PROFILE FROM PROFLIB.  ITS CARDS ARE LOADED INTO        *
      *  WS-PLB-CARD AND HANDED OUT BY GET-NEXT-CARD IN PLACE OF SYSIN *
      *  READS, SO THEY PASS THE SAME VALIDATION AS INLINE CARDS.      *
      *  WS-PLB-CHECK-TOTAL IS RECOMPUTED EXACTLY AS SORTPMNT COMPUTED *
      *  IT WHEN THE VERSION WAS STORED.                               *
      *----------------------------------------------------------------*
        01  WS-PROF-LIB-CARD.
            05  PL-TAG                  PIC X(4).
            05  FILLER                  PIC X(1).
            05  PL-NAME                 PIC X(8).
            05  FILLER                  PIC X(1).
            05  PL-VERSION              PIC X(3).
            05  PL-VERSION-9 REDEFINES PL-VERSION
                                        PIC 9(3).
            05  FILLER                  PIC X(63).
        01  WS-PROF-LIB-CONTROL.
            05  WS-PLB-RUN-SW           PIC X(01) VALUE 'N'.
                88  WS-PLB-RUN                    VALUE 'Y'.
            05  WS-PLB-EOF-SW           PIC X(01) VALUE 'N'.
                88  WS-PLB-AT-EOF                 VALUE 'Y'.
            05  WS-PLB-NAME-SEEN-SW     PIC X(01) VALUE 'N'.
                88  WS-PLB-NAME-SEEN              VALUE 'Y'.
            05  WS-PLB-PICKED-SW        PIC X(01) VALUE 'N'.
                88  WS-PLB-PICKED                 VALUE 'Y'.
            05  WS-PLB-STATUS           PIC X(01) VALUE SPACE.
                88  WS-PLB-RETIRED                VALUE 'R'.
            05  WS-PLB-WANT-VERSION     PIC 9(03) VALUE 0.
            05  WS-PLB-VERSION          PIC 9(03) VALUE 0.
            05  WS-PLB-EXPECT-COUNT     PIC 9(03) VALUE 0.
            05  WS-PLB-EXPECT-TOTAL     PIC 9(09) VALUE 0.
            05  WS-PLB-COUNT            PIC S9(4) COMP VALUE 0.
            05  WS-PLB-MAX              PIC S9(4) COMP VALUE 30.
            05  WS-PLB-NEXT             PIC S9(4) COMP VALUE 0.
            05  WS-PLB-IDX              PIC S9(4) COMP VALUE 0.
            05  WS-PLB-COL              PIC S9(4) COMP VALUE 0.
            05  WS-PLB-CHECK-WORK       PIC S9(15) COMP-3 VALUE 0.
            05  WS-PLB-CHECK-TOTAL      PIC 9(09) VALUE 0.
            05  WS-PLB-CARD-COUNT-X     PIC ZZ9.
        01  WS-PROF-LIB-TABLE.
            05  WS-PLB-CARD             PIC X(80) OCCURS 30 TIMES.

      *----------------------------------------------------------------*
      *  WS-MODE-CARD / WS-QUEUE-CONTROL - THE PARALLEL-SWEEP WORK     *
                88  WS-GEN-DESCENDING             VALUE '3'.
                88  WS-GEN-DUPLICATE              VALUE '4'.

      *----------------------------------------------------------------*
      *  WS-RUN-CONTEXT-CONTROL - WHERE THIS RUN WAS MADE.  SET FROM   *
      *  CC-SYSTEM-ID AND CC-JOB-NAME ON THE FIRST SYSIN CARD AND      *
      *  WRITTEN, WITH THE GENERATION MODE, RUN MODE AND REPETITIONS,  *
      *  INTO HIST-RUN-CONTEXT ON EVERY SORTHIST RECORD.  A PARM=      *
      *  RUN LEAVES BOTH BLANK.                                        *
      *----------------------------------------------------------------*
        01  WS-RUN-CONTEXT-CONTROL.
            05  WS-SYSTEM-ID            PIC X(08) VALUE SPACES.
            05  WS-JOB-NAME             PIC X(08) VALUE SPACES.

      *----------------------------------------------------------------*
      *  WS-SWEEP-TABLE - ONE ENTRY PER SORT-SIZE TO BE RUN THIS JOB.  *
      *  ENTRY 1 COMES FROM PARM=/THE FIRST SYSIN CARD; ANY FURTHER    *
            05  WS-PROF-DISTINCT        PIC S9(9) COMP-3 VALUE 0.
            05  WS-PROF-TEMP            PIC 9(10) COMP-3 VALUE 0.
            05  WS-PRF-NUM              PIC ZZZZZZZZ9.
            05  WS-PROF-DIGIT           PIC 9(01) VALUE 0.
            05  WS-PROF-PREV-IMAGE      PIC X(64) VALUE LOW-VALUES.
            05  WS-PROF-HIST            PIC S9(9) COMP-3
                                        OCCURS 10 TIMES.
        01  WS-PROF-SORT-TABLE.
                10  FILLER              PIC X VALUE '.'.           
                10  DD                  PIC 99.                   
                                                                   
       COPY SORTHTRL.

        LINKAGE SECTION.

        01  DL100-PARM-AREA.

            OPEN OUTPUT SORT-RPT-FILE.
            OPEN OUTPUT SORT-HIST-FILE.
            OPEN OUTPUT SORT-PHST-FILE.
            OPEN OUTPUT SORT-CMP-FILE.
            OPEN OUTPUT SORT-PRNT-FILE.

                END-IF
            END-IF.

            PERFORM BUILD-HISTORY-TRAILER
                THRU BUILD-HISTORY-TRAILER-EXIT.
            MOVE HTRL-TRAILER TO SORT-HIST-RECORD.
            WRITE SORT-HIST-RECORD.

            CLOSE SORT-RPT-FILE.
            CLOSE SORT-HIST-FILE.
            CLOSE SORT-PHST-FILE.
            CLOSE SORT-CMP-FILE.
            CLOSE SORT-PRNT-FILE.

                   THRU RESTORE-CHECKPOINT-VALUES-EXIT
           END-IF.

           PERFORM MEASURE-SPEED-BEFORE
               THRU MEASURE-SPEED-BEFORE-EXIT.

           PERFORM CHECK-WINDOW-BEFORE-PASS
               THRU CHECK-WINDOW-BEFORE-PASS-EXIT.
           IF NOT WS-RUN-ABORTED AND NOT WS-WINDOW-STOPPED
               THRU NATIVE-SORT-PASS-EXIT
           END-IF.

           PERFORM MEASURE-SPEED-AFTER
               THRU MEASURE-SPEED-AFTER-EXIT.
           PERFORM WRITE-HISTORY-RECORD
               THRU WRITE-HISTORY-RECORD-EXIT.

      *----------------------------------------------------------------*
      *  RESET-HISTORY-WORK                                            *
      *  CLEARS THE PER-VOLUME RESULT FIELDS BEFORE A VOLUME RUNS, SO  *
      *  AN ALGORITHM THAT NEVER RUNS KEEPS ITS '----' PLACEHOLDER,    *
      *  AND A VOLUME ABORTED BEFORE ITS DATA IS PROFILED CARRIES NO   *
      *  PROFILE INTO SORTPRNT OR SORTPHST.                            *
      *----------------------------------------------------------------*
       RESET-HISTORY-WORK.

                           WS-HIST-SHELL-STATUS
                           WS-HIST-NATIVE-STATUS
                           WS-HIST-MERGE-STATUS.
           MOVE 0 TO SWP-PROF-SEGS (WS-SWEEP-IDX).
           MOVE 0 TO WS-SPEED-BEFORE
                     WS-SPEED-AFTER.

       RESET-HISTORY-WORK-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  MEASURE-SPEED-BEFORE / MEASURE-SPEED-AFTER                    *
      *  BRACKET A VOLUME'S SORT PASSES WITH THE REFERENCE WORKLOAD.   *
      *  A VOLUME ABORTED BEFORE ITS PASSES IS NOT MEASURED, AND THE   *
      *  AFTER READING IS ONLY TAKEN WHEN THE BEFORE ONE WAS, SO A     *
      *  SORTHIST RECORD CARRIES BOTH INDEXES OR NEITHER.              *
      *----------------------------------------------------------------*
       MEASURE-SPEED-BEFORE.

           IF WS-RUN-ABORTED
               GO TO MEASURE-SPEED-BEFORE-EXIT
           END-IF.
           PERFORM MEASURE-SPEED-INDEX
               THRU MEASURE-SPEED-INDEX-EXIT.
           MOVE WS-SPEED-MEASURED TO WS-SPEED-BEFORE.
           MOVE WS-SPEED-BEFORE TO WS-SPEED-EDIT.
           DISPLAY 'SPEED INDEX BEFORE PASSES ' WS-SPEED-EDIT.

       MEASURE-SPEED-BEFORE-EXIT.
           EXIT.

       MEASURE-SPEED-AFTER.

           IF WS-SPEED-BEFORE = 0
               GO TO MEASURE-SPEED-AFTER-EXIT
           END-IF.
           PERFORM MEASURE-SPEED-INDEX
               THRU MEASURE-SPEED-INDEX-EXIT.
           MOVE WS-SPEED-MEASURED TO WS-SPEED-AFTER.
           MOVE WS-SPEED-AFTER TO WS-SPEED-EDIT.
           DISPLAY 'SPEED INDEX AFTER  PASSES ' WS-SPEED-EDIT.

       MEASURE-SPEED-AFTER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  MEASURE-SPEED-INDEX                                           *
      *  RUNS THE REFERENCE WORKLOAD ONCE, TIMED ON THE WALL CLOCK     *
      *  (LOAD IS WHAT IT IS THERE TO SEE), AND TURNS THE TIME INTO    *
      *  AN INDEX IN WS-SPEED-MEASURED.  A RUN STRADDLING MIDNIGHT     *
      *  ADDS A DAY; A RUN TOO QUICK TO TIME COUNTS AS ONE HUNDREDTH   *
      *  AND AN INDEX PAST 999.99 IS HELD THERE.                       *
      *----------------------------------------------------------------*
       MEASURE-SPEED-INDEX.

           MOVE WS-REF-SEED-START TO WS-REF-SEED.
           MOVE 0 TO WS-REF-TOTAL.
           ACCEPT WS-TIME FROM TIME.
           COMPUTE WS-REF-START-HUND
                 = ((HH OF WS-TIME * 60 + MM OF WS-TIME) * 60
                 + SS OF WS-TIME) * 100 + DD OF WS-TIME.

           PERFORM
             VARYING WS-REF-IDX FROM 1 BY 1
             UNTIL WS-REF-IDX > WS-REF-ITERATIONS
               COMPUTE WS-REF-WORK = WS-REF-SEED * 31421 + 6927
               DIVIDE WS-REF-WORK BY 65536 GIVING WS-REF-QUOT
                   REMAINDER WS-REF-SEED
               ADD WS-REF-SEED TO WS-REF-TOTAL
           END-PERFORM.

           ACCEPT WS-TIME FROM TIME.
           COMPUTE WS-REF-END-HUND
                 = ((HH OF WS-TIME * 60 + MM OF WS-TIME) * 60
                 + SS OF WS-TIME) * 100 + DD OF WS-TIME.
           COMPUTE WS-REF-USED-HUND
                 = WS-REF-END-HUND - WS-REF-START-HUND.
           IF WS-REF-USED-HUND < 0
               ADD 8640000 TO WS-REF-USED-HUND
           END-IF.
           IF WS-REF-USED-HUND < 1
               MOVE 1 TO WS-REF-USED-HUND
           END-IF.

           COMPUTE WS-SPEED-MEASURED ROUNDED
                 = WS-REF-BASE-HUND * 100 / WS-REF-USED-HUND
               ON SIZE ERROR
                   MOVE 999.99 TO WS-SPEED-MEASURED
           END-COMPUTE.

       MEASURE-SPEED-INDEX-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  RUN-ONE-LARGE-VOLUME                                          *
      *  LARGE-VOLUME MODE: THE DATASET LIVES ON SORTDATA, NOT IN      *
                   THRU PROFILE-LARGE-DATASET-EXIT
           END-IF.

           PERFORM MEASURE-SPEED-BEFORE
               THRU MEASURE-SPEED-BEFORE-EXIT.

           PERFORM CHECK-WINDOW-BEFORE-PASS
               THRU CHECK-WINDOW-BEFORE-PASS-EXIT.
           IF NOT WS-RUN-ABORTED AND NOT WS-WINDOW-STOPPED
               THRU NATIVE-FILE-SORT-PASS-EXIT
           END-IF.

           PERFORM MEASURE-SPEED-AFTER
               THRU MEASURE-SPEED-AFTER-EXIT.
           MOVE WS-LARGE-SIZE TO SORT-SIZE.
           PERFORM WRITE-HISTORY-RECORD
               THRU WRITE-HISTORY-RECORD-EXIT.
               MOVE 16  TO WS-SORT-RC
           END-IF.

      *  A REJECT-MODE RUN OVER A FILE WITH BAD KEYS STOPS HERE, BEFORE
      *  ANY PASS IS TIMED - SORTKEYX AND THE SORTPRNT KEY DATA QUALITY
      *  SECTION SAY WHY, AND NO SORTHIST LINE IS WRITTEN.
           IF WS-KQ-REJECT AND NOT WS-RUN-ABORTED
               IF WS-KQ-BAD-RECORDS > 0
                   OR (WS-KQ-UNIQUE-KEYS AND WS-KQ-DUP-GROUPS > 0)
                   DISPLAY 'USERIN KEY DATA QUALITY CHECK FAILED - '
                           'RUN REJECTED - SEE SORTKEYX'
                   MOVE 'Y' TO WS-RUN-ABORT-SW
                   MOVE 20  TO WS-SORT-RC
               END-IF
           END-IF.

           MOVE WS-IN-COUNT TO SORT-SIZE.
           MOVE SORT-SIZE TO SWP-SIZE (1).

           PERFORM MEASURE-SPEED-BEFORE
               THRU MEASURE-SPEED-BEFORE-EXIT.

           PERFORM CHECK-WINDOW-BEFORE-PASS
               THRU CHECK-WINDOW-BEFORE-PASS-EXIT.
           IF NOT WS-RUN-ABORTED AND NOT WS-WINDOW-STOPPED
               THRU USER-NATIVE-SORT-PASS-EXIT
           END-IF.

           PERFORM MEASURE-SPEED-AFTER
               THRU MEASURE-SPEED-AFTER-EXIT.
           MOVE WS-IN-COUNT TO SORT-SIZE.
           IF WS-SORT-RC NOT = 20
               PERFORM WRITE-HISTORY-RECORD
                   THRU WRITE-HISTORY-RECORD-EXIT
           END-IF.

       RUN-USER-VOLUME-EXIT.
           EXIT.
      *  PRESCAN-USER-DATASET                                          *
      *  ONE SEQUENTIAL PASS OVER USERIN: RECORD COUNT AND THE         *
      *  RECONCILIATION TOTALS, TAKEN OVER EACH RECORD'S KEY-IMAGE     *
      *  SURROGATE, THAT THE SORT PASSES WILL BALANCE AGAINST.  THE    *
      *  PASS ALSO CHECKS EVERY KEY FIELD AGAINST ITS DECLARED TYPE    *
      *  AND FEEDS EACH RAW KEY AND RECORD NUMBER TO A SORT WHOSE      *
      *  OUTPUT BRINGS RECORDS SHARING A FULL KEY TOGETHER, SO BOTH    *
      *  KINDS OF KEY EXCEPTION LAND ON SORTKEYX FROM THE ONE READ.    *
      *----------------------------------------------------------------*
       PRESCAN-USER-DATASET.

           MOVE 0          TO WS-IN-SEQ-SUM.
           MOVE 0          TO WS-IN-COUNT.
           MOVE 'N'        TO WS-LRG-EOF-SW.
           PERFORM INIT-PROFILE-MEASURES
               THRU INIT-PROFILE-MEASURES-EXIT.

           OPEN OUTPUT SORT-KEYX-FILE.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SWK-KEY SWK-REC-NO
               INPUT PROCEDURE PRESCAN-USER-RELEASE
               OUTPUT PROCEDURE PRESCAN-USER-DUPKEYS.

           CLOSE SORT-KEYX-FILE.

           PERFORM PROFILE-USER-DATASET
               THRU PROFILE-USER-DATASET-EXIT.

           DISPLAY ' USER KEY CHECK: ' WS-KQ-BAD-RECORDS
                   ' RECORDS WITH BAD KEY FIELDS, '
                   WS-KQ-DUP-GROUPS ' DUPLICATE KEY GROUPS'.

       PRESCAN-USER-DATASET-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  ACCUMULATE-USER-PROFILE                                       *
      *  USER-FILE MODE'S STREAMING PROFILE MEASURES, TAKEN OVER THE   *
      *  COLLATING KEY IMAGE IN READ ORDER: THE LONGEST ASCENDING RUN  *
      *  AND THE DISORDER COUNT COME FROM ONE COMPARE AGAINST THE      *
      *  PREVIOUS IMAGE.  THE HISTOGRAM BUCKETS A LEADING NUMERIC KEY  *
      *  FIELD ON ITS FIRST DIGIT, AS THE GENERATED KEY IS BUCKETED,   *
      *  AND A LEADING CHARACTER FIELD ON ITS FIRST BYTE'S PLACE IN    *
      *  THE COLLATING SEQUENCE.                                       *
      *----------------------------------------------------------------*
       ACCUMULATE-USER-PROFILE.

           MOVE WS-IN-COUNT TO WS-PROF-IDX.
           IF UK-TYPE (1) = 'N'
               AND WS-USER-KEY-IMAGE (1 : 1) IS NUMERIC
               MOVE WS-USER-KEY-IMAGE (1 : 1) TO WS-PROF-DIGIT
               COMPUTE WS-PROF-BUCKET = WS-PROF-DIGIT + 1
           ELSE
               COMPUTE WS-PROF-BUCKET
                     = (FUNCTION ORD (WS-USER-KEY-IMAGE (1 : 1)) - 1)
                     * 10 / 256 + 1
           END-IF.
           ADD 1 TO WS-PROF-HIST (WS-PROF-BUCKET).

           IF WS-PROF-IDX = 1
               MOVE 1 TO WS-PROF-RUN-LEN
               MOVE 1 TO WS-PROF-LONGRUN
           ELSE
               IF WS-USER-KEY-IMAGE >= WS-PROF-PREV-IMAGE
                   ADD 1 TO WS-PROF-RUN-LEN
                   IF WS-PROF-RUN-LEN > WS-PROF-LONGRUN
                       MOVE WS-PROF-RUN-LEN TO WS-PROF-LONGRUN
                   END-IF
               ELSE
                   MOVE 1 TO WS-PROF-RUN-LEN
                   ADD 1 TO WS-PROF-INVERSIONS
               END-IF
           END-IF.
           MOVE WS-USER-KEY-IMAGE TO WS-PROF-PREV-IMAGE.

       ACCUMULATE-USER-PROFILE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  PROFILE-USER-DATASET                                          *
      *  LANDS THE USER FILE'S PROFILE AS ONE SEGMENT, USERKEY, OVER   *
      *  THE WHOLE DESCRIBED KEY.  THE DISTINCT COUNT FALLS OUT OF THE *
      *  PRESCAN'S DUPLICATE-KEY SORT: EVERY RECORD NOT IN A DUPLICATE *
      *  GROUP IS ONE DISTINCT KEY, AND EACH GROUP IS ONE MORE.        *
      *----------------------------------------------------------------*
       PROFILE-USER-DATASET.

           MOVE 0 TO SWP-PROF-SEGS (WS-SWEEP-IDX).
           MOVE WS-IN-COUNT TO WS-PROF-N.
           IF WS-PROF-N = 0
               GO TO PROFILE-USER-DATASET-EXIT
           END-IF.

           MOVE 1 TO SWP-PROF-SEGS (WS-SWEEP-IDX).
           MOVE 1 TO WS-PROF-SEG-IDX.
           MOVE 'USERKEY ' TO SWP-PROF-NAME (WS-SWEEP-IDX 1).
           COMPUTE WS-PROF-DISTINCT
                 = WS-PROF-N - WS-KQ-DUP-RECORDS + WS-KQ-DUP-GROUPS.
           PERFORM STORE-PROFILE-SEGMENT
               THRU STORE-PROFILE-SEGMENT-EXIT.

       PROFILE-USER-DATASET-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  CHECK-USER-KEY-FIELDS                                         *
      *  TESTS EACH DESCRIBED KEY FIELD OF THE RECORD IN               *
      *  WS-USER-REC-WORK, RAW, BEFORE BUILD-USER-KEY ZERO-FILLS IT,   *
      *  AND STRINGS THE RAW FIELDS INTO WS-KQ-RAW-KEY FOR THE         *
      *  DUPLICATE-KEY SORT.                                           *
      *  A NUMERIC FIELD MUST BE ALL DIGITS - SPACES (LEADING ONES     *
      *  INCLUDED), SIGNS, OVERPUNCHED SIGNS, LETTERS AND PACKED OR    *
      *  BINARY BYTES ARE ALL EXCEPTIONS.  A CHARACTER FIELD MUST NOT  *
      *  HOLD BYTES BELOW A SPACE OR HIGH-VALUES.                      *
      *----------------------------------------------------------------*
       CHECK-USER-KEY-FIELDS.

           MOVE 'N' TO WS-KQ-REC-BAD-SW.
           MOVE SPACES TO WS-KQ-RAW-KEY.
           PERFORM
             VARYING WS-USR-KEY-IDX FROM 1 BY 1
             UNTIL WS-USR-KEY-IDX > WS-USR-KEY-COUNT
               MOVE SPACES TO WS-USR-FIELD
               MOVE WS-USER-REC-WORK
                   (UK-POS (WS-USR-KEY-IDX) :
                    UK-LEN (WS-USR-KEY-IDX))
                   TO WS-USR-FIELD (1 : UK-LEN (WS-USR-KEY-IDX))
               MOVE WS-USR-FIELD (1 : UK-LEN (WS-USR-KEY-IDX))
                   TO WS-KQ-RAW-KEY
                   (UK-OFF (WS-USR-KEY-IDX) :
                    UK-LEN (WS-USR-KEY-IDX))
               PERFORM CHECK-ONE-KEY-FIELD
                   THRU CHECK-ONE-KEY-FIELD-EXIT
           END-PERFORM.
           IF WS-KQ-REC-BAD
               ADD 1 TO WS-KQ-BAD-RECORDS
           END-IF.

       CHECK-USER-KEY-FIELDS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  CHECK-ONE-KEY-FIELD                                           *
      *  CLASSIFIES EVERY BYTE OF WS-USR-FIELD FOR KEY FIELD           *
      *  WS-USR-KEY-IDX AND, WHEN ANY BYTE IS WRONG FOR THE TYPE,      *
      *  WRITES ONE SORTKEYX EXCEPTION NAMING THE WORST FAULT FOUND:   *
      *  PACKED/BINARY, THEN SIGNED, THEN NON-NUMERIC, THEN SPACES.    *
      *----------------------------------------------------------------*
       CHECK-ONE-KEY-FIELD.

           MOVE 0 TO WS-KQ-SPACE-BYTES.
           MOVE 0 TO WS-KQ-SIGN-BYTES.
           MOVE 0 TO WS-KQ-ALPHA-BYTES.
           MOVE 0 TO WS-KQ-OTHER-BYTES.

           IF UK-TYPE (WS-USR-KEY-IDX) = 'C'
               PERFORM
                 VARYING WS-USR-BYTE-IX FROM 1 BY 1
                 UNTIL WS-USR-BYTE-IX > UK-LEN (WS-USR-KEY-IDX)
                   IF WS-USR-FIELD (WS-USR-BYTE-IX : 1) < SPACE
                       OR WS-USR-FIELD (WS-USR-BYTE-IX : 1)
                          = HIGH-VALUE
                       ADD 1 TO WS-KQ-OTHER-BYTES
                   END-IF
               END-PERFORM
               IF WS-KQ-OTHER-BYTES = 0
                   GO TO CHECK-ONE-KEY-FIELD-EXIT
               END-IF
               MOVE 'NON-DISPLAY' TO WS-KQ-REASON
               ADD 1 TO WS-KQ-NONDISP-COUNT
               GO TO CHECK-ONE-KEY-FIELD-WRITE
           END-IF.

           IF WS-USR-FIELD (1 : UK-LEN (WS-USR-KEY-IDX)) IS NUMERIC
               GO TO CHECK-ONE-KEY-FIELD-EXIT
           END-IF.

           PERFORM
             VARYING WS-USR-BYTE-IX FROM 1 BY 1
             UNTIL WS-USR-BYTE-IX > UK-LEN (WS-USR-KEY-IDX)
               EVALUATE TRUE
                   WHEN WS-USR-FIELD (WS-USR-BYTE-IX : 1) IS NUMERIC
                       CONTINUE
                   WHEN WS-USR-FIELD (WS-USR-BYTE-IX : 1) = SPACE
                       ADD 1 TO WS-KQ-SPACE-BYTES
                   WHEN WS-USR-FIELD (WS-USR-BYTE-IX : 1) = '+'
                     OR WS-USR-FIELD (WS-USR-BYTE-IX : 1) = '-'
                       ADD 1 TO WS-KQ-SIGN-BYTES
                   WHEN WS-USR-BYTE-IX = UK-LEN (WS-USR-KEY-IDX)
                    AND (WS-USR-FIELD (WS-USR-BYTE-IX : 1) = '{'
                     OR WS-USR-FIELD (WS-USR-BYTE-IX : 1) = '}'
                     OR (WS-USR-FIELD (WS-USR-BYTE-IX : 1) >= 'A'
                     AND WS-USR-FIELD (WS-USR-BYTE-IX : 1) <= 'I')
                     OR (WS-USR-FIELD (WS-USR-BYTE-IX : 1) >= 'J'
                     AND WS-USR-FIELD (WS-USR-BYTE-IX : 1) <= 'R'))
                       ADD 1 TO WS-KQ-SIGN-BYTES
                   WHEN WS-USR-FIELD (WS-USR-BYTE-IX : 1)
                        IS ALPHABETIC
                       ADD 1 TO WS-KQ-ALPHA-BYTES
                   WHEN OTHER
                       ADD 1 TO WS-KQ-OTHER-BYTES
               END-EVALUATE
           END-PERFORM.

           EVALUATE TRUE
               WHEN WS-KQ-OTHER-BYTES > 0
                   MOVE 'PACKED/BINARY' TO WS-KQ-REASON
                   ADD 1 TO WS-KQ-PACKED-COUNT
               WHEN WS-KQ-SIGN-BYTES > 0
                   MOVE 'SIGNED' TO WS-KQ-REASON
                   ADD 1 TO WS-KQ-SIGNED-COUNT
               WHEN WS-KQ-ALPHA-BYTES > 0
                   MOVE 'NON-NUMERIC' TO WS-KQ-REASON
                   ADD 1 TO WS-KQ-ALPHA-COUNT
               WHEN OTHER
                   MOVE 'SPACES' TO WS-KQ-REASON
                   ADD 1 TO WS-KQ-SPACES-COUNT
           END-EVALUATE.

       CHECK-ONE-KEY-FIELD-WRITE.

           MOVE 'Y' TO WS-KQ-REC-BAD-SW.
           ADD 1 TO WS-KQ-FIELD-EXCP.
           MOVE SPACES TO SORT-KEYX-RECORD.
           MOVE 'F' TO KX-REC-TYPE.
           MOVE WS-IN-COUNT TO KX-RECORD-NO.
           MOVE WS-USR-KEY-IDX TO KX-FIELD-NO.
           MOVE UK-POS (WS-USR-KEY-IDX) TO KX-POSITION.
           MOVE UK-LEN (WS-USR-KEY-IDX) TO KX-LENGTH.
           MOVE UK-TYPE (WS-USR-KEY-IDX) TO KX-FIELD-TYPE.
           MOVE WS-KQ-REASON TO KX-REASON.
           MOVE 0 TO KX-DUP-GROUP.
           MOVE WS-USR-FIELD (1 : UK-LEN (WS-USR-KEY-IDX))
               TO KX-RAW-BYTES.
           WRITE SORT-KEYX-RECORD.
           ADD 1 TO WS-KQ-EXCP-WRITTEN.

       CHECK-ONE-KEY-FIELD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  WRITE-DUPKEY-EXCEPTION                                        *
      *  ONE SORTKEYX LINE FOR ONE MEMBER OF A DUPLICATE-KEY GROUP,    *
      *  CARRYING THE RAW KEY FIELDS END TO END; THE CALLER HAS        *
      *  PLACED THE RECORD NUMBER IN KX-RECORD-NO.                     *
      *----------------------------------------------------------------*
       WRITE-DUPKEY-EXCEPTION.

           MOVE 'D' TO KX-REC-TYPE.
           MOVE 0 TO KX-FIELD-NO.
           MOVE 1 TO KX-POSITION.
           MOVE WS-USR-KEY-TOTAL TO KX-LENGTH.
           MOVE SPACE TO KX-FIELD-TYPE.
           MOVE 'DUPLICATE KEY' TO KX-REASON.
           MOVE WS-KQ-DUP-GROUPS TO KX-DUP-GROUP.
           MOVE WS-KQ-PREV-KEY (1 : WS-USR-KEY-TOTAL) TO KX-RAW-BYTES.
           WRITE SORT-KEYX-RECORD.
           ADD 1 TO WS-KQ-EXCP-WRITTEN.
           ADD 1 TO WS-KQ-DUP-RECORDS.

       WRITE-DUPKEY-EXCEPTION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
                       IF WQ-UNIT-PENDING
                           MOVE 'C' TO WQ-STATUS
                           MOVE WS-WORKER-ID TO WQ-WORKER-ID
                           ACCEPT WQ-CLAIM-DATE FROM DATE YYYYMMDD
                           ACCEPT WS-TIME FROM TIME
                           MOVE CORRESPONDING WS-TIME
                               TO WS-TIME-DISPLAY
                       IF WQ-UNIT-NO = WS-WQ-UNIT
                           AND WQ-UNIT-CLAIMED
                           MOVE 'D' TO WQ-STATUS
                           ACCEPT WQ-DONE-DATE FROM DATE YYYYMMDD
                           ACCEPT WS-TIME FROM TIME
                           MOVE CORRESPONDING WS-TIME
                               TO WS-TIME-DISPLAY
      *  APPENDS ONE SORTHIST RECORD FOR THIS VOLUME, CARRYING THE     *
      *  ELAPSED TIME AND PASS/FAIL STATUS OF EVERY ALGORITHM THAT     *
      *  ACTUALLY RAN.  AN ALGORITHM SKIPPED AFTER AN ABORT KEEPS THE  *
      *  '----' PLACEHOLDER SET BY RUN-ONE-VOLUME.  THE RUN CONTEXT    *
      *  TAKES USER-FILE OVER LARGE-VOLUME OVER CALIBRATION OVER       *
      *  STANDARD, THE SAME PRECEDENCE RESOLVE-OPTION-CONFLICTS USES.  *
      *----------------------------------------------------------------*
       WRITE-HISTORY-RECORD.

           MOVE SPACES                TO SORT-HIST-RECORD.
           MOVE WS-RUN-DATE           TO HIST-RUN-DATE.
           MOVE WS-RUN-TIME-DISPLAY   TO HIST-RUN-TIME.
           MOVE SORT-SIZE             TO HIST-SORT-SIZE.
           MOVE WS-HIST-MERGE-ELAPSED  TO HIST-MERGE-ELAPSED.
           MOVE WS-HIST-MERGE-STATUS   TO HIST-MERGE-STATUS.
           MOVE WS-HIST-MERGE-CPU      TO HIST-MERGE-CPU.
           MOVE WS-GEN-MODE            TO HIST-GEN-MODE.
           EVALUATE TRUE
               WHEN WS-USER-MODE
                   SET HIST-MODE-USER     TO TRUE
               WHEN WS-LARGE-MODE
                   SET HIST-MODE-LARGE    TO TRUE
               WHEN WS-CALIB-MODE
                   SET HIST-MODE-CALIB    TO TRUE
               WHEN OTHER
                   SET HIST-MODE-STANDARD TO TRUE
           END-EVALUATE.
           IF WS-WIDE-MODE
               MOVE 'Y'                TO HIST-WIDE-SW
           ELSE
               MOVE 'N'                TO HIST-WIDE-SW
           END-IF.
           MOVE WS-REPEAT-COUNT        TO HIST-REPEAT-COUNT.
           MOVE WS-SYSTEM-ID           TO HIST-SYSTEM-ID.
           MOVE WS-JOB-NAME            TO HIST-JOB-NAME.
           MOVE SPACES                 TO HIST-MAINT-FLAGS.
           IF WS-SPEED-BEFORE > 0 AND WS-SPEED-AFTER > 0
               MOVE WS-SPEED-BEFORE    TO HIST-SPEED-BEFORE
               MOVE WS-SPEED-AFTER     TO HIST-SPEED-AFTER
           ELSE
               MOVE SPACES             TO HIST-SPEED-INDEX
           END-IF.
           WRITE SORT-HIST-RECORD.
           MOVE SORT-HIST-RECORD TO HTRL-RECORD.
           PERFORM ADD-OUTPUT-CONTROL
               THRU ADD-OUTPUT-CONTROL-EXIT.

           PERFORM WRITE-PROFILE-HISTORY
               THRU WRITE-PROFILE-HISTORY-EXIT.

       WRITE-HISTORY-RECORD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  WRITE-PROFILE-HISTORY                                         *
      *  APPENDS THE VOLUME'S DATA PROFILE TO SORTPHST UNDER THE RUN   *
      *  STAMP JUST WRITTEN TO SORTHIST, SO THE PROFILE SURVIVES THE   *
      *  RUN.  A VOLUME THAT NEVER GOT AS FAR AS PROFILING ITS DATA    *
      *  WRITES NOTHING.  UNUSED SEGMENTS GO OUT BLANK AND ZERO.       *
      *----------------------------------------------------------------*
       WRITE-PROFILE-HISTORY.

           IF SWP-PROF-SEGS (WS-SWEEP-IDX) = 0
               GO TO WRITE-PROFILE-HISTORY-EXIT
           END-IF.

           MOVE SPACES                TO SORT-PHST-RECORD.
           INITIALIZE SORT-PHST-RECORD.
           MOVE HIST-RUN-DATE         TO PHST-RUN-DATE.
           MOVE HIST-RUN-TIME         TO PHST-RUN-TIME.
           MOVE SORT-SIZE             TO PHST-SORT-SIZE.
           MOVE HIST-RUN-CONTEXT      TO PHST-RUN-CONTEXT.
           MOVE SWP-PROF-SEGS (WS-SWEEP-IDX) TO PHST-SEG-COUNT.
           PERFORM
             VARYING WS-PROF-SEG-IDX FROM 1 BY 1
             UNTIL WS-PROF-SEG-IDX > SWP-PROF-SEGS (WS-SWEEP-IDX)
               MOVE SWP-PROF-NAME (WS-SWEEP-IDX WS-PROF-SEG-IDX)
                   TO PHST-SEG-NAME (WS-PROF-SEG-IDX)
               MOVE SWP-PROF-DISTINCT (WS-SWEEP-IDX WS-PROF-SEG-IDX)
                   TO PHST-DISTINCT (WS-PROF-SEG-IDX)
               MOVE SWP-PROF-DUPS (WS-SWEEP-IDX WS-PROF-SEG-IDX)
                   TO PHST-DUPS (WS-PROF-SEG-IDX)
               MOVE SWP-PROF-LONGRUN (WS-SWEEP-IDX WS-PROF-SEG-IDX)
                   TO PHST-LONGRUN (WS-PROF-SEG-IDX)
               MOVE SWP-PROF-DISORDER (WS-SWEEP-IDX WS-PROF-SEG-IDX)
                   TO PHST-DISORDER (WS-PROF-SEG-IDX)
               PERFORM
                 VARYING WS-PROF-BUCKET FROM 1 BY 1
                 UNTIL WS-PROF-BUCKET > 10
                   MOVE SWP-PROF-HIST
                       (WS-SWEEP-IDX WS-PROF-SEG-IDX WS-PROF-BUCKET)
                       TO PHST-HIST (WS-PROF-SEG-IDX WS-PROF-BUCKET)
               END-PERFORM
           END-PERFORM.
           WRITE SORT-PHST-RECORD.

       WRITE-PROFILE-HISTORY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  WRITE-COMPARISON-REPORT                                       *
      *  WRITES ONE SORTCMP LINE PER SORT-SIZE SWEPT THIS RUN, EACH     *
                   THRU PRINT-VOLUME-DETAIL-EXIT
           END-PERFORM.

           IF WS-USER-MODE
               PERFORM PRINT-KEY-QUALITY
                   THRU PRINT-KEY-QUALITY-EXIT
           END-IF.

           PERFORM PRINT-RUN-SUMMARY
               THRU PRINT-RUN-SUMMARY-EXIT.

       PRINT-ONE-PROFILE-SEGMENT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  PRINT-KEY-QUALITY                                             *
      *  USER-FILE MODE ONLY: THE PRESCAN'S KEY DATA QUALITY COUNTS -  *
      *  BAD KEY FIELDS BY FAULT AND DUPLICATE FULL KEYS - AND WHAT    *
      *  THE QUAL CARD MADE OF THEM.  SORTKEYX HOLDS THE DETAIL.       *
      *----------------------------------------------------------------*
       PRINT-KEY-QUALITY.

           MOVE SPACES TO SORT-PRNT-RECORD.
           PERFORM PRINT-REPORT-LINE
               THRU PRINT-REPORT-LINE-EXIT.
           MOVE 'KEY DATA QUALITY - USERIN' TO SORT-PRNT-RECORD.
           PERFORM PRINT-REPORT-LINE
               THRU PRINT-REPORT-LINE-EXIT.

           MOVE SPACES TO WS-PRT-KQ-TEXT.
           MOVE 'QUALITY ACTION' TO PKT-CAPTION.
           IF WS-KQ-REJECT
               MOVE 'REJECT' TO PKT-TEXT
           ELSE
               MOVE 'WARN' TO PKT-TEXT
           END-IF.
           IF WS-KQ-UNIQUE-KEYS
               MOVE '- DUPLICATE KEYS COUNT AS BAD' TO PKT-TEXT (8 : 29)
           END-IF.
           MOVE WS-PRT-KQ-TEXT TO SORT-PRNT-RECORD.
           PERFORM PRINT-REPORT-LINE
               THRU PRINT-REPORT-LINE-EXIT.

           MOVE 'RECORDS CHECKED' TO PKQ-CAPTION.
           MOVE WS-IN-COUNT TO PKQ-COUNT.
           PERFORM PRINT-KEY-QUALITY-LINE
               THRU PRINT-KEY-QUALITY-LINE-EXIT.
           MOVE 'RECORDS WITH BAD KEY FIELDS' TO PKQ-CAPTION.
           MOVE WS-KQ-BAD-RECORDS TO PKQ-COUNT.
           PERFORM PRINT-KEY-QUALITY-LINE
               THRU PRINT-KEY-QUALITY-LINE-EXIT.
           MOVE 'BAD KEY FIELDS' TO PKQ-CAPTION.
           MOVE WS-KQ-FIELD-EXCP TO PKQ-COUNT.
           PERFORM PRINT-KEY-QUALITY-LINE
               THRU PRINT-KEY-QUALITY-LINE-EXIT.
           MOVE '  PACKED OR BINARY BYTES' TO PKQ-CAPTION.
           MOVE WS-KQ-PACKED-COUNT TO PKQ-COUNT.
           PERFORM PRINT-KEY-QUALITY-LINE
               THRU PRINT-KEY-QUALITY-LINE-EXIT.
           MOVE '  SIGNED' TO PKQ-CAPTION.
           MOVE WS-KQ-SIGNED-COUNT TO PKQ-COUNT.
           PERFORM PRINT-KEY-QUALITY-LINE
               THRU PRINT-KEY-QUALITY-LINE-EXIT.
           MOVE '  LETTERS OR OTHER NON-NUMERIC' TO PKQ-CAPTION.
           MOVE WS-KQ-ALPHA-COUNT TO PKQ-COUNT.
           PERFORM PRINT-KEY-QUALITY-LINE
               THRU PRINT-KEY-QUALITY-LINE-EXIT.
           MOVE '  SPACES IN A NUMERIC KEY' TO PKQ-CAPTION.
           MOVE WS-KQ-SPACES-COUNT TO PKQ-COUNT.
           PERFORM PRINT-KEY-QUALITY-LINE
               THRU PRINT-KEY-QUALITY-LINE-EXIT.
           MOVE '  NON-DISPLAY BYTES IN A CHARACTER KEY' TO PKQ-CAPTION.
           MOVE WS-KQ-NONDISP-COUNT TO PKQ-COUNT.
           PERFORM PRINT-KEY-QUALITY-LINE
               THRU PRINT-KEY-QUALITY-LINE-EXIT.
           MOVE 'DUPLICATE FULL-KEY GROUPS' TO PKQ-CAPTION.
           MOVE WS-KQ-DUP-GROUPS TO PKQ-COUNT.
           PERFORM PRINT-KEY-QUALITY-LINE
               THRU PRINT-KEY-QUALITY-LINE-EXIT.
           MOVE 'RECORDS IN DUPLICATE GROUPS' TO PKQ-CAPTION.
           MOVE WS-KQ-DUP-RECORDS TO PKQ-COUNT.
           PERFORM PRINT-KEY-QUALITY-LINE
               THRU PRINT-KEY-QUALITY-LINE-EXIT.
           MOVE 'EXCEPTIONS WRITTEN TO SORTKEYX' TO PKQ-CAPTION.
           MOVE WS-KQ-EXCP-WRITTEN TO PKQ-COUNT.
           PERFORM PRINT-KEY-QUALITY-LINE
               THRU PRINT-KEY-QUALITY-LINE-EXIT.

           MOVE SPACES TO WS-PRT-KQ-TEXT.
           MOVE 'KEY CHECK OUTCOME' TO PKT-CAPTION.
           EVALUATE TRUE
               WHEN WS-SORT-RC = 20
                   MOVE 'BAD KEYS - RUN REJECTED WITH RC 20' TO PKT-TEXT
               WHEN WS-KQ-BAD-RECORDS > 0
                 OR (WS-KQ-UNIQUE-KEYS AND WS-KQ-DUP-GROUPS > 0)
                   MOVE 'BAD KEYS - WARNING ONLY' TO PKT-TEXT
               WHEN WS-KQ-DUP-GROUPS > 0
                   MOVE 'KEYS CLEAN - DUPLICATES REPORTED ONLY'
                       TO PKT-TEXT
               WHEN OTHER
                   MOVE 'KEYS CLEAN' TO PKT-TEXT
           END-EVALUATE.
           MOVE WS-PRT-KQ-TEXT TO SORT-PRNT-RECORD.
           PERFORM PRINT-REPORT-LINE
               THRU PRINT-REPORT-LINE-EXIT.

       PRINT-KEY-QUALITY-EXIT.
           EXIT.

       PRINT-KEY-QUALITY-LINE.

           MOVE WS-PRT-KQ-LINE TO SORT-PRNT-RECORD.
           PERFORM PRINT-REPORT-LINE
               THRU PRINT-REPORT-LINE-EXIT.
           MOVE SPACES TO WS-PRT-KQ-LINE.

       PRINT-KEY-QUALITY-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  PRINT-RUN-SUMMARY                                             *
      *  TOTALS EACH ALGORITHM'S AVERAGE ELAPSED OVER ITS PASSING      *
           PERFORM PRINT-REPORT-LINE
               THRU PRINT-REPORT-LINE-EXIT.
           EVALUATE TRUE
               WHEN WS-SORT-RC = 20
                   MOVE 'REJECTED - BAD KEY DATA' TO POC-OUTCOME
               WHEN WS-SORT-RC = 16
                   MOVE 'FAIL - SEE SORTRPT' TO POC-OUTCOME
               WHEN WS-OPER-STOPPED

           CLOSE USER-OUT-FILE.

      *----------------------------------------------------------------*
      *  PRESCAN-USER-RELEASE                                          *
      *  INPUT PROCEDURE FOR THE USER-FILE PRESCAN - READS USERIN,     *
      *  CHECKS EACH RECORD'S KEY FIELDS, TAKES THE RECONCILIATION     *
      *  TOTALS OVER ITS KEY-IMAGE SURROGATE, AND FEEDS THE RAW KEY    *
      *  AND RECORD NUMBER TO THE DUPLICATE-KEY SORT.                  *
      *----------------------------------------------------------------*
       PRESCAN-USER-RELEASE.

           OPEN INPUT USER-IN-FILE.

           PERFORM
             UNTIL WS-LRG-AT-EOF
               READ USER-IN-FILE
                   AT END
                       MOVE 'Y' TO WS-LRG-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-IN-COUNT
                       MOVE USER-IN-RECORD TO WS-USER-REC-WORK
                       PERFORM CHECK-USER-KEY-FIELDS
                           THRU CHECK-USER-KEY-FIELDS-EXIT
                       PERFORM BUILD-USER-KEY
                           THRU BUILD-USER-KEY-EXIT
                       PERFORM BUILD-USER-SURROGATE
                           THRU BUILD-USER-SURROGATE-EXIT
                       PERFORM ACCUMULATE-INPUT-VALUE
                           THRU ACCUMULATE-INPUT-VALUE-EXIT
                       PERFORM ACCUMULATE-USER-PROFILE
                           THRU ACCUMULATE-USER-PROFILE-EXIT
                       MOVE WS-KQ-RAW-KEY TO SWK-KEY
                       MOVE WS-IN-COUNT TO SWK-REC-NO
                       RELEASE SORT-WORK-DUPK-REC
               END-READ
           END-PERFORM.

           CLOSE USER-IN-FILE.

      *----------------------------------------------------------------*
      *  PRESCAN-USER-DUPKEYS                                          *
      *  OUTPUT PROCEDURE FOR THE USER-FILE PRESCAN - THE KEYS COME    *
      *  BACK IN KEY AND RECORD-NUMBER ORDER, SO EACH RUN OF EQUAL     *
      *  KEYS IS ONE DUPLICATE GROUP.  THE FIRST MEMBER IS HELD UNTIL  *
      *  A SECOND ONE PROVES THE GROUP, THEN EVERY MEMBER IS WRITTEN   *
      *  TO SORTKEYX WITH ITS RECORD NUMBER.                           *
      *----------------------------------------------------------------*
       PRESCAN-USER-DUPKEYS.

           MOVE 'N' TO WS-KQ-DUP-EOF-SW.
           MOVE 'N' TO WS-KQ-HELD-SW.
           MOVE 'N' TO WS-KQ-IN-GROUP-SW.

           PERFORM
             UNTIL WS-KQ-DUP-AT-EOF
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-KQ-DUP-EOF-SW
                   NOT AT END
                       IF WS-KQ-HELD AND SWK-KEY = WS-KQ-PREV-KEY
                           IF NOT WS-KQ-IN-GROUP
                               MOVE 'Y' TO WS-KQ-IN-GROUP-SW
                               ADD 1 TO WS-KQ-DUP-GROUPS
                               MOVE SPACES TO SORT-KEYX-RECORD
                               MOVE WS-KQ-PREV-REC-NO TO KX-RECORD-NO
                               PERFORM WRITE-DUPKEY-EXCEPTION
                                   THRU WRITE-DUPKEY-EXCEPTION-EXIT
                           END-IF
                           MOVE SPACES TO SORT-KEYX-RECORD
                           MOVE SWK-REC-NO TO KX-RECORD-NO
                           PERFORM WRITE-DUPKEY-EXCEPTION
                               THRU WRITE-DUPKEY-EXCEPTION-EXIT
                       ELSE
                           MOVE 'N' TO WS-KQ-IN-GROUP-SW
                       END-IF
                       MOVE SWK-KEY TO WS-KQ-PREV-KEY
                       MOVE SWK-REC-NO TO WS-KQ-PREV-REC-NO
                       MOVE 'Y' TO WS-KQ-HELD-SW
               END-RETURN
           END-PERFORM.

      *----------------------------------------------------------------*
      *  GENERATE-SORT-DATA                                            *
      *  BUILDS A FRESH SORT-VALUE-C TABLE IN THE DISTRIBUTION SELECTED *
                       MOVE 'Y' TO WS-SYSIN-EOF-SW
               END-READ
               IF NOT WS-SYSIN-AT-EOF
                   AND SYSIN-RECORD (1 : 5) = 'PROF '
                   PERFORM LOAD-PROFILE-CARDS
                       THRU LOAD-PROFILE-CARDS-EXIT
               END-IF
               IF NOT WS-SYSIN-AT-EOF AND NOT WS-PARM-REJECTED
                   MOVE 1 TO WS-CARD-NUMBER
                   MOVE SYSIN-RECORD TO WS-CONTROL-CARD
                   IF WS-PLB-RUN
                       MOVE 'PROFILE' TO WS-PARM-SOURCE
                       MOVE PL-NAME TO WS-PARM-SOURCE (9 : 8)
                   ELSE
                       MOVE 'SYSIN CARD' TO WS-PARM-SOURCE
                   END-IF
                   PERFORM VALIDATE-CONTROL-CARD
                       THRU VALIDATE-CONTROL-CARD-EXIT
                   IF NOT WS-PARM-REJECTED
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

                     + WS-CALIB-MM) * 60
                     + WS-CALIB-SS) * 100
           END-IF.
           MOVE CC-SYSTEM-ID TO WS-SYSTEM-ID.
           MOVE CC-JOB-NAME TO WS-JOB-NAME.

       APPLY-CONTROL-CARD-EXIT.
           EXIT.
           PERFORM
             UNTIL WS-SYSIN-AT-EOF OR WS-SWEEP-COUNT >= 10
             OR WS-PARM-REJECTED
               PERFORM GET-NEXT-CARD
                   THRU GET-NEXT-CARD-EXIT
               IF NOT WS-SYSIN-AT-EOF
                   ADD 1 TO WS-CARD-NUMBER
                   MOVE SYSIN-RECORD TO WS-CONTROL-CARD
                   EVALUATE TRUE
                       WHEN SYSIN-RECORD (1 : 5) = 'FILE '
                           MOVE SYSIN-RECORD TO WS-FILE-CARD
                           PERFORM VALIDATE-FILE-CARD
                               THRU VALIDATE-FILE-CARD-EXIT
                       WHEN SYSIN-RECORD (1 : 4) = 'KEY '
                           MOVE SYSIN-RECORD TO WS-KEY-CARD
                           PERFORM VALIDATE-KEY-CARD
                               THRU VALIDATE-KEY-CARD-EXIT
                       WHEN SYSIN-RECORD (1 : 5) = 'MODE '
                           MOVE SYSIN-RECORD TO WS-MODE-CARD
                           PERFORM VALIDATE-MODE-CARD
                               THRU VALIDATE-MODE-CARD-EXIT
                       WHEN SYSIN-RECORD (1 : 5) = 'QUAL '
                           MOVE SYSIN-RECORD TO WS-QUAL-CARD
                           PERFORM VALIDATE-QUAL-CARD
                               THRU VALIDATE-QUAL-CARD-EXIT
                       WHEN OTHER
                           PERFORM VALIDATE-SWEEP-CARD
                               THRU VALIDATE-SWEEP-CARD-EXIT
                   END-EVALUATE
               END-IF
           END-PERFORM.

           IF WS-USER-MODE AND NOT WS-PARM-REJECTED
               PERFORM CHECK-USER-CARDS-COMPLETE
                   THRU CHECK-USER-CARDS-COMPLETE-EXIT
           END-IF.

       READ-SWEEP-CARDS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  GET-NEXT-CARD                                                 *
      *  THE NEXT CARD INTO SYSIN-RECORD - FROM THE LOADED PROFILE ON  *
      *  A PROF CARD RUN, OTHERWISE FROM SYSIN.  END OF EITHER SETS    *
      *  WS-SYSIN-EOF-SW.                                              *
      *----------------------------------------------------------------*
       GET-NEXT-CARD.

           IF WS-PLB-RUN
               IF WS-PLB-NEXT > WS-PLB-COUNT
                   MOVE 'Y' TO WS-SYSIN-EOF-SW
               ELSE
                   MOVE WS-PLB-CARD (WS-PLB-NEXT) TO SYSIN-RECORD
                   ADD 1 TO WS-PLB-NEXT
               END-IF
           ELSE
               READ SYSIN-FILE
                   AT END
                       MOVE 'Y' TO WS-SYSIN-EOF-SW
               END-READ
           END-IF.

       GET-NEXT-CARD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  LOAD-PROFILE-CARDS                                            *
      *  THE FIRST SYSIN CARD IS A PROF CARD.  FINDS THE VERSION ASKED *
      *  FOR (OR THE CURRENT ONE - THE HIGHEST NOT RETIRED) IN         *
      *  PROFLIB, LOADS ITS CARDS, AND PROVES THEM UNCHANGED SINCE     *
      *  SORTPMNT STORED THEM BY THEIR COUNT AND CHECK TOTAL.  ANY     *
      *  DOUBT REJECTS THE RUN - A BENCHMARK THAT CANNOT BE TRACED TO  *
      *  ITS APPROVED DEFINITION IS NOT RUN.  ON SUCCESS THE PROFILE'S *
      *  FIRST CARD IS LEFT IN SYSIN-RECORD AS THE CONTROL CARD.       *
      *----------------------------------------------------------------*
       LOAD-PROFILE-CARDS.

           MOVE SYSIN-RECORD TO WS-PROF-LIB-CARD.
           MOVE 1 TO WS-CARD-NUMBER.

           IF PL-NAME = SPACES OR PL-NAME (1 : 1) = SPACE
               MOVE SPACES TO WS-AUDIT-LINE
               MOVE 'PROF CARD' TO AUD-ITEM
               MOVE PL-NAME TO AUD-VALUE
               MOVE 'REJECTED - NAME MISSING OR NOT LEFT-JUSTIFIED'
                   TO AUD-SOURCE
               PERFORM AUDIT-REJECT-RUN
                   THRU AUDIT-REJECT-RUN-EXIT
               GO TO LOAD-PROFILE-CARDS-EXIT
           END-IF.
           IF PL-VERSION NOT = SPACES
               INSPECT PL-VERSION REPLACING LEADING ' ' BY '0'
               IF PL-VERSION IS NOT NUMERIC
                   OR PL-VERSION = '000'
                   MOVE SPACES TO WS-AUDIT-LINE
                   MOVE 'PROF VERSION' TO AUD-ITEM
                   MOVE PL-VERSION TO AUD-VALUE
                   MOVE 'REJECTED - MUST BE 001-999 OR BLANK'
                       TO AUD-SOURCE
                   PERFORM AUDIT-REJECT-RUN
                       THRU AUDIT-REJECT-RUN-EXIT
                   GO TO LOAD-PROFILE-CARDS-EXIT
               END-IF
               MOVE PL-VERSION-9 TO WS-PLB-WANT-VERSION
           END-IF.

           PERFORM
             UNTIL WS-SYSIN-AT-EOF OR WS-PARM-REJECTED
               READ SYSIN-FILE
                   AT END
                       MOVE 'Y' TO WS-SYSIN-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-CARD-NUMBER
                       IF SYSIN-RECORD NOT = SPACES
                           MOVE SPACES TO WS-AUDIT-LINE
                           MOVE 'PROF CARD' TO AUD-ITEM
                           MOVE SYSIN-RECORD TO AUD-VALUE
                           MOVE 'REJECTED - NO OTHER CARD MAY FOLLOW IT'
                               TO AUD-SOURCE
                           PERFORM AUDIT-REJECT-RUN
                               THRU AUDIT-REJECT-RUN-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'N' TO WS-SYSIN-EOF-SW.
           IF WS-PARM-REJECTED
               GO TO LOAD-PROFILE-CARDS-EXIT
           END-IF.

           OPEN INPUT PROF-LIB-FILE.
           PERFORM
             UNTIL WS-PLB-AT-EOF
               READ PROF-LIB-FILE
                   AT END
                       MOVE 'Y' TO WS-PLB-EOF-SW
                   NOT AT END
                       PERFORM LOAD-ONE-PROFILE-RECORD
                           THRU LOAD-ONE-PROFILE-RECORD-EXIT
               END-READ
           END-PERFORM.
           CLOSE PROF-LIB-FILE.

           MOVE SPACES TO WS-AUDIT-LINE.
           MOVE 'PROFILE' TO AUD-ITEM.
           MOVE PL-NAME TO AUD-VALUE.
           IF WS-PLB-PICKED
               MOVE 'VERSION' TO AUD-VALUE (10 : 7)
               MOVE WS-PLB-VERSION TO AUD-VALUE (18 : 3)
           ELSE
               IF WS-PLB-WANT-VERSION NOT = 0
                   MOVE 'VERSION' TO AUD-VALUE (10 : 7)
                   MOVE WS-PLB-WANT-VERSION TO AUD-VALUE (18 : 3)
               END-IF
           END-IF.
           IF NOT WS-PLB-NAME-SEEN
               MOVE 'REJECTED - PROFILE NOT IN PROFLIB' TO AUD-SOURCE
               PERFORM AUDIT-REJECT-RUN
                   THRU AUDIT-REJECT-RUN-EXIT
               GO TO LOAD-PROFILE-CARDS-EXIT
           END-IF.
           IF NOT WS-PLB-PICKED
               IF WS-PLB-WANT-VERSION = 0
                   MOVE 'REJECTED - NO ACTIVE VERSION IN PROFLIB'
                       TO AUD-SOURCE
               ELSE
                   MOVE 'REJECTED - VERSION NOT IN PROFLIB'
                       TO AUD-SOURCE
               END-IF
               PERFORM AUDIT-REJECT-RUN
                   THRU AUDIT-REJECT-RUN-EXIT
               GO TO LOAD-PROFILE-CARDS-EXIT
           END-IF.
           IF WS-PLB-RETIRED
               MOVE 'REJECTED - VERSION IS RETIRED' TO AUD-SOURCE
               PERFORM AUDIT-REJECT-RUN
                   THRU AUDIT-REJECT-RUN-EXIT
               GO TO LOAD-PROFILE-CARDS-EXIT
           END-IF.
           IF WS-PLB-COUNT = 0
               OR WS-PLB-COUNT > WS-PLB-MAX
               OR WS-PLB-COUNT NOT = WS-PLB-EXPECT-COUNT
               MOVE 'REJECTED - CARD COUNT DISAGREES WITH HEADER'
                   TO AUD-SOURCE
               PERFORM AUDIT-REJECT-RUN
                   THRU AUDIT-REJECT-RUN-EXIT
               GO TO LOAD-PROFILE-CARDS-EXIT
           END-IF.
           PERFORM COMPUTE-PROFILE-CHECK-TOTAL
               THRU COMPUTE-PROFILE-CHECK-TOTAL-EXIT.
           IF WS-PLB-CHECK-TOTAL NOT = WS-PLB-EXPECT-TOTAL
               MOVE 'REJECTED - CHECK TOTAL DISAGREES - CARDS ALTERED'
                   TO AUD-SOURCE
               PERFORM AUDIT-REJECT-RUN
                   THRU AUDIT-REJECT-RUN-EXIT
               GO TO LOAD-PROFILE-CARDS-EXIT
           END-IF.

           MOVE 'PROFILE CHECK' TO AUD-ITEM.
           MOVE WS-PLB-COUNT TO WS-PLB-CARD-COUNT-X.
           MOVE 'PROFLIB -' TO AUD-SOURCE.
           MOVE WS-PLB-CARD-COUNT-X TO AUD-SOURCE (11 : 3).
           MOVE 'CARDS, CHECK TOTAL MATCHED' TO AUD-SOURCE (15 : 26).
           PERFORM WRITE-AUDIT-LINE
               THRU WRITE-AUDIT-LINE-EXIT.

           MOVE 'Y' TO WS-PLB-RUN-SW.
           MOVE 1 TO WS-PLB-NEXT.
           PERFORM GET-NEXT-CARD
               THRU GET-NEXT-CARD-EXIT.

       LOAD-PROFILE-CARDS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  LOAD-ONE-PROFILE-RECORD                                       *
      *  PROFLIB IS IN NAME/VERSION/CARD ORDER, SO FOR A BLANK VERSION *
      *  EACH LATER ACTIVE HEADER OF THE NAME REPLACES THE ONE BEFORE  *
      *  AND THE LAST ONE PICKED IS THE CURRENT VERSION.  CARDS ARE    *
      *  KEPT ONLY FOR THE VERSION PICKED.                             *
      *----------------------------------------------------------------*
       LOAD-ONE-PROFILE-RECORD.

           IF PROF-NAME NOT = PL-NAME
               GO TO LOAD-ONE-PROFILE-RECORD-EXIT
           END-IF.
           MOVE 'Y' TO WS-PLB-NAME-SEEN-SW.

           IF PROF-HEADER
               IF (WS-PLB-WANT-VERSION = 0 AND PROF-ACTIVE)
                   OR (WS-PLB-WANT-VERSION NOT = 0
                       AND PROF-VERSION = WS-PLB-WANT-VERSION)
                   MOVE 'Y' TO WS-PLB-PICKED-SW
                   MOVE PROF-VERSION TO WS-PLB-VERSION
                   MOVE PROF-STATUS TO WS-PLB-STATUS
                   MOVE PROF-CARD-COUNT TO WS-PLB-EXPECT-COUNT
                   MOVE PROF-CHECK-TOTAL TO WS-PLB-EXPECT-TOTAL
                   MOVE 0 TO WS-PLB-COUNT
               END-IF
               GO TO LOAD-ONE-PROFILE-RECORD-EXIT
           END-IF.

           IF WS-PLB-PICKED AND PROF-VERSION = WS-PLB-VERSION
               ADD 1 TO WS-PLB-COUNT
               IF WS-PLB-COUNT <= WS-PLB-MAX
                   MOVE PROF-CARD-IMAGE TO WS-PLB-CARD (WS-PLB-COUNT)
               END-IF
           END-IF.

       LOAD-ONE-PROFILE-RECORD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  COMPUTE-PROFILE-CHECK-TOTAL                                   *
      *  EVERY BYTE OF EVERY LOADED CARD, WEIGHTED BY ITS POSITION IN  *
      *  THE SET, SUMMED MODULO 10**9.  SORTPMNT'S PARAGRAPH OF THE    *
      *  SAME NAME MUST GIVE THE SAME ANSWER.                          *
      *----------------------------------------------------------------*
       COMPUTE-PROFILE-CHECK-TOTAL.

           MOVE 0 TO WS-PLB-CHECK-WORK.
           PERFORM
             VARYING WS-PLB-IDX FROM 1 BY 1
             UNTIL WS-PLB-IDX > WS-PLB-COUNT
               PERFORM
                 VARYING WS-PLB-COL FROM 1 BY 1
                 UNTIL WS-PLB-COL > 80
                   COMPUTE WS-PLB-CHECK-WORK = WS-PLB-CHECK-WORK
                       + FUNCTION ORD (WS-PLB-CARD (WS-PLB-IDX)
                                       (WS-PLB-COL : 1))
                       * ((WS-PLB-IDX - 1) * 80 + WS-PLB-COL)
               END-PERFORM
           END-PERFORM.
           COMPUTE WS-PLB-CHECK-TOTAL
                 = FUNCTION MOD (WS-PLB-CHECK-WORK, 1000000000).

       COMPUTE-PROFILE-CHECK-TOTAL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       VALIDATE-KEY-CARD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  VALIDATE-QUAL-CARD                                            *
      *  THE QUAL CARD SETS THE KEY DATA QUALITY ACTION: WARN OR       *
      *  REJECT IN COLUMNS 6-13, AND UNIQUE IN COLUMNS 15-20 WHEN A    *
      *  DUPLICATE FULL KEY IS ALSO TO COUNT AS A BAD KEY.  VALID      *
      *  ONLY ONCE, AND ONLY WITH CC-USER-SW.                          *
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

           EVALUATE QL-ACTION
               WHEN 'WARN    '
                   MOVE 'W' TO WS-KQ-ACTION-SW
               WHEN 'REJECT  '
                   MOVE 'R' TO WS-KQ-ACTION-SW
               WHEN OTHER
                   MOVE SPACES TO WS-AUDIT-LINE
                   MOVE 'QUAL ACTION' TO AUD-ITEM
                   MOVE QL-ACTION TO AUD-VALUE
                   MOVE 'REJECTED - MUST BE WARN OR REJECT'
                       TO AUD-SOURCE
                   PERFORM AUDIT-REJECT-RUN
                       THRU AUDIT-REJECT-RUN-EXIT
                   GO TO VALIDATE-QUAL-CARD-EXIT
           END-EVALUATE.
           EVALUATE QL-UNIQUE
               WHEN 'UNIQUE'
                   MOVE 'Y' TO WS-KQ-UNIQUE-SW
               WHEN SPACES
                   MOVE 'N' TO WS-KQ-UNIQUE-SW
               WHEN OTHER
                   MOVE SPACES TO WS-AUDIT-LINE
                   MOVE 'QUAL UNIQUE' TO AUD-ITEM
                   MOVE QL-UNIQUE TO AUD-VALUE
                   MOVE 'REJECTED - MUST BE UNIQUE OR BLANK'
                       TO AUD-SOURCE
                   PERFORM AUDIT-REJECT-RUN
                       THRU AUDIT-REJECT-RUN-EXIT
                   GO TO VALIDATE-QUAL-CARD-EXIT
           END-EVALUATE.

           MOVE 'Y' TO WS-KQ-CARD-SEEN-SW.

       VALIDATE-QUAL-CARD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  CHECK-USER-CARDS-COMPLETE                                     *
      *  A CC-USER-SW RUN WITHOUT A FILE CARD AND AT LEAST ONE KEY     *
      *----------------------------------------------------------------*
       AUDIT-EFFECTIVE-SETTINGS.

           MOVE SPACES TO WS-AUDIT-LINE.
           MOVE 'PROFILE' TO AUD-ITEM.
           IF WS-PLB-RUN
               MOVE PL-NAME TO AUD-VALUE
               MOVE 'VERSION' TO AUD-VALUE (10 : 7)
               MOVE WS-PLB-VERSION TO AUD-VALUE (18 : 3)
               MOVE 'PROFLIB - CARD NUMBERS BELOW ARE PROFILE CARDS'
                   TO AUD-SOURCE
           ELSE
               MOVE 'NONE' TO AUD-VALUE
               MOVE 'DEFAULT - INLINE CARDS OR PARM' TO AUD-SOURCE
           END-IF.
           PERFORM WRITE-AUDIT-LINE
               THRU WRITE-AUDIT-LINE-EXIT.

           MOVE SPACES TO WS-AUDIT-LINE.
           MOVE 'SORT-SIZE' TO AUD-ITEM.
           MOVE SORT-SIZE TO WS-AUD-NUM.
               MOVE 'SYSIN KEY CARDS' TO AUD-SOURCE
               PERFORM WRITE-AUDIT-LINE
                   THRU WRITE-AUDIT-LINE-EXIT
               MOVE SPACES TO WS-AUDIT-LINE
               MOVE 'KEY QUALITY' TO AUD-ITEM
               IF WS-KQ-REJECT
                   MOVE 'REJECT' TO AUD-VALUE
               ELSE
                   MOVE 'WARN' TO AUD-VALUE
               END-IF
               IF WS-KQ-UNIQUE-KEYS
                   MOVE 'UNIQUE' TO AUD-VALUE (8 : 6)
               END-IF
               IF WS-KQ-CARD-SEEN
                   MOVE 'SYSIN QUAL CARD' TO AUD-SOURCE
               ELSE
                   MOVE 'DEFAULT' TO AUD-SOURCE
               END-IF
               PERFORM WRITE-AUDIT-LINE
                   THRU WRITE-AUDIT-LINE-EXIT
           END-IF.

           MOVE SPACES TO WS-AUDIT-LINE.
           PERFORM WRITE-AUDIT-LINE
               THRU WRITE-AUDIT-LINE-EXIT.

           MOVE SPACES TO WS-AUDIT-LINE.
           MOVE 'SYSTEM-ID' TO AUD-ITEM.
           IF WS-SYSTEM-ID NOT = SPACES
               MOVE WS-SYSTEM-ID TO AUD-VALUE
               MOVE 'SYSIN CARD 1' TO AUD-SOURCE
           ELSE
               MOVE 'NONE' TO AUD-VALUE
               MOVE 'DEFAULT - NOT RECORDED ON SORTHIST' TO AUD-SOURCE
           END-IF.
           PERFORM WRITE-AUDIT-LINE
               THRU WRITE-AUDIT-LINE-EXIT.

           MOVE SPACES TO WS-AUDIT-LINE.
           MOVE 'JOB-NAME' TO AUD-ITEM.
           IF WS-JOB-NAME NOT = SPACES
               MOVE WS-JOB-NAME TO AUD-VALUE
               MOVE 'SYSIN CARD 1' TO AUD-SOURCE
           ELSE
               MOVE 'NONE' TO AUD-VALUE
               MOVE 'DEFAULT - NOT RECORDED ON SORTHIST' TO AUD-SOURCE
           END-IF.
           PERFORM WRITE-AUDIT-LINE
               THRU WRITE-AUDIT-LINE-EXIT.

       AUDIT-EFFECTIVE-SETTINGS-EXIT.
           EXIT.

       AUDIT-ONE-SWITCH-EXIT.
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
           MOVE 'SORTDALE' TO HTRL-WRITER.
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
