      *----------------------------------------------------------------*
      *  SORTHREC - SORTHIST RECORD LAYOUT, 240 BYTES.                 *
      *  ONE RECORD PER VOLUME RUN OF SORTDALE, APPENDED ACROSS        *
      *  EXECUTIONS (A NEW GDG GENERATION PER JOB).  EACH ALGORITHM    *
      *  (INCLUDING THE LARGE-VOLUME EXTERNAL MERGE) CARRIES ITS       *
      *  WALL-CLOCK ELAPSED TIME, PASS/FAIL STATUS AND CPU             *
      *  TIME SIDE BY SIDE.  SHARED BY SORTDALE, SORTHSKP, SORTHMNT    *
      *  AND SORTRSTR (WRITERS) AND SORTTRND, SORTCOST, SORTXTRC AND   *
      *  SORTADVS (READERS) - CHANGE IT HERE AND RECOMPILE ALL EIGHT.  *
      *    1-34     RUN DATE, RUN TIME AND SORT SIZE.                  *
      *    35-184   THE FIVE ALGORITHM COLUMNS, 30 BYTES EACH.         *
      *    185-205  HIST-RUN-CONTEXT.                                  *
      *    206-207  HIST-MAINT-FLAGS - VOID AND NOTE.                  *
      *    209-218  HIST-SPEED-INDEX - BEFORE AND AFTER.               *
      *    219-240  SPARE.                                             *
      *  HIST-RUN-CONTEXT NAMES THE KIND OF RUN THE TIMES CAME FROM -  *
      *  GENERATION MODE, RUN MODE, WIDE-RECORD SWITCH, REPETITIONS    *
      *  AVERAGED, AND THE SYSTEM AND JOB THAT PRODUCED THE RECORD -   *
      *  SO READERS NEVER AVERAGE UNLIKE RUNS TOGETHER.  HISTORY       *
      *  WRITTEN BEFORE THE CONTEXT WAS CARRIED HAS SPACES THERE AND   *
      *  IS TREATED AS A CONTEXT OF ITS OWN ('NOT RECORDED').          *
      *  HIST-MAINT-FLAGS ARE SET ONLY BY SORTHMNT ON THE MASTER:      *
      *  A VOIDED RUN STAYS ON FILE BUT EVERY READER LEAVES IT OUT,    *
      *  AND THE ANNOTATED FLAG SAYS THE HMNTAUDT TRAIL CARRIES A      *
      *  NOTE FOR THE RUN.  SORTDALE WRITES BOTH AS SPACES.            *
      *  EVERY HISTORY FILE CLOSES WITH A CONTROL TRAILER OF THE SAME  *
      *  LENGTH ('TRAILER' IN HIST-RUN-TIME) - LAYOUT AND RULES IN     *
      *  SORTHTRL.                                                     *
      *  HIST-SPEED-INDEX IS THE MACHINE SPEED MEASURED BY SORTDALE'S  *
      *  FIXED REFERENCE WORKLOAD JUST BEFORE THE VOLUME'S FIRST SORT  *
      *  PASS AND AGAIN JUST AFTER ITS LAST: 100.00 IS THE REFERENCE   *
      *  MACHINE, HIGHER IS FASTER.  A TIME TIMES THE INDEX OVER 100   *
      *  IS THE TIME THE REFERENCE MACHINE WOULD HAVE TAKEN.  HISTORY  *
      *  WRITTEN BEFORE THE INDEX WAS CARRIED, AND SORTHSKP SUMMARY    *
      *  RECORDS, HAVE SPACES THERE AND ARE NOT NORMALIZED.  A FILE    *
      *  WRITTEN AT 210 BYTES IS CARRIED FORWARD BY COPYING IT ONCE TO *
      *  240, PADDED WITH SPACES, AHEAD OF A SORTHSKP CONVERT RUN.     *
      *----------------------------------------------------------------*
       01  SORT-HIST-RECORD.
           05  HIST-RUN-DATE            PIC X(08).
           05  HIST-MERGE-STATUS        PIC X(04).
           05  FILLER                   PIC X(01)       VALUE SPACES.
           05  HIST-MERGE-CPU           PIC X(11).
           05  FILLER                   PIC X(02)       VALUE SPACES.
           05  HIST-RUN-CONTEXT.
               10  HIST-GEN-MODE        PIC X(01).
               10  HIST-RUN-MODE        PIC X(01).
                   88  HIST-MODE-STANDARD               VALUE 'S'.
                   88  HIST-MODE-LARGE                  VALUE 'L'.
                   88  HIST-MODE-USER                   VALUE 'U'.
                   88  HIST-MODE-CALIB                  VALUE 'C'.
               10  HIST-WIDE-SW         PIC X(01).
               10  HIST-REPEAT-COUNT    PIC X(02).
               10  HIST-SYSTEM-ID       PIC X(08).
               10  HIST-JOB-NAME        PIC X(08).
           05  HIST-MAINT-FLAGS.
               10  HIST-VOID-SW         PIC X(01).
                   88  HIST-VOIDED                      VALUE 'V'.
                   88  HIST-REINSTATED                  VALUE 'R'.
               10  HIST-NOTE-SW         PIC X(01).
                   88  HIST-ANNOTATED                   VALUE 'Y'.
           05  FILLER                   PIC X(01)       VALUE SPACES.
           05  HIST-SPEED-INDEX.
               10  HIST-SPEED-BEFORE    PIC 9(03)V9(02).
               10  HIST-SPEED-AFTER     PIC 9(03)V9(02).
           05  FILLER                   PIC X(22)       VALUE SPACES.
