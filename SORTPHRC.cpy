      *----------------------------------------------------------------*
      *  SORTPHRC - SORTPHST PROFILE HISTORY RECORD LAYOUT, 450 BYTES. *
      *  ONE RECORD PER PROFILED VOLUME RUN OF SORTDALE, WRITTEN NEXT  *
      *  TO THAT RUN'S SORTHIST RECORD AND CARRYING THE SAME RUN STAMP *
      *  (RUN DATE, RUN TIME, SORT SIZE AND RUN CONTEXT - THE SORTHIST *
      *  MASTER KEY), SO A READER CAN PAIR EACH DATA PROFILE WITH THE  *
      *  TIMES MEASURED ON IT.  PHST-SORT-SIZE IS ZERO-FILLED WHERE    *
      *  HIST-SORT-SIZE IS ZERO-SUPPRESSED.  EACH KEY SEGMENT CARRIES  *
      *  THE MEASURES PROFILE-INPUT-DATA TAKES: DISTINCT AND DUPLICATE *
      *  COUNTS (-1 WHEN NOT AVAILABLE, AS IN LARGE-VOLUME MODE), THE  *
      *  LONGEST ALREADY-ASCENDING RUN, THE DISORDER MEASURE (PERCENT  *
      *  OF ADJACENT PAIRS OUT OF ORDER) AND THE TEN-BUCKET HISTOGRAM. *
      *  A VOLUME THAT WAS NEVER PROFILED (ABORTED BEFORE THE DATA WAS *
      *  BUILT) WRITES NO RECORD.  SORTHSKP ROLLS THE DAILY FILE INTO  *
      *  THE PROFILE MASTER UNDER THE SORTHIST RETENTION.  SHARED BY   *
      *  SORTDALE (WRITER), SORTHSKP AND SORTADVS (READERS) - CHANGE   *
      *  IT HERE AND RECOMPILE ALL THREE.                              *
      *----------------------------------------------------------------*
       01  SORT-PHST-RECORD.
           05  PHST-KEY.
               10  PHST-RUN-DATE        PIC X(08).
               10  PHST-RUN-TIME        PIC X(11).
               10  PHST-SORT-SIZE       PIC 9(09).
               10  PHST-RUN-CONTEXT     PIC X(21).
           05  PHST-SEG-COUNT           PIC 9(01).
           05  PHST-SEGMENT             OCCURS 3 TIMES.
               10  PHST-SEG-NAME        PIC X(08).
               10  PHST-DISTINCT        PIC S9(09) SIGN LEADING
                                        SEPARATE.
               10  PHST-DUPS            PIC S9(09) SIGN LEADING
                                        SEPARATE.
               10  PHST-LONGRUN         PIC 9(09).
               10  PHST-DISORDER        PIC 9(03).
               10  PHST-HIST            PIC 9(09) OCCURS 10 TIMES.
           05  FILLER                   PIC X(10).
