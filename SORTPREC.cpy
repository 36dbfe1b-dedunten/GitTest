      *----------------------------------------------------------------*
      *  SORTPREC - PROFILE LIBRARY RECORD LAYOUT, 120 BYTES.          *
      *  THE PROFILE LIBRARY HOLDS THE STANDARD BENCHMARK DECKS AS     *
      *  NAMED, VERSIONED CARD SETS.  EACH VERSION IS ONE HEADER       *
      *  RECORD (PROF-CARD-SEQ 000) FOLLOWED BY ITS CARD IMAGES        *
      *  (PROF-CARD-SEQ 001 UP), EXACTLY AS SORTDALE WOULD READ THEM   *
      *  FROM SYSIN.  THE FILE IS KEPT IN PROF-KEY SEQUENCE.  ONLY     *
      *  SORTPMNT WRITES IT; SORTDALE READS IT WHEN A PROF CARD NAMES  *
      *  A PROFILE.  A VERSION IS NEVER CHANGED ONCE STORED - A CHANGE *
      *  ADDS THE NEXT VERSION, AND A RETIRED VERSION STAYS ON FILE    *
      *  BUT CAN NO LONGER BE RUN.  PROF-CHECK-TOTAL IS A POSITION-    *
      *  WEIGHTED SUM OF EVERY BYTE OF THE CARD IMAGES, MODULO 10**9;  *
      *  SORTDALE RECOMPUTES IT AND REFUSES A PROFILE THAT DISAGREES.  *
      *  SHARED BY SORTPMNT AND SORTDALE - CHANGE IT HERE AND          *
      *  RECOMPILE BOTH.                                               *
      *----------------------------------------------------------------*
       01  SORT-PROF-RECORD.
           05  PROF-KEY.
               10  PROF-NAME            PIC X(08).
               10  PROF-VERSION         PIC 9(03).
               10  PROF-CARD-SEQ        PIC 9(03).
           05  PROF-REC-TYPE            PIC X(01).
               88  PROF-HEADER                          VALUE 'H'.
               88  PROF-CARD                            VALUE 'C'.
           05  PROF-BODY                PIC X(105).
           05  PROF-HEADER-BODY REDEFINES PROF-BODY.
               10  PROF-STATUS          PIC X(01).
                   88  PROF-ACTIVE                      VALUE 'A'.
                   88  PROF-RETIRED                     VALUE 'R'.
               10  PROF-CARD-COUNT      PIC 9(03).
               10  PROF-CHECK-TOTAL     PIC 9(09).
               10  PROF-CREATED-DATE    PIC X(08).
               10  PROF-CREATED-BY      PIC X(08).
               10  PROF-ORIGIN          PIC X(01).
                   88  PROF-FROM-ADD                    VALUE 'A'.
                   88  PROF-FROM-CHANGE                 VALUE 'C'.
                   88  PROF-FROM-COPY                   VALUE 'P'.
               10  PROF-FROM-NAME       PIC X(08).
               10  PROF-FROM-VERSION    PIC 9(03).
               10  PROF-RETIRED-DATE    PIC X(08).
               10  PROF-RETIRED-BY      PIC X(08).
               10  PROF-DESCRIPTION     PIC X(40).
               10  FILLER               PIC X(08).
           05  PROF-CARD-BODY REDEFINES PROF-BODY.
               10  PROF-CARD-IMAGE      PIC X(80).
               10  FILLER               PIC X(25).
