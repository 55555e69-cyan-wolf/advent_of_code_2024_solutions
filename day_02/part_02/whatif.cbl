           05 RES-SITE                 PIC X(3).
           05 FILLER                   PIC X.
           05 RES-CYCLE                PIC 99.
           05 FILLER                   PIC X.
           05 RES-UNIT-ID              PIC X(8).

      *>   The record's levels staged for judging, plus the scratch
      *>   variant the dampener builds with one level removed - the
