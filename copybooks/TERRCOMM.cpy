      *-----------------------------------------------------------------
      * Territory lookup area for mprb05tl. The caller fills
      * TL-C-DEPT (from 410-C-DEPT) and TL-AS-OF-DATE (yyyymmdd - the
      * business date for an online update, the run date for a batch
      * pass; zero means the run date) and CALLs mprb05tl; the
      * territory, region and their names in force on that date come
      * back with TL-STATUS:
      *   'F' found;
      *   'N' no territory mapped for the department on that date -
      *       the territory fields come back spaces, and
      *       TL-FIRST-MISS-SW is 'Y' the first time in the run the
      *       department misses, so the caller lists each unmapped
      *       department once rather than once per customer;
      *   'U' TERRREF could not be loaded - every lookup in the run
      *       answers 'U'.
      * COPY at the 01 level in mprb05tl and every caller.
      *-----------------------------------------------------------------
       01  TERRITORY-LOOKUP-AREA.
           02  TL-C-DEPT            PIC X(2).
           02  TL-AS-OF-DATE        PIC 9(8).
           02  TL-TERRITORY         PIC X(3).
           02  TL-REGION            PIC X(3).
           02  TL-TERRITORY-NAME    PIC X(30).
           02  TL-REGION-NAME       PIC X(20).
           02  TL-STATUS            PIC X.
               88  TL-FOUND               VALUE 'F'.
               88  TL-NOT-MAPPED          VALUE 'N'.
               88  TL-UNAVAILABLE         VALUE 'U'.
           02  TL-FIRST-MISS-SW     PIC X.
               88  TL-FIRST-MISS          VALUE 'Y'.
