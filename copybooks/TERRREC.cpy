      *-----------------------------------------------------------------
      * Sales territory reference record. TERRREF maps each department
      * (the C_DEPT code OAEFT410 hands back in 410-C-DEPT) to the
      * sales territory and region that cover it. It is kept by sales
      * administration and read whole by mprb05tl, the territory
      * lookup every stamping program and the territory report CALL.
      * One record per department and effective date: the record with
      * the latest TE-EFFECTIVE-DATE not after the date asked about is
      * the one in force, so a re-territorialisation is keyed ahead of
      * the day it applies to and takes effect on that day without
      * anybody touching the programs. A record with '*' in column 1
      * is a comment. A department with no record in force has no
      * territory - the stamping programs leave it blank and say so,
      * and mprb05ts lists it as an exception. COPY under the FD in
      * every reader so the layout can't drift.
      *-----------------------------------------------------------------
       01  TERRITORY-REFERENCE-RECORD.
           02  TE-C-DEPT            PIC X(2).
           02  TE-EFFECTIVE-DATE    PIC 9(8).
           02  TE-TERRITORY         PIC X(3).
           02  TE-REGION            PIC X(3).
           02  TE-TERRITORY-NAME    PIC X(30).
           02  TE-REGION-NAME       PIC X(20).
           02  FILLER               PIC X(14).
