      *-----------------------------------------------------------------
      * Partner file intake log record. mprb05pi appends one per file
      * it reads (DD INTKLOG, DISP=MOD) - accepted, refused or only
      * partly queued - so partner support can answer "did you get our
      * file?" without the job output. A refused file names why; an
      * accepted one gives the feeder sequence numbers its
      * transactions were stamped with.
      *-----------------------------------------------------------------
       01  INTAKE-LOG-RECORD.
           02  IL-RUN-DATE          PIC 9(8).
           02  IL-RUN-TIME          PIC 9(8).
           02  IL-PARTNER-ID        PIC X(8).
           02  IL-FILE-DATE         PIC 9(8).
           02  IL-FILE-SEQ-NO       PIC 9(6).
           02  IL-RESULT            PIC X.
               88  IL-ACCEPTED            VALUE 'A'.
               88  IL-REFUSED             VALUE 'R'.
               88  IL-PARTIAL             VALUE 'P'.
           02  IL-REASON            PIC X(30).
           02  IL-RECORD-COUNT      PIC 9(7).
           02  IL-HASH-TOTAL        PIC 9(13)V99.
           02  IL-QUEUED-COUNT      PIC 9(7).
           02  IL-FIRST-SEQ-NO      PIC 9(7).
           02  IL-LAST-SEQ-NO       PIC 9(7).
           02  FILLER               PIC X(8).
