      *-----------------------------------------------------------------
      * Partner control record, one per partner allowed to send files
      * (VSAM KSDS, DD PTNRCTL, keyed by partner ID). Partner support
      * sets up the partner, its name and the feeder sequence range
      * its transactions are stamped from; mprb05pi keeps the last
      * file sequence number and date accepted, which is how a file
      * sent twice is refused, and the next sequence number to stamp.
      * A partner marked suspended ('S') has every file refused.
      *-----------------------------------------------------------------
       01  PARTNER-CONTROL-RECORD.
           02  PT-PARTNER-ID        PIC X(8).
           02  PT-NAME              PIC X(30).
           02  PT-STATUS            PIC X.
               88  PT-IS-ACTIVE           VALUE 'A'.
               88  PT-IS-SUSPENDED        VALUE 'S'.
           02  PT-LAST-FILE-SEQ-NO  PIC 9(6).
           02  PT-LAST-FILE-DATE    PIC 9(8).
           02  PT-LAST-RECEIVED-DATE PIC 9(8).
           02  PT-NEXT-SEQ-NO       PIC 9(7).
           02  PT-FILE-COUNT        PIC 9(7).
           02  PT-TRAN-COUNT        PIC 9(9).
           02  FILLER               PIC X(16).
