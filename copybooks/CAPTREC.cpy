      * record per processed transaction, then one segment ('S') record
      * per dependent segment assembled from the composite message, so
      * billing and the data warehouse get the actual message content
      * that previously evaporated when the run ended. CD-USERID is the
      * submitter's user ID, on the root and its segments alike
      * (spaces where the transport carries none), so a transaction
      * can be traced by who keyed it; record length went 120 to 128
      * and the CAPTOUT LRECL moves with it. COPY under the FD for the
      * CAPTOUT dataset in the writer and every consumer so the layout
      * can't drift.
      * CD-INTERVAL is the mprb05 checkpoint interval the record was
      * written in - when the interval opened and the checkpoint ID
      * that opened it (see RSTLREC) - so mprb05rr can take out what
      * a run wrote after the checkpoint it was later restarted from;
      * spaces on records written outside an mprb05 run (record
      * length 128 to 152).
      * CD-LAYOUT-VERSION is the layout version of the message line in
      * CD-DATA, on the root and its segments alike, so a consumer
      * parses CD-DATA by trancode and version; spaces on records
      * written before versions existed, which are all version 01. It
      * took two of the seven filler bytes, so the record length is
      * unchanged.
      *-----------------------------------------------------------------
       01  CAPTURE-RECORD.
           02  CD-TRANCODE          PIC X(8).
           02  CD-SEGMENT-SEQ       PIC 9(4).
           02  CD-SEGMENT-COUNT     PIC 9(4).
           02  CD-DATA              PIC X(80).
           02  CD-USERID            PIC X(8).
           02  CD-LAYOUT-VERSION    PIC X(2).
           02  FILLER               PIC X(5).
           02  CD-INTERVAL.
               03  CD-INTERVAL-START.
                   04  CD-INTERVAL-DATE PIC 9(8).
                   04  CD-INTERVAL-TIME PIC 9(8).
               03  CD-INTERVAL-CHKP-ID PIC X(8).
