      *-----------------------------------------------------------------
      * Held message record. mprb05 appends the messages of a trancode
      * held on HANDREG (RG-STATUS 'H') to HOLDMSG (DISP=MOD) instead of
      * CALLing the handler - one root ('R') record with the message
      * line, then one segment ('S') record per dependent segment, the
      * same shape as the capture record, so ORDER lines travel with
      * their order. HM-DATE is the business date the message was held
      * on, HM-USERID the submitter's user ID (spaces where the
      * transport carries none). HM-INTERVAL is the mprb05 checkpoint
      * interval the record was written in (see RSTLREC), so mprb05rr
      * can take out what a run wrote after the checkpoint it was
      * restarted from. mprb05hr re-queues the messages of every
      * trancode active again and carries the rest forward. COPY under
      * the FD in the writer and every consumer so the layout can't
      * drift.
      *-----------------------------------------------------------------
       01  HELD-MESSAGE-RECORD.
           02  HM-TRANCODE          PIC X(8).
           02  HM-DATE              PIC 9(8).
           02  HM-TIME              PIC 9(8).
           02  HM-RECORD-TYPE       PIC X.
               88  HM-IS-ROOT             VALUE 'R'.
               88  HM-IS-SEGMENT          VALUE 'S'.
           02  HM-SEGMENT-SEQ       PIC 9(4).
           02  HM-SEGMENT-COUNT     PIC 9(4).
           02  HM-DATA              PIC X(80).
           02  HM-USERID            PIC X(8).
           02  FILLER               PIC X(7).
           02  HM-INTERVAL.
               03  HM-INTERVAL-START.
                   04  HM-INTERVAL-DATE PIC 9(8).
                   04  HM-INTERVAL-TIME PIC 9(8).
               03  HM-INTERVAL-CHKP-ID PIC X(8).
