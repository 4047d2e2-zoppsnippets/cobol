      * supervisor to release (resubmit through the normal repair
      * path) or void. COPY under the FD in the writer and every
      * consumer so the layout can't drift.
      * PS-INTERVAL is the mprb05 checkpoint interval the record was
      * written in - when the interval opened and the checkpoint ID
      * that opened it (see RSTLREC) - so mprb05rr can take out what
      * a run wrote after the checkpoint it was later restarted from;
      * spaces on records written outside an mprb05 run (record
      * length 120 to 144).
      *-----------------------------------------------------------------
       01  PAYMENT-SUSPENSE-RECORD.
           05  PS-DATE              PIC 9(8).
      *    were.
           05  PS-FIRST-TIME        PIC 9(8).
           05  PS-BODY              PIC X(72).
           05  PS-INTERVAL.
               10  PS-INTERVAL-START.
                   15  PS-INTERVAL-DATE PIC 9(8).
                   15  PS-INTERVAL-TIME PIC 9(8).
               10  PS-INTERVAL-CHKP-ID PIC X(8).
