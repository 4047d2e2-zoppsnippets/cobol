      * whatever is still unresolved at end of run is appended here
      * (ADRSUSP, DISP=MOD) instead of landing in REJECTS with the
      * genuine bad-city content. Resubmit through mprb05e once the
      * accessor answers again. AS-USERID is the submitter's user ID
      * (spaces where the transport carries none); it took the old
      * filler, so the record length is unchanged. COPY under the FD
      * in the writer and every consumer so the layout can't drift.
      * AS-INTERVAL is the mprb05 checkpoint interval the record was
      * written in - when the interval opened and the checkpoint ID
      * that opened it (see RSTLREC) - so mprb05rr can take out what
      * a run wrote after the checkpoint it was later restarted from;
      * spaces on records written outside an mprb05 run (record
      * length 132 to 156).
      *-----------------------------------------------------------------
       01  ADDR-SUSPENSE-RECORD.
           02  AS-DATE              PIC 9(8).
           02  AS-TRANCODE          PIC X(8).
           02  AS-LINE              PIC X(80).
           02  AS-REASON            PIC X(20).
           02  AS-USERID            PIC X(8).
           02  AS-INTERVAL.
               03  AS-INTERVAL-START.
                   04  AS-INTERVAL-DATE PIC 9(8).
                   04  AS-INTERVAL-TIME PIC 9(8).
               03  AS-INTERVAL-CHKP-ID PIC X(8).
