      *-----------------------------------------------------------------
      * Restart control record. VSAM KSDS (RESTCTL) keyed on the owning
      * BMP's RUNSTAT key (mprb05, or mprb05nn for an instance). mprb05
      * marks the message it is about to hand to a handler as in flight
      * and clears the mark when the handler returns, so a record still
      * marked when the next run starts means the previous run went down
      * inside a handler with that message. VSAM updates are not backed
      * out by IMS, so the mark outlives the abend even though the
      * message's own GU is backed out and the message is delivered
      * again. The same message found in flight at consecutive abends
      * is counted in the suspect fields; once the count reaches
      * mprb05's POISON= limit the message is quarantined (QUARREC)
      * instead of processed when it comes round again. A run that ends
      * normally clears the count. COPY under the FD in every program
      * that opens RESTCTL so the layout can't drift.
      *-----------------------------------------------------------------
       01  RESTART-CONTROL-RECORD.
           02  RC-PROGRAM           PIC X(8).
           02  RC-INFLIGHT-SW       PIC X.
               88  RC-MSG-IN-FLIGHT       VALUE 'Y'.
      *    The message now in the handler: when it was received, the
      *    last checkpoint before it, the handler and the message.
           02  RC-INFLIGHT.
               03  RC-INFLIGHT-DATE     PIC 9(8).
               03  RC-INFLIGHT-TIME     PIC 9(8).
               03  RC-INFLIGHT-CHKP-ID  PIC X(8).
               03  RC-INFLIGHT-HANDLER  PIC X(8).
               03  RC-INFLIGHT-USERID   PIC X(8).
               03  RC-INFLIGHT-TRANCODE PIC X(8).
               03  RC-INFLIGHT-LINE     PIC X(80).
      *    The message found in flight at the last abend(s), same
      *    layout, and how many consecutive runs it took down.
           02  RC-SUSPECT.
               03  RC-SUSPECT-DATE      PIC 9(8).
               03  RC-SUSPECT-TIME      PIC 9(8).
               03  RC-SUSPECT-CHKP-ID   PIC X(8).
               03  RC-SUSPECT-HANDLER   PIC X(8).
               03  RC-SUSPECT-USERID    PIC X(8).
               03  RC-SUSPECT-TRANCODE  PIC X(8).
               03  RC-SUSPECT-LINE      PIC X(80).
           02  RC-SUSPECT-COUNT     PIC 9(4).
      *    When the restarts that found it started, and the checkpoint
      *    the last of them resumed from (spaces - none taken yet).
           02  RC-FIRST-RESTART-DATE PIC 9(8).
           02  RC-FIRST-RESTART-TIME PIC 9(8).
           02  RC-LAST-RESTART-DATE PIC 9(8).
           02  RC-LAST-RESTART-TIME PIC 9(8).
           02  RC-RESTART-CHKP-ID   PIC X(8).
           02  FILLER               PIC X(20).
