      *-----------------------------------------------------------------
      * Restart log record. mprb05 appends one to RESTLOG (DISP=MOD)
      * every time it is restarted from a checkpoint (XRST). IMS backs
      * out the message queue and databases to that checkpoint, but not
      * the sequential appends the run and its handlers made after it -
      * those messages come round again and are written a second time.
      * Every such record carries the checkpoint interval it was
      * written in (the xx-INTERVAL stamp); an interval opens at run
      * start, at every checkpoint and at a restart. The records to
      * take out are the ones stamped in the window from the moment the
      * restart checkpoint was taken (RL-CHKP-START, carried in the
      * checkpoint area) up to the moment the restarted run started
      * (RL-RESTART-START) - the tail of the run that went down, and of
      * any restart that went down again before its own checkpoint.
      * mprb05rr reads the log and removes them. COPY under the FD in
      * the writer and every consumer so the layout can't drift.
      *-----------------------------------------------------------------
       01  RESTART-LOG-RECORD.
           02  RL-PROGRAM           PIC X(8).
           02  RL-RESTART-START.
               03  RL-RESTART-DATE  PIC 9(8).
               03  RL-RESTART-TIME  PIC 9(8).
           02  RL-CHKP-ID           PIC X(8).
           02  RL-CHKP-START.
               03  RL-CHKP-DATE     PIC 9(8).
               03  RL-CHKP-TIME     PIC 9(8).
           02  RL-BUSINESS-DATE     PIC 9(8).
           02  FILLER               PIC X(24).
