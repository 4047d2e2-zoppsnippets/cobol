      *-----------------------------------------------------------------
      * Quarantined message record. mprb05 appends one to QUARANT
      * (DISP=MOD) in place of processing a message that was in flight
      * in its handler at POISON= consecutive abends - the message is
      * taken off the queue instead of taking the restarted run down
      * again. It carries the message as received (root line only;
      * QR-SEGMENT-COUNT says how many dependent segments it had) and
      * what the restarts recorded about the abends: the handler, how
      * many runs it took down, when the first and last of the restarts
      * that found it started and the checkpoint the last one resumed
      * from. The abend code itself is in those runs' job logs.
      * mprb05qr lists the dataset and, once the handler is fixed,
      * releases messages through the mprb05e resubmit route (REJREC
      * reason code 21). COPY under the FD in the writer and every
      * consumer so the layout can't drift.
      *-----------------------------------------------------------------
       01  QUARANTINE-RECORD.
           02  QR-DATE              PIC 9(8).
           02  QR-TIME              PIC 9(8).
           02  QR-PROGRAM           PIC X(8).
           02  QR-TRANCODE          PIC X(8).
           02  QR-USERID            PIC X(8).
           02  QR-HANDLER           PIC X(8).
           02  QR-ABEND-COUNT       PIC 9(4).
           02  QR-FIRST-RESTART-DATE PIC 9(8).
           02  QR-FIRST-RESTART-TIME PIC 9(8).
           02  QR-LAST-RESTART-DATE PIC 9(8).
           02  QR-LAST-RESTART-TIME PIC 9(8).
           02  QR-RESTART-CHKP-ID   PIC X(8).
           02  QR-RECEIVED-DATE     PIC 9(8).
           02  QR-RECEIVED-TIME     PIC 9(8).
           02  QR-SEGMENT-COUNT     PIC 9(4).
           02  QR-LINE              PIC X(80).
           02  FILLER               PIC X(8).
