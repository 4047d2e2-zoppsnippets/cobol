      * HANDLER-COMM totals function and appends one of these per
      * trancode to the BUSTOT dataset (DISP=MOD) - so the money and
      * units that used to die with the region survive every run.
      * Read by the mprb05o day-end business report. A handler that
      * keeps figures per currency (PAYMENT) answers with its
      * trancode row first - BT-CURRENCY spaces, house-currency
      * totals as always - then one more row per currency it saw,
      * BT-CURRENCY set, BT-AMOUNT that currency's house-currency
      * value and BT-ORIG-AMOUNT the amount as keyed. Consumers
      * summing a trancode take the spaces row only. The currency
      * fields took the old filler and ten bytes more (record length
      * 70 to 80). COPY under the FD in the writer and every
      * consumer so the layout can't drift.
      * BT-INTERVAL is the mprb05 checkpoint interval the record was
      * written in - when the interval opened and the checkpoint ID
      * that opened it (see RSTLREC) - so mprb05rr can take out what
      * a run wrote after the checkpoint it was later restarted from;
      * spaces on records written outside an mprb05 run (record
      * length 80 to 104).
      *-----------------------------------------------------------------
       01  BUSINESS-TOTALS-RECORD.
           02  BT-PROGRAM           PIC X(8).
           02  BT-AMOUNT            PIC 9(11)V99.
           02  BT-UNITS             PIC 9(9).
           02  BT-COUNT             PIC 9(9).
           02  BT-CURRENCY          PIC X(3).
           02  BT-ORIG-AMOUNT       PIC 9(11)V99.
           02  FILLER               PIC X(1).
           02  BT-INTERVAL.
               03  BT-INTERVAL-START.
                   04  BT-INTERVAL-DATE PIC 9(8).
                   04  BT-INTERVAL-TIME PIC 9(8).
               03  BT-INTERVAL-CHKP-ID PIC X(8).
