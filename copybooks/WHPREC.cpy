      *-----------------------------------------------------------------
      * Warehoused payment record. VSAM KSDS keyed on WP-KEY - the
      * value date the payment is due, the business date it was
      * received on and the feeder sequence number it came in under
      * (the feeder numbers afresh every run, so the sequence number
      * alone is not unique across days). The PAYMENT handler
      * (mprb05p1) writes one for every payment keyed with a value
      * date later than the business date instead of posting it;
      * WP-MESSAGE-LINE is the message line as it arrived, so the
      * mprb05wr release batch can put it back on mprb05's input
      * unchanged on the value date. WP-ACCOUNT-NO, WP-AMOUNT and
      * WP-CURRENCY repeat what the body says, for the supervisors'
      * listing (mprb05wl). WP-STATUS goes W to R when released and
      * W to C when a branch supervisor cancels it; WP-ACTION-DATE
      * and WP-ACTION-USER say when and by whom (the release batch
      * signs 'MPRB05WR'). Records are never deleted - the file is
      * the audit of what was warehoused. COPY under the FD in every
      * program that opens the warehouse dataset so the layout can't
      * drift.
      *-----------------------------------------------------------------
       01  WAREHOUSED-PAYMENT-RECORD.
           02  WP-KEY.
               03  WP-VALUE-DATE    PIC 9(8).
               03  WP-RECEIVED-DATE PIC 9(8).
               03  WP-SEQ-NO        PIC X(7).
           02  WP-STATUS            PIC X.
               88  WP-IS-WAITING          VALUE 'W'.
               88  WP-IS-RELEASED         VALUE 'R'.
               88  WP-IS-CANCELLED        VALUE 'C'.
           02  WP-RECEIVED-TIME     PIC 9(8).
           02  WP-USERID            PIC X(8).
           02  WP-TRANCODE          PIC X(8).
           02  WP-ACCOUNT-NO        PIC X(12).
           02  WP-AMOUNT            PIC 9(7)V99.
           02  WP-CURRENCY          PIC X(3).
           02  WP-MESSAGE-LINE      PIC X(80).
           02  WP-ACTION-DATE       PIC 9(8).
           02  WP-ACTION-USER       PIC X(8).
           02  FILLER               PIC X(12).
