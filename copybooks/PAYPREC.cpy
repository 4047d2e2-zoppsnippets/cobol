      * from the IOPCB and the feeder sequence number - to the PAYPOST
      * dataset (DISP=MOD), so finance posts from a dataset instead of
      * reconciling console displays by hand. Read by the mprb05s
      * day-end settlement. PP-ACCOUNT-NO names the payer account the
      * amount was added to on the account master; it took the old
      * filler and two bytes more, so record length went 50 to 52 and
      * the PAYPOST LRECL moves with it. The REFUND handler (mprb05p4)
      * appends its reversing postings here too, type 'R', naming the
      * payment they reverse by its business date and feeder sequence
      * number; PP-AMOUNT stays unsigned and every consumer nets the
      * 'R' postings against the rest. Postings written before the
      * type byte existed carry a space there and are payments (record
      * length 52 to 68). PP-AMOUNT is always in the house currency:
      * a foreign-currency payment carries its ISO code in
      * PP-CURRENCY, the amount as keyed in PP-ORIG-AMOUNT and the
      * day's rate it was converted at in PP-FX-RATE, and PP-AMOUNT
      * holds the converted amount; a reversal repeats all three
      * from the payment it reverses. Postings older than the
      * currency fields carry spaces there and are house currency
      * (record length 68 to 91). COPY under the FD in the writer
      * and every consumer so the layout can't drift.
      * PP-INTERVAL is the mprb05 checkpoint interval the record was
      * written in - when the interval opened and the checkpoint ID
      * that opened it (see RSTLREC) - so mprb05rr can take out what
      * a run wrote after the checkpoint it was later restarted from;
      * spaces on records written outside an mprb05 run (record
      * length 91 to 115).
      *-----------------------------------------------------------------
       01  PAYMENT-POSTING-RECORD.
           02  PP-DATE              PIC 9(8).
           02  PP-USERID            PIC X(8).
           02  PP-SEQ-NO            PIC X(7).
           02  PP-AMOUNT            PIC 9(7)V99.
           02  PP-ACCOUNT-NO        PIC X(12).
           02  PP-POSTING-TYPE      PIC X.
               88  PP-IS-PAYMENT          VALUE 'P' ' '.
               88  PP-IS-REVERSAL         VALUE 'R'.
           02  PP-ORIG-DATE         PIC 9(8).
           02  PP-ORIG-SEQ-NO       PIC X(7).
           02  PP-CURRENCY          PIC X(3).
           02  PP-ORIG-AMOUNT       PIC 9(7)V99.
           02  PP-FX-RATE           PIC 9(5)V9(6).
           02  PP-INTERVAL.
               03  PP-INTERVAL-START.
                   04  PP-INTERVAL-DATE PIC 9(8).
                   04  PP-INTERVAL-TIME PIC 9(8).
               03  PP-INTERVAL-CHKP-ID PIC X(8).
