      * process and re-entering them. The header carries the root
      * quantity and the line count; each line record carries the raw
      * segment line plus its own quantity where the segment stamps
      * one. Every line names a catalogue product and is priced by
      * the handler: OE-UNIT-PRICE and OE-EXT-AMOUNT (quantity times
      * price) are the line's own, on 'H' for the root line and on
      * each 'L'; OE-ORDER-AMOUNT is the whole order, on the 'H'
      * only. Record length went 120 to 167 with the pricing fields
      * and ORDEXP's LRECL moves with it. The ORDCANC handler
      * (mprb05p5) appends a cancellation 'C' record on the same feed,
      * under its own date and sequence number, naming the cancelled
      * order in OE-ORIG-DATE / OE-ORIG-SEQ-NO and repeating that
      * order's quantity, line count and OE-ORDER-AMOUNT; the original
      * fields are zero/spaces on 'H' and 'L' (167 to 182). COPY under
      * the FD in the writer and every consumer so the layout can't
      * drift.
      * OE-INTERVAL is the mprb05 checkpoint interval the record was
      * written in - when the interval opened and the checkpoint ID
      * that opened it (see RSTLREC) - so mprb05rr can take out what
      * a run wrote after the checkpoint it was later restarted from;
      * spaces on records written outside an mprb05 run (record
      * length 182 to 206).
      * OE-LINE is the raw message line, so the customer an order is
      * for travels in it: ORDER root body 31-40 (OE-LINE 39-48) on
      * the 'H' record, left spaces by feeders that do not send it,
      * and the cancelled order's customer at ORDCANC body 33-42
      * (OE-LINE 41-50) on the 'C' - mprb05ts totals order value by
      * sales territory from these.
      *-----------------------------------------------------------------
       01  ORDER-EXPORT-RECORD.
           02  OE-RECORD-TYPE       PIC X.
               88  OE-IS-HEADER           VALUE 'H'.
               88  OE-IS-LINE             VALUE 'L'.
               88  OE-IS-CANCEL           VALUE 'C'.
           02  OE-DATE              PIC 9(8).
           02  OE-TIME              PIC 9(8).
           02  OE-SEQ-NO            PIC X(7).
           02  OE-LINE-COUNT        PIC 9(4).
           02  OE-LINE              PIC X(80).
           02  FILLER               PIC X(3).
           02  OE-PRODUCT-CODE      PIC X(12).
           02  OE-UNIT-PRICE        PIC 9(7)V99.
           02  OE-EXT-AMOUNT        PIC 9(11)V99.
           02  OE-ORDER-AMOUNT      PIC 9(11)V99.
           02  OE-ORIG-DATE         PIC 9(8).
           02  OE-ORIG-SEQ-NO       PIC X(7).
           02  OE-INTERVAL.
               03  OE-INTERVAL-START.
                   04  OE-INTERVAL-DATE PIC 9(8).
                   04  OE-INTERVAL-TIME PIC 9(8).
               03  OE-INTERVAL-CHKP-ID PIC X(8).
