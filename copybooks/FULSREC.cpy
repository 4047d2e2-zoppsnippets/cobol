      *-----------------------------------------------------------------
      * Fulfillment status record - the fulfillment system's daily
      * status file (FULSTAT), one record per order line it has
      * acted on, keyed by the ORDEXP sequence number and line
      * (OE-SEQ-NO / OE-LINE-SEQ: line 0 is the root line on the 'H'
      * record, 1-n the 'L' lines) and the order's ORDEXP business
      * date (OE-DATE) in FS-ORDER-DATE - the feeder numbers afresh
      * every run, so the sequence number alone does not name one
      * order. Read by mprb05fs, which matches it against the
      * order-status master. FS-QTY-SHIPPED is the cumulative
      * quantity shipped for the line so far. COPY under the FD in
      * every program that reads the file so the layout can't
      * drift.
      *-----------------------------------------------------------------
       01  FULFILMENT-STATUS-RECORD.
           02  FS-SEQ-NO            PIC X(7).
           02  FS-LINE-SEQ          PIC 9(4).
           02  FS-STATUS            PIC X.
               88  FS-IS-SHIPPED          VALUE 'S'.
               88  FS-IS-PART-SHIPPED     VALUE 'P'.
               88  FS-IS-BACK-ORDERED     VALUE 'B'.
               88  FS-IS-CANCELLED        VALUE 'C'.
               88  FS-STATUS-VALID        VALUE 'S' 'P' 'B' 'C'.
           02  FS-STATUS-DATE       PIC 9(8).
           02  FS-QTY-SHIPPED       PIC 9(5).
           02  FS-ORDER-DATE        PIC 9(8).
           02  FILLER               PIC X(47).
