      *-----------------------------------------------------------------
      * Order-status master record. VSAM KSDS keyed on OS-KEY, the
      * ORDEXP business date, sequence number and line - the feeder
      * numbers afresh every run, so an order is its date and
      * sequence number together, as ORDCANC names it. The key
      * leading with the date also browses oldest first for the
      * ageing report. mprb05fs adds a record with status 'E'
      * (exported, not yet acknowledged) for every ORDEXP line it has
      * not seen before, then moves each one on as the fulfillment
      * status file reports it shipped, part-shipped, back-ordered or
      * cancelled. Shipped and cancelled lines are closed; everything
      * else is open and ages on the open-order report from
      * OS-EXPORT-DATE. COPY under the FD in every program that opens
      * the master so the layout can't drift.
      *-----------------------------------------------------------------
       01  ORDER-STATUS-RECORD.
           02  OS-KEY.
               03  OS-EXPORT-DATE   PIC 9(8).
               03  OS-SEQ-NO        PIC X(7).
               03  OS-LINE-SEQ      PIC 9(4).
           02  OS-PRODUCT-CODE      PIC X(12).
           02  OS-QUANTITY          PIC 9(5).
           02  OS-EXT-AMOUNT        PIC 9(11)V99.
           02  OS-STATUS            PIC X.
               88  OS-IS-AWAITING         VALUE 'E'.
               88  OS-IS-SHIPPED          VALUE 'S'.
               88  OS-IS-PART-SHIPPED     VALUE 'P'.
               88  OS-IS-BACK-ORDERED     VALUE 'B'.
               88  OS-IS-CANCELLED        VALUE 'C'.
               88  OS-IS-CLOSED           VALUE 'S' 'C'.
           02  OS-STATUS-DATE       PIC 9(8).
           02  OS-QTY-SHIPPED       PIC 9(5).
           02  OS-ACK-COUNT         PIC 9(5).
           02  FILLER               PIC X(12).
