      *-----------------------------------------------------------------
      * General-ledger account mapping record. Finance maintains the
      * GLMAP dataset: one record per trancode whose postings are
      * journalled, naming the GL account debited and the one
      * credited. GM-PAYMENT-TYPE narrows a mapping to one payment
      * type of the trancode; spaces map every type, and a record
      * naming the type wins over the spaces one. mprb05gj loads the
      * whole dataset before it books anything and refuses the day if
      * a posting finds no mapping. COPY under the FD in every program
      * that reads the mapping so the layout can't drift.
      *-----------------------------------------------------------------
       01  GL-MAPPING-RECORD.
           02  GM-TRANCODE          PIC X(8).
           02  GM-PAYMENT-TYPE      PIC X(2).
           02  GM-DEBIT-ACCOUNT     PIC X(12).
           02  GM-CREDIT-ACCOUNT    PIC X(12).
           02  GM-DESCRIPTION       PIC X(30).
           02  FILLER               PIC X(16).
