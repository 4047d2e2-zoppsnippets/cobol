      *-----------------------------------------------------------------
      * Product catalogue record. VSAM KSDS keyed on PR-PRODUCT-CODE.
      * The ORDER handler (mprb05p2) reads it for every order line -
      * root and dependent segments alike - and prices the line at
      * PR-UNIT-PRICE times the ordered quantity. A product not on
      * the catalogue rejects the order with REJREC reason code 13,
      * a discontinued one with 14. COPY under the FD in every program
      * that opens the catalogue so the layout can't drift.
      *-----------------------------------------------------------------
       01  PRODUCT-RECORD.
           02  PR-PRODUCT-CODE      PIC X(12).
           02  PR-DESCRIPTION       PIC X(30).
           02  PR-STATUS            PIC X.
               88  PR-IS-ACTIVE           VALUE 'A'.
               88  PR-IS-DISCONTINUED     VALUE 'D'.
           02  PR-UNIT-PRICE        PIC 9(7)V99.
           02  FILLER               PIC X(28).
