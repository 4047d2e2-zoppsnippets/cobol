      *-----------------------------------------------------------------
      * Daily exchange-rate record. VSAM KSDS keyed on FX-KEY - the
      * business date the rate applies to and the ISO currency code.
      * Treasury loads one record per currency per business day;
      * FX-RATE is the number of house-currency units one unit of
      * FX-CURRENCY buys. The PAYMENT handler (mprb05p1) converts a
      * foreign-currency payment at the rate for HC-BUSINESS-DATE
      * and only that date - no rate for the day rejects the payment
      * with REJREC reason code 17 rather than converting it at a
      * stale one. COPY under the FD in every program that opens the
      * rate dataset so the layout can't drift.
      *-----------------------------------------------------------------
       01  FX-RATE-RECORD.
           02  FX-KEY.
               03  FX-RATE-DATE     PIC 9(8).
               03  FX-CURRENCY      PIC X(3).
           02  FX-RATE              PIC 9(5)V9(6).
           02  FILLER               PIC X(18).
