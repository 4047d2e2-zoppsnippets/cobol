      *-----------------------------------------------------------------
      * Submitter daily payment total. VSAM KSDS (PAYUDAY) keyed on
      * UD-KEY - business date and submitting user ID. The PAYMENT
      * handler (mprb05p1) adds every payment it posts to the user's
      * record for HC-BUSINESS-DATE and checks the daily cap in
      * PAYLIMIT against it. Kept on a dataset rather than in storage
      * so the running total survives a checkpoint/restart and is the
      * same for every region posting payments. Amounts are house
      * currency. COPY under the FD in every program that opens the
      * dataset so the layout can't drift.
      *-----------------------------------------------------------------
       01  USER-DAY-TOTAL-RECORD.
           02  UD-KEY.
               03  UD-BUSINESS-DATE PIC 9(8).
               03  UD-USERID        PIC X(8).
           02  UD-PAYMENT-COUNT     PIC 9(7).
           02  UD-DAY-TOTAL         PIC 9(11)V99.
           02  UD-LAST-TIME         PIC 9(8).
           02  FILLER               PIC X(20).
