      *-----------------------------------------------------------------
      * Accounting-period control record. VSAM KSDS (PERIODS) keyed on
      * PD-PERIOD, the accounting month as yyyymm. Maintained by the
      * mprb05pc close/reopen utility only. A month with no record has
      * never been closed and is open. The posting handlers (PAYMENT,
      * ORDER, REFUND, ORDCANC) read the record for HC-BUSINESS-DATE's
      * month before they write anything and refuse the transaction
      * while the month is closed - REJREC reason code 18 - so a run
      * restarted after close cannot book into a month finance has
      * reported. On close mprb05pc freezes the month's PAYPOST and
      * BUSTOT totals here as the official figures: payments and
      * refunds from PAYPOST, and the house-currency row of up to
      * eight trancodes from BUSTOT. A reopen keeps the frozen figures
      * until the next close replaces them. COPY under the FD in every
      * program that opens the period dataset so the layout can't
      * drift.
      *-----------------------------------------------------------------
       01  PERIOD-CONTROL-RECORD.
           02  PD-PERIOD            PIC 9(6).
           02  PD-STATUS            PIC X.
               88  PD-IS-OPEN             VALUE 'O'.
               88  PD-IS-CLOSED           VALUE 'C'.
           02  PD-ACTION-DATE       PIC 9(8).
           02  PD-ACTION-TIME       PIC 9(8).
           02  PD-ACTION-USER       PIC X(8).
           02  PD-CLOSE-COUNT       PIC 9(3).
           02  PD-FROZEN-DATE       PIC 9(8).
           02  PD-PAY-COUNT         PIC 9(9).
           02  PD-PAY-AMOUNT        PIC 9(13)V99.
           02  PD-RFD-COUNT         PIC 9(9).
           02  PD-RFD-AMOUNT        PIC 9(13)V99.
           02  PD-BT-ENTRY-COUNT    PIC 9(2).
           02  PD-BT-ENTRY          OCCURS 8 TIMES.
               03  PD-BT-TRANCODE   PIC X(8).
               03  PD-BT-COUNT      PIC 9(9).
               03  PD-BT-UNITS      PIC 9(9).
               03  PD-BT-AMOUNT     PIC 9(13)V99.
           02  FILLER               PIC X(20).
