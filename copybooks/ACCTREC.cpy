      *-----------------------------------------------------------------
      * Payer account master record. VSAM KSDS keyed on AC-ACCOUNT-NO.
      * The PAYMENT handler (mprb05p1) reads it for every payment -
      * only an open account takes a posting; a closed or unknown
      * account rejects with REJREC reason code 09, a blocked one
      * with 10 - and adds each posted amount to AC-BALANCE, the
      * account's running balance. The nightly mprb05ab listing
      * prints it for finance. COPY under the FD in every program
      * that opens the master so the layout can't drift.
      *-----------------------------------------------------------------
       01  ACCOUNT-RECORD.
           02  AC-ACCOUNT-NO        PIC X(12).
           02  AC-STATUS            PIC X.
               88  AC-IS-OPEN             VALUE 'O'.
               88  AC-IS-CLOSED           VALUE 'C'.
               88  AC-IS-BLOCKED          VALUE 'B'.
           02  AC-NAME              PIC X(30).
           02  AC-BALANCE           PIC S9(11)V99.
           02  AC-LAST-POST-DATE    PIC 9(8).
           02  AC-LAST-POST-SEQ-NO  PIC X(7).
           02  AC-POST-COUNT        PIC 9(9).
           02  FILLER               PIC X(20).
