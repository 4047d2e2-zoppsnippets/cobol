      *-----------------------------------------------------------------
      * Customer address journal record. The ADDRCHG handler
      * (mprb05p3) appends one per address change applied to the
      * customer address master (ADRJOUR, DISP=MOD): the business
      * date, the submitting user and feeder sequence number, and the
      * 80-byte CM-ADDRESS image before and after the change, so any
      * customer's address history can be rebuilt or backed out
      * without going to the IMS log. The journal is written before
      * the master is rewritten - a change that could not be
      * journalled is never applied. COPY under the FD in the writer
      * and every consumer so the layout can't drift.
      * AJ-INTERVAL is the mprb05 checkpoint interval the record was
      * written in - when the interval opened and the checkpoint ID
      * that opened it (see RSTLREC) - so mprb05rr can take out what
      * a run wrote after the checkpoint it was later restarted from;
      * spaces on records written outside an mprb05 run (record
      * length 210 to 234).
      * AJ-BEFORE/AJ-AFTER are the first 80 bytes of the CM-ADDRESS
      * image (customer, city, postal code, department) and
      * AJ-STREET-BEFORE/AJ-STREET-AFTER the street part behind them
      * (CM-STREET-ADDRESS) - added at the end so the fields above
      * keep their positions; spaces on records from before the master
      * carried a street (record length 234 to 314).
      *-----------------------------------------------------------------
       01  ADDRESS-JOURNAL-RECORD.
           02  AJ-DATE              PIC 9(8).
           02  AJ-TIME              PIC 9(8).
           02  AJ-USERID            PIC X(8).
           02  AJ-SEQ-NO            PIC X(7).
           02  AJ-CUST-ID           PIC X(10).
           02  AJ-BEFORE            PIC X(80).
           02  AJ-AFTER             PIC X(80).
           02  FILLER               PIC X(9).
           02  AJ-INTERVAL.
               03  AJ-INTERVAL-START.
                   04  AJ-INTERVAL-DATE PIC 9(8).
                   04  AJ-INTERVAL-TIME PIC 9(8).
               03  AJ-INTERVAL-CHKP-ID PIC X(8).
           02  AJ-STREET-BEFORE     PIC X(40).
           02  AJ-STREET-AFTER      PIC X(40).
