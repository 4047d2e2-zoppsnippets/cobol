      *   05  no handler registered for trancode
      *   06  handler rejected the transaction
      *   07  user not authorized for trancode
      *   08  ADDRCHG customer ID not on the customer address master
      *   09  PAYMENT account unknown or closed
      *   10  PAYMENT account blocked
      *   11  REFUND original payment not on PAYPOST
      *   12  REFUND original payment already reversed
      *   13  ORDER line product not on the product catalogue
      *   14  ORDER line product discontinued
      *   15  ORDCANC original order not on ORDEXP
      *   16  ORDCANC original order already cancelled
      *   17  PAYMENT currency has no rate for the business date
      *   18  posting handler - accounting period closed
      *   19  PAYMENT approval reference names no approved referral
      *   20  PAYMENT referral approved by a supervisor (mprb05rf) -
      *       released through mprb05e, not a content fault
      *   21  message quarantined after abending its handler at
      *       repeated restarts - released from QUARANT by mprb05qr
      *       once the handler is fixed, or written here by mprb05
      *       when QUARANT would not open; resubmitted through mprb05e
      *   22  trancode held on HANDREG and HOLDMSG would not open -
      *       resubmitted through mprb05e once the trancode reopens
      *   23  message layout version not registered on HANDREG for
      *       the trancode, or a malformed version marker
      *   24  ADDRCHG street not known to the street reference
      *       (OAEFT420) within the postal code of the city
      * RJ-USERID is the submitter's user ID where the transport
      * carries one (spaces on records written before it existed or
      * from the MQ transport); it took eight of the nine filler bytes,
      * so the record length is unchanged.
      * COPY under the FD for the REJECTS dataset in the writer and
      * every consumer so the layout can't drift.
      * RJ-INTERVAL is the mprb05 checkpoint interval the record was
      * written in - when the interval opened and the checkpoint ID
      * that opened it (see RSTLREC) - so mprb05rr can take out what
      * a run wrote after the checkpoint it was later restarted from;
      * spaces on records written outside an mprb05 run (record
      * length 140 to 164).
      * RJ-LTERM is the LTERM the message came in on, beside
      * RJ-USERID - the user/LTERM pair the origin ('U') statistics
      * count a submitter's volume under, so mprb05qs can put a
      * reject rate on each. Spaces wherever RJ-USERID is, and on
      * records written before it existed (record length 164 to
      * 172).
      *-----------------------------------------------------------------
       01  REJECT-RECORD.
           02  RJ-DATE              PIC 9(8).
           02  RJ-TRANCODE          PIC X(8).
           02  RJ-LL                PIC 9(5).
           02  RJ-LINE              PIC X(80).
           02  RJ-USERID            PIC X(8).
           02  FILLER               PIC X(1).
           02  RJ-INTERVAL.
               03  RJ-INTERVAL-START.
                   04  RJ-INTERVAL-DATE PIC 9(8).
                   04  RJ-INTERVAL-TIME PIC 9(8).
               03  RJ-INTERVAL-CHKP-ID PIC X(8).
           02  RJ-LTERM             PIC X(8).
