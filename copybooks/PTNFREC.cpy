      *-----------------------------------------------------------------
      * Partner transaction file record, the format agreed with the
      * partners who send PAYMENT and ORDER traffic by file transfer
      * instead of through a feeder terminal. mprb05pi reads it as
      * PTNRIN. One header ('H') naming the partner, the file date and
      * the partner's own file sequence number; one detail ('D') per
      * transaction, carrying the trancode and the message body exactly
      * as mprb05's handlers expect it (body bytes 1-72 of the input
      * line); one trailer ('T') with the detail count and the amount
      * hash total - the sum of the PAYMENT amounts (body 1-9, 9(7)V99).
      * ORDER details carry no amount and add nothing to the hash.
      * COPY under the FD in every program that reads or writes the
      * file so the layout can't drift.
      *-----------------------------------------------------------------
       01  PARTNER-FILE-RECORD.
           02  PF-RECORD-TYPE       PIC X.
               88  PF-IS-HEADER           VALUE 'H'.
               88  PF-IS-DETAIL           VALUE 'D'.
               88  PF-IS-TRAILER          VALUE 'T'.
           02  PF-DATA              PIC X(99).
           02  PF-HEADER-DATA REDEFINES PF-DATA.
               03  PF-PARTNER-ID    PIC X(8).
               03  PF-FILE-DATE     PIC 9(8).
               03  PF-FILE-SEQ-NO   PIC 9(6).
               03  FILLER           PIC X(77).
           02  PF-DETAIL-DATA REDEFINES PF-DATA.
               03  PF-TRANCODE      PIC X(8).
               03  PF-BODY          PIC X(72).
               03  FILLER           PIC X(19).
           02  PF-TRAILER-DATA REDEFINES PF-DATA.
               03  PF-RECORD-COUNT  PIC 9(7).
               03  PF-HASH-TOTAL    PIC 9(13)V99.
               03  FILLER           PIC X(77).
