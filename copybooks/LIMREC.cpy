      *-----------------------------------------------------------------
      * Payment limit record. VSAM KSDS (PAYLIMIT) keyed on LM-KEY,
      * maintained by finance. A key is either a submitting user ID
      * or a user class - class keys begin with '*', and the class
      * '*DEFAULT' covers every user with no record of their own.
      * LM-MAX-SINGLE caps one payment, LM-MAX-DAILY the user's
      * cumulative payments for a business date; both are house
      * currency and zero means no cap. A user record with a zero cap
      * takes that cap from the class named in LM-CLASS. The PAYMENT
      * handler (mprb05p1) refers a payment that would breach either
      * cap instead of posting it. COPY under the FD in every program
      * that opens the limits dataset so the layout can't drift.
      *-----------------------------------------------------------------
       01  PAYMENT-LIMIT-RECORD.
           02  LM-KEY               PIC X(8).
           02  LM-CLASS             PIC X(8).
           02  LM-MAX-SINGLE        PIC 9(9)V99.
           02  LM-MAX-DAILY         PIC 9(11)V99.
           02  LM-SET-DATE          PIC 9(8).
           02  LM-SET-BY            PIC X(8).
           02  FILLER               PIC X(24).
