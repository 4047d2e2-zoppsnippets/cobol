      *-----------------------------------------------------------------
      * Referred payment record. VSAM KSDS (PAYREFR) keyed on RF-KEY -
      * the business date and feeder sequence number the payment came
      * in under. The PAYMENT handler (mprb05p1) writes one instead of
      * posting a payment that would breach its submitter's PAYLIMIT
      * caps: RF-LIMIT-TYPE says which ('S' single payment, 'D' daily
      * cumulative), RF-LIMIT-AMOUNT the cap, RF-DAY-TOTAL the user's
      * posted total before this payment and RF-AMOUNT the payment in
      * house currency. RF-MESSAGE-LINE is the message as it arrived.
      * The mprb05rf supervisor run lists the day's referrals and
      * applies the supervisors' decisions: approved ('A') referrals
      * go back through the mprb05e resubmit route carrying the
      * approval reference, and the handler marks the referral used
      * ('U') when the approved payment posts, naming that payment's
      * sequence number in RF-USED-SEQ-NO so a restart re-doing the
      * same payment can tell it used the referral itself; declined
      * ones are 'D'.
      * COPY under the FD in every program that opens the referral
      * dataset so the layout can't drift.
      *-----------------------------------------------------------------
       01  REFERRED-PAYMENT-RECORD.
           02  RF-KEY.
               03  RF-DATE          PIC 9(8).
               03  RF-SEQ-NO        PIC X(7).
           02  RF-TIME              PIC 9(8).
           02  RF-USERID            PIC X(8).
           02  RF-STATUS            PIC X.
               88  RF-IS-PENDING          VALUE 'P'.
               88  RF-IS-APPROVED         VALUE 'A'.
               88  RF-IS-DECLINED         VALUE 'D'.
               88  RF-IS-USED             VALUE 'U'.
           02  RF-LIMIT-TYPE        PIC X.
               88  RF-SINGLE-LIMIT        VALUE 'S'.
               88  RF-DAILY-LIMIT         VALUE 'D'.
           02  RF-LIMIT-AMOUNT      PIC 9(11)V99.
           02  RF-DAY-TOTAL         PIC 9(11)V99.
           02  RF-AMOUNT            PIC 9(9)V99.
           02  RF-ACCOUNT-NO        PIC X(12).
           02  RF-TRANCODE          PIC X(8).
           02  RF-MESSAGE-LINE      PIC X(80).
           02  RF-ACTION-DATE       PIC 9(8).
           02  RF-ACTION-USER       PIC X(8).
           02  RF-USED-SEQ-NO       PIC X(7).
           02  FILLER               PIC X(9).
