      *    judged. mprb05 parks the message and retries it later in
      *    the run instead of rejecting good business content.
               88  HC-INFRA-FAIL          VALUE 'IF'.
      *    'WH' says the handler accepted the transaction for a
      *    later date and warehoused it instead of processing it
      *    now (a future-dated PAYMENT) - mprb05 counts it apart
      *    and answers WAREHOUSED; the release batch re-queues it
      *    on the day.
               88  HC-WAREHOUSED          VALUE 'WH'.
      *    'RF' says the transaction breached a limit and was
      *    referred to a supervisor instead of processed - mprb05
      *    counts it apart and answers REFERRED.
               88  HC-REFERRED            VALUE 'RF'.
      *    'QU' is never set by a handler - mprb05 sets it in place
      *    of the CALL when the message is the one that abended the
      *    handler at the last restarts and is quarantined instead.
               88  HC-QUARANTINED         VALUE 'QU'.
      *    'HD' is never set by a handler either - mprb05 sets it
      *    in place of the CALL when HANDREG has the trancode held
      *    and the message is parked on HOLDMSG instead.
               88  HC-HELD                VALUE 'HD'.
           02  HC-REASON            PIC X(20).
      *    Message origin, filled by mprb05 from the IOPCB mask and
      *    the feeder's line header before the handler is CALLed -
           02  HC-TOTAL-AMOUNT      PIC 9(11)V99.
           02  HC-TOTAL-UNITS       PIC 9(9).
           02  HC-TOTAL-COUNT       PIC 9(9).
      *    REJREC reason code for an HC-REJECTED answer, when the
      *    handler's rejection has a code of its own (08 unknown
      *    customer, and so on). Spaces - every handler's answer
      *    before this field existed - keeps the generic 06.
           02  HC-REJECT-CODE       PIC X(2).
      *    Per-currency totals. A 'T' answer with HC-TOTAL-CURRENCY
      *    spaces is the trancode's house-currency row, as always;
      *    a handler with a per-currency breakdown sets
      *    HC-MORE-TOTALS and mprb05 CALLs 'T' again for the next
      *    row - HC-TOTAL-CURRENCY set, HC-TOTAL-AMOUNT that
      *    currency's house-currency value, HC-TOTAL-ORIG-AMOUNT the
      *    amount as keyed - until it is left unset. mprb05 clears
      *    the flag before every CALL, so handlers without a
      *    breakdown never touch these fields.
           02  HC-TOTAL-CURRENCY    PIC X(3).
           02  HC-TOTAL-ORIG-AMOUNT PIC 9(11)V99.
           02  HC-TOTAL-MORE        PIC X.
               88  HC-MORE-TOTALS         VALUE 'Y'.
      *    The checkpoint interval in force, filled by mprb05 before
      *    every CALL - the handler moves it to the interval stamp
      *    of every record it writes (PP-INTERVAL, OE-INTERVAL ...),
      *    so a restart can tell which of them came after the
      *    checkpoint it resumed from.
           02  HC-INTERVAL.
               03  HC-INTERVAL-START.
                   04  HC-INTERVAL-DATE PIC 9(8).
                   04  HC-INTERVAL-TIME PIC 9(8).
               03  HC-INTERVAL-CHKP-ID PIC X(8).
      *    On a restarted run, the window from the moment the restart
      *    checkpoint was taken to the moment this run started - the
      *    records stamped inside it are the abended run's backed-out
      *    work, being done again now and taken out later by mprb05rr.
      *    A handler that searches its own output for an earlier
      *    record (REFUND for a reversal, ORDCANC for a cancellation)
      *    skips them. Spaces on a run that was not restarted.
           02  HC-BACKOUT-WINDOW.
               03  HC-BACKOUT-FROM      PIC X(16).
               03  HC-BACKOUT-TO        PIC X(16).
      *    Layout version of the message body, filled by mprb05 from
      *    the feeder's line header before the handler is CALLed -
      *    '01' for a line without a version marker (the layouts
      *    from before versions existed). Only the versions HANDREG
      *    registers for the trancode ever reach the handler, and a
      *    versioned line's field positions are that version's own:
      *    the handler parses HC-MESSAGE-LINE by this field.
           02  HC-LAYOUT-VERSION    PIC X(2).
