000800*  the payment line, accumulates the running amount total
000900*  for the region's life, and reports processed/rejected
001000*  back through HC-STATUS/HC-REASON.
001001*
001002*  Every payment names the payer account it is for; the
001003*  account must be open on the account master (ACCTMAST,
001004*  VSAM KSDS) and the posted amount is added to its running
001005*  balance. A closed or unknown account rejects with REJREC
001006*  reason code 09, a blocked one with 10.
001007*
001008*  A payment may be keyed in a foreign currency: the body
001009*  names its ISO code and the handler converts the amount to
001010*  the house currency at the day's treasury rate (FXRATE,
001011*  VSAM KSDS keyed by business date and currency). Only a
001012*  rate for HC-BUSINESS-DATE will do - none rejects with
001013*  REJREC reason code 17. The account balance, PP-AMOUNT and
001014*  the PAYMENT totals are all house currency; PAYPOST keeps
001015*  the currency, the amount as keyed and the rate beside it,
001016*  and BUSTOT gets one more row per currency seen.
001017*
001018*  A payment may carry a value date. One later than the
001019*  business date is not posted: it is warehoused on WHSEPAY
001020*  (VSAM KSDS keyed by value date, date received and
001021*  sequence number) and answered WAREHOUSED. The mprb05wr
001022*  release batch re-queues it on its value date and it
001023*  posts through here as usual; mprb05wl lists and cancels
001024*  what is waiting. Conversion waits for the value date
001025*  too - that day's rate applies.
001026*
001027*  Each submitter has caps on PAYLIMIT (VSAM KSDS) - one
001028*  payment, and the day's cumulative total kept on PAYUDAY
001029*  (VSAM KSDS keyed by business date and user) so that it
001030*  survives checkpoint/restart. A payment that would breach
001031*  one is not posted: it is referred - written to PAYREFR
001032*  (VSAM KSDS) with the cap and the running total - and
001033*  answered REFERRED. A supervisor approves it through
001034*  mprb05rf and it comes back through mprb05e carrying the
001035*  approval reference, which lets it past the caps once;
001036*  a reference to no approved referral rejects with REJREC
001037*  reason code 19.
001038*
001039*  A restart re-delivers every message the abended run had
001040*  taken since its restart checkpoint. A payment the abended
001041*  run had already posted - its PAYPOST record is there,
001042*  stamped inside the restart's backout window - is posted
001043*  again without moving the account balance or the day
001044*  total a second time; mprb05rr takes the first posting
001045*  out. One it had referred or warehoused finds its own
001046*  PAYREFR or WHSEPAY record and gets the same answer as
001047*  before.
001048*
001049*  Body layout within the message line (line bytes 9-80):
001050*    body  1-9   amount, 9(7)V99 zoned  (input)
001051*    body 10-21  payer account number   (input)
001052*    body 22-24  currency code, spaces  (input)
001053*                for the house currency
001054*    body 25-33  house-currency amount  (filled here)
001055*    body 34-44  rate used, 9(5)V9(6)   (filled here)
001056*    body 45-52  value date yyyymmdd,   (input)
001057*                spaces to post today
001058*    body 53-67  approval reference: the (input)
001059*                referral's date and seq
001060*                no, spaces if none
001100*
001200*  Program     mprb05p1
001300*  PSB:        none - subprogram of mprb05, no own IMS calls
001400*  Databases:  none
001500*  Access:     ACCTMAST (VSAM, update), PAYPOST (extend),
001510*              PAYSUSP (extend), FXRATE (VSAM, read),
001520*              WHSEPAY (VSAM, add), PERIODS (VSAM, read),
001530*              PAYLIMIT (VSAM, read), PAYUDAY (VSAM,
001540*              update), PAYREFR (VSAM, update)
001600*
001700************************************************************
001800 ENVIRONMENT DIVISION.
002160     SELECT PAYMENT-SUSPENSE-FILE ASSIGN TO PAYSUSP
002170        ORGANIZATION IS SEQUENTIAL
002180        FILE STATUS IS ws-suspense-file-status.
002183     SELECT ACCOUNT-MASTER-FILE ASSIGN TO ACCTMAST
002186        ORGANIZATION IS INDEXED
002189        ACCESS MODE IS DYNAMIC
002192        RECORD KEY IS AC-ACCOUNT-NO
002195        FILE STATUS IS ws-account-file-status.
002198     SELECT FX-RATE-FILE ASSIGN TO FXRATE
002201        ORGANIZATION IS INDEXED
002204        ACCESS MODE IS DYNAMIC
002207        RECORD KEY IS FX-KEY
002210        FILE STATUS IS ws-fxrate-file-status.
002213     SELECT WAREHOUSE-FILE ASSIGN TO WHSEPAY
002216        ORGANIZATION IS INDEXED
002219        ACCESS MODE IS DYNAMIC
002222        RECORD KEY IS WP-KEY
002225        FILE STATUS IS ws-warehouse-file-status.
002228     SELECT PERIOD-CONTROL-FILE ASSIGN TO PERIODS
002231        ORGANIZATION IS INDEXED
002234        ACCESS MODE IS DYNAMIC
002237        RECORD KEY IS PD-PERIOD
002240        FILE STATUS IS ws-period-file-status.
002243     SELECT PAYMENT-LIMIT-FILE ASSIGN TO PAYLIMIT
002246        ORGANIZATION IS INDEXED
002249        ACCESS MODE IS DYNAMIC
002252        RECORD KEY IS LM-KEY
002255        FILE STATUS IS ws-limit-file-status.
002258     SELECT USER-DAY-TOTAL-FILE ASSIGN TO PAYUDAY
002261        ORGANIZATION IS INDEXED
002264        ACCESS MODE IS DYNAMIC
002267        RECORD KEY IS UD-KEY
002270        FILE STATUS IS ws-user-day-file-status.
002273     SELECT REFERRAL-FILE ASSIGN TO PAYREFR
002276        ORGANIZATION IS INDEXED
002279        ACCESS MODE IS DYNAMIC
002282        RECORD KEY IS RF-KEY
002285        FILE STATUS IS ws-referral-file-status.
002288
002300 DATA DIVISION.
002310 FILE SECTION.
002320 FD  PAYMENT-POSTING-FILE
002370     RECORDING MODE IS F.
002380     COPY PAYSREC.
002390
002394 FD  ACCOUNT-MASTER-FILE.
002398     COPY ACCTREC.
002402
002406 FD  FX-RATE-FILE.
002410     COPY FXRREC.
002414
002418 FD  WAREHOUSE-FILE.
002422     COPY WHPREC.
002426
002430 FD  PERIOD-CONTROL-FILE.
002434     COPY PERDREC.
002438
002442 FD  PAYMENT-LIMIT-FILE.
002446     COPY LIMREC.
002450
002454 FD  USER-DAY-TOTAL-FILE.
002458     COPY UDTREC.
002462
002466 FD  REFERRAL-FILE.
002470     COPY REFRREC.
002474
002478 WORKING-STORAGE SECTION.
002500
002600************************************************************
002700*            PAYMENT ACCUMULATORS
003700 77  display-payment-count pic zzz,zzz,zz9.
003710 77  ws-posting-file-status pic xx value spaces.
003720 77  ws-suspense-file-status pic xx value spaces.
003721
003722************************************************************
003723*            PAYER ACCOUNT MASTER
003724*    Opened, read, rewritten and closed per payment - nothing
003725*    held open across CALLs, as with PAYPOST.
003726************************************************************
003727
003728 77  ws-account-file-status pic xx value spaces.
003729 77  account-open-sw      pic x value 'n'.
003730     88 account-open            value 'y'.
003731 77  account-ok-sw        pic x value 'n'.
003732     88 account-ok              value 'y'.
003733
003734************************************************************
003735*            CURRENCY CONVERSION
003736*    House currency and the converted amount and rate of the
003737*    payment in hand. The per-currency table is static like
003738*    the totals above and reported and reset the same way,
003739*    one BUSTOT row per currency after the PAYMENT row.
003740************************************************************
003741
003742 77  house-currency       pic x(3) value 'EUR'.
003743 77  payment-currency     pic x(3) value spaces.
003744 77  ws-fxrate-file-status pic xx value spaces.
003745 01  base-amount-out.
003746     02  base-amount      pic 9(7)v99 value 0.
003747     02  base-amount-x    redefines base-amount
003748                          pic x(9).
003749 01  fx-rate-out.
003750     02  fx-rate-used     pic 9(5)v9(6) value 0.
003751     02  fx-rate-used-x   redefines fx-rate-used
003752                          pic x(11).
003753 77  cy-entry-count       pic 9(4) binary value 0.
003754 77  cy-max-entries       pic 9(4) binary value 20.
003755 77  cy-report-idx        pic 9(4) binary value 0.
003756 77  cy-found-sw          pic x value 'n'.
003757     88 cy-found                 value 'y'.
003758 01  cy-table.
003759     02  cy-entry occurs 1 to 20 times
003760           depending on cy-entry-count
003761           indexed by cy-ix.
003762         03  cy-code          pic x(3).
003763         03  cy-orig-total    usage is comp-2.
003764         03  cy-base-total    usage is comp-2.
003765         03  cy-count         usage is comp-2.
003766
003767************************************************************
003768*            VALUE-DATED PAYMENTS
003769************************************************************
003770
003771 77  ws-warehouse-file-status pic xx value spaces.
003772 77  ws-period-file-status pic xx value spaces.
003773
003774************************************************************
003775*            PAYMENT LIMITS AND REFERRAL
003776*    The caps that apply to the submitter, resolved user then
003777*    class then '*DEFAULT', and the user's posted total for
003778*    the business date from PAYUDAY. An approval reference in
003779*    body 53-67 names the referral a supervisor approved.
003780************************************************************
003781
003782 77  ws-limit-file-status pic xx value spaces.
003783 77  ws-user-day-file-status pic xx value spaces.
003784 77  ws-referral-file-status pic xx value spaces.
003785 77  max-single-amount    pic 9(9)v99 value 0.
003786 77  max-daily-amount     pic 9(11)v99 value 0.
003787 77  user-class           pic x(8) value spaces.
003788 77  user-day-total       pic 9(11)v99 value 0.
003789 77  projected-day-total  pic 9(11)v99 value 0.
003790 77  limit-breach         pic x value space.
003791     88 no-limit-breach         value space.
003792     88 single-limit-breach     value 'S'.
003793     88 daily-limit-breach      value 'D'.
003794 77  approved-referral-sw pic x value 'n'.
003795     88 approved-referral       value 'y'.
003796 01  approval-reference.
003797     02  approval-date    pic 9(8).
003798     02  approval-seq-no  pic x(7).
003799 77  value-date           pic 9(8) value 0.
003800 77  future-dated-sw      pic x value 'n'.
003801     88 future-dated            value 'y'.
003802
003803************************************************************
003804*            RESTART REPLAY
003805*    The business date and sequence number of every payment
003806*    posted inside the backout window of the restart this run
003807*    resumed from, read off PAYPOST once per window. More
003808*    than the table holds and the rest are looked for on
003809*    PAYPOST payment by payment.
003810************************************************************
003811
003812 77  rp-loaded-window     pic x(32) value spaces.
003813 77  rp-entry-count       pic 9(4) binary value 0.
003814 77  rp-max-entries       pic 9(4) binary value 2000.
003815 77  rp-overflow-sw       pic x value 'n'.
003816     88 rp-overflow             value 'y'.
003817 77  rp-scan-one-sw       pic x value 'n'.
003818     88 rp-scan-one             value 'y'.
003819 77  end-of-postings-sw   pic x value 'n'.
003820     88 end-of-postings         value 'y'.
003821 77  replayed-posting-sw  pic x value 'n'.
003822     88 replayed-posting        value 'y'.
003823 01  rp-table.
003824     02  rp-entry occurs 1 to 2000 times
003825           depending on rp-entry-count
003826           indexed by rp-ix.
003827         03  rp-date          pic 9(8).
003828         03  rp-seq-no        pic x(7).
003829
003830************************************************************
003831*            BUSINESS-DUPLICATE DETECTION
003832*    Recent payment bodies with the wall-clock second each
003833*    was first seen. The same body seen again within the
003834*    window mprb05 hands down (HC-DUP-WINDOW-SEC) is a
003835*    duplicate suspect - the branch re-send after a timeout
003836*    that the feeder sequence check cannot catch, because it
003837*    arrives under a fresh sequence number. The table is a
003838*    ring: once full the oldest slot is overwritten, which is
003839*    safe because a body older than the window no longer
003840*    matters. Bodies are compared as keyed (keyed-body): a
003841*    posted payment has its converted amount and rate put
003845*    back on the line, which a resubmitted copy never has.
003850************************************************************
003860
003870 77  dp-entry-count       pic 9(4) binary value 0.
003970         03  dp-body          pic x(72).
003980         03  dp-seen-sec      pic s9(9) binary.
003990         03  dp-seen-time     pic 9(8).
003995 01  keyed-body           pic x(72).
004000
004010 01  now-time-split.
004020     02  ws-now-hhmmss    pic x(8).
004720        perform report-business-totals
004730           thru end-report-business-totals
004740     else
004800        perform check-posting-period
004801           thru end-check-posting-period
004802        if HC-PROCESSED-OK
004803           perform apply-payment
004804              thru end-apply-payment
004805        end-if
004910     end-if.
005000
005100     goback.
005900************************************************************
006000
006100 apply-payment.
006112     move HC-MESSAGE-LINE (9:72) to keyed-body.
006124     move 'n' to account-ok-sw.
006136     move 'n' to future-dated-sw.
006148     move 'n' to approved-referral-sw.
006160     move 'n' to replayed-posting-sw.
006172     move space to limit-breach.
006184     move 'n' to account-open-sw.
006200     if HC-MESSAGE-LINE (9:9) not numeric
006300        set HC-REJECTED to true
006400        move 'AMOUNT NOT NUMERIC' to HC-REASON
006500     else
006600        move HC-MESSAGE-LINE (9:9) to payment-amount-x
006601        perform check-payer-account
006602           thru end-check-payer-account
006603     end-if.
006604     if account-ok
006605        perform check-value-date
006606           thru end-check-value-date
006607     end-if.
006608     if account-ok and HC-PROCESSED-OK and not future-dated
006609        perform convert-payment-currency
006610           thru end-convert-payment-currency
006611     end-if.
006612     if account-ok and HC-PROCESSED-OK
006613        perform check-duplicate-payment
006620           thru end-check-duplicate-payment
006622        if not dp-found and not future-dated
006624           perform check-replayed-posting
006626              thru end-check-replayed-posting
006628           perform check-payment-limits
006630              thru end-check-payment-limits
006632        end-if
006634        evaluate true
006636        when dp-found
006640           perform suspend-duplicate-payment
006650              thru end-suspend-duplicate-payment
006651        when future-dated
006652           perform warehouse-payment
006653              thru end-warehouse-payment
006654        when not HC-PROCESSED-OK
006655           continue
006656        when not no-limit-breach
006657           perform refer-payment
006658              thru end-refer-payment
006660        when other
006700        add base-amount to payment-total
006800        add 1 to payment-count
006900D       move payment-count to display-payment-count
007000D       display "mprb05p1: payment " display-payment-count
007330*       silently posted to nowhere.
007340        perform write-payment-posting
007350           thru end-write-payment-posting
007351        if HC-PROCESSED-OK
007352           perform record-currency-totals
007353              thru end-record-currency-totals
007354           perform add-user-day-total
007355              thru end-add-user-day-total
007356        end-if
007360        end-evaluate
007361*       The sighting enters the ring only once the payment
007362*       actually landed somewhere - posted or parked as a
007363*       suspect. A posting- or suspense-file failure hands
007364*       the payment back for redrive, and its legitimate
007365*       resubmission must not then suspend as a duplicate of
007366*       a payment that never posted.
007371        if HC-PROCESSED-OK or HC-SUSPENDED or HC-WAREHOUSED
007376           or HC-REFERRED
007381           perform record-payment-body
007386              thru end-record-payment-body
007391        end-if
007400     end-if.
007410     if account-open
007420        close ACCOUNT-MASTER-FILE
007430     end-if.
007500 end-apply-payment.
007600     exit.
007601
007602************************************************************
007603*            CHECK-PAYER-ACCOUNT
007604*    Keyed read of the account in body bytes 10-21. Only an
007605*    open account goes on to post; the record stays in the
007606*    buffer for write-payment-posting's balance rewrite. An
007607*    account master that will not open is handed back like
007608*    a posting-file failure - the payment must not post to
007609*    an account nobody checked.
007610************************************************************
007611
007612 check-payer-account.
007613     open i-o ACCOUNT-MASTER-FILE.
007614     if ws-account-file-status not = '00'
007615        display "mprb05p1: unable to open ACCTMAST, status "
007616           ws-account-file-status upon console
007617        set HC-REJECTED to true
007618        move 'ACCOUNT FILE ERROR' to HC-REASON
007619     else
007620        set account-open to true
007621        move HC-MESSAGE-LINE (18:12) to AC-ACCOUNT-NO
007622        read ACCOUNT-MASTER-FILE
007623           invalid key
007624              set HC-REJECTED to true
007625              move '09' to HC-REJECT-CODE
007626              move 'ACCOUNT UNKNOWN' to HC-REASON
007627           not invalid key
007628              evaluate true
007629                 when AC-IS-OPEN
007630                    set account-ok to true
007631                 when AC-IS-BLOCKED
007632                    set HC-REJECTED to true
007633                    move '10' to HC-REJECT-CODE
007634                    move 'ACCOUNT BLOCKED' to HC-REASON
007635                 when other
007636                    set HC-REJECTED to true
007637                    move '09' to HC-REJECT-CODE
007638                    move 'ACCOUNT CLOSED' to HC-REASON
007639              end-evaluate
007640        end-read
007641     end-if.
007642 end-check-payer-account.
007643     exit.
007644
007645************************************************************
007646*            CONVERT-PAYMENT-CURRENCY
007647*    No currency, or the house one, converts at one. Any
007648*    other needs treasury's rate for the business date in
007649*    force - a rate from another day is exactly the stale
007650*    conversion this check is here to stop. The converted
007651*    amount must still fit PP-AMOUNT.
007652************************************************************
007653
007654 convert-payment-currency.
007655     move HC-MESSAGE-LINE (30:3) to payment-currency.
007656     if payment-currency = spaces
007657        move house-currency to payment-currency
007658     end-if.
007659     if payment-currency = house-currency
007660        move payment-amount to base-amount
007661        move 1 to fx-rate-used
007662     else
007663        open input FX-RATE-FILE
007664        if ws-fxrate-file-status not = '00'
007665           display "mprb05p1: unable to open FXRATE, status "
007666              ws-fxrate-file-status upon console
007667           set HC-REJECTED to true
007668           move 'RATE FILE ERROR' to HC-REASON
007669        else
007670           move HC-BUSINESS-DATE to FX-RATE-DATE
007671           move payment-currency to FX-CURRENCY
007672           read FX-RATE-FILE
007673              invalid key
007674                 set HC-REJECTED to true
007675                 move '17' to HC-REJECT-CODE
007676                 move 'NO RATE FOR DAY' to HC-REASON
007677              not invalid key
007678                 move FX-RATE to fx-rate-used
007679                 compute base-amount rounded =
007680                    payment-amount * FX-RATE
007681                    on size error
007682                       set HC-REJECTED to true
007683                       move 'AMOUNT TOO HIGH' to HC-REASON
007684                 end-compute
007685           end-read
007686           close FX-RATE-FILE
007687        end-if
007688     end-if.
007689 end-convert-payment-currency.
007690     exit.
007691
007692************************************************************
007693*            CHECK-VALUE-DATE
007694*    Spaces or zeros post today, as every payment did before
007695*    value dates; a date up to the business date is due and
007696*    posts now too. Anything later is warehoused. A value
007697*    date that is not a date at all rejects - guessing when
007698*    somebody meant to pay is not the handler's business.
007699************************************************************
007700
007701 check-value-date.
007702     evaluate true
007703        when HC-MESSAGE-LINE (53:8) = spaces
007704        when HC-MESSAGE-LINE (53:8) = zeros
007705           continue
007706        when HC-MESSAGE-LINE (53:8) not numeric
007707           set HC-REJECTED to true
007708           move 'VALUE DATE INVALID' to HC-REASON
007709        when other
007710           move HC-MESSAGE-LINE (53:8) to value-date
007711           if value-date > HC-BUSINESS-DATE
007712              set future-dated to true
007713           end-if
007714     end-evaluate.
007715 end-check-value-date.
007716     exit.
007717
007718************************************************************
007719*            RECORD-CURRENCY-TOTALS
007720*    A posted payment only. Its converted amount and rate go
007721*    back onto the line, so capture carries the figure
007722*    settlement balances against PAYPOST.
007723************************************************************
007724
007725 record-currency-totals.
007726     move base-amount-x to HC-MESSAGE-LINE (33:9).
007727     move fx-rate-used-x to HC-MESSAGE-LINE (42:11).
007728     move 'n' to cy-found-sw.
007729     perform varying cy-ix from 1 by 1
007730        until cy-ix > cy-entry-count or cy-found
007731        if cy-code (cy-ix) = payment-currency
007732           set cy-found to true
007733        end-if
007734     end-perform.
007735     if cy-found
007736        set cy-ix down by 1
007737     else
007738        if cy-entry-count < cy-max-entries
007739           add 1 to cy-entry-count
007740           set cy-ix to cy-entry-count
007741           move payment-currency to cy-code (cy-ix)
007742           move 0 to cy-orig-total (cy-ix)
007743           move 0 to cy-base-total (cy-ix)
007744           move 0 to cy-count (cy-ix)
007745           set cy-found to true
007746        else
007747           display "mprb05p1: currency table full, "
007748              payment-currency " not broken out" upon console
007749        end-if
007750     end-if.
007751     if cy-found
007752        add payment-amount to cy-orig-total (cy-ix)
007753        add base-amount to cy-base-total (cy-ix)
007754        add 1 to cy-count (cy-ix)
007755     end-if.
007756 end-record-currency-totals.
007757     exit.
007758
007759************************************************************
007760*            CHECK-DUPLICATE-PAYMENT
007761*    Scans the recent-bodies ring for this payment body seen
007762*    within the window. The sighting itself is recorded by
007763*    apply-payment once the disposition is known, so a third
007764*    copy still matches a suspended second one. The age wraps
007765*    across midnight the same way mprb05's message aging
007766*    does, so a window spanning 00:00 still holds.
007767************************************************************
007768
007769 check-duplicate-payment.
007770     move 'n' to dp-found-sw.
007771     accept ws-now-hhmmss from time.
007772     compute now-time-sec =
007773        nt-hh * 3600 + nt-mm * 60 + nt-ss.
007774     if HC-DUP-WINDOW-SEC > 0 and dp-entry-count > 0
007775        perform varying dp-ix from 1 by 1
007780           until dp-ix > dp-entry-count or dp-found
007790           if dp-body (dp-ix) = keyed-body
007800              compute body-age-sec =
007810                 now-time-sec - dp-seen-sec (dp-ix)
007820              if body-age-sec < 0
008050           add 1 to dp-next-slot
008060        end-if
008070     end-if.
008080     move keyed-body to dp-body (dp-next-slot).
008090     move now-time-sec to dp-seen-sec (dp-next-slot).
008100     accept dp-seen-time (dp-next-slot) from time.
008110 end-record-payment-body.
008111     exit.
008112
008113************************************************************
008114*            CHECK-REPLAYED-POSTING
008115*    Only on a restarted run, which mprb05 marks by filling
008116*    HC-BACKOUT-WINDOW. The PAYPOST records stamped inside
008117*    the window are the abended run's postings since the
008118*    checkpoint; the account balance and the day total those
008119*    payments moved stay moved, as nothing backs out a VSAM
008120*    update. A payment with a posting there for the same
008121*    business date and sequence number is the same payment
008122*    redelivered, posted already.
008123************************************************************
008124
008125 check-replayed-posting.
008126     if HC-BACKOUT-WINDOW not = spaces
008127        if HC-BACKOUT-WINDOW not = rp-loaded-window
008128           perform load-replay-window
008129              thru end-load-replay-window
008130        end-if
008131        perform varying rp-ix from 1 by 1
008132           until rp-ix > rp-entry-count or replayed-posting
008133           if rp-date (rp-ix) = HC-BUSINESS-DATE
008134              and rp-seq-no (rp-ix) = HC-SEQ-NO
008135              set replayed-posting to true
008136           end-if
008137        end-perform
008138        if rp-overflow and not replayed-posting
008139           set rp-scan-one to true
008140           perform scan-window-postings
008141              thru end-scan-window-postings
008142        end-if
008143     end-if.
008144 end-check-replayed-posting.
008145     exit.
008146
008147************************************************************
008148*            LOAD-REPLAY-WINDOW
008149*    Once per window - a second restart brings a new one. A
008150*    PAYPOST that cannot be read leaves the table empty and
008151*    the payment is handed back: posting it blind could move
008152*    the balance twice.
008153************************************************************
008154
008155 load-replay-window.
008156     move HC-BACKOUT-WINDOW to rp-loaded-window.
008157     move 0 to rp-entry-count.
008158     move 'n' to rp-overflow-sw.
008159     move 'n' to rp-scan-one-sw.
008160     perform scan-window-postings
008161        thru end-scan-window-postings.
008162     if not HC-PROCESSED-OK
008163        move spaces to rp-loaded-window
008164     end-if.
008165 end-load-replay-window.
008166     exit.
008167
008168 scan-window-postings.
008169     move 'n' to end-of-postings-sw.
008170     open input PAYMENT-POSTING-FILE.
008171     if ws-posting-file-status not = '00'
008172        display "mprb05p1: unable to read PAYPOST, status "
008173           ws-posting-file-status upon console
008174        set HC-REJECTED to true
008175        move 'POSTING FILE ERROR' to HC-REASON
008176     else
008177        perform scan-one-posting
008178           thru end-scan-one-posting
008179           until end-of-postings
008180        close PAYMENT-POSTING-FILE
008181     end-if.
008182     move 'n' to rp-scan-one-sw.
008183 end-scan-window-postings.
008184     exit.
008185
008186 scan-one-posting.
008187     read PAYMENT-POSTING-FILE
008188        at end
008189           set end-of-postings to true
008190        not at end
008191           if PP-INTERVAL-START not < HC-BACKOUT-FROM
008192              and PP-INTERVAL-START < HC-BACKOUT-TO
008193              and PP-IS-PAYMENT
008194              evaluate true
008195                 when rp-scan-one
008196                    if PP-DATE = HC-BUSINESS-DATE
008197                       and PP-SEQ-NO = HC-SEQ-NO
008198                       set replayed-posting to true
008199                       set end-of-postings to true
008200                    end-if
008201                 when rp-entry-count < rp-max-entries
008202                    add 1 to rp-entry-count
008203                    set rp-ix to rp-entry-count
008204                    move PP-DATE to rp-date (rp-ix)
008205                    move PP-SEQ-NO to rp-seq-no (rp-ix)
008206                 when not rp-overflow
008207                    set rp-overflow to true
008208                    display "mprb05p1: more than 2000 postings "
008209                       "in the restart window, the rest are "
008210                       "searched one by one" upon console
008211              end-evaluate
008212           end-if
008213     end-read.
008214 end-scan-one-posting.
008215     exit.
008216
008217************************************************************
008218*            SUSPEND-DUPLICATE-PAYMENT
008219*    Parks the suspect on the PAYSUSP dataset (DISP=MOD) and
008220*    reports SUSPENDED back, so the payment is neither posted
008221*    nor rejected until a supervisor rules on it. When even
008222*    the suspense dataset will not take it, the transaction
008223*    is handed back for the reject path - it must land
008224*    somewhere a human will see.
008225************************************************************
008230
008240 suspend-duplicate-payment.
008250     open extend PAYMENT-SUSPENSE-FILE.
008370        move payment-amount to PS-AMOUNT
008380        move dp-first-time to PS-FIRST-TIME
008390        move HC-MESSAGE-LINE (9:72) to PS-BODY
008395        move HC-INTERVAL to PS-INTERVAL
008400        write PAYMENT-SUSPENSE-RECORD
008410        close PAYMENT-SUSPENSE-FILE
008420        set HC-SUSPENDED to true
008440     end-if.
008450 end-suspend-duplicate-payment.
008460     exit.
008461
008462************************************************************
008463*            WAREHOUSE-PAYMENT
008464*    The whole message is kept, so the release batch can put
008465*    it back on mprb05's input exactly as keyed. The same
008466*    sequence number warehoused twice for one value date and
008467*    business date is the abended run's payment redelivered
008468*    by a restart when the message is the same - answered
008469*    WAREHOUSED again, not stored again - and otherwise a
008470*    resubmission, rejected. An unusable warehouse hands the
008471*    payment back - it must not be answered WAREHOUSED and
008472*    then be lost.
008473************************************************************
008474
008475 warehouse-payment.
008476     open i-o WAREHOUSE-FILE.
008477     if ws-warehouse-file-status not = '00'
008478        display "mprb05p1: unable to open WHSEPAY, status "
008479           ws-warehouse-file-status upon console
008480        set HC-REJECTED to true
008481        move 'WAREHOUSE FILE ERROR' to HC-REASON
008482     else
008483        move spaces to WAREHOUSED-PAYMENT-RECORD
008484        move value-date to WP-VALUE-DATE
008485        move HC-SEQ-NO to WP-SEQ-NO
008486        set WP-IS-WAITING to true
008487        move HC-BUSINESS-DATE to WP-RECEIVED-DATE
008488        accept WP-RECEIVED-TIME from time
008489        move HC-ORIGIN-USERID to WP-USERID
008490        move HC-TRANCODE to WP-TRANCODE
008491        move HC-MESSAGE-LINE to WP-MESSAGE-LINE
008492        move AC-ACCOUNT-NO to WP-ACCOUNT-NO
008493        move payment-amount to WP-AMOUNT
008494        move HC-MESSAGE-LINE (30:3) to WP-CURRENCY
008495        if WP-CURRENCY = spaces
008496           move house-currency to WP-CURRENCY
008497        end-if
008498        move 0 to WP-ACTION-DATE
008499        write WAREHOUSED-PAYMENT-RECORD
008500           invalid key
008501              perform answer-earlier-warehousing
008502                 thru end-answer-earlier-warehousing
008503           not invalid key
008504              set HC-WAREHOUSED to true
008505              move 'VALUE DATE LATER' to HC-REASON
008506        end-write
008507        close WAREHOUSE-FILE
008508     end-if.
008509 end-warehouse-payment.
008510     exit.
008511
008512 answer-earlier-warehousing.
008513     move value-date to WP-VALUE-DATE.
008514     move HC-BUSINESS-DATE to WP-RECEIVED-DATE.
008515     move HC-SEQ-NO to WP-SEQ-NO.
008516     read WAREHOUSE-FILE
008517        invalid key
008518           continue
008519     end-read.
008520     if ws-warehouse-file-status = '00'
008521        and WP-MESSAGE-LINE = HC-MESSAGE-LINE
008522        set HC-WAREHOUSED to true
008523        move 'VALUE DATE LATER' to HC-REASON
008524     else
008525        set HC-REJECTED to true
008526        move 'ALREADY WAREHOUSED' to HC-REASON
008527     end-if.
008528 end-answer-earlier-warehousing.
008529     exit.
008530
008531************************************************************
008532*            CHECK-PAYMENT-LIMITS
008533*    A payment carrying an approval reference has been seen
008534*    by a supervisor already and is let past the caps once -
008535*    provided the reference names an approved referral of
008536*    this same amount, account and currency. Any other
008537*    payment is held to the submitter's caps: one over the
008538*    single cap, or a day's total the payment would take
008539*    over the daily cap, is a breach and the payment is
008540*    referred instead of posted. Caps and totals are house
008541*    currency. A payment posted again after a restart was
008542*    held to its caps the first time, and its own amount is
008543*    in the day total already - only its approval reference,
008544*    if any, is looked at again.
008545************************************************************
008546
008547 check-payment-limits.
008548     move 0 to max-single-amount.
008549     move 0 to max-daily-amount.
008550     move 0 to user-day-total.
008551     if HC-MESSAGE-LINE (61:15) not = spaces
008552        perform check-approval-reference
008553           thru end-check-approval-reference
008554     else
008555        if not replayed-posting
008556           perform resolve-payment-limits
008557              thru end-resolve-payment-limits
008558        end-if
008559     end-if.
008560     if HC-PROCESSED-OK and not approved-referral
008561        and (max-single-amount > 0 or max-daily-amount > 0)
008562        perform read-user-day-total
008563           thru end-read-user-day-total
008564     end-if.
008565     if HC-PROCESSED-OK and not approved-referral
008566        compute projected-day-total =
008567           user-day-total + base-amount
008568        evaluate true
008569           when max-single-amount > 0
008570              and base-amount > max-single-amount
008571              set single-limit-breach to true
008572           when max-daily-amount > 0
008573              and projected-day-total > max-daily-amount
008574              set daily-limit-breach to true
008575        end-evaluate
008576     end-if.
008577 end-check-payment-limits.
008578     exit.
008579
008580************************************************************
008581*            RESOLVE-PAYMENT-LIMITS
008582*    The submitter's own PAYLIMIT record first; a cap left
008583*    at zero there is taken from the class it names. A user
008584*    with no record of their own falls under '*DEFAULT'.
008585*    Nothing found at all means no cap. A limit file that
008586*    will not open hands the payment back - it must not
008587*    post with its caps unchecked.
008588************************************************************
008589
008590 resolve-payment-limits.
008591     move spaces to user-class.
008592     open input PAYMENT-LIMIT-FILE.
008593     if ws-limit-file-status not = '00'
008594        display "mprb05p1: unable to open PAYLIMIT, status "
008595           ws-limit-file-status upon console
008596        set HC-REJECTED to true
008597        move 'LIMIT FILE ERROR' to HC-REASON
008598     else
008599        move HC-ORIGIN-USERID to LM-KEY
008600        read PAYMENT-LIMIT-FILE
008601           invalid key
008602              move '*DEFAULT' to user-class
008603           not invalid key
008604              move LM-MAX-SINGLE to max-single-amount
008605              move LM-MAX-DAILY to max-daily-amount
008606              move LM-CLASS to user-class
008607        end-read
008608        if user-class not = spaces
008609           and (max-single-amount = 0 or max-daily-amount = 0)
008610           move user-class to LM-KEY
008611           read PAYMENT-LIMIT-FILE
008612              invalid key
008613                 continue
008614              not invalid key
008615                 if max-single-amount = 0
008616                    move LM-MAX-SINGLE to max-single-amount
008617                 end-if
008618                 if max-daily-amount = 0
008619                    move LM-MAX-DAILY to max-daily-amount
008620                 end-if
008621           end-read
008622        end-if
008623        close PAYMENT-LIMIT-FILE
008624     end-if.
008625 end-resolve-payment-limits.
008626     exit.
008627
008628************************************************************
008629*            READ-USER-DAY-TOTAL
008630*    What the submitter has already had posted on the
008631*    business date. No record yet means nothing so far.
008632************************************************************
008633
008634 read-user-day-total.
008635     open input USER-DAY-TOTAL-FILE.
008636     if ws-user-day-file-status not = '00'
008637        display "mprb05p1: unable to open PAYUDAY, status "
008638           ws-user-day-file-status upon console
008639        set HC-REJECTED to true
008640        move 'LIMIT FILE ERROR' to HC-REASON
008641     else
008642        move HC-BUSINESS-DATE to UD-BUSINESS-DATE
008643        move HC-ORIGIN-USERID to UD-USERID
008644        read USER-DAY-TOTAL-FILE
008645           invalid key
008646              continue
008647           not invalid key
008648              move UD-DAY-TOTAL to user-day-total
008649        end-read
008650        close USER-DAY-TOTAL-FILE
008651     end-if.
008652 end-read-user-day-total.
008653     exit.
008654
008655************************************************************
008656*            CHECK-APPROVAL-REFERENCE
008657*    The reference must name a referral a supervisor has
008658*    approved and that has not been used yet, for the same
008659*    amount and account as this payment - an approval is for
008660*    the payment that was referred, not for whatever is keyed
008661*    under its reference later. Anything else rejects with
008662*    REJREC reason code 19 - except a referral this same
008663*    payment used before an abend, which a restart is now
008664*    posting again.
008665************************************************************
008666
008667 check-approval-reference.
008668     move HC-MESSAGE-LINE (61:15) to approval-reference.
008669     if approval-date not numeric
008670        set HC-REJECTED to true
008671        move '19' to HC-REJECT-CODE
008672        move 'APPROVAL REF INVALID' to HC-REASON
008673     else
008674        open input REFERRAL-FILE
008675        if ws-referral-file-status not = '00'
008676           display "mprb05p1: unable to open PAYREFR, status "
008677              ws-referral-file-status upon console
008678           set HC-REJECTED to true
008679           move 'REFERRAL FILE ERROR' to HC-REASON
008680        else
008681           move approval-reference to RF-KEY
008682           read REFERRAL-FILE
008683              invalid key
008684                 set HC-REJECTED to true
008685                 move '19' to HC-REJECT-CODE
008686                 move 'REFERRAL NOT FOUND' to HC-REASON
008687              not invalid key
008688                 evaluate true
008689                    when RF-IS-USED
008690                       and RF-USED-SEQ-NO = HC-SEQ-NO
008691                       and RF-ACTION-DATE = HC-BUSINESS-DATE
008692                       and RF-MESSAGE-LINE (9:24)
008693                           = HC-MESSAGE-LINE (9:24)
008694                       set approved-referral to true
008695                    when not RF-IS-APPROVED
008696                       set HC-REJECTED to true
008697                       move '19' to HC-REJECT-CODE
008698                       move 'NOT APPROVED' to HC-REASON
008699                    when RF-MESSAGE-LINE (9:24)
008700                       not = HC-MESSAGE-LINE (9:24)
008701                       set HC-REJECTED to true
008702                       move '19' to HC-REJECT-CODE
008703                       move 'REFERRAL MISMATCH' to HC-REASON
008704                    when other
008705                       set approved-referral to true
008706                 end-evaluate
008707           end-read
008708           close REFERRAL-FILE
008709        end-if
008710     end-if.
008711 end-check-approval-reference.
008712     exit.
008713
008714************************************************************
008715*            REFER-PAYMENT
008716*    The whole message is kept with the cap it breached and
008717*    the day's total at the time, so the supervisor sees why
008718*    and mprb05rf can send the approved payment back exactly
008719*    as keyed. A referral file that will not take the record
008720*    hands the payment back - it must not be answered
008721*    REFERRED and then be lost. One already there under the
008722*    date and sequence number is answered by
008723*    answer-earlier-referral.
008724************************************************************
008725
008726 refer-payment.
008727     open i-o REFERRAL-FILE.
008728     if ws-referral-file-status not = '00'
008729        display "mprb05p1: unable to open PAYREFR, status "
008730           ws-referral-file-status upon console
008731        set HC-REJECTED to true
008732        move 'REFERRAL FILE ERROR' to HC-REASON
008733     else
008734        move spaces to REFERRED-PAYMENT-RECORD
008735        move HC-BUSINESS-DATE to RF-DATE
008736        move HC-SEQ-NO to RF-SEQ-NO
008737        accept RF-TIME from time
008738        move HC-ORIGIN-USERID to RF-USERID
008739        set RF-IS-PENDING to true
008740        move limit-breach to RF-LIMIT-TYPE
008741        if single-limit-breach
008742           move max-single-amount to RF-LIMIT-AMOUNT
008743        else
008744           move max-daily-amount to RF-LIMIT-AMOUNT
008745        end-if
008746        move user-day-total to RF-DAY-TOTAL
008747        move base-amount to RF-AMOUNT
008748        move AC-ACCOUNT-NO to RF-ACCOUNT-NO
008749        move HC-TRANCODE to RF-TRANCODE
008750        move HC-MESSAGE-LINE to RF-MESSAGE-LINE
008751        move 0 to RF-ACTION-DATE
008752        write REFERRED-PAYMENT-RECORD
008753           invalid key
008754              perform answer-earlier-referral
008755                 thru end-answer-earlier-referral
008756           not invalid key
008757              set HC-REFERRED to true
008758              if single-limit-breach
008759                 move 'OVER SINGLE LIMIT' to HC-REASON
008760              else
008761                 move 'OVER DAILY LIMIT' to HC-REASON
008762              end-if
008763        end-write
008764        close REFERRAL-FILE
008765     end-if.
008766 end-refer-payment.
008767     exit.
008768
008769************************************************************
008770*            ANSWER-EARLIER-REFERRAL
008771*    The same message already referred under this date and
008772*    sequence number is the abended run's referral, the
008773*    message redelivered by the restart: it gets the answer
008774*    it got then. Anything else under the key is a
008775*    resubmission and is rejected.
008776************************************************************
008777
008778 answer-earlier-referral.
008779     move HC-BUSINESS-DATE to RF-DATE.
008780     move HC-SEQ-NO to RF-SEQ-NO.
008781     read REFERRAL-FILE
008782        invalid key
008783           continue
008784     end-read.
008785     if ws-referral-file-status = '00'
008786        and RF-MESSAGE-LINE = HC-MESSAGE-LINE
008787        set HC-REFERRED to true
008788        if RF-SINGLE-LIMIT
008789           move 'OVER SINGLE LIMIT' to HC-REASON
008790        else
008791           move 'OVER DAILY LIMIT' to HC-REASON
008792        end-if
008793     else
008794        set HC-REJECTED to true
008795        move 'ALREADY REFERRED' to HC-REASON
008796     end-if.
008797 end-answer-earlier-referral.
008798     exit.
008799
008800************************************************************
008801*            ADD-USER-DAY-TOTAL
008802*    A posted payment counts towards the submitter's day
008803*    total, approved referrals included. The payment has
008804*    already posted by now, so a PAYUDAY failure is only
008805*    reported to the console for the operator to correct -
008806*    the posting stands. A payment posted again after a
008807*    restart is in the day total from the first time. An
008808*    approved referral is marked used so its reference
008809*    cannot post a second payment - marking it again on a
008810*    restart changes nothing.
008811************************************************************
008812
008813 add-user-day-total.
008814     if not replayed-posting
008815        perform update-user-day-total
008816           thru end-update-user-day-total
008817     end-if.
008818     if approved-referral
008819        perform mark-referral-used
008820           thru end-mark-referral-used
008821     end-if.
008822 end-add-user-day-total.
008823     exit.
008824
008825 update-user-day-total.
008826     open i-o USER-DAY-TOTAL-FILE.
008827     if ws-user-day-file-status not = '00'
008828        display "mprb05p1: unable to open PAYUDAY, status "
008829           ws-user-day-file-status upon console
008830        display "mprb05p1: day total not updated for "
008831           HC-ORIGIN-USERID " seq " HC-SEQ-NO upon console
008832     else
008833        move HC-BUSINESS-DATE to UD-BUSINESS-DATE
008834        move HC-ORIGIN-USERID to UD-USERID
008835        read USER-DAY-TOTAL-FILE
008836           invalid key
008837              move 1 to UD-PAYMENT-COUNT
008838              move base-amount to UD-DAY-TOTAL
008839              accept UD-LAST-TIME from time
008840              write USER-DAY-TOTAL-RECORD
008841           not invalid key
008842              add 1 to UD-PAYMENT-COUNT
008843              add base-amount to UD-DAY-TOTAL
008844              accept UD-LAST-TIME from time
008845              rewrite USER-DAY-TOTAL-RECORD
008846        end-read
008847        if ws-user-day-file-status not = '00'
008848           display "mprb05p1: day total not updated for "
008849              HC-ORIGIN-USERID " seq " HC-SEQ-NO
008850              ", status " ws-user-day-file-status upon console
008851        end-if
008852        close USER-DAY-TOTAL-FILE
008853     end-if.
008854 end-update-user-day-total.
008855     exit.
008856
008857 mark-referral-used.
008858     open i-o REFERRAL-FILE.
008859     if ws-referral-file-status not = '00'
008860        display "mprb05p1: unable to open PAYREFR, status "
008861           ws-referral-file-status upon console
008862     else
008863        move approval-reference to RF-KEY
008864        read REFERRAL-FILE
008865           invalid key
008866              continue
008867           not invalid key
008868              set RF-IS-USED to true
008869              move HC-BUSINESS-DATE to RF-ACTION-DATE
008870              move HC-ORIGIN-USERID to RF-ACTION-USER
008871              move HC-SEQ-NO to RF-USED-SEQ-NO
008872              rewrite REFERRED-PAYMENT-RECORD
008873        end-read
008874        if ws-referral-file-status not = '00'
008875           display "mprb05p1: referral " approval-reference
008876              " not marked used, status "
008877              ws-referral-file-status upon console
008878        end-if
008879        close REFERRAL-FILE
008880     end-if.
008881 end-mark-referral-used.
008882     exit.
007700
007800************************************************************
007900*            WRITE-PAYMENT-POSTING
008300*    nothing is held open across the region's life. A posting
008400*    that cannot be written must not post the payment anyway:
008500*    the transaction is handed back for the reject path so it
008533*    can be redriven once the dataset is back. The account
008566*    balance is rewritten between the open and the write, so
008599*    a posting and its balance move together or not at all -
008632*    except for a payment posted again after a restart, whose
008665*    balance moved with its first posting.
008700************************************************************
008800
008900 write-payment-posting.
009100     if ws-posting-file-status not = '00'
009200        display "mprb05p1: unable to open PAYPOST, status "
009300           ws-posting-file-status upon console
009400        subtract base-amount from payment-total
009500        subtract 1 from payment-count
009600        set HC-REJECTED to true
009700        move 'POSTING FILE ERROR' to HC-REASON
009800     else
009814        if not replayed-posting
009828           perform post-account-balance
009842              thru end-post-account-balance
009856        end-if
009870     end-if.
009884     if ws-posting-file-status = '00' and HC-PROCESSED-OK
009900        move spaces to PAYMENT-POSTING-RECORD
009910*       The business date mprb05 hands down, so a posting
009920*       past midnight still books to the day being settled.
010100        accept PP-TIME from time
010200        move HC-ORIGIN-USERID to PP-USERID
010300        move HC-SEQ-NO to PP-SEQ-NO
010322        move base-amount to PP-AMOUNT
010344        move AC-ACCOUNT-NO to PP-ACCOUNT-NO
010366        set PP-IS-PAYMENT to true
010388        move 0 to PP-ORIG-DATE
010410        move payment-currency to PP-CURRENCY
010432        move payment-amount to PP-ORIG-AMOUNT
010454        move fx-rate-used to PP-FX-RATE
010476        move HC-INTERVAL to PP-INTERVAL
010500        write PAYMENT-POSTING-RECORD
010600     end-if.
010610     if ws-posting-file-status = '00'
010620        close PAYMENT-POSTING-FILE
010630     end-if.
010800 end-write-payment-posting.
010900     exit.
010905
010910 post-account-balance.
010915     add base-amount to AC-BALANCE.
010920     move HC-BUSINESS-DATE to AC-LAST-POST-DATE.
010925     move HC-SEQ-NO to AC-LAST-POST-SEQ-NO.
010930     add 1 to AC-POST-COUNT.
010935     rewrite ACCOUNT-RECORD
010940        invalid key
010945           display "mprb05p1: rewrite failed for account "
010950              AC-ACCOUNT-NO ", status "
010955              ws-account-file-status upon console
010960           subtract base-amount from payment-total
010965           subtract 1 from payment-count
010970           set HC-REJECTED to true
010975           move 'ACCOUNT FILE ERROR' to HC-REASON
010980     end-rewrite.
010985 end-post-account-balance.
010990     exit.
011000
011002************************************************************
011004*            CHECK-POSTING-PERIOD
011006*    The business date's accounting month must still be open
011008*    before the handler writes anything - a month with no
011010*    PERIODS record has never been closed. A closed month
011012*    refuses the transaction with REJREC reason code 18; the
011014*    submitter resubmits once finance reopens the month or
011016*    the run is on the new month's business date.
011018************************************************************
011020
011022 check-posting-period.
011024     open input PERIOD-CONTROL-FILE.
011026     if ws-period-file-status not = '00'
011028        display "mprb05p1: unable to open PERIODS, status "
011030           ws-period-file-status upon console
011032        set HC-REJECTED to true
011034        move 'PERIOD FILE ERROR' to HC-REASON
011036     else
011038        compute PD-PERIOD = HC-BUSINESS-DATE / 100
011040        read PERIOD-CONTROL-FILE
011042           invalid key
011044              continue
011046           not invalid key
011048              if PD-IS-CLOSED
011050                 set HC-REJECTED to true
011052                 move '18' to HC-REJECT-CODE
011054                 move 'PERIOD CLOSED' to HC-REASON
011056              end-if
011058        end-read
011060        close PERIOD-CONTROL-FILE
011062     end-if.
011064 end-check-posting-period.
011066     exit.
011068
011100************************************************************
011200*            REPORT-BUSINESS-TOTALS
011300*    The totals function of the HANDLER-COMM interface:
011400*    mprb05's finalise asks for the region-lifetime
011500*    accumulators so they land on the BUSTOT dataset instead
011600*    of dying with the region. The first CALL answers the
011610*    house-currency PAYMENT row; each further one the next
011620*    currency's row, until the table is reported and reset.
011700************************************************************
011800
011900 report-business-totals.
011910     if cy-report-idx = 0
012000        move payment-total to HC-TOTAL-AMOUNT
012100        move 0 to HC-TOTAL-UNITS
012200        move payment-count to HC-TOTAL-COUNT
012210*       Report-and-reset, per the HANDCOMM contract - the next
012220*       collection covers only the business day then in force.
012230        move 0 to payment-total
012240        move 0 to payment-count
012241        if cy-entry-count > 0
012242           move 1 to cy-report-idx
012243           set HC-MORE-TOTALS to true
012244        end-if
012245     else
012246        set cy-ix to cy-report-idx
012247        move cy-code (cy-ix) to HC-TOTAL-CURRENCY
012248        move cy-base-total (cy-ix) to HC-TOTAL-AMOUNT
012249        move cy-orig-total (cy-ix) to HC-TOTAL-ORIG-AMOUNT
012250        move 0 to HC-TOTAL-UNITS
012251        move cy-count (cy-ix) to HC-TOTAL-COUNT
012252        add 1 to cy-report-idx
012253        if cy-report-idx > cy-entry-count
012254           move 0 to cy-report-idx
012255           move 0 to cy-entry-count
012256        else
012257           set HC-MORE-TOTALS to true
012258        end-if
012259     end-if.
012300 end-report-business-totals.
012400     exit.
