000800*  the order line quantity, counts order lines across the
000900*  root and every dependent segment, and reports
001000*  processed/rejected back through HC-STATUS/HC-REASON.
001005*
001010*  Every order line names a product on the product catalogue
001015*  (PRODCAT, VSAM KSDS) and is priced from it; the extended
001020*  amounts go on the ORDEXP records and into the ORDER money
001025*  total on BUSTOT. A product the catalogue does not know
001030*  rejects the whole order with REJREC reason code 13, a
001035*  discontinued one with 14.
001040*
001045*  Line layouts (root body = message line bytes 9-80):
001050*    root body  1-5   quantity               (input)
001055*    root body  6-17  product code           (input)
001060*    root body 18-30  order amount 9(11)V99  (filled here)
001065*    root body 31-40  customer ID            (input, optional
001070*                                             - spaces from a
001075*                                             feeder that does
001080*                                             not send it)
001085*    segment    1-5   quantity               (input)
001090*    segment    6-17  product code           (input)
001100*
001200*  Program     mprb05p2
001300*  PSB:        none - subprogram of mprb05, no own IMS calls
001400*  Databases:  none
001500*  Access:     PRODCAT (VSAM, read), ORDEXP (extend),
001550*              PERIODS (VSAM, read)
001600*
001700************************************************************
001800 ENVIRONMENT DIVISION.
002130     SELECT ORDER-EXPORT-FILE ASSIGN TO ORDEXP
002140        ORGANIZATION IS SEQUENTIAL
002150        FILE STATUS IS ws-export-file-status.
002154     SELECT PRODUCT-FILE ASSIGN TO PRODCAT
002158        ORGANIZATION IS INDEXED
002162        ACCESS MODE IS DYNAMIC
002166        RECORD KEY IS PR-PRODUCT-CODE
002170        FILE STATUS IS ws-product-file-status.
002174     SELECT PERIOD-CONTROL-FILE ASSIGN TO PERIODS
002178        ORGANIZATION IS INDEXED
002182        ACCESS MODE IS DYNAMIC
002186        RECORD KEY IS PD-PERIOD
002190        FILE STATUS IS ws-period-file-status.
002200
002300 DATA DIVISION.
002310 FILE SECTION.
002330     RECORDING MODE IS F.
002340     COPY ORDEREC.
002350
002360 FD  PRODUCT-FILE.
002370     COPY PRODREC.
002372
002374 FD  PERIOD-CONTROL-FILE.
002376     COPY PERDREC.
002380
002400 WORKING-STORAGE SECTION.
002500
002600************************************************************
003200 77  order-count          usage is comp-2 value 0.
003210 77  ws-export-file-status pic xx value spaces.
003220 77  ex-seg-idx           pic 9(4) binary value 0.
003226 77  order-value-total    usage is comp-2 value 0.
003232 77  ws-product-file-status pic xx value spaces.
003238 77  ws-period-file-status pic xx value spaces.
003244
003250************************************************************
003256*            ORDER LINE PRICING
003262*    One slot per order line of the transaction in hand -
003268*    slot 1 the root line, slot n+1 dependent segment n - so
003274*    every line is priced before a single export record is
003280*    written: one bad product rejects the whole order.
003286************************************************************
003292
003298 77  pl-idx               pic 9(4) binary value 0.
003304 77  line-product         pic x(12) value spaces.
003310 77  line-quantity        pic 9(5) value 0.
003316 01  pl-table.
003322     02  pl-entry occurs 21 times.
003328         03  pl-product       pic x(12).
003334         03  pl-quantity      pic 9(5).
003340         03  pl-unit-price    pic 9(7)v99.
003346         03  pl-ext-amount    pic 9(11)v99.
003352 01  order-amount-out.
003358     02  order-amount     pic 9(11)v99 value 0.
003364     02  order-amount-x   redefines order-amount
003370                          pic x(13).
003400
003500*****************************************************
003600 LINKAGE SECTION.
004320        perform report-business-totals
004330           thru end-report-business-totals
004340     else
004400        perform check-posting-period
004401           thru end-check-posting-period
004402        if HC-PROCESSED-OK
004403           perform apply-order
004404              thru end-apply-order
004405        end-if
004510     end-if.
004600
004700     goback.
006000        move 'QUANTITY NOT NUMERIC' to HC-REASON
006100     else
006200        move HC-MESSAGE-LINE (9:5) to order-quantity
006210        perform price-order-lines
006220           thru end-price-order-lines
006230     end-if.
006240     if HC-PROCESSED-OK
006300        add 1 to order-count
006400        add 1 to order-line-count
006500        add HC-SEGMENT-COUNT to order-line-count
006510        add order-amount to order-value-total
006900D       display "mprb05p2: order for " order-quantity
007000D          " accepted" upon console
007100        move '00' to HC-STATUS
007230*       silently dropped from fulfillment.
007240        perform write-order-export
007250           thru end-write-order-export
007260*       The order's value rides the root line into capture,
007270*       where the warehouse extract picks it up.
007280        if HC-PROCESSED-OK
007290           move order-amount-x to HC-MESSAGE-LINE (26:13)
007295        end-if
007300     end-if.
007400 end-apply-order.
007500     exit.
007501
007502************************************************************
007503*            PRICE-ORDER-LINES
007504*    Root line first, then each dependent segment, stopping
007505*    at the first line the catalogue will not price. A
007506*    segment without a numeric quantity prices at zero, the
007507*    same tolerance its export line has always had.
007508************************************************************
007509
007510 price-order-lines.
007511     move 0 to order-amount.
007512     open input PRODUCT-FILE.
007513     if ws-product-file-status not = '00'
007514        display "mprb05p2: unable to open PRODCAT, status "
007515           ws-product-file-status upon console
007516        set HC-REJECTED to true
007517        move 'CATALOGUE FILE ERROR' to HC-REASON
007518     else
007519        move 1 to pl-idx
007520        move HC-MESSAGE-LINE (14:12) to line-product
007521        move order-quantity to line-quantity
007522        perform price-one-line
007523           thru end-price-one-line
007524        perform varying ex-seg-idx from 1 by 1
007525           until ex-seg-idx > HC-SEGMENT-COUNT
007526              or not HC-PROCESSED-OK
007527           compute pl-idx = ex-seg-idx + 1
007528           move HC-SEGMENT-DATA (ex-seg-idx) (6:12)
007529              to line-product
007530           if HC-SEGMENT-DATA (ex-seg-idx) (1:5) numeric
007531              move HC-SEGMENT-DATA (ex-seg-idx) (1:5)
007532                 to line-quantity
007533           else
007534              move 0 to line-quantity
007535           end-if
007536           perform price-one-line
007537              thru end-price-one-line
007538        end-perform
007539        close PRODUCT-FILE
007540     end-if.
007541 end-price-order-lines.
007542     exit.
007543
007544 price-one-line.
007545     move line-product to PR-PRODUCT-CODE.
007546     read PRODUCT-FILE
007547        invalid key
007548           set HC-REJECTED to true
007549           move '13' to HC-REJECT-CODE
007550           move 'PRODUCT UNKNOWN' to HC-REASON
007551        not invalid key
007552           if PR-IS-ACTIVE
007553              move line-product to pl-product (pl-idx)
007554              move line-quantity to pl-quantity (pl-idx)
007555              move PR-UNIT-PRICE to pl-unit-price (pl-idx)
007556              compute pl-ext-amount (pl-idx) =
007557                 line-quantity * PR-UNIT-PRICE
007558              add pl-ext-amount (pl-idx) to order-amount
007559           else
007560              set HC-REJECTED to true
007561              move '14' to HC-REJECT-CODE
007562              move 'PRODUCT DISCONTINUED' to HC-REASON
007563           end-if
007564     end-read.
007565 end-price-one-line.
007566     exit.
007600
007700************************************************************
007800*            WRITE-ORDER-EXPORT
008100*    (DISP=MOD) - open/append/close per transaction, same
008200*    convention as the PAYMENT handler's posting file. A line
008300*    record carries the raw segment plus its own quantity
008400*    where the segment stamps one in its first five bytes,
008410*    and every record its line's product and pricing.
008500************************************************************
008600
008700 write-order-export.
009200        subtract 1 from order-count
009300        subtract 1 from order-line-count
009400        subtract HC-SEGMENT-COUNT from order-line-count
009410        subtract order-amount from order-value-total
009500        set HC-REJECTED to true
009600        move 'EXPORT FILE ERROR' to HC-REASON
009700     else
010400        move order-quantity to OE-QUANTITY
010500        compute OE-LINE-COUNT = 1 + HC-SEGMENT-COUNT
010600        move HC-MESSAGE-LINE to OE-LINE
010614        move pl-product (1) to OE-PRODUCT-CODE
010628        move pl-unit-price (1) to OE-UNIT-PRICE
010642        move pl-ext-amount (1) to OE-EXT-AMOUNT
010656        move order-amount to OE-ORDER-AMOUNT
010670        move 0 to OE-ORIG-DATE
010684        move HC-INTERVAL to OE-INTERVAL
010700        write ORDER-EXPORT-RECORD
010800        perform write-one-export-line
010900           thru end-write-one-export-line
012100     accept OE-TIME from time.
012200     move HC-SEQ-NO to OE-SEQ-NO.
012300     move ex-seg-idx to OE-LINE-SEQ.
012400     compute pl-idx = ex-seg-idx + 1.
012500     move pl-quantity (pl-idx) to OE-QUANTITY.
013000     move 0 to OE-LINE-COUNT.
013100     move HC-SEGMENT-DATA (ex-seg-idx) to OE-LINE.
013114     move pl-product (pl-idx) to OE-PRODUCT-CODE.
013128     move pl-unit-price (pl-idx) to OE-UNIT-PRICE.
013142     move pl-ext-amount (pl-idx) to OE-EXT-AMOUNT.
013156     move 0 to OE-ORDER-AMOUNT.
013170     move 0 to OE-ORIG-DATE.
013184     move HC-INTERVAL to OE-INTERVAL.
013200     write ORDER-EXPORT-RECORD.
013300 end-write-one-export-line.
013400     exit.
013500
013502************************************************************
013504*            CHECK-POSTING-PERIOD
013506*    The business date's accounting month must still be open
013508*    before the handler writes anything - a month with no
013510*    PERIODS record has never been closed. A closed month
013512*    refuses the transaction with REJREC reason code 18; the
013514*    submitter resubmits once finance reopens the month or
013516*    the run is on the new month's business date.
013518************************************************************
013520
013522 check-posting-period.
013524     open input PERIOD-CONTROL-FILE.
013526     if ws-period-file-status not = '00'
013528        display "mprb05p2: unable to open PERIODS, status "
013530           ws-period-file-status upon console
013532        set HC-REJECTED to true
013534        move 'PERIOD FILE ERROR' to HC-REASON
013536     else
013538        compute PD-PERIOD = HC-BUSINESS-DATE / 100
013540        read PERIOD-CONTROL-FILE
013542           invalid key
013544              continue
013546           not invalid key
013548              if PD-IS-CLOSED
013550                 set HC-REJECTED to true
013552                 move '18' to HC-REJECT-CODE
013554                 move 'PERIOD CLOSED' to HC-REASON
013556              end-if
013558        end-read
013560        close PERIOD-CONTROL-FILE
013562     end-if.
013564 end-check-posting-period.
013566     exit.
013568
013600************************************************************
013700*            REPORT-BUSINESS-TOTALS
013800*    The totals function of the HANDLER-COMM interface -
013900*    order value, orders taken and order lines, for the
013910*    BUSTOT dataset.
014000************************************************************
014100
014200 report-business-totals.
014300     move order-value-total to HC-TOTAL-AMOUNT.
014400     move order-line-count to HC-TOTAL-UNITS.
014500     move order-count to HC-TOTAL-COUNT.
014510*    Report-and-reset, per the HANDCOMM contract - the next
014520*    collection covers only the business day then in force.
014530     move 0 to order-line-count.
014540     move 0 to order-count.
014550     move 0 to order-value-total.
014600 end-report-business-totals.
014700     exit.
