000100 CBL  SOURCE XREF
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. 'mprb05p5'.
000400************************************************************
000500*
000600*  ORDCANC trancode handler, CALLed by mprb05's
000700*  route-transaction with the HANDLER-COMM area. A
000800*  cancellation names the order it cancels by the business
000900*  date and feeder sequence number that order was exported
001000*  under. The handler finds the order's header record on
001100*  ORDEXP, makes sure no cancellation of it is there already
001200*  and appends a cancellation record (type 'C') to ORDEXP -
001300*  so fulfillment receives the cancellation on the same feed
001400*  as the order instead of by phone. An order not on ORDEXP
001500*  rejects with REJREC reason code 15, one already cancelled
001600*  with 16.
001700*
001800*  Body layout within the message line (line bytes 9-80):
001900*    body  1-7   original sequence no     (input)
002000*    body  8-15  original business date   (input)
002100*    body 16-19  cancelled line count     (filled here)
002200*    body 20-32  cancelled order amount   (filled here)
002210*    body 33-42  original customer ID     (filled here, from
002220*                                          the order's root
002230*                                          body 31-40)
002300*  The filled fields ride the capture record for the
002400*  warehouse extract, and the customer ID lets the
002410*  territory report (mprb05ts) net the cancellation off the
002420*  territory the order counted in.
002500*
002600*  Program     mprb05p5
002700*  PSB:        none - subprogram of mprb05, no own IMS calls
002800*  Databases:  none
002900*  Access:     ORDEXP (in, then extend), PERIODS (VSAM,
002950*              read)
003000*
003100************************************************************
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER.  IBM-370.
003500 OBJECT-COMPUTER.  IBM-370.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT ORDER-EXPORT-FILE ASSIGN TO ORDEXP
003900        ORGANIZATION IS SEQUENTIAL
004000        FILE STATUS IS ws-export-file-status.
004016     SELECT PERIOD-CONTROL-FILE ASSIGN TO PERIODS
004032        ORGANIZATION IS INDEXED
004048        ACCESS MODE IS DYNAMIC
004064        RECORD KEY IS PD-PERIOD
004080        FILE STATUS IS ws-period-file-status.
004100
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  ORDER-EXPORT-FILE
004500     RECORDING MODE IS F.
004600     COPY ORDEREC.
004625
004650 FD  PERIOD-CONTROL-FILE.
004675     COPY PERDREC.
004700
004800 WORKING-STORAGE SECTION.
004900
005000************************************************************
005100*            CANCELLATION ACCUMULATORS
005200*    Static across CALLs, like the ORDER handler's - the
005300*    cancelled order value, lines and orders for the BUSTOT
005400*    ORDCANC row, which the business report nets off ORDER.
005500************************************************************
005600
005700 77  cancel-value-total   usage is comp-2 value 0.
005800 77  cancel-line-count    usage is comp-2 value 0.
005900 77  cancel-count         usage is comp-2 value 0.
006000 77  display-cancel-count pic zzz,zzz,zz9.
006100 77  ws-export-file-status pic xx value spaces.
006150 77  ws-period-file-status pic xx value spaces.
006200
006300************************************************************
006400*            ORIGINAL ORDER SEARCH
006500*    ORDEXP is read front to back for the named order's
006600*    header and for any cancellation already naming it.
006700*    Cancellations are rare enough that a pass over the
006800*    export file per cancellation is cheaper than keeping an
006900*    index of it.
007000************************************************************
007100
007200 77  end-of-exports-sw    pic x value 'n'.
007300     88 end-of-exports          value 'y'.
007400 77  original-found-sw    pic x value 'n'.
007500     88 original-found          value 'y'.
007600 77  already-cancelled-sw pic x value 'n'.
007700     88 already-cancelled       value 'y'.
007800 77  orig-seq-no          pic x(7) value spaces.
007900 77  orig-date            pic 9(8) value 0.
007950 77  orig-cust-id         pic x(10) value spaces.
008000 77  orig-quantity        pic 9(5) value 0.
008100 01  orig-line-count-out.
008200     02  orig-line-count  pic 9(4) value 0.
008300     02  orig-line-count-x redefines orig-line-count
008400                          pic x(4).
008500 01  orig-amount-out.
008600     02  orig-amount      pic 9(11)v99 value 0.
008700     02  orig-amount-x    redefines orig-amount
008800                          pic x(13).
008900
009000*****************************************************
009100 LINKAGE SECTION.
009200
009300     COPY HANDCOMM.
009400
009500 PROCEDURE DIVISION USING HANDLER-COMM.
009600*****************************************************
009700 MAIN-RTN.
009800
009900     if HC-FUNC-TOTALS
010000        perform report-business-totals
010100           thru end-report-business-totals
010200     else
010300        perform check-posting-period
010301           thru end-check-posting-period
010302        if HC-PROCESSED-OK
010303           perform apply-cancellation
010304              thru end-apply-cancellation
010305        end-if
010500     end-if.
010600
010700     goback.
010800
010900************************************************************
011000*            APPLY-CANCELLATION
011100*    Key check, search, then the cancellation record. Each
011200*    step only runs while the transaction is still
011300*    processed-OK.
011400************************************************************
011500
011600 apply-cancellation.
011700     if HC-MESSAGE-LINE (9:7) = spaces
011800        or HC-MESSAGE-LINE (16:8) not numeric
011900        set HC-REJECTED to true
012000        move 'ORDCANC KEY INVALID' to HC-REASON
012100     else
012200        move HC-MESSAGE-LINE (9:7) to orig-seq-no
012300        move HC-MESSAGE-LINE (16:8) to orig-date
012400        perform find-original-order
012500           thru end-find-original-order
012600     end-if.
012700     if HC-PROCESSED-OK
012800        evaluate true
012900           when not original-found
013000              set HC-REJECTED to true
013100              move '15' to HC-REJECT-CODE
013200              move 'ORDER NOT FOUND' to HC-REASON
013300           when already-cancelled
013400              set HC-REJECTED to true
013500              move '16' to HC-REJECT-CODE
013600              move 'ALREADY CANCELLED' to HC-REASON
013700           when other
013800              perform write-cancellation
013900                 thru end-write-cancellation
014000        end-evaluate
014100     end-if.
014200 end-apply-cancellation.
014300     exit.
014400
014500************************************************************
014600*            FIND-ORIGINAL-ORDER
014700*    The order's header record under the named date and
014800*    sequence number is the original - its line records add
014900*    nothing the header does not already carry. A
015000*    cancellation naming the same pair means it has been
015100*    cancelled already. An unreadable ORDEXP is handed back
015133*    like the ORDER handler's export-file failure. Records
015166*    inside a restart's backout window are skipped - the work
015200*    they record is being done again by this run.
015300************************************************************
015400
015500 find-original-order.
015600     move 'n' to original-found-sw.
015700     move 'n' to already-cancelled-sw.
015800     move 'n' to end-of-exports-sw.
015900     open input ORDER-EXPORT-FILE.
016000     if ws-export-file-status not = '00'
016100        display "mprb05p5: unable to read ORDEXP, status "
016200           ws-export-file-status upon console
016300        set HC-REJECTED to true
016400        move 'EXPORT FILE ERROR' to HC-REASON
016500     else
016600        perform search-one-export
016700           thru end-search-one-export
016800           until end-of-exports
016900        close ORDER-EXPORT-FILE
017000     end-if.
017100 end-find-original-order.
017200     exit.
017300
017400 search-one-export.
017500     read ORDER-EXPORT-FILE
017600        at end
017700           set end-of-exports to true
017800        not at end
017900           evaluate true
017916              when OE-INTERVAL-START not < HC-BACKOUT-FROM
017932                 and OE-INTERVAL-START < HC-BACKOUT-TO
017950                 continue
018000              when OE-IS-CANCEL
018100                 and OE-ORIG-DATE = orig-date
018200                 and OE-ORIG-SEQ-NO = orig-seq-no
018300                 set already-cancelled to true
018400              when OE-IS-HEADER
018500                 and OE-DATE = orig-date
018600                 and OE-SEQ-NO = orig-seq-no
018700                 and not original-found
018800                 set original-found to true
018900                 move OE-QUANTITY to orig-quantity
019000                 move OE-LINE-COUNT to orig-line-count
019100                 move OE-ORDER-AMOUNT to orig-amount
019150                 move OE-LINE (39:10) to orig-cust-id
019200           end-evaluate
019300     end-read.
019400 end-search-one-export.
019500     exit.
019600
019700************************************************************
019800*            WRITE-CANCELLATION
019900*    One 'C' record repeating the cancelled order's header
020000*    figures, so fulfillment can act on it without looking
020100*    the order up and the business totals can net it off.
020200************************************************************
020300
020400 write-cancellation.
020500     open extend ORDER-EXPORT-FILE.
020600     if ws-export-file-status not = '00'
020700        display "mprb05p5: unable to open ORDEXP, status "
020800           ws-export-file-status upon console
020900        set HC-REJECTED to true
021000        move 'EXPORT FILE ERROR' to HC-REASON
021100     else
021200        move spaces to ORDER-EXPORT-RECORD
021300        set OE-IS-CANCEL to true
021400        move HC-BUSINESS-DATE to OE-DATE
021500        accept OE-TIME from time
021600        move HC-SEQ-NO to OE-SEQ-NO
021700        move 0 to OE-LINE-SEQ
021800        move orig-quantity to OE-QUANTITY
021900        move orig-line-count to OE-LINE-COUNT
021950        move orig-cust-id to HC-MESSAGE-LINE (41:10)
022000        move HC-MESSAGE-LINE to OE-LINE
022100        move 0 to OE-UNIT-PRICE
022200        move 0 to OE-EXT-AMOUNT
022300        move orig-amount to OE-ORDER-AMOUNT
022400        move orig-date to OE-ORIG-DATE
022450        move orig-seq-no to OE-ORIG-SEQ-NO
022500        move HC-INTERVAL to OE-INTERVAL
022600        write ORDER-EXPORT-RECORD
022700        close ORDER-EXPORT-FILE
022800        add orig-amount to cancel-value-total
022900        add orig-line-count to cancel-line-count
023000        add 1 to cancel-count
023100D       move cancel-count to display-cancel-count
023200D       display "mprb05p5: cancellation " display-cancel-count
023300D          " applied" upon console
023400        move orig-line-count-x to HC-MESSAGE-LINE (24:4)
023500        move orig-amount-x to HC-MESSAGE-LINE (28:13)
023600     end-if.
023700 end-write-cancellation.
023800     exit.
023900
023902************************************************************
023904*            CHECK-POSTING-PERIOD
023906*    The business date's accounting month must still be open
023908*    before the handler writes anything - a month with no
023910*    PERIODS record has never been closed. A closed month
023912*    refuses the transaction with REJREC reason code 18; the
023914*    submitter resubmits once finance reopens the month or
023916*    the run is on the new month's business date.
023918************************************************************
023920
023922 check-posting-period.
023924     open input PERIOD-CONTROL-FILE.
023926     if ws-period-file-status not = '00'
023928        display "mprb05p5: unable to open PERIODS, status "
023930           ws-period-file-status upon console
023932        set HC-REJECTED to true
023934        move 'PERIOD FILE ERROR' to HC-REASON
023936     else
023938        compute PD-PERIOD = HC-BUSINESS-DATE / 100
023940        read PERIOD-CONTROL-FILE
023942           invalid key
023944              continue
023946           not invalid key
023948              if PD-IS-CLOSED
023950                 set HC-REJECTED to true
023952                 move '18' to HC-REJECT-CODE
023954                 move 'PERIOD CLOSED' to HC-REASON
023956              end-if
023958        end-read
023960        close PERIOD-CONTROL-FILE
023962     end-if.
023964 end-check-posting-period.
023966     exit.
023968
024000************************************************************
024100*            REPORT-BUSINESS-TOTALS
024200*    The totals function of the HANDLER-COMM interface -
024300*    order value, lines and orders cancelled, for BUSTOT.
024400************************************************************
024500
024600 report-business-totals.
024700     move cancel-value-total to HC-TOTAL-AMOUNT.
024800     move cancel-line-count to HC-TOTAL-UNITS.
024900     move cancel-count to HC-TOTAL-COUNT.
025000*    Report-and-reset, per the HANDCOMM contract - the next
025100*    collection covers only the business day then in force.
025200     move 0 to cancel-value-total.
025300     move 0 to cancel-line-count.
025400     move 0 to cancel-count.
025500 end-report-business-totals.
025600     exit.
