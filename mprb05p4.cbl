000100 CBL  SOURCE XREF
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. 'mprb05p4'.
000400************************************************************
000500*
000600*  REFUND trancode handler, CALLed by mprb05's
000700*  route-transaction with the HANDLER-COMM area. A refund
000800*  names the payment it reverses by the business date and
000900*  feeder sequence number that payment was posted under.
001000*  The handler finds that posting on PAYPOST, makes sure no
001100*  reversal of it is there already, takes the amount back
001200*  off the payer account's running balance and appends a
001300*  reversing posting (type 'R') to PAYPOST - so settlement,
001400*  the business report and the account listing all see the
001500*  refund instead of a manual adjustment outside the system.
001510*  The refunded amount is the house-currency amount posted; a
001520*  foreign-currency payment is reversed at its original rate.
001600*  A refund whose payment is not on PAYPOST rejects with
001700*  REJREC reason code 11, one already reversed with 12.
001712*
001724*  A refund the abended run had already applied comes round
001736*  again after a restart: its reversal is on PAYPOST inside
001748*  the restart's backout window, under this refund's own
001760*  date and sequence number. It is written again - mprb05rr
001772*  takes the first one out - but the balance, reversed the
001784*  first time, is left alone.
001800*
001900*  Body layout within the message line (line bytes 9-80):
002000*    body  1-7   original sequence no   (input)
002100*    body  8-15  original business date (input)
002200*    body 16-24  refunded amount        (filled here)
002300*    body 25-36  payer account number   (filled here)
002400*  The filled fields ride the capture record, so mprb05s
002500*  balances refunds the same three ways it balances
002600*  payments.
002700*
002800*  Program     mprb05p4
002900*  PSB:        none - subprogram of mprb05, no own IMS calls
003000*  Databases:  none
003100*  Access:     PAYPOST (in, then extend), ACCTMAST (VSAM,
003200*              update), PERIODS (VSAM, read)
003300*
003400************************************************************
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER.  IBM-370.
003800 OBJECT-COMPUTER.  IBM-370.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT PAYMENT-POSTING-FILE ASSIGN TO PAYPOST
004200        ORGANIZATION IS SEQUENTIAL
004300        FILE STATUS IS ws-posting-file-status.
004400     SELECT ACCOUNT-MASTER-FILE ASSIGN TO ACCTMAST
004500        ORGANIZATION IS INDEXED
004600        ACCESS MODE IS DYNAMIC
004700        RECORD KEY IS AC-ACCOUNT-NO
004800        FILE STATUS IS ws-account-file-status.
004816     SELECT PERIOD-CONTROL-FILE ASSIGN TO PERIODS
004832        ORGANIZATION IS INDEXED
004848        ACCESS MODE IS DYNAMIC
004864        RECORD KEY IS PD-PERIOD
004880        FILE STATUS IS ws-period-file-status.
004900
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  PAYMENT-POSTING-FILE
005300     RECORDING MODE IS F.
005400     COPY PAYPREC.
005500
005600 FD  ACCOUNT-MASTER-FILE.
005700     COPY ACCTREC.
005725
005750 FD  PERIOD-CONTROL-FILE.
005775     COPY PERDREC.
005800
005900 WORKING-STORAGE SECTION.
006000
006100************************************************************
006200*            REFUND ACCUMULATORS
006300*    Static across CALLs, like the PAYMENT handler's - the
006400*    refunded total and count for the BUSTOT REFUND row.
006500************************************************************
006600
006700 77  refund-total         usage is comp-2 value 0.
006800 77  refund-count         usage is comp-2 value 0.
006900 77  display-refund-count pic zzz,zzz,zz9.
007000 77  ws-posting-file-status pic xx value spaces.
007100 77  ws-account-file-status pic xx value spaces.
007150 77  ws-period-file-status pic xx value spaces.
007200
007300************************************************************
007400*            ORIGINAL PAYMENT SEARCH
007500*    PAYPOST is read front to back for the named payment and
007600*    for any reversal already naming it. Refunds are rare
007700*    enough that a pass over the posting file per refund is
007800*    cheaper than keeping an index of it.
007900************************************************************
008000
008100 77  end-of-postings-sw   pic x value 'n'.
008200     88 end-of-postings         value 'y'.
008300 77  original-found-sw    pic x value 'n'.
008400     88 original-found          value 'y'.
008500 77  already-reversed-sw  pic x value 'n'.
008600     88 already-reversed        value 'y'.
008633 77  replayed-reversal-sw pic x value 'n'.
008666     88 replayed-reversal       value 'y'.
008700 77  orig-seq-no          pic x(7) value spaces.
008800 77  orig-date            pic 9(8) value 0.
008900 01  orig-amount-out.
008910     02  orig-amount      pic 9(7)v99 value 0.
008920     02  orig-amount-x    redefines orig-amount
008930                          pic x(9).
009000 77  orig-account-no      pic x(12) value spaces.
009010 77  orig-currency        pic x(3) value spaces.
009020 77  orig-keyed-amount    pic 9(7)v99 value 0.
009030 77  orig-fx-rate         pic 9(5)v9(6) value 0.
009100
009200*****************************************************
009300 LINKAGE SECTION.
009400
009500     COPY HANDCOMM.
009600
009700 PROCEDURE DIVISION USING HANDLER-COMM.
009800*****************************************************
009900 MAIN-RTN.
010000
010100     if HC-FUNC-TOTALS
010200        perform report-business-totals
010300           thru end-report-business-totals
010400     else
010500        perform check-posting-period
010501           thru end-check-posting-period
010502        if HC-PROCESSED-OK
010503           perform apply-refund
010504              thru end-apply-refund
010505        end-if
010700     end-if.
010800
010900     goback.
011000
011100************************************************************
011200*            APPLY-REFUND
011300*    Key check, search, then the reversal. Each step only
011400*    runs while the transaction is still processed-OK.
011500************************************************************
011600
011700 apply-refund.
011800     if HC-MESSAGE-LINE (9:7) = spaces
011900        or HC-MESSAGE-LINE (16:8) not numeric
012000        set HC-REJECTED to true
012100        move 'REFUND KEY INVALID' to HC-REASON
012200     else
012300        move HC-MESSAGE-LINE (9:7) to orig-seq-no
012400        move HC-MESSAGE-LINE (16:8) to orig-date
012500        perform find-original-payment
012600           thru end-find-original-payment
012700     end-if.
012800     if HC-PROCESSED-OK
012900        evaluate true
013000           when not original-found
013100              set HC-REJECTED to true
013200              move '11' to HC-REJECT-CODE
013300              move 'PAYMENT NOT FOUND' to HC-REASON
013400           when already-reversed
013500              set HC-REJECTED to true
013600              move '12' to HC-REJECT-CODE
013700              move 'ALREADY REFUNDED' to HC-REASON
013800           when other
013900              perform write-reversing-posting
014000                 thru end-write-reversing-posting
014100        end-evaluate
014200     end-if.
014300 end-apply-refund.
014400     exit.
014500
014600************************************************************
014700*            FIND-ORIGINAL-PAYMENT
014800*    A payment posting ('P', or a space on postings older
014900*    than the type byte) under the named date and sequence
015000*    number is the original; a reversal naming the same pair
015100*    means it has been refunded already. An unreadable
015200*    PAYPOST is handed back like the PAYMENT handler's
015225*    posting-file failure. Postings inside a restart's
015250*    backout window are skipped - the work they record is
015275*    being done again by this run - but one that is this
015300*    very refund's reversal says its balance has moved.
015400************************************************************
015500
015600 find-original-payment.
015700     move 'n' to original-found-sw.
015750     move 'n' to already-reversed-sw.
015800     move 'n' to replayed-reversal-sw.
015900     move 'n' to end-of-postings-sw.
016000     open input PAYMENT-POSTING-FILE.
016100     if ws-posting-file-status not = '00'
016200        display "mprb05p4: unable to read PAYPOST, status "
016300           ws-posting-file-status upon console
016400        set HC-REJECTED to true
016500        move 'POSTING FILE ERROR' to HC-REASON
016600     else
016700        perform search-one-posting
016800           thru end-search-one-posting
016900           until end-of-postings
017000        close PAYMENT-POSTING-FILE
017100     end-if.
017200 end-find-original-payment.
017300     exit.
017400
017500 search-one-posting.
017600     read PAYMENT-POSTING-FILE
017700        at end
017800           set end-of-postings to true
017900        not at end
018000           evaluate true
018007              when PP-INTERVAL-START not < HC-BACKOUT-FROM
018014                 and PP-INTERVAL-START < HC-BACKOUT-TO
018021                 if PP-IS-REVERSAL
018028                    and PP-DATE = HC-BUSINESS-DATE
018035                    and PP-SEQ-NO = HC-SEQ-NO
018042                    set replayed-reversal to true
018050                 end-if
018100              when PP-IS-REVERSAL
018200                 and PP-ORIG-DATE = orig-date
018300                 and PP-ORIG-SEQ-NO = orig-seq-no
018400                 set already-reversed to true
018500              when PP-IS-PAYMENT
018600                 and PP-DATE = orig-date
018700                 and PP-SEQ-NO = orig-seq-no
018800                 and not original-found
018900                 set original-found to true
019000                 move PP-AMOUNT to orig-amount
019100                 move PP-ACCOUNT-NO to orig-account-no
019110                 move PP-CURRENCY to orig-currency
019120                 move PP-ORIG-AMOUNT to orig-keyed-amount
019130                 move PP-FX-RATE to orig-fx-rate
019200           end-evaluate
019300     end-read.
019400 end-search-one-posting.
019500     exit.
019600
019700************************************************************
019800*            WRITE-REVERSING-POSTING
019900*    Same ordering as the PAYMENT handler: PAYPOST must open
020000*    before the balance moves, and the reversal is written
020050*    only once the balance has, so the two never part. A
020100*    refund applied before a restart moved the balance then.
020200************************************************************
020300
020400 write-reversing-posting.
020500     open extend PAYMENT-POSTING-FILE.
020600     if ws-posting-file-status not = '00'
020700        display "mprb05p4: unable to open PAYPOST, status "
020800           ws-posting-file-status upon console
020900        set HC-REJECTED to true
021000        move 'POSTING FILE ERROR' to HC-REASON
021100     else
021200        if not replayed-reversal
021300           perform reverse-account-balance
021333              thru end-reverse-account-balance
021366        end-if
021400     end-if.
021500     if ws-posting-file-status = '00' and HC-PROCESSED-OK
021600        move spaces to PAYMENT-POSTING-RECORD
021700        move HC-BUSINESS-DATE to PP-DATE
021800        accept PP-TIME from time
021900        move HC-ORIGIN-USERID to PP-USERID
022000        move HC-SEQ-NO to PP-SEQ-NO
022100        move orig-amount to PP-AMOUNT
022200        move orig-account-no to PP-ACCOUNT-NO
022300        set PP-IS-REVERSAL to true
022400        move orig-date to PP-ORIG-DATE
022500        move orig-seq-no to PP-ORIG-SEQ-NO
022510*       Reversed at the rate the payment was converted at, so
022520*       the house-currency balance nets back to the penny.
022530        move orig-currency to PP-CURRENCY
022540        move orig-keyed-amount to PP-ORIG-AMOUNT
022545        move orig-fx-rate to PP-FX-RATE
022550        move HC-INTERVAL to PP-INTERVAL
022600        write PAYMENT-POSTING-RECORD
022700        add orig-amount to refund-total
022800        add 1 to refund-count
022900D       move refund-count to display-refund-count
023000D       display "mprb05p4: refund " display-refund-count
023100D          " applied" upon console
023200        move orig-amount-x to HC-MESSAGE-LINE (24:9)
023300        move orig-account-no to HC-MESSAGE-LINE (33:12)
023400     end-if.
023500     if ws-posting-file-status = '00'
023600        close PAYMENT-POSTING-FILE
023700     end-if.
023800 end-write-reversing-posting.
023900     exit.
024000
024100************************************************************
024200*            REVERSE-ACCOUNT-BALANCE
024300*    The refund comes off the balance whatever the account's
024400*    status now - the money was posted there. An account no
024500*    longer on the master is reason code 09, as for a
024600*    payment.
024700************************************************************
024800
024900 reverse-account-balance.
025000     open i-o ACCOUNT-MASTER-FILE.
025100     if ws-account-file-status not = '00'
025200        display "mprb05p4: unable to open ACCTMAST, status "
025300           ws-account-file-status upon console
025400        set HC-REJECTED to true
025500        move 'ACCOUNT FILE ERROR' to HC-REASON
025600     else
025700        move orig-account-no to AC-ACCOUNT-NO
025800        read ACCOUNT-MASTER-FILE
025900           invalid key
026000              set HC-REJECTED to true
026100              move '09' to HC-REJECT-CODE
026200              move 'ACCOUNT UNKNOWN' to HC-REASON
026300           not invalid key
026400              subtract orig-amount from AC-BALANCE
026500              move HC-BUSINESS-DATE to AC-LAST-POST-DATE
026600              move HC-SEQ-NO to AC-LAST-POST-SEQ-NO
026700              add 1 to AC-POST-COUNT
026800              rewrite ACCOUNT-RECORD
026900                 invalid key
027000                    display "mprb05p4: rewrite failed for "
027100                       "account " AC-ACCOUNT-NO ", status "
027200                       ws-account-file-status upon console
027300                    set HC-REJECTED to true
027400                    move 'ACCOUNT FILE ERROR' to HC-REASON
027500              end-rewrite
027600        end-read
027700        close ACCOUNT-MASTER-FILE
027800     end-if.
027900 end-reverse-account-balance.
028000     exit.
028100
028102************************************************************
028104*            CHECK-POSTING-PERIOD
028106*    The business date's accounting month must still be open
028108*    before the handler writes anything - a month with no
028110*    PERIODS record has never been closed. A closed month
028112*    refuses the transaction with REJREC reason code 18; the
028114*    submitter resubmits once finance reopens the month or
028116*    the run is on the new month's business date.
028118************************************************************
028120
028122 check-posting-period.
028124     open input PERIOD-CONTROL-FILE.
028126     if ws-period-file-status not = '00'
028128        display "mprb05p4: unable to open PERIODS, status "
028130           ws-period-file-status upon console
028132        set HC-REJECTED to true
028134        move 'PERIOD FILE ERROR' to HC-REASON
028136     else
028138        compute PD-PERIOD = HC-BUSINESS-DATE / 100
028140        read PERIOD-CONTROL-FILE
028142           invalid key
028144              continue
028146           not invalid key
028148              if PD-IS-CLOSED
028150                 set HC-REJECTED to true
028152                 move '18' to HC-REJECT-CODE
028154                 move 'PERIOD CLOSED' to HC-REASON
028156              end-if
028158        end-read
028160        close PERIOD-CONTROL-FILE
028162     end-if.
028164 end-check-posting-period.
028166     exit.
028168
028200************************************************************
028300*            REPORT-BUSINESS-TOTALS
028400*    The totals function of the HANDLER-COMM interface -
028500*    amount refunded and refunds applied, for BUSTOT.
028600************************************************************
028700
028800 report-business-totals.
028900     move refund-total to HC-TOTAL-AMOUNT.
029000     move 0 to HC-TOTAL-UNITS.
029100     move refund-count to HC-TOTAL-COUNT.
029200*    Report-and-reset, per the HANDCOMM contract - the next
029300*    collection covers only the business day then in force.
029400     move 0 to refund-total.
029500     move 0 to refund-count.
029600 end-report-business-totals.
029700     exit.
