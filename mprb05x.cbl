000900*  cannot load the dataset as-is. This program reads the
001000*  day's CAPTURE generation, joins each root 'R' record with
001100*  the 'S' segment records that follow it, parses CD-DATA
001200*  per trancode - amount, account, currency and house-
001201*  currency amount for PAYMENT, quantity, order lines,
001300*  product and order value for ORDER, city/postal/
001302*  department/customer for ADDRCHG (and house number and
001303*  street on its layout version 02), the reversed payment
001305*  for REFUND, the cancelled order for ORDCANC
001400*  (field positions per the mprb05p1-p5 handlers, for the
001401*  message layout version the root was captured in: a
001402*  trancode/version pair with no parse of its own here is
001403*  an exception, never read at another version's
001404*  positions) - and
001500*  writes one typed, '|'-delimited record per transaction to
001600*  EXTROUT. A record that will not parse goes to EXCPOUT
001700*  with a reason instead of vanishing.
001800*
001825*  The step's start, end and return code are appended to
001850*  RUNHIST through mprb05sh, as a job step history record.
001875*
001900*  Program     mprb05x
002000*  PSB:        none - batch sequential, no IMS calls
002100*  Databases:  none
005200     RECORDING MODE IS F.
005300 01  EXCEPTION-RECORD.
005400     02  EX-REASON        PIC X(24).
005500     02  EX-CAPTURE       PIC X(152).
005600     02  FILLER           PIC X(8).
005700
005800 WORKING-STORAGE SECTION.
005900
008900         03  hr-seq-no       pic 9(7).
009000         03  hr-replay-flag  pic x.
009100         03  hr-body         pic x(72).
009110     02  hr-layout-version pic x(2).
009200 77  segments-seen         pic 9(4) value 0.
009300
009400************************************************************
009500*            PARSE WORK AREAS
009600*    Field positions within the message line follow the
009700*    handlers that validated them: amount at (9:9) per
009800*    mprb05p1, quantity at (9:5) / product (14:12) / order
009810*    amount (26:13) per mprb05p2, city (9:20) /
009900*    postal (29:5) / department (34:30) / customer ID
009910*    (64:10) per mprb05p3.
010000************************************************************
010100
010200 01  payment-amount-in.
010600 77  edit-amount           pic 9(7).99.
010700 77  order-quantity        pic 9(5) value 0.
010800 77  order-line-count      pic 9(5) value 0.
010810 01  order-amount-in.
010820     02  order-amount-x   pic x(13).
010830     02  order-amount     redefines order-amount-x
010840                          pic 9(11)v99.
010850 77  edit-order-amount     pic 9(11).99.
010860 77  edit-house-amount     pic 9(7).99.
010870 77  payment-currency      pic x(3) value spaces.
010900 77  exception-reason      pic x(24) value spaces.
011000
011014************************************************************
011028*            STEP HISTORY (mprb05sh)
011042************************************************************
011056
011070     COPY STEPHIST.
011084
011100 PROCEDURE DIVISION.
011200*****************************************************
011300 MAIN-RTN.
011320
011340     move 'mprb05x' to SH-PROGRAM.
011360     set SH-STEP-START to true.
011380     call 'mprb05sh' using STEP-HISTORY-AREA.
011400
011500     perform initialise-extract
011600        thru end-initialise-extract.
012700     perform finalise-extract
012800        thru end-finalise-extract.
012900
012916     move RETURN-CODE to SH-RETURN-CODE.
012932     move read-count to SH-TOTAL-COUNT.
012948     set SH-STEP-END to true.
012964     call 'mprb05sh' using STEP-HISTORY-AREA.
012980     move SH-RETURN-CODE to RETURN-CODE.
013000     goback.
013100
013200************************************************************
020500     move CD-TIME to hr-time.
020600     move CD-SEGMENT-COUNT to hr-segment-count.
020700     move CD-DATA to hr-data.
020710*    Captured before layout versions existed - version 01.
020720     if CD-LAYOUT-VERSION = spaces
020730        move '01' to hr-layout-version
020740     else
020750        move CD-LAYOUT-VERSION to hr-layout-version
020760     end-if.
020800 end-hold-root.
020900     exit.
021000
022300        perform write-root-exception
022400           thru end-write-root-exception
022500     else
022600        evaluate hr-trancode also hr-layout-version
022700           when 'PAYMENT ' also '01'
022800              perform extract-payment
022900                 thru end-extract-payment
023000           when 'ORDER   ' also '01'
023100              perform extract-order
023200                 thru end-extract-order
023300           when 'ADDRCHG ' also '01'
023400              perform extract-addrchg
023500                 thru end-extract-addrchg
023501           when 'ADDRCHG ' also '02'
023502              perform extract-addrchg-v02
023503                 thru end-extract-addrchg-v02
023510           when 'REFUND  ' also '01'
023520              perform extract-refund
023530                 thru end-extract-refund
023540           when 'ORDCANC ' also '01'
023550              perform extract-ordcanc
023560                 thru end-extract-ordcanc
023600           when other
023610              if hr-layout-version = '01'
023700                 move 'TRANCODE NOT MAPPED' to exception-reason
023710              else
023720                 move 'VERSION NOT MAPPED' to exception-reason
023730              end-if
023800              perform write-root-exception
023900                 thru end-write-root-exception
024000        end-evaluate
025000     else
025100        move hr-body (1:9) to payment-amount-x
025200        move payment-amount to edit-amount
025210*       Currency and house-currency amount as the handler
025220*       converted it; a root from before conversion was
025230*       house currency as keyed.
025240        move hr-body (22:3) to payment-currency
025250        if payment-currency = spaces
025260           move 'EUR' to payment-currency
025270        end-if
025280        if hr-body (25:9) numeric
025290           move hr-body (25:9) to payment-amount-x
025295        end-if
025296        move payment-amount to edit-house-amount
025300        move spaces to EXTRACT-LINE
025400        string 'PAYMENT|' delimited by size
025500           hr-date delimited by size
025900           hr-seq-no delimited by size
026000           '|' delimited by size
026100           edit-amount delimited by size
026110           '|' delimited by size
026120           hr-body (10:12) delimited by size
026130           '|' delimited by size
026140           payment-currency delimited by size
026150           '|' delimited by size
026160           edit-house-amount delimited by size
026200           into EXTRACT-LINE
026300        write EXTRACT-LINE
026400        add 1 to extracted-count
026500     end-if.
026600 end-extract-payment.
026700     exit.
026701
026702*    Original sequence number and business date as keyed,
026703*    line count and order amount as the ORDCANC handler
026704*    filled them.
026705 extract-ordcanc.
026706     if hr-body (16:4) not numeric
026707        or hr-body (20:13) not numeric
026708        move 'CANCELLED ORDER MISSING' to exception-reason
026709        perform write-root-exception
026710           thru end-write-root-exception
026711     else
026712        move hr-body (16:4) to order-line-count
026713        move hr-body (20:13) to order-amount-x
026714        move order-amount to edit-order-amount
026715        move spaces to EXTRACT-LINE
026716        string 'ORDCANC|' delimited by size
026717           hr-date delimited by size
026718           '|' delimited by size
026719           hr-time delimited by size
026720           '|' delimited by size
026721           hr-seq-no delimited by size
026722           '|' delimited by size
026723           hr-body (1:7) delimited by size
026724           '|' delimited by size
026725           hr-body (8:8) delimited by size
026726           '|' delimited by size
026727           order-line-count delimited by size
026728           '|' delimited by size
026729           edit-order-amount delimited by size
026730           into EXTRACT-LINE
026731        write EXTRACT-LINE
026732        add 1 to extracted-count
026733     end-if.
026734 end-extract-ordcanc.
026735     exit.
026736
026737*    Original sequence number and business date as keyed,
026738*    amount and account as the REFUND handler filled them.
026739 extract-refund.
026740     if hr-body (16:9) not numeric
026741        move 'REFUND AMOUNT MISSING' to exception-reason
026742        perform write-root-exception
026743           thru end-write-root-exception
026744     else
026745        move hr-body (16:9) to payment-amount-x
026746        move payment-amount to edit-amount
026747        move spaces to EXTRACT-LINE
026748        string 'REFUND|' delimited by size
026749           hr-date delimited by size
026750           '|' delimited by size
026751           hr-time delimited by size
026752           '|' delimited by size
026753           hr-seq-no delimited by size
026754           '|' delimited by size
026755           hr-body (1:7) delimited by size
026756           '|' delimited by size
026757           hr-body (8:8) delimited by size
026758           '|' delimited by size
026759           edit-amount delimited by size
026760           '|' delimited by size
026761           hr-body (25:12) delimited by size
026762           into EXTRACT-LINE
026763        write EXTRACT-LINE
026764        add 1 to extracted-count
026765     end-if.
026766 end-extract-refund.
026767     exit.
026800
026900 extract-order.
027000     evaluate true
027010        when hr-body (1:5) not numeric
027100           move 'QUANTITY NOT NUMERIC' to exception-reason
027200           perform write-root-exception
027300              thru end-write-root-exception
027310        when hr-body (18:13) not numeric
027320           move 'ORDER AMOUNT NOT NUMERIC' to exception-reason
027330           perform write-root-exception
027340              thru end-write-root-exception
027400        when other
027410           perform format-order-line
027420              thru end-format-order-line
027430     end-evaluate.
027440 end-extract-order.
027450     exit.
027460
027470 format-order-line.
027500     move hr-body (1:5) to order-quantity
027510     move hr-body (18:13) to order-amount-x
027520     move order-amount to edit-order-amount
027600*    The root line is one order line, each segment one more
027700*    - same counting rule as the mprb05p2 handler.
027800     compute order-line-count = 1 + segments-seen
027900     move spaces to EXTRACT-LINE
028000     string 'ORDER|' delimited by size
028100        hr-date delimited by size
028200        '|' delimited by size
028300        hr-time delimited by size
028400        '|' delimited by size
028500        hr-seq-no delimited by size
028600        '|' delimited by size
028700        order-quantity delimited by size
028800        '|' delimited by size
028900        order-line-count delimited by size
028910        '|' delimited by size
028920        hr-body (6:12) delimited by size
028930        '|' delimited by size
028940        edit-order-amount delimited by size
029000        into EXTRACT-LINE
029100     write EXTRACT-LINE
029200     add 1 to extracted-count.
029400 end-format-order-line.
029500     exit.
029600
029700 extract-addrchg.
031200           '|' delimited by size
031300           hr-data (29:5) delimited by size
031400           '|' delimited by size
031500           hr-data (34:30) delimited by size
031510           '|' delimited by size
031520           hr-data (64:10) delimited by size
031600           into EXTRACT-LINE
031700        write EXTRACT-LINE
031800        add 1 to extracted-count
031900     end-if.
032000 end-extract-addrchg.
032100     exit.
032101
032102*    Version 02 carries no department label - the field is
032103*    left empty so the ADDRCHG record keeps its columns, and
032104*    the house number and street follow the customer ID.
032105 extract-addrchg-v02.
032106     if hr-body (4:20) = spaces
032107        move 'CITY MISSING' to exception-reason
032108        perform write-root-exception
032109           thru end-write-root-exception
032110     else
032111        move spaces to EXTRACT-LINE
032112        string 'ADDRCHG|' delimited by size
032113           hr-date delimited by size
032114           '|' delimited by size
032115           hr-time delimited by size
032116           '|' delimited by size
032117           hr-seq-no delimited by size
032118           '|' delimited by size
032119           hr-data (12:20) delimited by size
032120           '|' delimited by size
032121           hr-data (32:5) delimited by size
032122           '||' delimited by size
032123           hr-data (37:10) delimited by size
032124           '|' delimited by size
032125           hr-data (47:4) delimited by size
032126           '|' delimited by size
032127           hr-data (51:30) delimited by size
032128           into EXTRACT-LINE
032129        write EXTRACT-LINE
032130        add 1 to extracted-count
032131     end-if.
032132 end-extract-addrchg-v02.
032133     exit.
032200
032300*    The root in flight goes to exceptions - CAPTURE-RECORD
032400*    still holds the last record read, which for a flushed
032800     if ws-exception-status = '00'
032900        move spaces to EXCEPTION-RECORD
033000        move exception-reason to EX-REASON
033100        move held-root to EX-CAPTURE (1:110)
033200        write EXCEPTION-RECORD
033300        add 1 to exception-count
033400     end-if.
