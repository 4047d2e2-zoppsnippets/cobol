000800*  through the HANDLER-COMM totals function. Sums amounts,
000900*  units and transaction counts per trancode across every
001000*  run and instance of the day, which is what management
001100*  asks for: money and units, not message counts. REFUND
001110*  is listed in its own row and then netted against PAYMENT
001120*  on a NET PAYMENTS line, so the money the day really took
001130*  in is one line, not a subtraction left to the reader.
001140*  ORDCANC is netted against ORDER the same way - value,
001150*  lines and orders - on a NET ORDERS line. The trancode
001160*  rows are house currency; a closing BY CURRENCY section
001170*  lists each currency's keyed amount and house-currency
001180*  value from the handlers' per-currency rows.
001200*
001300*  PARM keyword:  BDATE=yyyymmdd  business day reported
001400*                 (default today)
001500*
001525*  The step's start, end and return code are appended to
001550*  RUNHIST through mprb05sh, as a job step history record.
001575*
001600*  Program     mprb05o
001700*  PSB:        none - batch sequential report, no IMS calls
001800*  Databases:  none
005300 77  read-count            pic 9(7) value 0.
005400 77  display-count         pic zzz,zzz,zz9.
005500 77  display-amount        pic z,zzz,zzz,zz9.99.
005510 77  display-net-amount    pic z,zzz,zzz,zz9.99-.
005520 77  display-net-count     pic -(10)9.
005530 77  net-amount            pic s9(13)v99 value 0.
005540 77  net-count             pic s9(11) value 0.
005550 77  net-units             pic s9(11) value 0.
005560 77  display-net-units     pic -(10)9.
005600
005700 01  ws-parm-tokens.
005800     02  ws-parm-token    pic x(20) occurs 6 times.
007600         03  bt-sum-amount    pic 9(13)v99.
007700         03  bt-sum-units     pic 9(11).
007800         03  bt-sum-count     pic 9(11).
007803
007806************************************************************
007809*            PER-CURRENCY BUSINESS TOTALS
007812*    Trancode and currency pairs from the rows that carry a
007815*    BT-CURRENCY - a breakdown of the trancode row above, so
007818*    kept apart from it.
007821************************************************************
007824
007827 77  cu-entry-count       pic 9(4) binary value 0.
007830 77  cu-max-entries       pic 9(4) binary value 50.
007833 77  cu-found-sw          pic x value 'n'.
007836     88 cu-found                 value 'y'.
007839 01  cu-table.
007842     02  cu-entry occurs 1 to 50 times
007845           depending on cu-entry-count
007848           indexed by cu-ix.
007851         03  cu-tc            pic x(8).
007854         03  cu-currency      pic x(3).
007857         03  cu-sum-keyed     pic 9(13)v99.
007860         03  cu-sum-amount    pic 9(13)v99.
007863         03  cu-sum-count     pic 9(11).
007866 77  display-keyed-amount  pic z,zzz,zzz,zz9.99.
007869
007872************************************************************
007875*            STEP HISTORY (mprb05sh)
007878************************************************************
007881
007884     COPY STEPHIST.
007900
008000*****************************************************
008100 LINKAGE SECTION.
008700 PROCEDURE DIVISION USING PARM-AREA.
008800*****************************************************
008900 MAIN-RTN.
008920
008940     move 'mprb05o' to SH-PROGRAM.
008960     set SH-STEP-START to true.
008980     call 'mprb05sh' using STEP-HISTORY-AREA.
009000
009100     perform initialise-report
009200        thru end-initialise-report.
010100     perform finalise-report
010200        thru end-finalise-report.
010300
010316     move RETURN-CODE to SH-RETURN-CODE.
010332     move read-count to SH-TOTAL-COUNT.
010348     set SH-STEP-END to true.
010364     call 'mprb05sh' using STEP-HISTORY-AREA.
010380     move SH-RETURN-CODE to RETURN-CODE.
010400     goback.
010500
010600************************************************************
017100        not at end
017200           if BT-DATE = target-date
017300              add 1 to read-count
017310              if BT-CURRENCY = spaces
017400                 perform accumulate-trancode-totals
017500                    thru end-accumulate-trancode-totals
017510              else
017520                 perform accumulate-currency-totals
017530                    thru end-accumulate-currency-totals
017540              end-if
017600           end-if
017700     end-read.
017800 end-absorb-one-record.
020000     end-if.
020100 end-accumulate-trancode-totals.
020200     exit.
020203
020206 accumulate-currency-totals.
020209     move 'n' to cu-found-sw.
020212     if cu-entry-count > 0
020215        perform varying cu-ix from 1 by 1
020218           until cu-ix > cu-entry-count or cu-found
020221           if cu-tc (cu-ix) = BT-TRANCODE
020224              and cu-currency (cu-ix) = BT-CURRENCY
020227              add BT-ORIG-AMOUNT to cu-sum-keyed (cu-ix)
020230              add BT-AMOUNT to cu-sum-amount (cu-ix)
020233              add BT-COUNT to cu-sum-count (cu-ix)
020236              set cu-found to true
020239           end-if
020242        end-perform
020245     end-if.
020248     if not cu-found and cu-entry-count < cu-max-entries
020251        add 1 to cu-entry-count
020254        move BT-TRANCODE to cu-tc (cu-entry-count)
020257        move BT-CURRENCY to cu-currency (cu-entry-count)
020260        move BT-ORIG-AMOUNT to cu-sum-keyed (cu-entry-count)
020263        move BT-AMOUNT to cu-sum-amount (cu-entry-count)
020266        move BT-COUNT to cu-sum-count (cu-entry-count)
020269     end-if.
020272 end-accumulate-currency-totals.
020275     exit.
020300
020400************************************************************
020500*            PRINT-BUSINESS-REPORT
023200              into REPORT-LINE
023300           write REPORT-LINE
023400        end-perform
023410        perform print-net-payments
023420           thru end-print-net-payments
023430        perform print-net-orders
023440           thru end-print-net-orders
023450        perform print-currency-totals
023460           thru end-print-currency-totals
023500     end-if.
023600 end-print-business-report.
023700     exit.
023701
023702************************************************************
023703*            PRINT-NET-PAYMENTS
023704*    PAYMENT less REFUND - amount and count. Printed even on
023705*    a day with no refunds, so the line is always where the
023706*    reader expects it.
023707************************************************************
023708
023709 print-net-payments.
023710     move 0 to net-amount.
023711     move 0 to net-count.
023712     perform varying bt-ix from 1 by 1
023713        until bt-ix > bt-entry-count
023714        evaluate bt-tc (bt-ix)
023715           when 'PAYMENT '
023716              add bt-sum-amount (bt-ix) to net-amount
023717              add bt-sum-count (bt-ix) to net-count
023718           when 'REFUND  '
023719              subtract bt-sum-amount (bt-ix) from net-amount
023720              subtract bt-sum-count (bt-ix) from net-count
023721        end-evaluate
023722     end-perform.
023723     move net-amount to display-net-amount.
023724     move net-count to display-net-count.
023725     move spaces to REPORT-LINE.
023726     string 'NET PAYMENTS AFTER REFUNDS  ' delimited by size
023727        display-net-amount delimited by size
023728        '  COUNT ' delimited by size
023729        display-net-count delimited by size
023730        into REPORT-LINE.
023731     write REPORT-LINE.
023732 end-print-net-payments.
023733     exit.
023734
023735************************************************************
023736*            PRINT-NET-ORDERS
023737*    ORDER less ORDCANC - value, lines and orders. Printed
023738*    even on a day with no cancellations, like the payments
023739*    line.
023740************************************************************
023741
023742 print-net-orders.
023743     move 0 to net-amount.
023744     move 0 to net-units.
023745     move 0 to net-count.
023746     perform varying bt-ix from 1 by 1
023747        until bt-ix > bt-entry-count
023748        evaluate bt-tc (bt-ix)
023749           when 'ORDER   '
023750              add bt-sum-amount (bt-ix) to net-amount
023751              add bt-sum-units (bt-ix) to net-units
023752              add bt-sum-count (bt-ix) to net-count
023753           when 'ORDCANC '
023754              subtract bt-sum-amount (bt-ix) from net-amount
023755              subtract bt-sum-units (bt-ix) from net-units
023756              subtract bt-sum-count (bt-ix) from net-count
023757        end-evaluate
023758     end-perform.
023759     move net-amount to display-net-amount.
023760     move net-units to display-net-units.
023761     move net-count to display-net-count.
023762     move spaces to REPORT-LINE.
023763     string 'NET ORDERS AFTER CANCELS    ' delimited by size
023764        display-net-amount delimited by size
023765        '  LINES ' delimited by size
023766        display-net-units delimited by size
023767        '  COUNT ' delimited by size
023768        display-net-count delimited by size
023769        into REPORT-LINE.
023770     write REPORT-LINE.
023771 end-print-net-orders.
023772     exit.
023773
023774************************************************************
023775*            PRINT-CURRENCY-TOTALS
023776*    One line per trancode and currency: amount as keyed,
023777*    house-currency value and count. Nothing is printed on a
023778*    day no handler broke out by currency.
023779************************************************************
023780
023781 print-currency-totals.
023782     if cu-entry-count > 0
023783        move spaces to REPORT-LINE
023784        write REPORT-LINE
023785        move spaces to REPORT-LINE
023786        string 'BY CURRENCY  CCY  KEYED AMOUNT'
023787           '         HOUSE AMOUNT        COUNT'
023788           delimited by size
023789           into REPORT-LINE
023790        write REPORT-LINE
023791        perform varying cu-ix from 1 by 1
023792           until cu-ix > cu-entry-count
023793           move cu-sum-keyed (cu-ix) to display-keyed-amount
023794           move cu-sum-amount (cu-ix) to display-amount
023795           move cu-sum-count (cu-ix) to display-count
023796           move spaces to REPORT-LINE
023797           string cu-tc (cu-ix) delimited by size
023798              '     ' delimited by size
023799              cu-currency (cu-ix) delimited by size
023800              '  ' delimited by size
023801              display-keyed-amount delimited by size
023802              '  ' delimited by size
023803              display-amount delimited by size
023804              '  ' delimited by size
023805              display-count delimited by size
023806              into REPORT-LINE
023807           write REPORT-LINE
023808        end-perform
023809     end-if.
023810 end-print-currency-totals.
023811     exit.
023812
023900************************************************************
024000*            FINALISE-REPORT
024100************************************************************
