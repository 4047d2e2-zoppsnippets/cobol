000100 CBL  SOURCE XREF
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. 'mprb05ts'.
000400************************************************************
000500*
000600*  Monthly sales territory summary for sales management.
000700*  Assigns every customer on the address file to the sales
000800*  territory TERRREF maps the customer's department to
000900*  (mprb05tl), then totals the month's orders and order
001000*  cancellations from ORDEXP by the territory of the
001100*  customer named on them, and prints per territory the
001200*  customers, orders, order value, cancellations and net
001300*  value - the figures sales administration used to rebuild
001400*  by hand from ADDROUT every month.
001500*
001600*  The territory is taken from the customer's department
001700*  against TERRREF as of the ASOF date, not from the stamp
001800*  on the address: run with ASOF set to the day a keyed-
001900*  ahead re-territorialisation takes effect, the report
002000*  shows the territories as they will be.
002100*
002200*  Nothing is left silently out. An exceptions section
002300*  lists each department with no territory mapped (with its
002400*  customers and their orders), the customers with no
002500*  department on file (addresses not enriched since the
002600*  department code was added - the next mprb05a pass stamps
002700*  them), and the orders that could not be put in any
002800*  territory because they name no customer (feeders that do
002900*  not send the optional customer ID) or a customer the
003000*  address file does not have.
003100*
003200*  ADDRIN is the mprb05cu unload of the customer address
003300*  master (or mprb05a's ADDROUT), in customer-ID order.
003400*  ORDIN is ORDEXP after the night's mprb05rr, so records a
003500*  restart backed out are not counted.
003600*
003700*  PARM keywords:
003800*    MONTH=yyyymm   orders reported (default: the month
003900*                   before the run date)
004000*    ASOF=yyyymmdd  territory mapping date (default: the
004100*                   run date)
004200*
004300*  Ends with return code 8 when ADDRIN, ORDIN or TSLIST
004400*  will not open, TERRREF is not usable, ADDRIN is out of
004500*  customer-ID order or a table overflowed; 4 when the
004600*  exceptions section lists anything.
004700*
004800*  Program     mprb05ts
004900*  PSB:        none - batch sequential report, no IMS calls
005000*  Databases:  none
005100*  Access:     ADDRIN (in), ORDIN (in), TSLIST (out),
005200*              TERRREF (in, via mprb05tl)
005300*
005400************************************************************
005500 ENVIRONMENT DIVISION.
005600 CONFIGURATION SECTION.
005700 SOURCE-COMPUTER.  IBM-370.
005800 OBJECT-COMPUTER.  IBM-370.
005900 INPUT-OUTPUT SECTION.
006000 FILE-CONTROL.
006100     SELECT ADDRESS-IN-FILE ASSIGN TO ADDRIN
006200        ORGANIZATION IS SEQUENTIAL
006300        FILE STATUS IS ws-address-in-status.
006400     SELECT ORDER-EXPORT-FILE ASSIGN TO ORDIN
006500        ORGANIZATION IS SEQUENTIAL
006600        FILE STATUS IS ws-order-in-status.
006700     SELECT REPORT-FILE ASSIGN TO TSLIST
006800        ORGANIZATION IS SEQUENTIAL
006900        FILE STATUS IS ws-report-status.
007000
007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  ADDRESS-IN-FILE
007400     RECORDING MODE IS F.
007500 01  ADDRESS-RECORD.
007600     02  AD-CUST-ID       PIC X(10).
007700     02  AD-VILLE         PIC X(20).
007800     02  AD-C-POST        PIC 9(5).
007900     02  AD-LIB-DEPT      PIC X(40).
008000     02  AD-C-DEPT        PIC X(2).
008100     02  AD-TERRITORY     PIC X(3).
008200     02  AD-STREET-ADDRESS PIC X(40).
008300
008400 FD  ORDER-EXPORT-FILE
008500     RECORDING MODE IS F.
008600     COPY ORDEREC.
008700
008800 FD  REPORT-FILE
008900     RECORDING MODE IS F.
009000 01  REPORT-LINE              PIC X(132).
009100
009200 WORKING-STORAGE SECTION.
009300
009400 77  ws-address-in-status  pic xx value spaces.
009500 77  ws-order-in-status    pic xx value spaces.
009600 77  ws-report-status      pic xx value spaces.
009700 77  end-of-input-sw       pic x value 'n'.
009800     88 end-of-input             value 'y'.
009900 77  report-fatal-sw       pic x value 'n'.
010000     88 report-fatal             value 'y'.
010100
010200 77  report-month          pic x(6) value spaces.
010300 77  report-as-of          pic x(8) value spaces.
010400 01  ws-today.
010500     02  ws-today-yyyy     pic 9(4).
010600     02  ws-today-mm       pic 9(2).
010700     02  ws-today-dd       pic 9(2).
010800 01  ws-default-month.
010900     02  ws-default-yyyy   pic 9(4).
011000     02  ws-default-mm     pic 9(2).
011100
011200 01  ws-parm-tokens.
011300     02  ws-parm-token    pic x(20) occurs 6 times.
011400 77  ws-parm-idx          pic 9(4) binary value 1.
011500 77  ws-parm-key          pic x(10).
011600 77  ws-parm-val          pic x(10).
011700
011800 77  customer-read-count   pic 9(9) value 0.
011900 77  order-read-count      pic 9(9) value 0.
012000 77  month-order-count     pic 9(9) value 0.
012100 77  prev-cust-id          pic x(10) value low-values.
012200 77  order-cust-id         pic x(10) value spaces.
012300 77  exception-row-count   pic 9(4) binary value 0.
012400
012500     COPY TERRCOMM.
012600
012700************************************************************
012800*            CUSTOMER TABLE
012900*    One entry per ADDRIN customer, in customer-ID order for
013000*    the binary search each order makes. ct-kind says where
013100*    the customer's orders go: 'T' the territory row ct-ref,
013200*    'X' the exception row ct-ref.
013300************************************************************
013400
013500 77  ct-entry-count       pic 9(8) binary value 0.
013600 77  ct-max-entries       pic 9(8) binary value 200000.
013700 01  ct-table.
013800     02  ct-entry occurs 1 to 200000 times
013900           depending on ct-entry-count
014000           ascending key is ct-cust-id
014100           indexed by ct-ix.
014200         03  ct-cust-id         pic x(10).
014300         03  ct-kind            pic x.
014400         03  ct-ref             pic 9(4) binary.
014500
014600************************************************************
014700*            DEPARTMENT CACHE
014800*    Where each department's customers go, so mprb05tl is
014900*    asked once per department rather than once per customer.
015000************************************************************
015100
015200 77  dc-entry-count       pic 9(4) binary value 0.
015300 77  dc-max-entries       pic 9(4) binary value 300.
015400 77  dc-found-sw          pic x value 'n'.
015500     88 dc-found                 value 'y'.
015600 01  dc-table.
015700     02  dc-entry occurs 1 to 300 times
015800           depending on dc-entry-count
015900           indexed by dc-ix.
016000         03  dc-c-dept          pic x(2).
016100         03  dc-kind            pic x.
016200         03  dc-ref             pic 9(4) binary.
016300 77  hold-kind             pic x value space.
016400 77  hold-ref              pic 9(4) binary value 0.
016500
016600************************************************************
016700*            TERRITORY ROWS
016800************************************************************
016900
017000 77  tr-entry-count       pic 9(4) binary value 0.
017100 77  tr-max-entries       pic 9(4) binary value 500.
017200 77  tr-found-sw          pic x value 'n'.
017300     88 tr-found                 value 'y'.
017400 01  tr-table.
017500     02  tr-entry occurs 1 to 500 times
017600           depending on tr-entry-count
017700           indexed by tr-ix.
017800         03  tr-territory       pic x(3).
017900         03  tr-region          pic x(3).
018000         03  tr-name            pic x(25).
018100         03  tr-customers       pic 9(9).
018200         03  tr-orders          pic 9(9).
018300         03  tr-value           pic 9(13)v99.
018400         03  tr-cancels         pic 9(9).
018500         03  tr-cancel-value    pic 9(13)v99.
018600
018700************************************************************
018800*            EXCEPTION ROWS
018900*    The first three rows are fixed; one row is added per
019000*    department found with no territory mapped.
019100************************************************************
019200
019300 77  ux-no-cust-id        pic 9(4) binary value 1.
019400 77  ux-not-on-file       pic 9(4) binary value 2.
019500 77  ux-no-dept           pic 9(4) binary value 3.
019600 77  ux-entry-count       pic 9(4) binary value 0.
019700 77  ux-max-entries       pic 9(4) binary value 200.
019800 01  ux-table.
019900     02  ux-entry occurs 1 to 200 times
020000           depending on ux-entry-count
020100           indexed by ux-ix.
020200         03  ux-c-dept          pic x(2).
020300         03  ux-label           pic x(30).
020400         03  ux-customers       pic 9(9).
020500         03  ux-orders          pic 9(9).
020600         03  ux-value           pic 9(13)v99.
020700         03  ux-cancels         pic 9(9).
020800         03  ux-cancel-value    pic 9(13)v99.
020900
021000************************************************************
021100*            PRINT FIELDS AND TOTALS
021200************************************************************
021300
021400 77  total-customers       pic 9(9) value 0.
021500 77  total-orders          pic 9(9) value 0.
021600 77  total-value           pic 9(13)v99 value 0.
021700 77  total-cancels         pic 9(9) value 0.
021800 77  total-cancel-value    pic 9(13)v99 value 0.
021900 77  net-value             pic s9(13)v99 value 0.
022000 77  display-customers     pic zz,zzz,zz9.
022100 77  display-orders        pic zz,zzz,zz9.
022200 77  display-cancels       pic zz,zzz,zz9.
022300 77  display-value         pic z,zzz,zzz,zzz,zz9.99.
022400 77  display-cancel-value  pic z,zzz,zzz,zzz,zz9.99.
022500 77  display-net           pic -,zzz,zzz,zzz,zz9.99.
022600 77  display-count         pic zzz,zzz,zz9.
022700
022800*****************************************************
022900 LINKAGE SECTION.
023000
023100 01  PARM-AREA.
023200     02  PARM-LENGTH      PIC S9(4) COMP.
023300     02  PARM-DATA        PIC X(80).
023400
023500 PROCEDURE DIVISION USING PARM-AREA.
023600*****************************************************
023700 MAIN-RTN.
023800
023900     perform initialise-report
024000        thru end-initialise-report.
024100
024200     if not report-fatal
024300        perform load-customers
024400           thru end-load-customers
024500     end-if.
024600
024700     if not report-fatal
024800        perform total-orders-by-territory
024900           thru end-total-orders-by-territory
025000     end-if.
025100
025200     if not report-fatal
025300        perform print-territories
025400           thru end-print-territories
025500        perform print-exceptions
025600           thru end-print-exceptions
025700     end-if.
025800
025900     perform finalise-report
026000        thru end-finalise-report.
026100
026200     goback.
026300
026400************************************************************
026500*            INITIALISE-REPORT
026600************************************************************
026700
026800 initialise-report.
026900     display "COBOL Program mprb05ts execution begins... "
027000        upon console.
027100     accept ws-today from date yyyymmdd.
027200     move ws-today-yyyy to ws-default-yyyy.
027300     if ws-today-mm = 1
027400        subtract 1 from ws-default-yyyy
027500        move 12 to ws-default-mm
027600     else
027700        compute ws-default-mm = ws-today-mm - 1
027800     end-if.
027900     move ws-default-month to report-month.
028000     move ws-today to report-as-of.
028100     perform parse-parm-area
028200        thru end-parse-parm-area.
028300     if report-month not numeric
028400        display "mprb05ts: *** MONTH= NOT yyyymm - RUN "
028500           "ABORTED ***" upon console
028600        set report-fatal to true
028700        move 8 to RETURN-CODE
028800     end-if.
028900     if report-as-of not numeric
029000        display "mprb05ts: *** ASOF= NOT yyyymmdd - RUN "
029100           "ABORTED ***" upon console
029200        set report-fatal to true
029300        move 8 to RETURN-CODE
029400     end-if.
029500     if not report-fatal
029600        open output REPORT-FILE
029700        if ws-report-status not = '00'
029800           display "mprb05ts: *** CANNOT OPEN TSLIST, STATUS "
029900              ws-report-status " - RUN ABORTED ***"
030000              upon console
030100           set report-fatal to true
030200           move 8 to RETURN-CODE
030300        end-if
030400     end-if.
030500     if not report-fatal
030600        move spaces to REPORT-LINE
030700        string 'MPRB05 SALES TERRITORY SUMMARY  MONTH '
030800           delimited by size
030900           report-month delimited by size
031000           '  TERRITORIES AS OF ' delimited by size
031100           report-as-of delimited by size
031200           into REPORT-LINE
031300        write REPORT-LINE
031400     end-if.
031500     move 3 to ux-entry-count.
031600     perform varying ux-ix from 1 by 1
031700        until ux-ix > ux-entry-count
031800        perform clear-exception-row
031900           thru end-clear-exception-row
032000     end-perform.
032100     move 'NO CUSTOMER ID ON THE ORDER'
032200        to ux-label (ux-no-cust-id).
032300     move 'CUSTOMER NOT ON ADDRIN' to ux-label (ux-not-on-file).
032400     move 'NO DEPARTMENT ON FILE' to ux-label (ux-no-dept).
032500 end-initialise-report.
032600     exit.
032700
032800 clear-exception-row.
032900     move spaces to ux-c-dept (ux-ix) ux-label (ux-ix).
033000     move 0 to ux-customers (ux-ix) ux-orders (ux-ix)
033100        ux-value (ux-ix) ux-cancels (ux-ix)
033200        ux-cancel-value (ux-ix).
033300 end-clear-exception-row.
033400     exit.
033500
033600 parse-parm-area.
033700     move spaces to ws-parm-tokens.
033800     if PARM-LENGTH > 0
033900        unstring PARM-DATA (1:PARM-LENGTH) delimited by ','
034000           into ws-parm-token (1) ws-parm-token (2)
034100              ws-parm-token (3) ws-parm-token (4)
034200              ws-parm-token (5) ws-parm-token (6)
034300        end-unstring
034400        perform varying ws-parm-idx from 1 by 1
034500           until ws-parm-idx > 6
034600           if ws-parm-token (ws-parm-idx) not = spaces
034700              perform split-parm-token
034800                 thru end-split-parm-token
034900           end-if
035000        end-perform
035100     end-if.
035200 end-parse-parm-area.
035300     exit.
035400
035500 split-parm-token.
035600     move spaces to ws-parm-key ws-parm-val.
035700     unstring ws-parm-token (ws-parm-idx) delimited by '='
035800        into ws-parm-key ws-parm-val.
035900     evaluate ws-parm-key
036000        when 'MONTH'
036100           move ws-parm-val(1:6) to report-month
036200        when 'ASOF'
036300           move ws-parm-val(1:8) to report-as-of
036400     end-evaluate.
036500 end-split-parm-token.
036600     exit.
036700
036800************************************************************
036900*            LOAD-CUSTOMERS
037000*    Every ADDRIN customer into the customer table, counted
037100*    on its territory row or its exception row as it goes.
037200************************************************************
037300
037400 load-customers.
037500     open input ADDRESS-IN-FILE.
037600     if ws-address-in-status not = '00'
037700        display "mprb05ts: *** CANNOT READ ADDRIN, STATUS "
037800           ws-address-in-status " - RUN ABORTED ***" upon console
037900        set report-fatal to true
038000        move 8 to RETURN-CODE
038100     else
038200        move 'n' to end-of-input-sw
038300        perform load-one-customer
038400           thru end-load-one-customer
038500           until end-of-input or report-fatal
038600        close ADDRESS-IN-FILE
038700     end-if.
038800 end-load-customers.
038900     exit.
039000
039100 load-one-customer.
039200     read ADDRESS-IN-FILE
039300        at end
039400           set end-of-input to true
039500        not at end
039600           add 1 to customer-read-count
039700           evaluate true
039800              when AD-CUST-ID not > prev-cust-id
039900                 display "mprb05ts: *** ADDRIN OUT OF ORDER AT "
040000                    AD-CUST-ID " - RUN ABORTED ***"
040100                    upon console
040200                 set report-fatal to true
040300                 move 8 to RETURN-CODE
040400              when ct-entry-count not < ct-max-entries
040500                 display "mprb05ts: *** CUSTOMER TABLE FULL AT "
040600                    AD-CUST-ID " - RUN ABORTED ***" upon console
040700                 set report-fatal to true
040800                 move 8 to RETURN-CODE
040900              when other
041000                 move AD-CUST-ID to prev-cust-id
041100                 perform place-customer
041200                    thru end-place-customer
041300           end-evaluate
041400     end-read.
041500     if ws-address-in-status not = '00'
041600        and ws-address-in-status not = '10'
041700        display "mprb05ts: *** ADDRIN READ ERROR, STATUS "
041800           ws-address-in-status " - RUN ABORTED ***" upon console
041900        set report-fatal to true
042000        move 8 to RETURN-CODE
042100     end-if.
042200 end-load-one-customer.
042300     exit.
042400
042500 place-customer.
042600     if AD-C-DEPT = spaces
042700        move 'X' to hold-kind
042800        move ux-no-dept to hold-ref
042900     else
043000        perform find-department
043100           thru end-find-department
043200     end-if.
043300     if not report-fatal
043400        add 1 to ct-entry-count
043500        set ct-ix to ct-entry-count
043600        move AD-CUST-ID to ct-cust-id (ct-ix)
043700        move hold-kind to ct-kind (ct-ix)
043800        move hold-ref to ct-ref (ct-ix)
043900        if hold-kind = 'T'
044000           add 1 to tr-customers (hold-ref)
044100        else
044200           add 1 to ux-customers (hold-ref)
044300        end-if
044400     end-if.
044500 end-place-customer.
044600     exit.
044700
044800************************************************************
044900*            FIND-DEPARTMENT
045000*    The department's row from the cache; a department not
045100*    seen yet is looked up once and given its territory row,
045200*    or its own exception row when it has no territory.
045300************************************************************
045400
045500 find-department.
045600     move 'n' to dc-found-sw.
045700     perform varying dc-ix from 1 by 1
045800        until dc-ix > dc-entry-count or dc-found
045900        if dc-c-dept (dc-ix) = AD-C-DEPT
046000           set dc-found to true
046100           move dc-kind (dc-ix) to hold-kind
046200           move dc-ref (dc-ix) to hold-ref
046300        end-if
046400     end-perform.
046500     if not dc-found
046600        move AD-C-DEPT to TL-C-DEPT
046700        move report-as-of to TL-AS-OF-DATE
046800        call 'mprb05tl' using TERRITORY-LOOKUP-AREA
046900        evaluate true
047000           when TL-FOUND
047100              perform find-territory-row
047200                 thru end-find-territory-row
047300           when TL-NOT-MAPPED
047400              perform add-department-exception
047500                 thru end-add-department-exception
047600           when other
047700              display "mprb05ts: *** TERRREF NOT USABLE - RUN "
047800                 "ABORTED ***" upon console
047900              set report-fatal to true
048000              move 8 to RETURN-CODE
048100        end-evaluate
048200        if not report-fatal
048300           if dc-entry-count < dc-max-entries
048400              add 1 to dc-entry-count
048500              set dc-ix to dc-entry-count
048600              move AD-C-DEPT to dc-c-dept (dc-ix)
048700              move hold-kind to dc-kind (dc-ix)
048800              move hold-ref to dc-ref (dc-ix)
048900           else
049000              display "mprb05ts: *** DEPARTMENT TABLE FULL AT "
049100                 AD-C-DEPT " - RUN ABORTED ***" upon console
049200              set report-fatal to true
049300              move 8 to RETURN-CODE
049400           end-if
049500        end-if
049600     end-if.
049700 end-find-department.
049800     exit.
049900
050000*    Departments sharing a territory share its row.
050100 find-territory-row.
050200     move 'n' to tr-found-sw.
050300     perform varying tr-ix from 1 by 1
050400        until tr-ix > tr-entry-count or tr-found
050500        if tr-territory (tr-ix) = TL-TERRITORY
050600           set tr-found to true
050700           set hold-ref to tr-ix
050800        end-if
050900     end-perform.
051000     if not tr-found
051100        if tr-entry-count < tr-max-entries
051200           add 1 to tr-entry-count
051300           set tr-ix to tr-entry-count
051400           move TL-TERRITORY to tr-territory (tr-ix)
051500           move TL-REGION to tr-region (tr-ix)
051600           move TL-TERRITORY-NAME to tr-name (tr-ix)
051700           move 0 to tr-customers (tr-ix) tr-orders (tr-ix)
051800              tr-value (tr-ix) tr-cancels (tr-ix)
051900              tr-cancel-value (tr-ix)
052000           set hold-ref to tr-ix
052100        else
052200           display "mprb05ts: *** TERRITORY TABLE FULL AT "
052300              TL-TERRITORY " - RUN ABORTED ***" upon console
052400           set report-fatal to true
052500           move 8 to RETURN-CODE
052600        end-if
052700     end-if.
052800     move 'T' to hold-kind.
052900 end-find-territory-row.
053000     exit.
053100
053200 add-department-exception.
053300     if ux-entry-count < ux-max-entries
053400        add 1 to ux-entry-count
053500        set ux-ix to ux-entry-count
053600        perform clear-exception-row
053700           thru end-clear-exception-row
053800        move AD-C-DEPT to ux-c-dept (ux-ix)
053900        move AD-LIB-DEPT to ux-label (ux-ix)
054000        set hold-ref to ux-ix
054100     else
054200        display "mprb05ts: *** EXCEPTION TABLE FULL AT "
054300           AD-C-DEPT " - RUN ABORTED ***" upon console
054400        set report-fatal to true
054500        move 8 to RETURN-CODE
054600     end-if.
054700     move 'X' to hold-kind.
054800 end-add-department-exception.
054900     exit.
055000
055100************************************************************
055200*            TOTAL-ORDERS-BY-TERRITORY
055300*    The month's order headers and cancellations, each on the
055400*    row of the customer it names: an ORDER root carries the
055500*    customer ID at body 31-40 (line 39-48), the ORDCANC
055600*    record the cancelled order's at body 33-42 (line 41-50).
055700*    Order lines add nothing the header does not carry.
055800************************************************************
055900
056000 total-orders-by-territory.
056100     open input ORDER-EXPORT-FILE.
056200     if ws-order-in-status not = '00'
056300        display "mprb05ts: *** CANNOT READ ORDIN, STATUS "
056400           ws-order-in-status " - RUN ABORTED ***" upon console
056500        set report-fatal to true
056600        move 8 to RETURN-CODE
056700     else
056800        move 'n' to end-of-input-sw
056900        perform total-one-order
057000           thru end-total-one-order
057100           until end-of-input
057200        close ORDER-EXPORT-FILE
057300     end-if.
057400 end-total-orders-by-territory.
057500     exit.
057600
057700 total-one-order.
057800     read ORDER-EXPORT-FILE
057900        at end
058000           set end-of-input to true
058100        not at end
058200           add 1 to order-read-count
058300           if OE-DATE (1:6) = report-month
058400              evaluate true
058500                 when OE-IS-HEADER
058600                    move OE-LINE (39:10) to order-cust-id
058700                    perform post-order
058800                       thru end-post-order
058900                 when OE-IS-CANCEL
059000                    move OE-LINE (41:10) to order-cust-id
059100                    perform post-order
059200                       thru end-post-order
059300                 when other
059400                    continue
059500              end-evaluate
059600           end-if
059700     end-read.
059800     if ws-order-in-status not = '00'
059900        and ws-order-in-status not = '10'
060000        display "mprb05ts: *** ORDIN READ ERROR, STATUS "
060100           ws-order-in-status " - RUN ABORTED ***" upon console
060200        set report-fatal to true
060300        move 8 to RETURN-CODE
060400        set end-of-input to true
060500     end-if.
060600 end-total-one-order.
060700     exit.
060800
060900 post-order.
061000     add 1 to month-order-count.
061100     move 'X' to hold-kind.
061200     if order-cust-id = spaces
061300        move ux-no-cust-id to hold-ref
061400     else
061500        move ux-not-on-file to hold-ref
061600        if ct-entry-count > 0
061700           search all ct-entry
061800              when ct-cust-id (ct-ix) = order-cust-id
061900                 move ct-kind (ct-ix) to hold-kind
062000                 move ct-ref (ct-ix) to hold-ref
062100           end-search
062200        end-if
062300     end-if.
062400     if hold-kind = 'T'
062500        if OE-IS-HEADER
062600           add 1 to tr-orders (hold-ref)
062700           add OE-ORDER-AMOUNT to tr-value (hold-ref)
062800        else
062900           add 1 to tr-cancels (hold-ref)
063000           add OE-ORDER-AMOUNT to tr-cancel-value (hold-ref)
063100        end-if
063200     else
063300        if OE-IS-HEADER
063400           add 1 to ux-orders (hold-ref)
063500           add OE-ORDER-AMOUNT to ux-value (hold-ref)
063600        else
063700           add 1 to ux-cancels (hold-ref)
063800           add OE-ORDER-AMOUNT to ux-cancel-value (hold-ref)
063900        end-if
064000     end-if.
064100 end-post-order.
064200     exit.
064300
064400************************************************************
064500*            PRINT-TERRITORIES
064600*    Territories in the order their first customer came in;
064700*    net value is order value less cancelled value.
064800************************************************************
064900
065000 print-territories.
065100     move spaces to REPORT-LINE.
065200     write REPORT-LINE.
065300     move spaces to REPORT-LINE.
065400     string 'CUSTOMERS AND ORDER VALUE BY TERRITORY'
065500        delimited by size into REPORT-LINE.
065600     write REPORT-LINE.
065700     perform write-column-headings
065800        thru end-write-column-headings.
065900     perform clear-totals
066000        thru end-clear-totals.
066100     perform varying tr-ix from 1 by 1
066200        until tr-ix > tr-entry-count
066300        move tr-customers (tr-ix) to display-customers
066400        move tr-orders (tr-ix) to display-orders
066500        move tr-value (tr-ix) to display-value
066600        move tr-cancels (tr-ix) to display-cancels
066700        move tr-cancel-value (tr-ix) to display-cancel-value
066800        compute net-value = tr-value (tr-ix)
066900           - tr-cancel-value (tr-ix)
067000        move net-value to display-net
067100        move spaces to REPORT-LINE
067200        string tr-territory (tr-ix) ' ' tr-region (tr-ix) ' '
067300           tr-name (tr-ix) ' ' display-customers ' '
067400           display-orders ' ' display-value ' '
067500           display-cancels ' ' display-cancel-value ' '
067600           display-net
067700           delimited by size into REPORT-LINE
067800        write REPORT-LINE
067900        add tr-customers (tr-ix) to total-customers
068000        add tr-orders (tr-ix) to total-orders
068100        add tr-value (tr-ix) to total-value
068200        add tr-cancels (tr-ix) to total-cancels
068300        add tr-cancel-value (tr-ix) to total-cancel-value
068400     end-perform.
068500     if tr-entry-count = 0
068600        move spaces to REPORT-LINE
068700        string '  NO CUSTOMER IN ANY TERRITORY' delimited by size
068800           into REPORT-LINE
068900        write REPORT-LINE
069000     end-if.
069100     perform write-total-line
069200        thru end-write-total-line.
069300 end-print-territories.
069400     exit.
069500
069600************************************************************
069700*            PRINT-EXCEPTIONS
069800*    Only rows with something on them; anything listed here
069900*    ends the run with return code 4.
070000************************************************************
070100
070200 print-exceptions.
070300     move spaces to REPORT-LINE.
070400     write REPORT-LINE.
070500     move spaces to REPORT-LINE.
070600     string 'EXCEPTIONS - CUSTOMERS AND ORDERS IN NO TERRITORY'
070700        delimited by size into REPORT-LINE.
070800     write REPORT-LINE.
070900     perform write-column-headings
071000        thru end-write-column-headings.
071100     perform clear-totals
071200        thru end-clear-totals.
071300     perform varying ux-ix from 1 by 1
071400        until ux-ix > ux-entry-count
071500        if ux-customers (ux-ix) > 0 or ux-orders (ux-ix) > 0
071600           or ux-cancels (ux-ix) > 0
071700           add 1 to exception-row-count
071800           move ux-customers (ux-ix) to display-customers
071900           move ux-orders (ux-ix) to display-orders
072000           move ux-value (ux-ix) to display-value
072100           move ux-cancels (ux-ix) to display-cancels
072200           move ux-cancel-value (ux-ix) to display-cancel-value
072300           compute net-value = ux-value (ux-ix)
072400              - ux-cancel-value (ux-ix)
072500           move net-value to display-net
072600           move spaces to REPORT-LINE
072700           string ux-c-dept (ux-ix) ' ' ux-label (ux-ix) ' '
072800              display-customers ' '
072900              display-orders ' ' display-value ' '
073000              display-cancels ' ' display-cancel-value ' '
073100              display-net
073200              delimited by size into REPORT-LINE
073300           write REPORT-LINE
073400           add ux-customers (ux-ix) to total-customers
073500           add ux-orders (ux-ix) to total-orders
073600           add ux-value (ux-ix) to total-value
073700           add ux-cancels (ux-ix) to total-cancels
073800           add ux-cancel-value (ux-ix) to total-cancel-value
073900        end-if
074000     end-perform.
074100     if exception-row-count = 0
074200        move spaces to REPORT-LINE
074300        string '  NONE' delimited by size into REPORT-LINE
074400        write REPORT-LINE
074500     else
074600        perform write-total-line
074700           thru end-write-total-line
074800        move exception-row-count to display-count
074900        display "mprb05ts: *** " display-count
075000           " EXCEPTION ROWS - SEE TSLIST ***" upon console
075100        if RETURN-CODE < 4
075200           move 4 to RETURN-CODE
075300        end-if
075400     end-if.
075500 end-print-exceptions.
075600     exit.
075700
075800 write-column-headings.
075900     move spaces to REPORT-LINE.
076000     string 'TER REG TERRITORY / DEPARTMENT    '
076100        delimited by size
076200        ' CUSTOMERS     ORDERS          ORDER VALUE'
076300        delimited by size
076400        '  CANCELLED      CANCELLED VALUE'
076500        delimited by size
076600        '            NET VALUE'
076700        delimited by size
076800        into REPORT-LINE.
076900     write REPORT-LINE.
077000 end-write-column-headings.
077100     exit.
077200
077300 clear-totals.
077400     move 0 to total-customers total-orders total-value
077500        total-cancels total-cancel-value.
077600 end-clear-totals.
077700     exit.
077800
077900 write-total-line.
078000     move total-customers to display-customers.
078100     move total-orders to display-orders.
078200     move total-value to display-value.
078300     move total-cancels to display-cancels.
078400     move total-cancel-value to display-cancel-value.
078500     compute net-value = total-value - total-cancel-value.
078600     move net-value to display-net.
078700     move spaces to REPORT-LINE.
078800     string '        TOTAL                     ' display-customers
078900        ' ' display-orders ' ' display-value ' '
079000        display-cancels ' ' display-cancel-value ' '
079100        display-net
079200        delimited by size into REPORT-LINE.
079300     write REPORT-LINE.
079400 end-write-total-line.
079500     exit.
079600
079700************************************************************
079800*            FINALISE-REPORT
079900************************************************************
080000
080100 finalise-report.
080200     if ws-report-status = '00'
080300        close REPORT-FILE
080400     end-if.
080500     move customer-read-count to display-count.
080600     display "mprb05ts: " display-count " customers read"
080700        upon console.
080800     move month-order-count to display-count.
080900     display "mprb05ts: " display-count
081000        " orders and cancellations for " report-month
081100        upon console.
081200     move tr-entry-count to display-count.
081300     display "mprb05ts: " display-count " territories reported"
081400        upon console.
081500 end-finalise-report.
081600     exit.
