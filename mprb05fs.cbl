000100 CBL  SOURCE XREF
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. 'mprb05fs'.
000400************************************************************
000500*
000600*  Fulfillment status intake and open-order ageing. ORDEXP
000700*  goes out to fulfillment every night; this program closes
000800*  the loop on it. Three passes over one order-status master
000900*  (ORDSTAT, VSAM KSDS keyed by ORDEXP business date,
001000*  sequence number and line):
001100*    1. every ORDEXP line not yet on the master is added as
001200*       exported-awaiting-acknowledgement ('E');
001300*    2. the fulfillment system's daily status file (FULSTAT)
001400*       moves each line it names on to shipped, part-shipped,
001500*       back-ordered or cancelled;
001600*    3. the master is browsed and every line still open is
001700*       printed on AGEOUT, aged in days since its ORDEXP date
001800*       and bucketed, with line and value totals per bucket.
001900*  Exceptions go to FULEXCP: an acknowledgement for an order
002000*  line never exported (or with a status code fulfillment
002075*  does not define, or without the order's date), and a
002150*  line exported but still not acknowledged after ACKDAYS
002225*  days.
002300*
002400*  PARM keywords: BDATE=yyyymmdd  date the ages run to
002500*                                 (default today)
002600*                 ACKDAYS=nnn     days an export may go
002700*                                 unacknowledged (default 3)
002800*
002900*  Ends with return code 8 when a dataset will not open or
003000*  the master cannot be updated, 4 when exceptions were
003100*  listed - the order desk works FULEXCP before the day's
003200*  calls.
003243*
003286*  The step's start, end and return code are appended to
003329*  RUNHIST through mprb05sh, as a job step history record.
003375*
003400*  Program     mprb05fs
003500*  PSB:        none - plain batch, no IMS calls
003600*  Databases:  none
003700*  Access:     ORDEXP (in), FULSTAT (in), ORDSTAT (VSAM,
003800*              update), AGEOUT (out), FULEXCP (out)
003900*
004000************************************************************
004100 ENVIRONMENT DIVISION.
004200 CONFIGURATION SECTION.
004300 SOURCE-COMPUTER.  IBM-370.
004400 OBJECT-COMPUTER.  IBM-370.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT ORDER-EXPORT-FILE ASSIGN TO ORDEXP
004800        ORGANIZATION IS SEQUENTIAL
004900        FILE STATUS IS ws-export-file-status.
005000     SELECT FULFILMENT-STATUS-FILE ASSIGN TO FULSTAT
005100        ORGANIZATION IS SEQUENTIAL
005200        FILE STATUS IS ws-fulstat-file-status.
005300     SELECT ORDER-STATUS-FILE ASSIGN TO ORDSTAT
005400        ORGANIZATION IS INDEXED
005500        ACCESS MODE IS DYNAMIC
005600        RECORD KEY IS OS-KEY
005700        FILE STATUS IS ws-ordstat-file-status.
005800     SELECT REPORT-FILE ASSIGN TO AGEOUT
005900        ORGANIZATION IS SEQUENTIAL
006000        FILE STATUS IS ws-report-status.
006100     SELECT EXCEPTION-FILE ASSIGN TO FULEXCP
006200        ORGANIZATION IS SEQUENTIAL
006300        FILE STATUS IS ws-exception-status.
006400
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  ORDER-EXPORT-FILE
006800     RECORDING MODE IS F.
006900     COPY ORDEREC.
007000
007100 FD  FULFILMENT-STATUS-FILE
007200     RECORDING MODE IS F.
007300     COPY FULSREC.
007400
007500 FD  ORDER-STATUS-FILE.
007600     COPY ORDSTREC.
007700
007800 FD  REPORT-FILE
007900     RECORDING MODE IS F.
008000 01  REPORT-LINE              PIC X(100).
008100
008200 FD  EXCEPTION-FILE
008300     RECORDING MODE IS F.
008400 01  EXCEPTION-LINE           PIC X(100).
008500
008600 WORKING-STORAGE SECTION.
008700
008800 77  ws-export-file-status  pic xx value spaces.
008900 77  ws-fulstat-file-status pic xx value spaces.
009000 77  ws-ordstat-file-status pic xx value spaces.
009100 77  ws-report-status      pic xx value spaces.
009200 77  ws-exception-status   pic xx value spaces.
009300 77  run-failed-sw         pic x value 'n'.
009400     88 run-failed               value 'y'.
009500 77  end-of-exports-sw     pic x value 'n'.
009600     88 end-of-exports           value 'y'.
009700 77  end-of-statuses-sw    pic x value 'n'.
009800     88 end-of-statuses          value 'y'.
009900 77  ws-browse-done-sw     pic x value 'n'.
010000     88 ws-browse-done           value 'y'.
010100
010200 77  target-date           pic 9(8) value 0.
010300 77  target-int            pic s9(9) binary value 0.
010400 77  export-int            pic s9(9) binary value 0.
010500 77  age-days              pic s9(5) value 0.
010600 77  ack-days              pic 9(3) value 3.
010700
010800 77  exports-read-count    pic 9(7) value 0.
010900 77  lines-added-count     pic 9(7) value 0.
011000 77  statuses-read-count   pic 9(7) value 0.
011100 77  statuses-applied-count pic 9(7) value 0.
011200 77  open-line-count       pic 9(7) value 0.
011300 77  exception-count       pic 9(7) value 0.
011400 77  display-count         pic zzz,zzz,zz9.
011500 77  display-amount        pic z,zzz,zzz,zz9.99.
011550 77  exception-reason      pic x(30) value spaces.
011600
011700 01  ws-parm-tokens.
011800     02  ws-parm-token    pic x(20) occurs 6 times.
011900 77  ws-parm-idx          pic 9(4) binary value 1.
012000 77  ws-parm-key          pic x(10).
012100 77  ws-parm-val          pic x(10).
012200
012300************************************************************
012400*            AGEING BUCKETS
012500*    Upper bound in days per bucket; the last one catches
012600*    everything older. Lines and order value per bucket for
012700*    the foot of the report.
012800************************************************************
012900
013000 01  ag-table.
013100     02  ag-entry occurs 5 times
013200           indexed by ag-ix.
013300         03  ag-label         pic x(12).
013400         03  ag-high          pic 9(5).
013500         03  ag-count         pic 9(7).
013600         03  ag-amount        pic 9(13)v99.
013700
013800 01  ageing-detail.
013900     02  ad-seq-no        pic x(7).
014000     02  filler           pic x value space.
014100     02  ad-line-seq      pic 9(4).
014200     02  filler           pic x(2) value spaces.
014300     02  ad-export-date   pic 9(8).
014400     02  filler           pic x(2) value spaces.
014500     02  ad-status        pic x.
014600     02  filler           pic x(2) value spaces.
014700     02  ad-product-code  pic x(12).
014800     02  filler           pic x(2) value spaces.
014900     02  ad-quantity      pic zz,zz9.
015000     02  filler           pic x(2) value spaces.
015100     02  ad-amount        pic z,zzz,zzz,zz9.99.
015200     02  filler           pic x(2) value spaces.
015300     02  ad-age-days      pic zz,zz9.
015400     02  filler           pic x(2) value spaces.
015500     02  ad-bucket        pic x(12).
015600
015700 01  exception-detail.
015800     02  xd-seq-no        pic x(7).
015900     02  filler           pic x value space.
016000     02  xd-line-seq      pic 9(4).
016100     02  filler           pic x(2) value spaces.
016200     02  xd-date          pic 9(8).
016300     02  filler           pic x(2) value spaces.
016400     02  xd-status        pic x.
016500     02  filler           pic x(2) value spaces.
016600     02  xd-reason        pic x(30).
016700     02  filler           pic x(2) value spaces.
016800     02  xd-age-days      pic zz,zz9.
016900
016914************************************************************
016928*            STEP HISTORY (mprb05sh)
016942************************************************************
016956
016970     COPY STEPHIST.
016984
017000*****************************************************
017100 LINKAGE SECTION.
017200
017300 01  PARM-AREA.
017400     02  PARM-LENGTH      PIC S9(4) COMP.
017500     02  PARM-DATA        PIC X(80).
017600
017700 PROCEDURE DIVISION USING PARM-AREA.
017800*****************************************************
017900 MAIN-RTN.
017920
017940     move 'mprb05fs' to SH-PROGRAM.
017960     set SH-STEP-START to true.
017980     call 'mprb05sh' using STEP-HISTORY-AREA.
018000
018100     perform initialise-intake
018200        thru end-initialise-intake.
018300
018400     if not run-failed
018500        perform load-one-export
018600           thru end-load-one-export
018700           until end-of-exports
018800        perform apply-one-status
018900           thru end-apply-one-status
019000           until end-of-statuses
019100        perform start-ageing-browse
019200           thru end-start-ageing-browse
019300        perform age-one-order-line
019400           thru end-age-one-order-line
019500           until ws-browse-done
019600     end-if.
019700
019800     perform finalise-intake
019900        thru end-finalise-intake.
020000
020016     move RETURN-CODE to SH-RETURN-CODE.
020032     move statuses-read-count to SH-TOTAL-COUNT.
020048     set SH-STEP-END to true.
020064     call 'mprb05sh' using STEP-HISTORY-AREA.
020080     move SH-RETURN-CODE to RETURN-CODE.
020100     goback.
020200
020300************************************************************
020400*            INITIALISE-INTAKE
020500*    Every dataset must be usable before the master is
020600*    touched - a half-applied status file would leave the
020700*    master saying less than fulfillment told us.
020800************************************************************
020900
021000 initialise-intake.
021100     display "mprb05fs: fulfillment status intake starting".
021200     accept target-date from date yyyymmdd.
021300     perform parse-parm-area
021400        thru end-parse-parm-area.
021500     compute target-int =
021600        function integer-of-date (target-date).
021700     move '0-2 DAYS    ' to ag-label (1).
021800     move 2 to ag-high (1).
021900     move '3-7 DAYS    ' to ag-label (2).
022000     move 7 to ag-high (2).
022100     move '8-14 DAYS   ' to ag-label (3).
022200     move 14 to ag-high (3).
022300     move '15-30 DAYS  ' to ag-label (4).
022400     move 30 to ag-high (4).
022500     move 'OVER 30 DAYS' to ag-label (5).
022600     move 99999 to ag-high (5).
022700     perform varying ag-ix from 1 by 1
022800        until ag-ix > 5
022900        move 0 to ag-count (ag-ix)
023000        move 0 to ag-amount (ag-ix)
023100     end-perform.
023200     open input ORDER-EXPORT-FILE.
023300     if ws-export-file-status not = '00'
023400        display "mprb05fs: unable to open ORDEXP, status "
023500           ws-export-file-status upon console
023600        set run-failed to true
023700     end-if.
023800     open input FULFILMENT-STATUS-FILE.
023900     if ws-fulstat-file-status not = '00'
024000        display "mprb05fs: unable to open FULSTAT, status "
024100           ws-fulstat-file-status upon console
024200        set run-failed to true
024300     end-if.
024400     open i-o ORDER-STATUS-FILE.
024500     if ws-ordstat-file-status not = '00'
024600        display "mprb05fs: unable to open ORDSTAT, status "
024700           ws-ordstat-file-status upon console
024800        set run-failed to true
024900     end-if.
025000     open output REPORT-FILE.
025100     if ws-report-status not = '00'
025200        display "mprb05fs: unable to open AGEOUT, status "
025300           ws-report-status upon console
025400        set run-failed to true
025500     end-if.
025600     open output EXCEPTION-FILE.
025700     if ws-exception-status not = '00'
025800        display "mprb05fs: unable to open FULEXCP, status "
025900           ws-exception-status upon console
026000        set run-failed to true
026100     end-if.
026200     if run-failed
026300        move 8 to RETURN-CODE
026400     else
026500        move spaces to REPORT-LINE
026600        string 'MPRB05 OPEN ORDER AGEING AT '
026700           delimited by size
026800           target-date delimited by size
026900           into REPORT-LINE
027000        write REPORT-LINE
027100        move spaces to REPORT-LINE
027200        string 'SEQ NO  LINE  EXPORTED  S  PRODUCT'
027300           '            QTY             VALUE     AGE  BUCKET'
027400           delimited by size
027500           into REPORT-LINE
027600        write REPORT-LINE
027700        move spaces to EXCEPTION-LINE
027800        string 'MPRB05 FULFILLMENT EXCEPTIONS AT '
027900           delimited by size
028000           target-date delimited by size
028100           into EXCEPTION-LINE
028200        write EXCEPTION-LINE
028300     end-if.
028400 end-initialise-intake.
028500     exit.
028600
028700 parse-parm-area.
028800     move spaces to ws-parm-tokens.
028900     if PARM-LENGTH > 0
029000        unstring PARM-DATA (1:PARM-LENGTH) delimited by ','
029100           into ws-parm-token (1) ws-parm-token (2)
029200              ws-parm-token (3) ws-parm-token (4)
029300              ws-parm-token (5) ws-parm-token (6)
029400        end-unstring
029500        perform varying ws-parm-idx from 1 by 1
029600           until ws-parm-idx > 6
029700           if ws-parm-token (ws-parm-idx) not = spaces
029800              perform split-parm-token
029900                 thru end-split-parm-token
030000           end-if
030100        end-perform
030200     end-if.
030300 end-parse-parm-area.
030400     exit.
030500
030600 split-parm-token.
030700     move spaces to ws-parm-key ws-parm-val.
030800     unstring ws-parm-token (ws-parm-idx) delimited by '='
030900        into ws-parm-key ws-parm-val.
031000     evaluate ws-parm-key
031100        when 'BDATE'
031200           move ws-parm-val(1:8) to target-date
031300        when 'ACKDAYS'
031400           move ws-parm-val(1:3) to ack-days
031500     end-evaluate.
031600 end-split-parm-token.
031700     exit.
031800
031900************************************************************
032000*            LOAD-ONE-EXPORT
032100*    ORDEXP is appended to every night, so most of it is on
032200*    the master already - only a line the master has never
032252*    seen is added. The first export of a business date,
032304*    sequence number and line wins; a replayed duplicate
032356*    changes nothing. An
032410*    ORDCANC 'C' record is fulfillment's to act on - the
032420*    lines it names stay open until FULSTAT reports them
032430*    cancelled.
032500************************************************************
032600
032700 load-one-export.
032800     read ORDER-EXPORT-FILE
032900        at end
033000           set end-of-exports to true
033100        not at end
033200           add 1 to exports-read-count
033300           if OE-IS-HEADER or OE-IS-LINE
033400              perform add-order-line
033500                 thru end-add-order-line
033600           end-if
033700     end-read.
033800 end-load-one-export.
033900     exit.
034000
034100 add-order-line.
034200     move OE-DATE to OS-EXPORT-DATE.
034300     move OE-SEQ-NO to OS-SEQ-NO.
034350     move OE-LINE-SEQ to OS-LINE-SEQ.
034400     read ORDER-STATUS-FILE
034500        invalid key
034600           move spaces to ORDER-STATUS-RECORD
034700           move OE-SEQ-NO to OS-SEQ-NO
034800           move OE-LINE-SEQ to OS-LINE-SEQ
034900           move OE-DATE to OS-EXPORT-DATE
035000           move OE-PRODUCT-CODE to OS-PRODUCT-CODE
035100           move OE-QUANTITY to OS-QUANTITY
035200           move OE-EXT-AMOUNT to OS-EXT-AMOUNT
035300           set OS-IS-AWAITING to true
035400           move 0 to OS-STATUS-DATE
035500           move 0 to OS-QTY-SHIPPED
035600           move 0 to OS-ACK-COUNT
035700           write ORDER-STATUS-RECORD
035800              invalid key
035900                 display "mprb05fs: write failed for order "
036000                    OE-SEQ-NO " line " OE-LINE-SEQ ", status "
036100                    ws-ordstat-file-status upon console
036200                 move 8 to RETURN-CODE
036300              not invalid key
036400                 add 1 to lines-added-count
036500           end-write
036600     end-read.
036700 end-add-order-line.
036800     exit.
036900
037000************************************************************
037100*            APPLY-ONE-STATUS
037200*    The latest word from fulfillment replaces whatever the
037300*    line said before - part-shipped today may be shipped
037400*    tomorrow. A status for a line the master does not have
037500*    was never exported by us and is an exception, as is a
037550*    status code outside the four fulfillment defines and a
037600*    status without the order's ORDEXP date, which cannot
037650*    say which day's order of that sequence number it means.
037700************************************************************
037800
037900 apply-one-status.
038000     read FULFILMENT-STATUS-FILE
038100        at end
038200           set end-of-statuses to true
038300        not at end
038400           add 1 to statuses-read-count
038488           if FS-ORDER-DATE not numeric
038576              move 'ACK WITHOUT ORDER DATE' to exception-reason
038664              perform write-status-exception
038752                 thru end-write-status-exception
038840           else
038928              perform find-order-line
039016                 thru end-find-order-line
039104           end-if
039200     end-read.
039300 end-apply-one-status.
039329     exit.
039358
039387 find-order-line.
039416     move FS-ORDER-DATE to OS-EXPORT-DATE.
039445     move FS-SEQ-NO to OS-SEQ-NO.
039474     move FS-LINE-SEQ to OS-LINE-SEQ.
039503     read ORDER-STATUS-FILE
039532        invalid key
039561           move 'ACK FOR ORDER NOT EXPORTED' to exception-reason
039590           perform write-status-exception
039619              thru end-write-status-exception
039648        not invalid key
039677           perform update-order-line
039706              thru end-update-order-line
039735     end-read.
039764 end-find-order-line.
039800     exit.
039900
040000 update-order-line.
040100     if not FS-STATUS-VALID
040200        move 'ACK STATUS CODE INVALID' to exception-reason
040300        perform write-status-exception
040400           thru end-write-status-exception
040500     else
040600        move FS-STATUS to OS-STATUS
040700        move FS-STATUS-DATE to OS-STATUS-DATE
040800        move FS-QTY-SHIPPED to OS-QTY-SHIPPED
040900        add 1 to OS-ACK-COUNT
041000        rewrite ORDER-STATUS-RECORD
041100           invalid key
041200              display "mprb05fs: rewrite failed for order "
041300                 OS-SEQ-NO " line " OS-LINE-SEQ ", status "
041400                 ws-ordstat-file-status upon console
041500              move 8 to RETURN-CODE
041600           not invalid key
041700              add 1 to statuses-applied-count
041800        end-rewrite
041900     end-if.
042000 end-update-order-line.
042100     exit.
042200
042300 write-status-exception.
042400     move spaces to exception-detail.
042500     move FS-SEQ-NO to xd-seq-no.
042600     move FS-LINE-SEQ to xd-line-seq.
042700     move FS-STATUS-DATE to xd-date.
042800     move FS-STATUS to xd-status.
042850     move exception-reason to xd-reason.
042900     move 0 to xd-age-days.
043000     move exception-detail to EXCEPTION-LINE.
043100     write EXCEPTION-LINE.
043200     add 1 to exception-count.
043300 end-write-status-exception.
043400     exit.
043500
043600************************************************************
043700*            START-AGEING-BROWSE
043800************************************************************
043900
044000 start-ageing-browse.
044100     move low-values to OS-KEY.
044200     start ORDER-STATUS-FILE
044300        key is not less than OS-KEY
044400        invalid key
044500           set ws-browse-done to true
044600     end-start.
044700 end-start-ageing-browse.
044800     exit.
044900
045000************************************************************
045100*            AGE-ONE-ORDER-LINE
045200*    Shipped and cancelled lines are done with; every other
045300*    line is open and ages from the business date it went
045400*    out on ORDEXP. An open line never acknowledged at all
045500*    past ACKDAYS is listed as an exception as well.
045600************************************************************
045700
045800 age-one-order-line.
045900     read ORDER-STATUS-FILE next
046000        at end
046100           set ws-browse-done to true
046200        not at end
046300           if not OS-IS-CLOSED
046400              perform print-open-line
046500                 thru end-print-open-line
046600           end-if
046700     end-read.
046800*    A read that neither delivered a record nor said at-end is
046900*    an I/O error - stop the browse rather than spin on it.
047000     if ws-ordstat-file-status not = '00'
047100        and ws-ordstat-file-status not = '10'
047200        display "mprb05fs: ORDSTAT read error, status "
047300           ws-ordstat-file-status upon console
047400        move 8 to RETURN-CODE
047500        set ws-browse-done to true
047600     end-if.
047700 end-age-one-order-line.
047800     exit.
047900
048000 print-open-line.
048100     add 1 to open-line-count.
048200     move 0 to age-days.
048300     if OS-EXPORT-DATE numeric
048400        and OS-EXPORT-DATE > 16010100
048500        compute export-int =
048600           function integer-of-date (OS-EXPORT-DATE)
048700        compute age-days = target-int - export-int
048800     end-if.
048900     if age-days < 0
049000        move 0 to age-days
049100     end-if.
049200     set ag-ix to 1.
049300     search ag-entry
049400        at end
049500           set ag-ix to 5
049600        when age-days not > ag-high (ag-ix)
049700           continue
049800     end-search.
049900     add 1 to ag-count (ag-ix).
050000     add OS-EXT-AMOUNT to ag-amount (ag-ix).
050100     move spaces to ageing-detail.
050200     move OS-SEQ-NO to ad-seq-no.
050300     move OS-LINE-SEQ to ad-line-seq.
050400     move OS-EXPORT-DATE to ad-export-date.
050500     move OS-STATUS to ad-status.
050600     move OS-PRODUCT-CODE to ad-product-code.
050700     move OS-QUANTITY to ad-quantity.
050800     move OS-EXT-AMOUNT to ad-amount.
050900     move age-days to ad-age-days.
051000     move ag-label (ag-ix) to ad-bucket.
051100     move ageing-detail to REPORT-LINE.
051200     write REPORT-LINE.
051300     if OS-IS-AWAITING
051400        and age-days > ack-days
051500        move spaces to exception-detail
051600        move OS-SEQ-NO to xd-seq-no
051700        move OS-LINE-SEQ to xd-line-seq
051800        move OS-EXPORT-DATE to xd-date
051900        move OS-STATUS to xd-status
052000        move 'EXPORTED, NOT ACKNOWLEDGED' to xd-reason
052100        move age-days to xd-age-days
052200        move exception-detail to EXCEPTION-LINE
052300        write EXCEPTION-LINE
052400        add 1 to exception-count
052500     end-if.
052600 end-print-open-line.
052700     exit.
052800
052900************************************************************
053000*            FINALISE-INTAKE
053100*    Foot of the ageing report: open lines and value per
053200*    bucket. Run counts to the console either way.
053300************************************************************
053400
053500 finalise-intake.
053600     if not run-failed
053700        move spaces to REPORT-LINE
053800        write REPORT-LINE
053900        perform varying ag-ix from 1 by 1
054000           until ag-ix > 5
054100           move ag-count (ag-ix) to display-count
054200           move ag-amount (ag-ix) to display-amount
054300           move spaces to REPORT-LINE
054400           string 'TOTAL ' delimited by size
054500              ag-label (ag-ix) delimited by size
054600              ' OPEN LINES ' delimited by size
054700              display-count delimited by size
054800              '  VALUE ' delimited by size
054900              display-amount delimited by size
055000              into REPORT-LINE
055100           write REPORT-LINE
055200        end-perform
055300        move exception-count to display-count
055400        move spaces to EXCEPTION-LINE
055500        string 'EXCEPTIONS LISTED ' delimited by size
055600           display-count delimited by size
055700           into EXCEPTION-LINE
055800        write EXCEPTION-LINE
055900     end-if.
056000     if ws-export-file-status = '00'
056100        or ws-export-file-status = '10'
056200        close ORDER-EXPORT-FILE
056300     end-if.
056400     if ws-fulstat-file-status = '00'
056500        or ws-fulstat-file-status = '10'
056600        close FULFILMENT-STATUS-FILE
056700     end-if.
056800     if ws-ordstat-file-status = '00'
056900        or ws-ordstat-file-status = '10'
057000        close ORDER-STATUS-FILE
057100     end-if.
057200     if ws-report-status = '00'
057300        close REPORT-FILE
057400     end-if.
057500     if ws-exception-status = '00'
057600        close EXCEPTION-FILE
057700     end-if.
057800     move exports-read-count to display-count.
057900     display "mprb05fs: " display-count " ORDEXP records read"
058000        upon console.
058100     move lines-added-count to display-count.
058200     display "mprb05fs: " display-count
058300        " order lines added to ORDSTAT" upon console.
058400     move statuses-applied-count to display-count.
058500     display "mprb05fs: " display-count
058600        " fulfillment statuses applied" upon console.
058700     move open-line-count to display-count.
058800     display "mprb05fs: " display-count " order lines open"
058900        upon console.
059000     if exception-count > 0
059100        and RETURN-CODE < 4
059200        move exception-count to display-count
059300        display "mprb05fs: *** " display-count
059400           " FULFILLMENT EXCEPTIONS - SEE FULEXCP ***"
059500           upon console
059600        move 4 to RETURN-CODE
059700     end-if.
059800 end-finalise-intake.
059900     exit.
