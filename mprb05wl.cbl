000100 CBL  SOURCE XREF
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. 'mprb05wl'.
000400************************************************************
000500*
000600*  Warehoused payment listing and cancel for the branch
000700*  supervisors. WHSEPAY (VSAM KSDS keyed by value date,
000750*  date received and feeder sequence number, WHPREC layout)
000800*  holds every
000900*  payment the PAYMENT handler (mprb05p1) took for a later
001000*  value date; mprb05wr releases them on the day.
001100*
001200*  First the supervisors' cancel cards (WHCANC, optional)
001300*  are applied: each names a payment by value date, date
001350*  received and sequence number - as WHLIST shows them - and
001400*  carries the supervisor's userid. A
001500*  waiting payment is marked cancelled ('C') with the date
001600*  and the supervisor, and mprb05wr passes it over from
001700*  then on. A card naming a payment that is not there, or
001800*  is already released or cancelled, or carries no userid,
001825*  changes nothing and is listed as refused. So does one
001850*  without the date received: the feeder numbers afresh
001875*  every run, so value date and sequence number alone can
001900*  name more than one payment.
002000*
002100*  Then WHLIST lists every payment still waiting, by value
002200*  date, with the number due per value date and in all. The
002300*  cancellations applied and refused head the listing.
002400*
002500*  PARM keyword:  CDATE=yyyymmdd  date cancellations are
002600*                 stamped with (default today)
002700*
002800*  Ends with return code 8 when WHSEPAY or WHLIST will not
002900*  open, 4 when a cancel card was refused.
003000*
003100*  Program     mprb05wl
003200*  PSB:        none - plain batch, no IMS calls
003300*  Databases:  none
003400*  Access:     WHSEPAY (VSAM, update), WHCANC (in),
003500*              WHLIST (out)
003600*
003700************************************************************
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER.  IBM-370.
004100 OBJECT-COMPUTER.  IBM-370.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT WAREHOUSE-FILE ASSIGN TO WHSEPAY
004500        ORGANIZATION IS INDEXED
004600        ACCESS MODE IS DYNAMIC
004700        RECORD KEY IS WP-KEY
004800        FILE STATUS IS ws-warehouse-file-status.
004900     SELECT CANCEL-CARD-FILE ASSIGN TO WHCANC
005000        ORGANIZATION IS SEQUENTIAL
005100        FILE STATUS IS ws-cancel-file-status.
005200     SELECT REPORT-FILE ASSIGN TO WHLIST
005300        ORGANIZATION IS SEQUENTIAL
005400        FILE STATUS IS ws-report-status.
005500
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  WAREHOUSE-FILE.
005900     COPY WHPREC.
006000
006100 FD  CANCEL-CARD-FILE
006200     RECORDING MODE IS F.
006300 01  CANCEL-CARD.
006400     02  CC-VALUE-DATE    PIC 9(8).
006500     02  CC-SEQ-NO        PIC X(7).
006600     02  CC-USERID        PIC X(8).
006650     02  CC-RECEIVED-DATE PIC X(8).
006700     02  FILLER           PIC X(49).
006800
006900 FD  REPORT-FILE
007000     RECORDING MODE IS F.
007100 01  REPORT-LINE              PIC X(100).
007200
007300 WORKING-STORAGE SECTION.
007400
007500 77  ws-browse-done-sw    pic x value 'n'.
007600     88 ws-browse-done          value 'y'.
007700 77  end-of-cards-sw      pic x value 'n'.
007800     88 end-of-cards            value 'y'.
007900 77  run-failed-sw        pic x value 'n'.
008000     88 run-failed              value 'y'.
008100 77  warehouse-open-sw    pic x value 'n'.
008200     88 warehouse-open          value 'y'.
008300
008400************************************************************
008500*            COUNTERS AND RUNTIME OPTIONS
008600************************************************************
008700
008800 77  ws-warehouse-file-status pic xx value spaces.
008900 77  ws-cancel-file-status pic xx value spaces.
009000 77  ws-report-status     pic xx value spaces.
009100
009200 77  cancel-date          pic 9(8) value 0.
009300 77  cards-read-count     pic 9(7) value 0.
009400 77  cancelled-count      pic 9(7) value 0.
009500 77  refused-count        pic 9(7) value 0.
009600 77  waiting-count        pic 9(7) value 0.
009700 77  date-waiting-count   pic 9(7) value 0.
009800 77  current-value-date   pic 9(8) value 0.
009900 77  refusal-reason       pic x(20) value spaces.
010000 77  display-count        pic zzz,zzz,zz9.
010100
010200 01  ws-parm-tokens.
010300     02  ws-parm-token    pic x(20) occurs 6 times.
010400 77  ws-parm-idx          pic 9(4) binary value 1.
010500 77  ws-parm-key          pic x(10).
010600 77  ws-parm-val          pic x(10).
010700
010800************************************************************
010900*            REPORT LINES
011000************************************************************
011100
011200 01  cancel-detail.
011300     02  cd-value-date    pic 9(8).
011400     02  filler           pic x(2) value spaces.
011433     02  cd-received-date pic x(8).
011466     02  filler           pic x(2) value spaces.
011500     02  cd-seq-no        pic x(7).
011600     02  filler           pic x(2) value spaces.
011700     02  cd-userid        pic x(8).
011800     02  filler           pic x(2) value spaces.
011900     02  cd-result        pic x(20).
012000
012100 01  waiting-detail.
012200     02  wd-value-date    pic 9(8).
012300     02  filler           pic x(2) value spaces.
012400     02  wd-seq-no        pic x(7).
012500     02  filler           pic x(2) value spaces.
012600     02  wd-account-no    pic x(12).
012700     02  filler           pic x(2) value spaces.
012800     02  wd-currency      pic x(3).
012900     02  filler           pic x(1) value spaces.
013000     02  wd-amount        pic z,zzz,zz9.99.
013100     02  filler           pic x(2) value spaces.
013200     02  wd-received-date pic 9(8).
013300     02  filler           pic x(2) value spaces.
013400     02  wd-userid        pic x(8).
013500
013600 01  date-total-detail.
013700     02  filler           pic x(4) value spaces.
013800     02  dt-label         pic x(20) value 'PAYMENTS DUE ON'.
013900     02  dt-value-date    pic 9(8).
014000     02  filler           pic x(2) value spaces.
014100     02  dt-count         pic zzz,zz9.
014200
014300*****************************************************
014400 LINKAGE SECTION.
014500
014600 01  PARM-AREA.
014700     02  PARM-LENGTH      PIC S9(4) COMP.
014800     02  PARM-DATA        PIC X(80).
014900
015000 PROCEDURE DIVISION USING PARM-AREA.
015100*****************************************************
015200 MAIN-RTN.
015300
015400     perform initialise-listing
015500        thru end-initialise-listing.
015600
015700     if not run-failed
015800        perform apply-cancel-cards
015900           thru end-apply-cancel-cards
016000        perform list-waiting-payments
016100           thru end-list-waiting-payments
016200     end-if.
016300
016400     perform finalise-listing
016500        thru end-finalise-listing.
016600
016700     goback.
016800
016900************************************************************
017000*            INITIALISE-LISTING
017100************************************************************
017200
017300 initialise-listing.
017400     display "mprb05wl: warehoused payment listing starting".
017500     accept cancel-date from date yyyymmdd.
017600     perform parse-parm-area
017700        thru end-parse-parm-area.
017800     open i-o WAREHOUSE-FILE.
017900     if ws-warehouse-file-status not = '00'
018000        display "mprb05wl: unable to open WHSEPAY, status "
018100           ws-warehouse-file-status upon console
018200        set run-failed to true
018300     else
018400        set warehouse-open to true
018500     end-if.
018600     open output REPORT-FILE.
018700     if ws-report-status not = '00'
018800        display "mprb05wl: unable to open WHLIST, status "
018900           ws-report-status upon console
019000        set run-failed to true
019100     end-if.
019200     if run-failed
019300        move 8 to RETURN-CODE
019400     else
019500        move spaces to REPORT-LINE
019600        string 'MPRB05 WAREHOUSED PAYMENTS AT '
019700           delimited by size
019800           cancel-date delimited by size
019900           into REPORT-LINE
020000        write REPORT-LINE
020100     end-if.
020200 end-initialise-listing.
020300     exit.
020400
020500 parse-parm-area.
020600     move spaces to ws-parm-tokens.
020700     if PARM-LENGTH > 0
020800        unstring PARM-DATA (1:PARM-LENGTH) delimited by ','
020900           into ws-parm-token (1) ws-parm-token (2)
021000              ws-parm-token (3) ws-parm-token (4)
021100              ws-parm-token (5) ws-parm-token (6)
021200        end-unstring
021300        perform varying ws-parm-idx from 1 by 1
021400           until ws-parm-idx > 6
021500           if ws-parm-token (ws-parm-idx) not = spaces
021600              perform split-parm-token
021700                 thru end-split-parm-token
021800           end-if
021900        end-perform
022000     end-if.
022100 end-parse-parm-area.
022200     exit.
022300
022400 split-parm-token.
022500     move spaces to ws-parm-key ws-parm-val.
022600     unstring ws-parm-token (ws-parm-idx) delimited by '='
022700        into ws-parm-key ws-parm-val.
022800     evaluate ws-parm-key
022900        when 'CDATE'
023000           move ws-parm-val(1:8) to cancel-date
023100     end-evaluate.
023200 end-split-parm-token.
023300     exit.
023400
023500************************************************************
023600*            APPLY-CANCEL-CARDS
023700*    No WHCANC, or an empty one, is the usual day - nobody
023800*    asked for a cancellation and the run is a listing only.
023900************************************************************
024000
024100 apply-cancel-cards.
024200     open input CANCEL-CARD-FILE.
024300     if ws-cancel-file-status not = '00'
024400        display "mprb05wl: no cancel cards (status "
024500           ws-cancel-file-status "), listing only" upon console
024600        set end-of-cards to true
024700     else
024800        move spaces to REPORT-LINE
024900        write REPORT-LINE
025000        move spaces to REPORT-LINE
025100        string 'CANCELLATIONS  VALUE DT  RECEIVED  SEQ NO   '
025200           'USERID    RESULT'
025300           delimited by size
025400           into REPORT-LINE
025500        write REPORT-LINE
025600     end-if.
025700     perform apply-one-cancel-card
025800        thru end-apply-one-cancel-card
025900        until end-of-cards.
026000     if ws-cancel-file-status = '00'
026100        or ws-cancel-file-status = '10'
026200        close CANCEL-CARD-FILE
026300     end-if.
026400 end-apply-cancel-cards.
026500     exit.
026600
026700************************************************************
026800*            APPLY-ONE-CANCEL-CARD
026900*    Only a payment still waiting can be cancelled - once
027000*    released it is mprb05's, and a REFUND is the way back.
027100************************************************************
027200
027300 apply-one-cancel-card.
027400     read CANCEL-CARD-FILE
027500        at end
027600           set end-of-cards to true
027700        not at end
027800           add 1 to cards-read-count
027900           move spaces to refusal-reason
028000           evaluate true
028100              when CC-USERID = spaces
028125                 move 'NO SUPERVISOR USERID' to refusal-reason
028150              when CC-RECEIVED-DATE not numeric
028175                 move 'NO DATE RECEIVED' to refusal-reason
028200              when other
028300                 perform cancel-one-payment
028400                    thru end-cancel-one-payment
028500           end-evaluate
028600           perform print-cancel-result
028700              thru end-print-cancel-result
028800     end-read.
028900 end-apply-one-cancel-card.
029000     exit.
029100
029200 cancel-one-payment.
029300     move CC-VALUE-DATE to WP-VALUE-DATE.
029350     move CC-RECEIVED-DATE to WP-RECEIVED-DATE.
029400     move CC-SEQ-NO to WP-SEQ-NO.
029500     read WAREHOUSE-FILE
029600        invalid key
029700           move 'NOT WAREHOUSED' to refusal-reason
029800        not invalid key
029900           evaluate true
030000              when WP-IS-RELEASED
030100                 move 'ALREADY RELEASED' to refusal-reason
030200              when WP-IS-CANCELLED
030300                 move 'ALREADY CANCELLED' to refusal-reason
030400              when other
030500                 set WP-IS-CANCELLED to true
030600                 move cancel-date to WP-ACTION-DATE
030700                 move CC-USERID to WP-ACTION-USER
030800                 rewrite WAREHOUSED-PAYMENT-RECORD
030900                    invalid key
031000                       move 'WAREHOUSE FILE ERROR'
031100                          to refusal-reason
031200                 end-rewrite
031300           end-evaluate
031400     end-read.
031500 end-cancel-one-payment.
031600     exit.
031700
031800 print-cancel-result.
031900     move spaces to cancel-detail.
031950     move CC-VALUE-DATE to cd-value-date.
032000     move CC-RECEIVED-DATE to cd-received-date.
032100     move CC-SEQ-NO to cd-seq-no.
032200     move CC-USERID to cd-userid.
032300     if refusal-reason = spaces
032400        move 'CANCELLED' to cd-result
032500        add 1 to cancelled-count
032600     else
032700        move refusal-reason to cd-result
032800        add 1 to refused-count
032900     end-if.
033000     move spaces to REPORT-LINE.
033100     move cancel-detail to REPORT-LINE (15:59).
033200     write REPORT-LINE.
033300 end-print-cancel-result.
033400     exit.
033500
033600************************************************************
033700*            LIST-WAITING-PAYMENTS
033800*    The key leads with the value date, so a plain browse
033900*    comes out in value-date order and the per-date count
034000*    breaks on a change of date.
034100************************************************************
034200
034300 list-waiting-payments.
034400     move spaces to REPORT-LINE.
034500     write REPORT-LINE.
034600     move spaces to REPORT-LINE.
034700     string 'VALUE DT  SEQ NO   ACCOUNT       CCY        AMOUNT'
034800        '  RECEIVED  USERID'
034900        delimited by size
035000        into REPORT-LINE.
035100     write REPORT-LINE.
035200     move low-values to WP-KEY.
035300     start WAREHOUSE-FILE
035400        key is not less than WP-KEY
035500        invalid key
035600           set ws-browse-done to true
035700     end-start.
035800     perform list-one-payment
035900        thru end-list-one-payment
036000        until ws-browse-done.
036100     if date-waiting-count > 0
036200        perform print-date-total
036300           thru end-print-date-total
036400     end-if.
036500     move spaces to REPORT-LINE.
036600     write REPORT-LINE.
036700     move waiting-count to display-count.
036800     move spaces to REPORT-LINE.
036900     string 'PAYMENTS WAITING ' delimited by size
037000        display-count delimited by size
037100        into REPORT-LINE.
037200     write REPORT-LINE.
037300 end-list-waiting-payments.
037400     exit.
037500
037600 list-one-payment.
037700     read WAREHOUSE-FILE next
037800        at end
037900           set ws-browse-done to true
038000        not at end
038100           if WP-IS-WAITING
038200              perform print-waiting-payment
038300                 thru end-print-waiting-payment
038400           end-if
038500     end-read.
038600*    A read that neither delivered a record nor said at-end is
038700*    an I/O error - stop the browse rather than spin on it.
038800     if ws-warehouse-file-status not = '00'
038900        and ws-warehouse-file-status not = '10'
039000        display "mprb05wl: WHSEPAY read error, status "
039100           ws-warehouse-file-status upon console
039200        move 8 to RETURN-CODE
039300        set ws-browse-done to true
039400     end-if.
039500 end-list-one-payment.
039600     exit.
039700
039800 print-waiting-payment.
039900     if WP-VALUE-DATE not = current-value-date
040000        and date-waiting-count > 0
040100        perform print-date-total
040200           thru end-print-date-total
040300     end-if.
040400     move WP-VALUE-DATE to current-value-date.
040500     add 1 to date-waiting-count.
040600     add 1 to waiting-count.
040700     move spaces to waiting-detail.
040800     move WP-VALUE-DATE to wd-value-date.
040900     move WP-SEQ-NO to wd-seq-no.
041000     move WP-ACCOUNT-NO to wd-account-no.
041100     move WP-CURRENCY to wd-currency.
041200     move WP-AMOUNT to wd-amount.
041300     move WP-RECEIVED-DATE to wd-received-date.
041400     move WP-USERID to wd-userid.
041500     move waiting-detail to REPORT-LINE.
041600     write REPORT-LINE.
041700 end-print-waiting-payment.
041800     exit.
041900
042000 print-date-total.
042100     move current-value-date to dt-value-date.
042200     move date-waiting-count to dt-count.
042300     move date-total-detail to REPORT-LINE.
042400     write REPORT-LINE.
042500     move 0 to date-waiting-count.
042600 end-print-date-total.
042700     exit.
042800
042900************************************************************
043000*            FINALISE-LISTING
043100************************************************************
043200
043300 finalise-listing.
043400     if warehouse-open
043500        close WAREHOUSE-FILE
043600     end-if.
043700     if ws-report-status = '00'
043800        close REPORT-FILE
043900     end-if.
044000     move cards-read-count to display-count.
044100     display "mprb05wl: " display-count " cancel cards read"
044200        upon console.
044300     move cancelled-count to display-count.
044400     display "mprb05wl: " display-count " payments cancelled"
044500        upon console.
044600     move waiting-count to display-count.
044700     display "mprb05wl: " display-count " payments waiting"
044800        upon console.
044900     if refused-count > 0
045000        and RETURN-CODE < 4
045100        move refused-count to display-count
045200        display "mprb05wl: *** " display-count
045300           " CANCEL CARDS REFUSED - SEE WHLIST ***"
045400           upon console
045500        move 4 to RETURN-CODE
045600     end-if.
045700 end-finalise-listing.
045800     exit.
